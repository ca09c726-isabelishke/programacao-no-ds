000239*                     COMO NOS DEMAIS JOBS DE FECHAMENTO, E AS *
000240*                     FALHAS DE ARQUIVO DEVOLVEM RETURN-CODE 8 *
000241*                     PARA O SCHEDULER NOTURNO.                *
000242* 2026-10-15 JRS      CADA RODADA PASSOU A SER REGISTRADA NO   *
000243*                     DIARIO DA CADEIA NOTURNA (RUNLOG), COM   *
000244*                     INICIO, FIM, DATA DE NEGOCIO, OPERADOR E *
000245*                     RETURN-CODE; ANTES DO RESUMO CONFERE NO  *
000246*                     DIARIO O LOTE DO PROGRAMA SOMA CONCLUIDO *
000247*                     NA DATA E, SEM ELE, RECUSA A RODADA COM  *
000248*                     RETURN-CODE 8 (SALVO LIBERACAO NO CARTAO *
000249*                     DE EXECUCAO).                            *
000250* 2026-10-15 JRS      A LINHA DA TRILHA DE AUDITORIA, DO       *
000251*                     ARQUIVO HISTORICO E DO ARQUIVO DE        *
000252*                     TRABALHO PASSOU A 160 POSICOES, COM      *
000253*                     MOEDA, VALOR ORIGINAL E TAXA DE CAMBIO.  *
000254*-----------------------------------------------------------*
000255
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000476         ORGANIZATION IS LINE SEQUENTIAL
000478         FILE STATUS IS WS-RUNCARD-STATUS.
000480
000482     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-RUNLOG-STATUS.
000488
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  AUDIT-FILE
000520     RECORDING MODE IS F.
000530 01  AUDIT-LINE                  PIC X(160).
000540
000550 FD  PARAM-FILE
000560     RECORDING MODE IS F.
000590
000600 FD  ARCHIVE-FILE
000610     RECORDING MODE IS F.
000620 01  ARCHIVE-LINE                PIC X(160).
000630
000640 FD  WORK-FILE
000650     RECORDING MODE IS F.
000660 01  WORK-LINE                   PIC X(160).
000670
000680 FD  SUMMARY-FILE
000690     RECORDING MODE IS F.
000708 01  RUNCARD-RECORD.
000709     COPY "runcrec.cpy".
000710
000711 FD  RUNLOG-FILE
000712     RECORDING MODE IS F.
000713 01  RUNLOG-LINE                 PIC X(100).
000714
000720 WORKING-STORAGE SECTION.
000730*-----------------------------------------------------------*
000740* CHAVES DE ARQUIVO E SWITCHES DE FIM DE ARQUIVO            *
001590                                      SEPARATE CHARACTER.
001600 01  WS-TOTAL-DISPLAY-X           REDEFINES WS-TOTAL-DISPLAY
001610                                      PIC X(14).
001611
001612*-----------------------------------------------------------*
001613* DIARIO DA CADEIA NOTURNA (RUNLOG) E PRE-REQUISITOS        *
001614*-----------------------------------------------------------*
001615 77  WS-RUNLOG-STATUS             PIC X(02).
001616 77  WS-RUNLOG-INICIO-SWITCH      PIC X(01) VALUE "N".
001617     88  WS-RUNLOG-INICIADO       VALUE "Y".
001618 77  WS-RUNLOG-DATA               PIC X(10) VALUE SPACES.
001619 77  WS-RUNLOG-OPERADOR           PIC X(08) VALUE SPACES.
001620 77  WS-RUNLOG-MENSAGEM           PIC X(40) VALUE SPACES.
001621 77  WS-RUNLOG-EOF-SWITCH         PIC X(01) VALUE "N".
001622     88  END-OF-RUNLOG            VALUE "Y".
001623 77  WS-RUNLOG-LIBERA             PIC X(01) VALUE "N".
001624     88  WS-PREREQ-LIBERADO       VALUE "S".
001625 77  WS-PREREQ-SWITCH             PIC X(01) VALUE "N".
001626     88  WS-PREREQ-OK             VALUE "Y".
001627 77  WS-PREREQ-PROGRAMA           PIC X(08) VALUE "SOMA".
001628 77  WS-PREREQ-RC-MAX             PIC 9(02) VALUE 4.
001629
001630 01  WS-RUNLOG-TS-FIELDS.
001631     05  WS-RUNLOG-TS-CCYY        PIC 9(4).
001632     05  WS-RUNLOG-TS-MM          PIC 9(2).
001633     05  WS-RUNLOG-TS-DD          PIC 9(2).
001634
001635 01  WS-RUNLOG-TIME-FIELDS.
001636     05  WS-RUNLOG-TIME-HH        PIC 9(2).
001637     05  WS-RUNLOG-TIME-MM        PIC 9(2).
001638     05  WS-RUNLOG-TIME-SS        PIC 9(2).
001639     05  WS-RUNLOG-TIME-CC        PIC 9(2).
001640
001641 01  WS-RUNLOG-DETAIL.
001642     COPY "runlrec.cpy".
001643 PROCEDURE DIVISION.
001644*=============================================================
001645* 0000-MAINLINE - CONDUZ O RESUMO DO DIA, O ARQUIVAMENTO E O
001650* EXPURGO, E DEVOLVE O CONTROLE AO SISTEMA OPERACIONAL.
001660*=============================================================
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001681     PERFORM 8500-LOG-INICIO THRU 8500-EXIT
001682     PERFORM 8700-CHECK-PREREQ THRU 8700-EXIT
001690     PERFORM 2000-OPEN-SUMMARY THRU 2000-EXIT
001700     PERFORM 3000-TALLY-AUDIT THRU 3000-EXIT
001710     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
001720     PERFORM 5000-ARCHIVE-PURGE THRU 5000-EXIT
001730     PERFORM 8000-TERMINATE THRU 8000-EXIT
001740
001741     PERFORM 8600-LOG-FIM THRU 8600-EXIT
001750     STOP RUN.
001760
001770*=============================================================
002155         AT END
002156             CONTINUE
002157         NOT AT END
002158             MOVE RC-OPERADOR      TO WS-RUNLOG-OPERADOR
002159             MOVE RC-LIBERA-PREREQ TO WS-RUNLOG-LIBERA
002160             IF RC-DATA NOT = SPACES
002161                 MOVE RC-DATA (1:4) TO WS-RUN-DATE-CCYY
002162                 MOVE RC-DATA (6:2) TO WS-RUN-DATE-MM
002163                 MOVE RC-DATA (9:2) TO WS-RUN-DATE-DD
002164             END-IF
002165     END-READ
002166     CLOSE RUNCARD-FILE.
002167 1050-EXIT.
002168     EXIT.
002169
002170*=============================================================
002171* 1100-LOAD-RETENTION - LE A RETENCAO DA AUDITORIA EM DIAS NO
002180* ARQUIVO PARAMS; SEM ARQUIVO OU SEM VALOR, VALE O PADRAO.
002190*=============================================================
002200 1100-LOAD-RETENTION.
002460         DISPLAY "*** ERRO: RELATORIO AUDSRPT INDISPONIVEL "
002470             "(STATUS = " WS-SUMMARY-STATUS ") ***"
002475         MOVE 8 TO RETURN-CODE
002476         PERFORM 8600-LOG-FIM THRU 8600-EXIT
002480         STOP RUN
002490     END-IF
002500
006180     DISPLAY "Resumo encerrado - relatorio em AUDSRPT.".
006190 8000-EXIT.
006200     EXIT.
006210
006220*=============================================================
006230* 8500-LOG-INICIO - GRAVA NO DIARIO DA CADEIA NOTURNA (RUNLOG)
006240* O INICIO DA RODADA, COM A DATA DE NEGOCIO E O OPERADOR. SEM
006250* DATA NO CARTAO DE EXECUCAO VALE A DATA DE HOJE; SEM OPERADOR,
006260* O USUARIO DO AMBIENTE.
006270*=============================================================
006280 8500-LOG-INICIO.
006290     MOVE WS-TARGET-DATE TO WS-RUNLOG-DATA
006300     IF WS-RUNLOG-DATA = SPACES
006310         ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
006320         STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
006330             "-"                 DELIMITED BY SIZE
006340             WS-RUNLOG-TS-MM     DELIMITED BY SIZE
006350             "-"                 DELIMITED BY SIZE
006360             WS-RUNLOG-TS-DD     DELIMITED BY SIZE
006370             INTO WS-RUNLOG-DATA
006380         END-STRING
006390     END-IF
006400     IF WS-RUNLOG-OPERADOR = SPACES
006410         ACCEPT WS-RUNLOG-OPERADOR FROM ENVIRONMENT "USER"
006420     END-IF
006430     IF WS-RUNLOG-OPERADOR = SPACES
006440         MOVE "NOTURNO " TO WS-RUNLOG-OPERADOR
006450     END-IF
006460
006470     MOVE SPACES TO WS-RUNLOG-DETAIL
006480     MOVE "I"    TO RL-EVENTO
006490     MOVE ZERO   TO RL-RC
006500     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT
006510     MOVE "Y" TO WS-RUNLOG-INICIO-SWITCH.
006520 8500-EXIT.
006530     EXIT.
006540
006550*=============================================================
006560* 8510-WRITE-RUNLOG - COMPLETA O REGISTRO DO DIARIO COM O
006570* PROGRAMA, A DATA DE NEGOCIO, O OPERADOR E O MOMENTO DA
006580* GRAVACAO E O ACRESCENTA AO RUNLOG, CRIADO NA PRIMEIRA
006590* GRAVACAO. DIARIO INDISPONIVEL SO GERA AVISO.
006600*=============================================================
006610 8510-WRITE-RUNLOG.
006620     ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
006630     ACCEPT WS-RUNLOG-TIME-FIELDS FROM TIME
006640
006650     MOVE "AUDRESUM"        TO RL-PROGRAMA
006660     MOVE WS-RUNLOG-DATA     TO RL-DATA-NEGOCIO
006670     MOVE WS-RUNLOG-OPERADOR TO RL-OPERADOR
006680     MOVE WS-RUNLOG-MENSAGEM TO RL-MENSAGEM
006690     STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
006700         "-"                 DELIMITED BY SIZE
006710         WS-RUNLOG-TS-MM     DELIMITED BY SIZE
006720         "-"                 DELIMITED BY SIZE
006730         WS-RUNLOG-TS-DD     DELIMITED BY SIZE
006740         INTO RL-TS-DATA
006750     END-STRING
006760     STRING WS-RUNLOG-TIME-HH DELIMITED BY SIZE
006770         ":"                 DELIMITED BY SIZE
006780         WS-RUNLOG-TIME-MM   DELIMITED BY SIZE
006790         ":"                 DELIMITED BY SIZE
006800         WS-RUNLOG-TIME-SS   DELIMITED BY SIZE
006810         INTO RL-TS-HORA
006820     END-STRING
006830
006840     OPEN EXTEND RUNLOG-FILE
006850     IF WS-RUNLOG-STATUS NOT = "00"
006860         OPEN OUTPUT RUNLOG-FILE
006870         CLOSE RUNLOG-FILE
006880         OPEN EXTEND RUNLOG-FILE
006890     END-IF
006900     IF WS-RUNLOG-STATUS NOT = "00"
006910         DISPLAY "*** AVISO: DIARIO RUNLOG INDISPONIVEL "
006920             "(STATUS = " WS-RUNLOG-STATUS ") ***"
006930         GO TO 8510-EXIT
006940     END-IF
006950
006960     WRITE RUNLOG-LINE FROM WS-RUNLOG-DETAIL
006970     CLOSE RUNLOG-FILE.
006980 8510-EXIT.
006990     EXIT.
007000
007010*=============================================================
007020* 8600-LOG-FIM - GRAVA NO DIARIO O FIM DA RODADA COM O
007030* RETURN-CODE DEVOLVIDO AO SCHEDULER. EXECUTADO ANTES DE CADA
007040* STOP RUN; SO GRAVA SE O INICIO FOI REGISTRADO, E UMA UNICA
007050* VEZ.
007060*=============================================================
007070 8600-LOG-FIM.
007080     IF NOT WS-RUNLOG-INICIADO
007090         GO TO 8600-EXIT
007100     END-IF
007110     MOVE "N" TO WS-RUNLOG-INICIO-SWITCH
007120
007130     MOVE SPACES      TO WS-RUNLOG-DETAIL
007140     MOVE "F"         TO RL-EVENTO
007150     MOVE RETURN-CODE TO RL-RC
007160     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT.
007170 8600-EXIT.
007180     EXIT.
007190
007200*=============================================================
007210* 8700-CHECK-PREREQ - CONFERE NO DIARIO (RUNLOG) SE O JOB
007220* PRE-REQUISITO TEVE RODADA CONCLUIDA NA DATA DE NEGOCIO, COM
007230* RETURN-CODE ATE O MAXIMO ACEITO (VALE A RODADA MAIS RECENTE).
007240* DO PROGRAMA SOMA CONTAM SO AS RODADAS DE LOTE (B) E DE
007250* CONSOLIDACAO (C). SEM O PRE-REQUISITO O JOB E RECUSADO COM
007260* RETURN-CODE 8 ANTES DE PROCESSAR, SALVO LIBERACAO NO CARTAO
007270* DE EXECUCAO, QUE FICA REGISTRADA NO DIARIO.
007280*=============================================================
007290 8700-CHECK-PREREQ.
007300     MOVE "N" TO WS-PREREQ-SWITCH
007310     MOVE "N" TO WS-RUNLOG-EOF-SWITCH
007320
007330     OPEN INPUT RUNLOG-FILE
007340     IF WS-RUNLOG-STATUS = "00"
007350         PERFORM 8710-READ-RUNLOG THRU 8710-EXIT
007360             UNTIL END-OF-RUNLOG
007370         CLOSE RUNLOG-FILE
007380     END-IF
007390
007400     IF WS-PREREQ-OK
007410         GO TO 8700-EXIT
007420     END-IF
007430
007440     IF WS-PREREQ-LIBERADO
007450         DISPLAY "*** AVISO: PRE-REQUISITO " WS-PREREQ-PROGRAMA
007460             " NAO CUMPRIDO EM " WS-RUNLOG-DATA
007470             " - RODADA LIBERADA PELO CARTAO ***"
007480         MOVE "PRE-REQUISITO LIBERADO PELO CARTAO"
007490             TO WS-RUNLOG-MENSAGEM
007500         GO TO 8700-EXIT
007510     END-IF
007520
007530     DISPLAY "*** ERRO: PRE-REQUISITO NAO CUMPRIDO - SEM RODADA "
007540         "CONCLUIDA DE " WS-PREREQ-PROGRAMA " EM " WS-RUNLOG-DATA
007550         " ***"
007560     MOVE SPACES TO WS-RUNLOG-MENSAGEM
007570     STRING "PRE-REQUISITO AUSENTE: " DELIMITED BY SIZE
007580         WS-PREREQ-PROGRAMA        DELIMITED BY SPACE
007590         INTO WS-RUNLOG-MENSAGEM
007600     END-STRING
007610     MOVE 8 TO RETURN-CODE
007620     PERFORM 8600-LOG-FIM THRU 8600-EXIT
007630     STOP RUN.
007640 8700-EXIT.
007650     EXIT.
007660
007670 8710-READ-RUNLOG.
007680     READ RUNLOG-FILE INTO WS-RUNLOG-DETAIL
007690         AT END
007700             MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
007710         NOT AT END
007720             PERFORM 8720-TEST-PREREQ THRU 8720-EXIT
007730     END-READ.
007740 8710-EXIT.
007750     EXIT.
007760
007770 8720-TEST-PREREQ.
007780     IF RL-PROGRAMA NOT = WS-PREREQ-PROGRAMA
007790         OR RL-DATA-NEGOCIO NOT = WS-RUNLOG-DATA
007800         OR NOT RL-FIM
007810         GO TO 8720-EXIT
007820     END-IF
007830
007840     IF RL-PROGRAMA = "SOMA"
007850         AND RL-MODO NOT = "B" AND RL-MODO NOT = "C"
007860         GO TO 8720-EXIT
007870     END-IF
007880
007890     IF RL-RC > WS-PREREQ-RC-MAX
007900         MOVE "N" TO WS-PREREQ-SWITCH
007910     ELSE
007920         MOVE "Y" TO WS-PREREQ-SWITCH
007930     END-IF.
007940 8720-EXIT.
007950     EXIT.
