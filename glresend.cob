000250* ---------- -------- --------------------------------------*
000260* 2026-09-02 JRS      VERSAO INICIAL DO REENVIO DE REMESSAS  *
000270*                     REJEITADAS.                            *
000271* 2026-10-15 JRS      CADA RODADA PASSOU A SER REGISTRADA NO *
000272*                     DIARIO DA CADEIA NOTURNA (RUNLOG), COM *
000273*                     INICIO, FIM, DATA DE NEGOCIO, OPERADOR *
000274*                     E RETURN-CODE; A DATA DE NEGOCIO VEM   *
000275*                     DO CARTAO DE EXECUCAO OU E HOJE. ANTES *
000276*                     DO REENVIO CONFERE NO DIARIO A RODADA  *
000277*                     DO GLACKCHK NA DATA E, SEM ELA, RECUSA *
000278*                     O REENVIO COM RETURN-CODE 8 (SALVO     *
000279*                     LIBERACAO NO CARTAO DE EXECUCAO).      *
000280*-----------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000450     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RUNCARD-STATUS.
000471
000472     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000473         ORGANIZATION IS LINE SEQUENTIAL
000474         FILE STATUS IS WS-RUNLOG-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000670     RECORDING MODE IS F.
000680 01  RUNCARD-RECORD.
000690     COPY "runcrec.cpy".
000691
000692 FD  RUNLOG-FILE
000693     RECORDING MODE IS F.
000694 01  RUNLOG-LINE                 PIC X(100).
000700
000710 WORKING-STORAGE SECTION.
000720*-----------------------------------------------------------*
001350 77  WS-NOVA-SEQUENCIA            PIC 9(06) VALUE ZERO.
001360 77  WS-ORIG-DATA                 PIC X(10).
001370 77  WS-NOVO-HASH                 PIC S9(11)V99 COMP VALUE ZERO.
001371
001372*-----------------------------------------------------------*
001373* DIARIO DA CADEIA NOTURNA (RUNLOG) E PRE-REQUISITOS        *
001374*-----------------------------------------------------------*
001375 77  WS-RUNLOG-STATUS             PIC X(02).
001376 77  WS-RUNLOG-INICIO-SWITCH      PIC X(01) VALUE "N".
001377     88  WS-RUNLOG-INICIADO       VALUE "Y".
001378 77  WS-RUNLOG-DATA               PIC X(10) VALUE SPACES.
001379 77  WS-RUNLOG-OPERADOR           PIC X(08) VALUE SPACES.
001380 77  WS-RUNLOG-MENSAGEM           PIC X(40) VALUE SPACES.
001381 77  WS-RUNLOG-EOF-SWITCH         PIC X(01) VALUE "N".
001382     88  END-OF-RUNLOG            VALUE "Y".
001383 77  WS-RUNLOG-LIBERA             PIC X(01) VALUE "N".
001384     88  WS-PREREQ-LIBERADO       VALUE "S".
001385 77  WS-PREREQ-SWITCH             PIC X(01) VALUE "N".
001386     88  WS-PREREQ-OK             VALUE "Y".
001387 77  WS-PREREQ-PROGRAMA           PIC X(08) VALUE "GLACKCHK".
001388 77  WS-PREREQ-RC-MAX             PIC 9(02) VALUE 99.
001389
001390 01  WS-RUNLOG-TS-FIELDS.
001391     05  WS-RUNLOG-TS-CCYY        PIC 9(4).
001392     05  WS-RUNLOG-TS-MM          PIC 9(2).
001393     05  WS-RUNLOG-TS-DD          PIC 9(2).
001394
001395 01  WS-RUNLOG-TIME-FIELDS.
001396     05  WS-RUNLOG-TIME-HH        PIC 9(2).
001397     05  WS-RUNLOG-TIME-MM        PIC 9(2).
001398     05  WS-RUNLOG-TIME-SS        PIC 9(2).
001399     05  WS-RUNLOG-TIME-CC        PIC 9(2).
001400
001401 01  WS-RUNLOG-DETAIL.
001402     COPY "runlrec.cpy".
001403 PROCEDURE DIVISION.
001404*=============================================================
001405* 0000-MAINLINE - CONDUZ O REENVIO DA REMESSA REJEITADA E
001410* DEVOLVE O CONTROLE AO SISTEMA OPERACIONAL AO TERMINO.
001420*=============================================================
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001441     PERFORM 8500-LOG-INICIO THRU 8500-EXIT
001442     PERFORM 8700-CHECK-PREREQ THRU 8700-EXIT
001450     PERFORM 2000-LOAD-CONTROL THRU 2000-EXIT
001460     PERFORM 3000-FIND-TARGET THRU 3000-EXIT
001470     PERFORM 4000-RECOVER-DETAILS THRU 4000-EXIT
001520     DISPLAY "Remessa " WS-TARGET-SEQ " reenviada como "
001530         WS-NOVA-SEQUENCIA " (" WS-DET-COUNT " detalhes)."
001540
001541     PERFORM 8600-LOG-FIM THRU 8600-EXIT
001550     STOP RUN.
001560
001570*=============================================================
001720     IF WS-SEQ-ENTRY IS NOT NUMERIC
001730         DISPLAY "*** ERRO: SEQUENCIA INVALIDA ***"
001740         MOVE 8 TO RETURN-CODE
001741         PERFORM 8600-LOG-FIM THRU 8600-EXIT
001750         STOP RUN
001760     END-IF
001770     MOVE WS-SEQ-ENTRY TO WS-TARGET-SEQ.
001930         AT END
001940             CONTINUE
001950         NOT AT END
001951             MOVE RC-OPERADOR      TO WS-RUNLOG-OPERADOR
001952             MOVE RC-LIBERA-PREREQ TO WS-RUNLOG-LIBERA
001953             IF RC-DATA NOT = SPACES
001954                 MOVE RC-DATA TO WS-RUNLOG-DATA
001955             END-IF
001960             IF RC-SEQUENCIA IS NUMERIC
001970                 MOVE "Y" TO WS-UNATTENDED-SWITCH
001980                 MOVE RC-SEQUENCIA TO WS-TARGET-SEQ
002170         DISPLAY "*** ERRO: CONTROLE GLCTRL INDISPONIVEL "
002180             "(STATUS = " WS-REMESSA-STATUS ") ***"
002190         MOVE 8 TO RETURN-CODE
002191         PERFORM 8600-LOG-FIM THRU 8600-EXIT
002200         STOP RUN
002210     END-IF
002220
002290             "- REENVIO ABANDONADO ***"
002300         CLOSE REMESSA-FILE
002310         MOVE 8 TO RETURN-CODE
002311         PERFORM 8600-LOG-FIM THRU 8600-EXIT
002320         STOP RUN
002330     END-IF
002340
002790         DISPLAY "*** ERRO: SEQUENCIA " WS-TARGET-SEQ " NAO "
002800             "REGISTRADA NO CONTROLE GLCTRL ***"
002810         MOVE 8 TO RETURN-CODE
002811         PERFORM 8600-LOG-FIM THRU 8600-EXIT
002820         STOP RUN
002830     END-IF
002840
002880             RT-SITUACAO (WS-TARGET-IX) ") - REENVIO "
002890             "RECUSADO ***"
002900         MOVE 8 TO RETURN-CODE
002901         PERFORM 8600-LOG-FIM THRU 8600-EXIT
002910         STOP RUN
002920     END-IF
002930
003190         DISPLAY "*** ERRO: ARQUIVO GLIFACE INDISPONIVEL "
003200             "(STATUS = " WS-INTERFACE-STATUS ") ***"
003210         MOVE 8 TO RETURN-CODE
003211         PERFORM 8600-LOG-FIM THRU 8600-EXIT
003220         STOP RUN
003230     END-IF
003240
003320             WS-TARGET-SEQ " ENCONTRADO NO GLIFACE - O "
003330             "ARQUIVO JA FOI EXPURGADO? ***"
003340         MOVE 8 TO RETURN-CODE
003341         PERFORM 8600-LOG-FIM THRU 8600-EXIT
003350         STOP RUN
003360     END-IF.
003370 4000-EXIT.
003660         DISPLAY "*** ERRO: MAIS DE 1000 DETALHES NO ENVELOPE "
003670             "- REENVIO ABANDONADO ***"
003680         MOVE 8 TO RETURN-CODE
003681         PERFORM 8600-LOG-FIM THRU 8600-EXIT
003690         STOP RUN
003700     END-IF
003710
004090             "SEQUENCIA DE REMESSA (STATUS = " WS-SEQ-STATUS
004100             ") ***"
004110         MOVE 8 TO RETURN-CODE
004111         PERFORM 8600-LOG-FIM THRU 8600-EXIT
004120         STOP RUN
004130     END-IF.
004140 5000-EXIT.
004260         DISPLAY "*** ERRO: NAO FOI POSSIVEL ESTENDER O "
004270             "GLIFACE (STATUS = " WS-INTERFACE-STATUS ") ***"
004280         MOVE 8 TO RETURN-CODE
004281         PERFORM 8600-LOG-FIM THRU 8600-EXIT
004290         STOP RUN
004300     END-IF
004310
004770             "CONTROLE GLCTRL (STATUS = " WS-REMESSA-STATUS
004780             ") ***"
004790         MOVE 8 TO RETURN-CODE
004791         PERFORM 8600-LOG-FIM THRU 8600-EXIT
004800         STOP RUN
004810     END-IF
004820
005090     WRITE REMESSA-RECORD.
005100 7100-EXIT.
005110     EXIT.
005120
005130*=============================================================
005140* 8500-LOG-INICIO - GRAVA NO DIARIO DA CADEIA NOTURNA (RUNLOG)
005150* O INICIO DA RODADA, COM A DATA DE NEGOCIO E O OPERADOR. SEM
005160* DATA NO CARTAO DE EXECUCAO VALE A DATA DE HOJE; SEM OPERADOR,
005170* O USUARIO DO AMBIENTE.
005180*=============================================================
005190 8500-LOG-INICIO.
005200     IF WS-RUNLOG-DATA = SPACES
005210         ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
005220         STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
005230             "-"                 DELIMITED BY SIZE
005240             WS-RUNLOG-TS-MM     DELIMITED BY SIZE
005250             "-"                 DELIMITED BY SIZE
005260             WS-RUNLOG-TS-DD     DELIMITED BY SIZE
005270             INTO WS-RUNLOG-DATA
005280         END-STRING
005290     END-IF
005300     IF WS-RUNLOG-OPERADOR = SPACES
005310         ACCEPT WS-RUNLOG-OPERADOR FROM ENVIRONMENT "USER"
005320     END-IF
005330     IF WS-RUNLOG-OPERADOR = SPACES
005340         MOVE "NOTURNO " TO WS-RUNLOG-OPERADOR
005350     END-IF
005360
005370     MOVE SPACES TO WS-RUNLOG-DETAIL
005380     MOVE "I"    TO RL-EVENTO
005390     MOVE ZERO   TO RL-RC
005400     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT
005410     MOVE "Y" TO WS-RUNLOG-INICIO-SWITCH.
005420 8500-EXIT.
005430     EXIT.
005440
005450*=============================================================
005460* 8510-WRITE-RUNLOG - COMPLETA O REGISTRO DO DIARIO COM O
005470* PROGRAMA, A DATA DE NEGOCIO, O OPERADOR E O MOMENTO DA
005480* GRAVACAO E O ACRESCENTA AO RUNLOG, CRIADO NA PRIMEIRA
005490* GRAVACAO. DIARIO INDISPONIVEL SO GERA AVISO.
005500*=============================================================
005510 8510-WRITE-RUNLOG.
005520     ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
005530     ACCEPT WS-RUNLOG-TIME-FIELDS FROM TIME
005540
005550     MOVE "GLRESEND"        TO RL-PROGRAMA
005560     MOVE WS-RUNLOG-DATA     TO RL-DATA-NEGOCIO
005570     MOVE WS-RUNLOG-OPERADOR TO RL-OPERADOR
005580     MOVE WS-RUNLOG-MENSAGEM TO RL-MENSAGEM
005590     STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
005600         "-"                 DELIMITED BY SIZE
005610         WS-RUNLOG-TS-MM     DELIMITED BY SIZE
005620         "-"                 DELIMITED BY SIZE
005630         WS-RUNLOG-TS-DD     DELIMITED BY SIZE
005640         INTO RL-TS-DATA
005650     END-STRING
005660     STRING WS-RUNLOG-TIME-HH DELIMITED BY SIZE
005670         ":"                 DELIMITED BY SIZE
005680         WS-RUNLOG-TIME-MM   DELIMITED BY SIZE
005690         ":"                 DELIMITED BY SIZE
005700         WS-RUNLOG-TIME-SS   DELIMITED BY SIZE
005710         INTO RL-TS-HORA
005720     END-STRING
005730
005740     OPEN EXTEND RUNLOG-FILE
005750     IF WS-RUNLOG-STATUS NOT = "00"
005760         OPEN OUTPUT RUNLOG-FILE
005770         CLOSE RUNLOG-FILE
005780         OPEN EXTEND RUNLOG-FILE
005790     END-IF
005800     IF WS-RUNLOG-STATUS NOT = "00"
005810         DISPLAY "*** AVISO: DIARIO RUNLOG INDISPONIVEL "
005820             "(STATUS = " WS-RUNLOG-STATUS ") ***"
005830         GO TO 8510-EXIT
005840     END-IF
005850
005860     WRITE RUNLOG-LINE FROM WS-RUNLOG-DETAIL
005870     CLOSE RUNLOG-FILE.
005880 8510-EXIT.
005890     EXIT.
005900
005910*=============================================================
005920* 8600-LOG-FIM - GRAVA NO DIARIO O FIM DA RODADA COM O
005930* RETURN-CODE DEVOLVIDO AO SCHEDULER. EXECUTADO ANTES DE CADA
005940* STOP RUN; SO GRAVA SE O INICIO FOI REGISTRADO, E UMA UNICA
005950* VEZ.
005960*=============================================================
005970 8600-LOG-FIM.
005980     IF NOT WS-RUNLOG-INICIADO
005990         GO TO 8600-EXIT
006000     END-IF
006010     MOVE "N" TO WS-RUNLOG-INICIO-SWITCH
006020
006030     MOVE SPACES      TO WS-RUNLOG-DETAIL
006040     MOVE "F"         TO RL-EVENTO
006050     MOVE RETURN-CODE TO RL-RC
006060     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT.
006070 8600-EXIT.
006080     EXIT.
006090
006100*=============================================================
006110* 8700-CHECK-PREREQ - CONFERE NO DIARIO (RUNLOG) SE O JOB
006120* PRE-REQUISITO TEVE RODADA CONCLUIDA NA DATA DE NEGOCIO, COM
006130* RETURN-CODE ATE O MAXIMO ACEITO (VALE A RODADA MAIS RECENTE).
006140* DO PROGRAMA SOMA CONTAM SO AS RODADAS DE LOTE (B) E DE
006150* CONSOLIDACAO (C). SEM O PRE-REQUISITO O JOB E RECUSADO COM
006160* RETURN-CODE 8 ANTES DE PROCESSAR, SALVO LIBERACAO NO CARTAO
006170* DE EXECUCAO, QUE FICA REGISTRADA NO DIARIO.
006180*=============================================================
006190 8700-CHECK-PREREQ.
006200     MOVE "N" TO WS-PREREQ-SWITCH
006210     MOVE "N" TO WS-RUNLOG-EOF-SWITCH
006220
006230     OPEN INPUT RUNLOG-FILE
006240     IF WS-RUNLOG-STATUS = "00"
006250         PERFORM 8710-READ-RUNLOG THRU 8710-EXIT
006260             UNTIL END-OF-RUNLOG
006270         CLOSE RUNLOG-FILE
006280     END-IF
006290
006300     IF WS-PREREQ-OK
006310         GO TO 8700-EXIT
006320     END-IF
006330
006340     IF WS-PREREQ-LIBERADO
006350         DISPLAY "*** AVISO: PRE-REQUISITO " WS-PREREQ-PROGRAMA
006360             " NAO CUMPRIDO EM " WS-RUNLOG-DATA
006370             " - RODADA LIBERADA PELO CARTAO ***"
006380         MOVE "PRE-REQUISITO LIBERADO PELO CARTAO"
006390             TO WS-RUNLOG-MENSAGEM
006400         GO TO 8700-EXIT
006410     END-IF
006420
006430     DISPLAY "*** ERRO: PRE-REQUISITO NAO CUMPRIDO - SEM RODADA "
006440         "CONCLUIDA DE " WS-PREREQ-PROGRAMA " EM " WS-RUNLOG-DATA
006450         " ***"
006460     MOVE SPACES TO WS-RUNLOG-MENSAGEM
006470     STRING "PRE-REQUISITO AUSENTE: " DELIMITED BY SIZE
006480         WS-PREREQ-PROGRAMA        DELIMITED BY SPACE
006490         INTO WS-RUNLOG-MENSAGEM
006500     END-STRING
006510     MOVE 8 TO RETURN-CODE
006520     PERFORM 8600-LOG-FIM THRU 8600-EXIT
006530     STOP RUN.
006540 8700-EXIT.
006550     EXIT.
006560
006570 8710-READ-RUNLOG.
006580     READ RUNLOG-FILE INTO WS-RUNLOG-DETAIL
006590         AT END
006600             MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
006610         NOT AT END
006620             PERFORM 8720-TEST-PREREQ THRU 8720-EXIT
006630     END-READ.
006640 8710-EXIT.
006650     EXIT.
006660
006670 8720-TEST-PREREQ.
006680     IF RL-PROGRAMA NOT = WS-PREREQ-PROGRAMA
006690         OR RL-DATA-NEGOCIO NOT = WS-RUNLOG-DATA
006700         OR NOT RL-FIM
006710         GO TO 8720-EXIT
006720     END-IF
006730
006740     IF RL-PROGRAMA = "SOMA"
006750         AND RL-MODO NOT = "B" AND RL-MODO NOT = "C"
006760         GO TO 8720-EXIT
006770     END-IF
006780
006790     IF RL-RC > WS-PREREQ-RC-MAX
006800         MOVE "N" TO WS-PREREQ-SWITCH
006810     ELSE
006820         MOVE "Y" TO WS-PREREQ-SWITCH
006830     END-IF.
006840 8720-EXIT.
006850     EXIT.
