000230* ---------- -------- --------------------------------------*
000240* 2026-09-02 JRS      VERSAO INICIAL DO ENVELHECIMENTO DE    *
000250*                     PENDENCIAS.                            *
000251* 2026-10-15 JRS      CADA RODADA PASSOU A SER REGISTRADA NO *
000252*                     DIARIO DA CADEIA NOTURNA (RUNLOG), COM *
000253*                     INICIO, FIM, DATA DE NEGOCIO, OPERADOR *
000254*                     E RETURN-CODE; ANTES DE ENVELHECER AS  *
000255*                     PENDENCIAS CONFERE NO DIARIO O LOTE DO *
000256*                     PROGRAMA SOMA CONCLUIDO NA DATA E, SEM *
000257*                     ELE, RECUSA A RODADA COM RETURN-CODE 8 *
000258*                     (SALVO LIBERACAO NO CARTAO DE          *
000259*                     EXECUCAO).                             *
000260* 2026-10-15 JRS      A IMAGEM DO REGISTRO ORIGINAL GANHOU A *
000261*                     MOEDA (29 POSICOES) E A PENDENCIA POR  *
000262*                     FALTA DE TAXA DE CAMBIO (MOTIVO CAM).  *
000263*-----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000430     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RUNCARD-STATUS.
000451
000452     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS WS-RUNLOG-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
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
001200 77  WS-COUNT-DISPLAY             PIC 9(04).
001210 77  WS-BAND-LABEL                PIC X(09).
001220 77  WS-STALE-FLAG                PIC X(09).
001221
001222*-----------------------------------------------------------*
001223* DIARIO DA CADEIA NOTURNA (RUNLOG) E PRE-REQUISITOS        *
001224*-----------------------------------------------------------*
001225 77  WS-RUNLOG-STATUS             PIC X(02).
001226 77  WS-RUNLOG-INICIO-SWITCH      PIC X(01) VALUE "N".
001227     88  WS-RUNLOG-INICIADO       VALUE "Y".
001228 77  WS-RUNLOG-DATA               PIC X(10) VALUE SPACES.
001229 77  WS-RUNLOG-OPERADOR           PIC X(08) VALUE SPACES.
001230 77  WS-RUNLOG-MENSAGEM           PIC X(40) VALUE SPACES.
001231 77  WS-RUNLOG-EOF-SWITCH         PIC X(01) VALUE "N".
001232     88  END-OF-RUNLOG            VALUE "Y".
001233 77  WS-RUNLOG-LIBERA             PIC X(01) VALUE "N".
001234     88  WS-PREREQ-LIBERADO       VALUE "S".
001235 77  WS-PREREQ-SWITCH             PIC X(01) VALUE "N".
001236     88  WS-PREREQ-OK             VALUE "Y".
001237 77  WS-PREREQ-PROGRAMA           PIC X(08) VALUE "SOMA".
001238 77  WS-PREREQ-RC-MAX             PIC 9(02) VALUE 4.
001239
001240 01  WS-RUNLOG-TS-FIELDS.
001241     05  WS-RUNLOG-TS-CCYY        PIC 9(4).
001242     05  WS-RUNLOG-TS-MM          PIC 9(2).
001243     05  WS-RUNLOG-TS-DD          PIC 9(2).
001244
001245 01  WS-RUNLOG-TIME-FIELDS.
001246     05  WS-RUNLOG-TIME-HH        PIC 9(2).
001247     05  WS-RUNLOG-TIME-MM        PIC 9(2).
001248     05  WS-RUNLOG-TIME-SS        PIC 9(2).
001249     05  WS-RUNLOG-TIME-CC        PIC 9(2).
001250
001251 01  WS-RUNLOG-DETAIL.
001252     COPY "runlrec.cpy".
001253 PROCEDURE DIVISION.
001254*=============================================================
001255* 0000-MAINLINE - CONDUZ O ENVELHECIMENTO DAS PENDENCIAS E
001260* DEVOLVE O CONTROLE AO SISTEMA OPERACIONAL AO TERMINO.
001270*=============================================================
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001291     PERFORM 8500-LOG-INICIO THRU 8500-EXIT
001292     PERFORM 8700-CHECK-PREREQ THRU 8700-EXIT
001300     PERFORM 2000-OPEN-AGING THRU 2000-EXIT
001310     PERFORM 3000-SCAN-SUSPENSE THRU 3000-EXIT
001320     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
001330     PERFORM 8000-TERMINATE THRU 8000-EXIT
001340
001341     PERFORM 8600-LOG-FIM THRU 8600-EXIT
001350     STOP RUN.
001360
001370*=============================================================
001800         AT END
001810             CONTINUE
001820         NOT AT END
001821             MOVE RC-OPERADOR      TO WS-RUNLOG-OPERADOR
001822             MOVE RC-LIBERA-PREREQ TO WS-RUNLOG-LIBERA
001830             IF RC-DATA NOT = SPACES
001840                 MOVE RC-DATA TO WS-TARGET-DATE
001850             END-IF
002200         DISPLAY "*** ERRO: RELATORIO SUSPARPT INDISPONIVEL "
002210             "(STATUS = " WS-AGING-STATUS ") ***"
002220         MOVE 8 TO RETURN-CODE
002221         PERFORM 8600-LOG-FIM THRU 8600-EXIT
002230         STOP RUN
002240     END-IF
002250
002400     MOVE SPACES TO AGING-LINE
002410     STRING "FAIXA     IDADE MOTIVO DATA       REGISTRO "
002420                             DELIMITED BY SIZE
002430         "ORIGINAL             OBS"
002440                             DELIMITED BY SIZE
002450         INTO AGING-LINE
002460     END-STRING
003350     MOVE WS-AGE-DISPLAY TO AGING-LINE (11:4)
003360     MOVE SR-MOTIVO TO AGING-LINE (17:3)
003370     MOVE SR-DATA TO AGING-LINE (24:10)
003380     MOVE SR-IMAGEM TO AGING-LINE (35:29)
003390     MOVE WS-STALE-FLAG TO AGING-LINE (65:9)
003400     WRITE AGING-LINE.
003410 3200-EXIT.
003420     EXIT.
004090         "SUSPARPT.".
004100 8000-EXIT.
004110     EXIT.
004120
004130*=============================================================
004140* 8500-LOG-INICIO - GRAVA NO DIARIO DA CADEIA NOTURNA (RUNLOG)
004150* O INICIO DA RODADA, COM A DATA DE NEGOCIO E O OPERADOR. SEM
004160* DATA NO CARTAO DE EXECUCAO VALE A DATA DE HOJE; SEM OPERADOR,
004170* O USUARIO DO AMBIENTE.
004180*=============================================================
004190 8500-LOG-INICIO.
004200     MOVE WS-TARGET-DATE TO WS-RUNLOG-DATA
004210     IF WS-RUNLOG-DATA = SPACES
004220         ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
004230         STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
004240             "-"                 DELIMITED BY SIZE
004250             WS-RUNLOG-TS-MM     DELIMITED BY SIZE
004260             "-"                 DELIMITED BY SIZE
004270             WS-RUNLOG-TS-DD     DELIMITED BY SIZE
004280             INTO WS-RUNLOG-DATA
004290         END-STRING
004300     END-IF
004310     IF WS-RUNLOG-OPERADOR = SPACES
004320         ACCEPT WS-RUNLOG-OPERADOR FROM ENVIRONMENT "USER"
004330     END-IF
004340     IF WS-RUNLOG-OPERADOR = SPACES
004350         MOVE "NOTURNO " TO WS-RUNLOG-OPERADOR
004360     END-IF
004370
004380     MOVE SPACES TO WS-RUNLOG-DETAIL
004390     MOVE "I"    TO RL-EVENTO
004400     MOVE ZERO   TO RL-RC
004410     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT
004420     MOVE "Y" TO WS-RUNLOG-INICIO-SWITCH.
004430 8500-EXIT.
004440     EXIT.
004450
004460*=============================================================
004470* 8510-WRITE-RUNLOG - COMPLETA O REGISTRO DO DIARIO COM O
004480* PROGRAMA, A DATA DE NEGOCIO, O OPERADOR E O MOMENTO DA
004490* GRAVACAO E O ACRESCENTA AO RUNLOG, CRIADO NA PRIMEIRA
004500* GRAVACAO. DIARIO INDISPONIVEL SO GERA AVISO.
004510*=============================================================
004520 8510-WRITE-RUNLOG.
004530     ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
004540     ACCEPT WS-RUNLOG-TIME-FIELDS FROM TIME
004550
004560     MOVE "SUSPAGE"         TO RL-PROGRAMA
004570     MOVE WS-RUNLOG-DATA     TO RL-DATA-NEGOCIO
004580     MOVE WS-RUNLOG-OPERADOR TO RL-OPERADOR
004590     MOVE WS-RUNLOG-MENSAGEM TO RL-MENSAGEM
004600     STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
004610         "-"                 DELIMITED BY SIZE
004620         WS-RUNLOG-TS-MM     DELIMITED BY SIZE
004630         "-"                 DELIMITED BY SIZE
004640         WS-RUNLOG-TS-DD     DELIMITED BY SIZE
004650         INTO RL-TS-DATA
004660     END-STRING
004670     STRING WS-RUNLOG-TIME-HH DELIMITED BY SIZE
004680         ":"                 DELIMITED BY SIZE
004690         WS-RUNLOG-TIME-MM   DELIMITED BY SIZE
004700         ":"                 DELIMITED BY SIZE
004710         WS-RUNLOG-TIME-SS   DELIMITED BY SIZE
004720         INTO RL-TS-HORA
004730     END-STRING
004740
004750     OPEN EXTEND RUNLOG-FILE
004760     IF WS-RUNLOG-STATUS NOT = "00"
004770         OPEN OUTPUT RUNLOG-FILE
004780         CLOSE RUNLOG-FILE
004790         OPEN EXTEND RUNLOG-FILE
004800     END-IF
004810     IF WS-RUNLOG-STATUS NOT = "00"
004820         DISPLAY "*** AVISO: DIARIO RUNLOG INDISPONIVEL "
004830             "(STATUS = " WS-RUNLOG-STATUS ") ***"
004840         GO TO 8510-EXIT
004850     END-IF
004860
004870     WRITE RUNLOG-LINE FROM WS-RUNLOG-DETAIL
004880     CLOSE RUNLOG-FILE.
004890 8510-EXIT.
004900     EXIT.
004910
004920*=============================================================
004930* 8600-LOG-FIM - GRAVA NO DIARIO O FIM DA RODADA COM O
004940* RETURN-CODE DEVOLVIDO AO SCHEDULER. EXECUTADO ANTES DE CADA
004950* STOP RUN; SO GRAVA SE O INICIO FOI REGISTRADO, E UMA UNICA
004960* VEZ.
004970*=============================================================
004980 8600-LOG-FIM.
004990     IF NOT WS-RUNLOG-INICIADO
005000         GO TO 8600-EXIT
005010     END-IF
005020     MOVE "N" TO WS-RUNLOG-INICIO-SWITCH
005030
005040     MOVE SPACES      TO WS-RUNLOG-DETAIL
005050     MOVE "F"         TO RL-EVENTO
005060     MOVE RETURN-CODE TO RL-RC
005070     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT.
005080 8600-EXIT.
005090     EXIT.
005100
005110*=============================================================
005120* 8700-CHECK-PREREQ - CONFERE NO DIARIO (RUNLOG) SE O JOB
005130* PRE-REQUISITO TEVE RODADA CONCLUIDA NA DATA DE NEGOCIO, COM
005140* RETURN-CODE ATE O MAXIMO ACEITO (VALE A RODADA MAIS RECENTE).
005150* DO PROGRAMA SOMA CONTAM SO AS RODADAS DE LOTE (B) E DE
005160* CONSOLIDACAO (C). SEM O PRE-REQUISITO O JOB E RECUSADO COM
005170* RETURN-CODE 8 ANTES DE PROCESSAR, SALVO LIBERACAO NO CARTAO
005180* DE EXECUCAO, QUE FICA REGISTRADA NO DIARIO.
005190*=============================================================
005200 8700-CHECK-PREREQ.
005210     MOVE "N" TO WS-PREREQ-SWITCH
005220     MOVE "N" TO WS-RUNLOG-EOF-SWITCH
005230
005240     OPEN INPUT RUNLOG-FILE
005250     IF WS-RUNLOG-STATUS = "00"
005260         PERFORM 8710-READ-RUNLOG THRU 8710-EXIT
005270             UNTIL END-OF-RUNLOG
005280         CLOSE RUNLOG-FILE
005290     END-IF
005300
005310     IF WS-PREREQ-OK
005320         GO TO 8700-EXIT
005330     END-IF
005340
005350     IF WS-PREREQ-LIBERADO
005360         DISPLAY "*** AVISO: PRE-REQUISITO " WS-PREREQ-PROGRAMA
005370             " NAO CUMPRIDO EM " WS-RUNLOG-DATA
005380             " - RODADA LIBERADA PELO CARTAO ***"
005390         MOVE "PRE-REQUISITO LIBERADO PELO CARTAO"
005400             TO WS-RUNLOG-MENSAGEM
005410         GO TO 8700-EXIT
005420     END-IF
005430
005440     DISPLAY "*** ERRO: PRE-REQUISITO NAO CUMPRIDO - SEM RODADA "
005450         "CONCLUIDA DE " WS-PREREQ-PROGRAMA " EM " WS-RUNLOG-DATA
005460         " ***"
005470     MOVE SPACES TO WS-RUNLOG-MENSAGEM
005480     STRING "PRE-REQUISITO AUSENTE: " DELIMITED BY SIZE
005490         WS-PREREQ-PROGRAMA        DELIMITED BY SPACE
005500         INTO WS-RUNLOG-MENSAGEM
005510     END-STRING
005520     MOVE 8 TO RETURN-CODE
005530     PERFORM 8600-LOG-FIM THRU 8600-EXIT
005540     STOP RUN.
005550 8700-EXIT.
005560     EXIT.
005570
005580 8710-READ-RUNLOG.
005590     READ RUNLOG-FILE INTO WS-RUNLOG-DETAIL
005600         AT END
005610             MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
005620         NOT AT END
005630             PERFORM 8720-TEST-PREREQ THRU 8720-EXIT
005640     END-READ.
005650 8710-EXIT.
005660     EXIT.
005670
005680 8720-TEST-PREREQ.
005690     IF RL-PROGRAMA NOT = WS-PREREQ-PROGRAMA
005700         OR RL-DATA-NEGOCIO NOT = WS-RUNLOG-DATA
005710         OR NOT RL-FIM
005720         GO TO 8720-EXIT
005730     END-IF
005740
005750     IF RL-PROGRAMA = "SOMA"
005760         AND RL-MODO NOT = "B" AND RL-MODO NOT = "C"
005770         GO TO 8720-EXIT
005780     END-IF
005790
005800     IF RL-RC > WS-PREREQ-RC-MAX
005810         MOVE "N" TO WS-PREREQ-SWITCH
005820     ELSE
005830         MOVE "Y" TO WS-PREREQ-SWITCH
005840     END-IF.
005850 8720-EXIT.
005860     EXIT.
