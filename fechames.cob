000220* DATA       AUTOR    DESCRICAO                             *
000230* ---------- -------- --------------------------------------*
000240* 2026-09-02 JRS      VERSAO INICIAL DO FECHAMENTO MENSAL.   *
000241* 2026-10-15 JRS      CADA RODADA PASSOU A SER REGISTRADA NO *
000242*                     DIARIO DA CADEIA NOTURNA (RUNLOG), COM *
000243*                     INICIO, FIM, DATA DE NEGOCIO, OPERADOR *
000244*                     E RETURN-CODE. ANTES DE FECHAR, O      *
000245*                     PROGRAMA CONFERE NO DIARIO SE TODO DIA *
000246*                     UTIL DO MES FOI ACUMULADO (CCRESUM) E  *
000247*                     CONCILIADO (CONCILIA) E, COM           *
000248*                     PENDENCIA, RECUSA O FECHAMENTO COM     *
000249*                     RETURN-CODE 8 (SALVO LIBERACAO NO      *
000250*                     CARTAO DE EXECUCAO).                   *
000251*-----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000460     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUNCARD-STATUS.
000481
000482     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000483         ORGANIZATION IS LINE SEQUENTIAL
000484         FILE STATUS IS WS-RUNLOG-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000720     RECORDING MODE IS F.
000730 01  RUNCARD-RECORD.
000740     COPY "runcrec.cpy".
000741
000742 FD  RUNLOG-FILE
000743     RECORDING MODE IS F.
000744 01  RUNLOG-LINE                 PIC X(100).
000750
000760 WORKING-STORAGE SECTION.
000770*-----------------------------------------------------------*
001410 01  WS-VALOR-DISPLAY-X           REDEFINES WS-VALOR-DISPLAY
001420                                      PIC X(14).
001430 77  WS-CC-DESCRICAO              PIC X(30).
001431
001432*-----------------------------------------------------------*
001433* DIARIO DA CADEIA NOTURNA (RUNLOG) E PRE-REQUISITOS        *
001434*-----------------------------------------------------------*
001435 77  WS-RUNLOG-STATUS             PIC X(02).
001436 77  WS-RUNLOG-INICIO-SWITCH      PIC X(01) VALUE "N".
001437     88  WS-RUNLOG-INICIADO       VALUE "Y".
001438 77  WS-RUNLOG-DATA               PIC X(10) VALUE SPACES.
001439 77  WS-RUNLOG-OPERADOR           PIC X(08) VALUE SPACES.
001440 77  WS-RUNLOG-MENSAGEM           PIC X(40) VALUE SPACES.
001441 77  WS-RUNLOG-EOF-SWITCH         PIC X(01) VALUE "N".
001442     88  END-OF-RUNLOG            VALUE "Y".
001443 77  WS-RUNLOG-LIBERA             PIC X(01) VALUE "N".
001444     88  WS-PREREQ-LIBERADO       VALUE "S".
001445
001446 01  WS-RUNLOG-TS-FIELDS.
001447     05  WS-RUNLOG-TS-CCYY        PIC 9(4).
001448     05  WS-RUNLOG-TS-MM          PIC 9(2).
001449     05  WS-RUNLOG-TS-DD          PIC 9(2).
001450
001451 01  WS-RUNLOG-TIME-FIELDS.
001452     05  WS-RUNLOG-TIME-HH        PIC 9(2).
001453     05  WS-RUNLOG-TIME-MM        PIC 9(2).
001454     05  WS-RUNLOG-TIME-SS        PIC 9(2).
001455     05  WS-RUNLOG-TIME-CC        PIC 9(2).
001456
001457 01  WS-RUNLOG-DETAIL.
001458     COPY "runlrec.cpy".
001459
001460*-----------------------------------------------------------*
001461* DIAS DO MES A FECHAR: LOTE (SOMA), ACUMULO (CCRESUM) E    *
001462* CONCILIACAO (CONCILIA) CONCLUIDOS, SEGUNDO O DIARIO       *
001463*-----------------------------------------------------------*
001464 77  WS-DIA-IX                    PIC 9(2)  COMP VALUE ZERO.
001465 77  WS-DIA-ULTIMO                PIC 9(2)  COMP VALUE ZERO.
001466 77  WS-DIA-SEMANA                PIC 9(1)  VALUE ZERO.
001467 77  WS-DIA-INT-INICIO            PIC 9(7)  VALUE ZERO.
001468 77  WS-DIA-INT-PROXIMO           PIC 9(7)  VALUE ZERO.
001469 77  WS-DIA-ENTRY-NUM             PIC 9(2)  VALUE ZERO.
001470 77  WS-DIA-PEND-COUNT            PIC 9(3)  COMP VALUE ZERO.
001471 77  WS-DIA-FORA-COUNT            PIC 9(3)  COMP VALUE ZERO.
001472
001473 01  WS-DIA-DATA.
001474     05  WS-DIA-CCYY              PIC 9(4).
001475     05  WS-DIA-MM                PIC 9(2).
001476     05  WS-DIA-DD                PIC 9(2).
001477 01  WS-DIA-DATA-NUM              REDEFINES WS-DIA-DATA
001478                                      PIC 9(8).
001479
001480 01  WS-DIA-TABLE.
001481     05  WS-DIA-ENTRY             OCCURS 31 TIMES.
001482         10  DT-SOMA              PIC X(01).
001483         10  DT-CCRESUM           PIC X(01).
001484         10  DT-CONCILIA          PIC X(01).
001485         10  DT-CONCILIA-RC       PIC 9(02).
001486 PROCEDURE DIVISION.
001487*=============================================================
001488* 0000-MAINLINE - CONDUZ O FECHAMENTO DO MES E DEVOLVE O
001489* CONTROLE AO SISTEMA OPERACIONAL AO TERMINO.
001490*=============================================================
001491 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001501     PERFORM 8500-LOG-INICIO THRU 8500-EXIT
001502     PERFORM 8700-CHECK-PREREQ THRU 8700-EXIT
001510     PERFORM 2000-OPEN-EXTRATO THRU 2000-EXIT
001520     PERFORM 3000-LOAD-SALDOS THRU 3000-EXIT
001530     PERFORM 4000-WRITE-EXTRATO THRU 4000-EXIT
001540     PERFORM 5000-FREEZE-PERIOD THRU 5000-EXIT
001550     PERFORM 8000-TERMINATE THRU 8000-EXIT
001560
001561     PERFORM 8600-LOG-FIM THRU 8600-EXIT
001570     STOP RUN.
001580
001590*=============================================================
002000         AT END
002010             CONTINUE
002020         NOT AT END
002021             MOVE RC-OPERADOR      TO WS-RUNLOG-OPERADOR
002022             MOVE RC-LIBERA-PREREQ TO WS-RUNLOG-LIBERA
002023             IF RC-DATA NOT = SPACES
002024                 MOVE RC-DATA TO WS-RUNLOG-DATA
002025             END-IF
002030             IF RC-DATA NOT = SPACES
002040                 MOVE RC-DATA (1:7) TO WS-TARGET-MES
002050             END-IF
002420         DISPLAY "*** ERRO: RELATORIO FECHARPT INDISPONIVEL "
002430             "(STATUS = " WS-EXTRATO-STATUS ") ***"
002440         MOVE 8 TO RETURN-CODE
002441         PERFORM 8600-LOG-FIM THRU 8600-EXIT
002450         STOP RUN
002460     END-IF
002470
002870         WRITE EXTRATO-LINE
002880         CLOSE EXTRATO-FILE
002890         MOVE 8 TO RETURN-CODE
002891         PERFORM 8600-LOG-FIM THRU 8600-EXIT
002900         STOP RUN
002910     END-IF
002920
005570     DISPLAY "Fechamento encerrado - extrato em FECHARPT.".
005580 8000-EXIT.
005590     EXIT.
005600
005610*=============================================================
005620* 8500-LOG-INICIO - GRAVA NO DIARIO DA CADEIA NOTURNA (RUNLOG)
005630* O INICIO DA RODADA, COM A DATA DE NEGOCIO E O OPERADOR. SEM
005640* DATA NO CARTAO DE EXECUCAO VALE A DATA DE HOJE; SEM OPERADOR,
005650* O USUARIO DO AMBIENTE.
005660*=============================================================
005670 8500-LOG-INICIO.
005680     IF WS-RUNLOG-DATA = SPACES
005690         ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
005700         STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
005710             "-"                 DELIMITED BY SIZE
005720             WS-RUNLOG-TS-MM     DELIMITED BY SIZE
005730             "-"                 DELIMITED BY SIZE
005740             WS-RUNLOG-TS-DD     DELIMITED BY SIZE
005750             INTO WS-RUNLOG-DATA
005760         END-STRING
005770     END-IF
005780     IF WS-RUNLOG-OPERADOR = SPACES
005790         ACCEPT WS-RUNLOG-OPERADOR FROM ENVIRONMENT "USER"
005800     END-IF
005810     IF WS-RUNLOG-OPERADOR = SPACES
005820         MOVE "NOTURNO " TO WS-RUNLOG-OPERADOR
005830     END-IF
005840
005850     MOVE SPACES TO WS-RUNLOG-DETAIL
005860     MOVE "I"    TO RL-EVENTO
005870     MOVE ZERO   TO RL-RC
005880     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT
005890     MOVE "Y" TO WS-RUNLOG-INICIO-SWITCH.
005900 8500-EXIT.
005910     EXIT.
005920
005930*=============================================================
005940* 8510-WRITE-RUNLOG - COMPLETA O REGISTRO DO DIARIO COM O
005950* PROGRAMA, A DATA DE NEGOCIO, O OPERADOR E O MOMENTO DA
005960* GRAVACAO E O ACRESCENTA AO RUNLOG, CRIADO NA PRIMEIRA
005970* GRAVACAO. DIARIO INDISPONIVEL SO GERA AVISO.
005980*=============================================================
005990 8510-WRITE-RUNLOG.
006000     ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
006010     ACCEPT WS-RUNLOG-TIME-FIELDS FROM TIME
006020
006030     MOVE "FECHAMES"        TO RL-PROGRAMA
006040     MOVE WS-RUNLOG-DATA     TO RL-DATA-NEGOCIO
006050     MOVE WS-RUNLOG-OPERADOR TO RL-OPERADOR
006060     MOVE WS-RUNLOG-MENSAGEM TO RL-MENSAGEM
006070     STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
006080         "-"                 DELIMITED BY SIZE
006090         WS-RUNLOG-TS-MM     DELIMITED BY SIZE
006100         "-"                 DELIMITED BY SIZE
006110         WS-RUNLOG-TS-DD     DELIMITED BY SIZE
006120         INTO RL-TS-DATA
006130     END-STRING
006140     STRING WS-RUNLOG-TIME-HH DELIMITED BY SIZE
006150         ":"                 DELIMITED BY SIZE
006160         WS-RUNLOG-TIME-MM   DELIMITED BY SIZE
006170         ":"                 DELIMITED BY SIZE
006180         WS-RUNLOG-TIME-SS   DELIMITED BY SIZE
006190         INTO RL-TS-HORA
006200     END-STRING
006210
006220     OPEN EXTEND RUNLOG-FILE
006230     IF WS-RUNLOG-STATUS NOT = "00"
006240         OPEN OUTPUT RUNLOG-FILE
006250         CLOSE RUNLOG-FILE
006260         OPEN EXTEND RUNLOG-FILE
006270     END-IF
006280     IF WS-RUNLOG-STATUS NOT = "00"
006290         DISPLAY "*** AVISO: DIARIO RUNLOG INDISPONIVEL "
006300             "(STATUS = " WS-RUNLOG-STATUS ") ***"
006310         GO TO 8510-EXIT
006320     END-IF
006330
006340     WRITE RUNLOG-LINE FROM WS-RUNLOG-DETAIL
006350     CLOSE RUNLOG-FILE.
006360 8510-EXIT.
006370     EXIT.
006380
006390*=============================================================
006400* 8600-LOG-FIM - GRAVA NO DIARIO O FIM DA RODADA COM O
006410* RETURN-CODE DEVOLVIDO AO SCHEDULER. EXECUTADO ANTES DE CADA
006420* STOP RUN; SO GRAVA SE O INICIO FOI REGISTRADO, E UMA UNICA
006430* VEZ.
006440*=============================================================
006450 8600-LOG-FIM.
006460     IF NOT WS-RUNLOG-INICIADO
006470         GO TO 8600-EXIT
006480     END-IF
006490     MOVE "N" TO WS-RUNLOG-INICIO-SWITCH
006500
006510     MOVE SPACES      TO WS-RUNLOG-DETAIL
006520     MOVE "F"         TO RL-EVENTO
006530     MOVE RETURN-CODE TO RL-RC
006540     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT.
006550 8600-EXIT.
006560     EXIT.
006570
006580*=============================================================
006590* 8700-CHECK-PREREQ - CONFERE NO DIARIO DA CADEIA (RUNLOG) SE
006600* TODO DIA UTIL DO MES A FECHAR FOI ACUMULADO (CCRESUM) E
006610* CONCILIADO (CONCILIA) COM RODADA CONCLUIDA (RETURN-CODE ATE
006620* 4; VALE A RODADA MAIS RECENTE DE CADA DIA). DIA UTIL E DE
006630* SEGUNDA A SEXTA-FEIRA, MAIS QUALQUER DIA COM LOTE CONCLUIDO
006640* DO PROGRAMA SOMA. DIA CONCILIADO FORA DE BALANCE SO GERA
006650* AVISO. COM PENDENCIA O FECHAMENTO E RECUSADO COM
006660* RETURN-CODE 8 ANTES DE TOCAR NO SALDOPER, SALVO LIBERACAO NO
006670* CARTAO DE EXECUCAO (FERIADOS), QUE FICA REGISTRADA NO DIARIO.
006680*=============================================================
006690 8700-CHECK-PREREQ.
006700     IF WS-TARGET-MES (1:4) IS NUMERIC
006710         AND WS-TARGET-MES (6:2) IS NUMERIC
006720         MOVE WS-TARGET-MES (1:4) TO WS-DIA-CCYY
006730         MOVE WS-TARGET-MES (6:2) TO WS-DIA-MM
006740     ELSE
006750         MOVE ZERO TO WS-DIA-MM
006760     END-IF
006770
006780     IF WS-DIA-MM < 1 OR WS-DIA-MM > 12
006790         DISPLAY "*** ERRO: MES A FECHAR INVALIDO (" WS-TARGET-MES
006800             ") ***"
006810         MOVE "MES A FECHAR INVALIDO" TO WS-RUNLOG-MENSAGEM
006820         MOVE 8 TO RETURN-CODE
006830         PERFORM 8600-LOG-FIM THRU 8600-EXIT
006840         STOP RUN
006850     END-IF
006860
006870     MOVE 1 TO WS-DIA-DD
006880     COMPUTE WS-DIA-INT-INICIO =
006890         FUNCTION INTEGER-OF-DATE (WS-DIA-DATA-NUM)
006900     IF WS-DIA-MM = 12
006910         ADD 1 TO WS-DIA-CCYY
006920         MOVE 1 TO WS-DIA-MM
006930     ELSE
006940         ADD 1 TO WS-DIA-MM
006950     END-IF
006960     COMPUTE WS-DIA-INT-PROXIMO =
006970         FUNCTION INTEGER-OF-DATE (WS-DIA-DATA-NUM)
006980     COMPUTE WS-DIA-ULTIMO =
006981         WS-DIA-INT-PROXIMO - WS-DIA-INT-INICIO
006990     MOVE WS-TARGET-MES (1:4) TO WS-DIA-CCYY
007000     MOVE WS-TARGET-MES (6:2) TO WS-DIA-MM
007010
007020     INITIALIZE WS-DIA-TABLE
007030     MOVE "N" TO WS-RUNLOG-EOF-SWITCH
007040     OPEN INPUT RUNLOG-FILE
007050     IF WS-RUNLOG-STATUS = "00"
007060         PERFORM 8710-READ-RUNLOG THRU 8710-EXIT
007070             UNTIL END-OF-RUNLOG
007080         CLOSE RUNLOG-FILE
007090     END-IF
007100
007110     MOVE ZERO TO WS-DIA-PEND-COUNT
007120     MOVE ZERO TO WS-DIA-FORA-COUNT
007130     MOVE ZERO TO WS-DIA-IX
007140     PERFORM 8730-CHECK-DIA THRU 8730-EXIT
007150         UNTIL WS-DIA-IX >= WS-DIA-ULTIMO
007160
007170     IF WS-DIA-FORA-COUNT > ZERO
007180         MOVE WS-DIA-FORA-COUNT TO WS-COUNT-DISPLAY
007190         DISPLAY "*** AVISO: " WS-COUNT-DISPLAY " DIA(S) DO MES "
007200             "CONCILIADO(S) FORA DE BALANCE ***"
007210     END-IF
007220
007230     IF WS-DIA-PEND-COUNT = ZERO
007240         GO TO 8700-EXIT
007250     END-IF
007260
007270     MOVE WS-DIA-PEND-COUNT TO WS-COUNT-DISPLAY
007280     IF WS-PREREQ-LIBERADO
007290         DISPLAY "*** AVISO: " WS-COUNT-DISPLAY
007291             " PENDENCIA(S) DA "
007300             "CADEIA NO MES - FECHAMENTO LIBERADO PELO CARTAO ***"
007310         MOVE "PRE-REQUISITO LIBERADO PELO CARTAO"
007320             TO WS-RUNLOG-MENSAGEM
007330         GO TO 8700-EXIT
007340     END-IF
007350
007360     DISPLAY "*** ERRO: " WS-COUNT-DISPLAY
007361         " PENDENCIA(S) DA CADEIA "
007370         "NO MES " WS-TARGET-MES " - FECHAMENTO RECUSADO ***"
007380     MOVE SPACES TO WS-RUNLOG-MENSAGEM
007390     STRING "PENDENCIAS DA CADEIA NO MES: "  DELIMITED BY SIZE
007400         WS-COUNT-DISPLAY                DELIMITED BY SIZE
007410         INTO WS-RUNLOG-MENSAGEM
007420     END-STRING
007430     MOVE 8 TO RETURN-CODE
007440     PERFORM 8600-LOG-FIM THRU 8600-EXIT
007450     STOP RUN.
007460 8700-EXIT.
007470     EXIT.
007480
007490 8710-READ-RUNLOG.
007500     READ RUNLOG-FILE INTO WS-RUNLOG-DETAIL
007510         AT END
007520             MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
007530         NOT AT END
007540             PERFORM 8720-TEST-DIA THRU 8720-EXIT
007550     END-READ.
007560 8710-EXIT.
007570     EXIT.
007580
007590 8720-TEST-DIA.
007600     IF RL-DATA-NEGOCIO (1:7) NOT = WS-TARGET-MES
007610         OR NOT RL-FIM
007620         OR RL-DATA-NEGOCIO (9:2) IS NOT NUMERIC
007630         GO TO 8720-EXIT
007640     END-IF
007650
007660     MOVE RL-DATA-NEGOCIO (9:2) TO WS-DIA-ENTRY-NUM
007670     IF WS-DIA-ENTRY-NUM < 1 OR WS-DIA-ENTRY-NUM > 31
007680         GO TO 8720-EXIT
007690     END-IF
007700     MOVE WS-DIA-ENTRY-NUM TO WS-DIA-IX
007710
007720     EVALUATE RL-PROGRAMA
007730         WHEN "SOMA"
007740             IF RL-MODO = "B" OR RL-MODO = "C"
007750                 IF RL-RC < 8
007760                     MOVE "Y" TO DT-SOMA (WS-DIA-IX)
007770                 ELSE
007780                     MOVE "N" TO DT-SOMA (WS-DIA-IX)
007790                 END-IF
007800             END-IF
007810         WHEN "CCRESUM"
007820             IF RL-RC < 8
007830                 MOVE "Y" TO DT-CCRESUM (WS-DIA-IX)
007840             ELSE
007850                 MOVE "N" TO DT-CCRESUM (WS-DIA-IX)
007860             END-IF
007870         WHEN "CONCILIA"
007880             IF RL-RC < 8
007890                 MOVE "Y" TO DT-CONCILIA (WS-DIA-IX)
007900             ELSE
007910                 MOVE "N" TO DT-CONCILIA (WS-DIA-IX)
007920             END-IF
007930             MOVE RL-RC TO DT-CONCILIA-RC (WS-DIA-IX)
007940         WHEN OTHER
007950             CONTINUE
007960     END-EVALUATE.
007970 8720-EXIT.
007980     EXIT.
007990
008000 8730-CHECK-DIA.
008010     ADD 1 TO WS-DIA-IX
008020     MOVE WS-DIA-IX TO WS-DIA-DD
008030     COMPUTE WS-DIA-SEMANA =
008040         FUNCTION MOD (FUNCTION INTEGER-OF-DATE (WS-DIA-DATA-NUM)
008050             - 1, 7) + 1
008060
008070     IF WS-DIA-SEMANA > 5 AND DT-SOMA (WS-DIA-IX) NOT = "Y"
008080         GO TO 8730-EXIT
008090     END-IF
008100
008110     IF DT-CCRESUM (WS-DIA-IX) NOT = "Y"
008120         ADD 1 TO WS-DIA-PEND-COUNT
008130         DISPLAY "*** PENDENCIA: " WS-TARGET-MES "-" WS-DIA-DD
008140             " SEM ACUMULO CONCLUIDO (CCRESUM) ***"
008150     END-IF
008160
008170     IF DT-CONCILIA (WS-DIA-IX) NOT = "Y"
008180         ADD 1 TO WS-DIA-PEND-COUNT
008190         DISPLAY "*** PENDENCIA: " WS-TARGET-MES "-" WS-DIA-DD
008200             " SEM CONCILIACAO CONCLUIDA (CONCILIA) ***"
008210     ELSE
008220         IF DT-CONCILIA-RC (WS-DIA-IX) > ZERO
008230             ADD 1 TO WS-DIA-FORA-COUNT
008240         END-IF
008250     END-IF.
008260 8730-EXIT.
008270     EXIT.
