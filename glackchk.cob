000223*                     (GLRESEND) FICAM FORA DA CONFERENCIA E DA   *
000224*                     COBRANCA; A REFERENCIA A REMESSA ORIGINAL   *
000225*                     E PRESERVADA NA REGRAVACAO DO CONTROLE.     *
000226* 2026-10-15 JRS      CADA RODADA PASSOU A SER REGISTRADA NO   *
000227*                     DIARIO DA CADEIA NOTURNA (RUNLOG), COM   *
000228*                     INICIO, FIM, DATA DE NEGOCIO, OPERADOR E *
000229*                     RETURN-CODE; A DATA DE NEGOCIO E O       *
000230*                     OPERADOR VEM DO CARTAO DE EXECUCAO       *
000231*                     (RUNCARD), QUANDO PRESENTE. ANTES DA     *
000232*                     CONFERENCIA O PROGRAMA CONFERE NO DIARIO *
000233*                     O LOTE DO PROGRAMA SOMA CONCLUIDO NA     *
000234*                     DATA E, SEM ELE, RECUSA A RODADA COM     *
000235*                     RETURN-CODE 8 (SALVO LIBERACAO NO CARTAO *
000236*                     DE EXECUCAO).                            *
000237*-----------------------------------------------------------*
000238
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000350     SELECT RESULT-FILE ASSIGN TO "GLACKRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RESULT-STATUS.
000371
000372     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000373         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WS-RUNCARD-STATUS.
000375
000376     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000377         ORGANIZATION IS LINE SEQUENTIAL
000378         FILE STATUS IS WS-RUNLOG-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000580 FD  RESULT-FILE
000590     RECORDING MODE IS F.
000600 01  RESULT-LINE                  PIC X(80).
000601
000602 FD  RUNCARD-FILE
000603     RECORDING MODE IS F.
000604 01  RUNCARD-RECORD.
000605     COPY "runcrec.cpy".
000606
000607 FD  RUNLOG-FILE
000608     RECORDING MODE IS F.
000609 01  RUNLOG-LINE                 PIC X(100).
000610
000620 WORKING-STORAGE SECTION.
000630*-----------------------------------------------------------*
000660 77  WS-REMESSA-STATUS            PIC X(02).
000670 77  WS-ACK-STATUS                PIC X(02).
000680 77  WS-RESULT-STATUS             PIC X(02).
000681 77  WS-RUNCARD-STATUS            PIC X(02).
000690
000700 77  WS-REMESSA-EOF-SWITCH        PIC X(01) VALUE "N".
000710     88  END-OF-REMESSA-FILE      VALUE "Y".
001100
001110 77  WS-CLEAN-SWITCH              PIC X(01) VALUE "Y".
001120     88  WS-ALL-CONFIRMED         VALUE "Y".
001121
001122*-----------------------------------------------------------*
001123* DIARIO DA CADEIA NOTURNA (RUNLOG) E PRE-REQUISITOS        *
001124*-----------------------------------------------------------*
001125 77  WS-RUNLOG-STATUS             PIC X(02).
001126 77  WS-RUNLOG-INICIO-SWITCH      PIC X(01) VALUE "N".
001127     88  WS-RUNLOG-INICIADO       VALUE "Y".
001128 77  WS-RUNLOG-DATA               PIC X(10) VALUE SPACES.
001129 77  WS-RUNLOG-OPERADOR           PIC X(08) VALUE SPACES.
001130 77  WS-RUNLOG-MENSAGEM           PIC X(40) VALUE SPACES.
001131 77  WS-RUNLOG-EOF-SWITCH         PIC X(01) VALUE "N".
001132     88  END-OF-RUNLOG            VALUE "Y".
001133 77  WS-RUNLOG-LIBERA             PIC X(01) VALUE "N".
001134     88  WS-PREREQ-LIBERADO       VALUE "S".
001135 77  WS-PREREQ-SWITCH             PIC X(01) VALUE "N".
001136     88  WS-PREREQ-OK             VALUE "Y".
001137 77  WS-PREREQ-PROGRAMA           PIC X(08) VALUE "SOMA".
001138 77  WS-PREREQ-RC-MAX             PIC 9(02) VALUE 4.
001139
001140 01  WS-RUNLOG-TS-FIELDS.
001141     05  WS-RUNLOG-TS-CCYY        PIC 9(4).
001142     05  WS-RUNLOG-TS-MM          PIC 9(2).
001143     05  WS-RUNLOG-TS-DD          PIC 9(2).
001144
001145 01  WS-RUNLOG-TIME-FIELDS.
001146     05  WS-RUNLOG-TIME-HH        PIC 9(2).
001147     05  WS-RUNLOG-TIME-MM        PIC 9(2).
001148     05  WS-RUNLOG-TIME-SS        PIC 9(2).
001149     05  WS-RUNLOG-TIME-CC        PIC 9(2).
001150
001151 01  WS-RUNLOG-DETAIL.
001152     COPY "runlrec.cpy".
001153 PROCEDURE DIVISION.
001154*=============================================================
001155* 0000-MAINLINE - CONDUZ O PROCESSAMENTO DAS CONFIRMACOES DO
001160* GL E DEVOLVE O CONTROLE AO SISTEMA OPERACIONAL AO TERMINO.
001170*=============================================================
001180 0000-MAINLINE.
001240     PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT
001250     PERFORM 8000-TERMINATE THRU 8000-EXIT
001260
001261     PERFORM 8600-LOG-FIM THRU 8600-EXIT
001270     STOP RUN.
001280
001290*=============================================================
001300* 1000-INITIALIZE - LE O CARTAO DE EXECUCAO, REGISTRA O INICIO
001301* NO DIARIO DA CADEIA, CONFERE O PRE-REQUISITO, ABRE O
001302* RELATORIO DE CONFIRMACOES (GLACKRPT) E EMITE O CABECALHO DA
001310* RODADA.
001320*=============================================================
001330 1000-INITIALIZE.
001331     PERFORM 1100-READ-RUNCARD THRU 1100-EXIT
001332     PERFORM 8500-LOG-INICIO THRU 8500-EXIT
001333     PERFORM 8700-CHECK-PREREQ THRU 8700-EXIT
001334
001340     OPEN OUTPUT RESULT-FILE
001350     IF WS-RESULT-STATUS NOT = "00"
001360         DISPLAY "*** ERRO: RELATORIO GLACKRPT INDISPONIVEL "
001370             "(STATUS = " WS-RESULT-STATUS ") ***"
001375         MOVE 8 TO RETURN-CODE
001376         PERFORM 8600-LOG-FIM THRU 8600-EXIT
001380         STOP RUN
001390     END-IF
001400
001490     WRITE RESULT-LINE.
001500 1000-EXIT.
001510     EXIT.
001511
001512*=============================================================
001513* 1100-READ-RUNCARD - PROCURA O CARTAO DE EXECUCAO (RUNCARD) E,
001514* QUANDO PRESENTE, GUARDA A DATA DE NEGOCIO, O OPERADOR E A
001515* LIBERACAO DE PRE-REQUISITO PARA O DIARIO DA CADEIA.
001516*=============================================================
001517 1100-READ-RUNCARD.
001518     OPEN INPUT RUNCARD-FILE
001519     IF WS-RUNCARD-STATUS NOT = "00"
001520         GO TO 1100-EXIT
001521     END-IF
001522
001523     READ RUNCARD-FILE
001524         AT END
001525             CONTINUE
001526         NOT AT END
001527             MOVE RC-OPERADOR      TO WS-RUNLOG-OPERADOR
001528             MOVE RC-LIBERA-PREREQ TO WS-RUNLOG-LIBERA
001529             IF RC-DATA NOT = SPACES
001530                 MOVE RC-DATA TO WS-RUNLOG-DATA
001531             END-IF
001532     END-READ
001533     CLOSE RUNCARD-FILE.
001534 1100-EXIT.
001535     EXIT.
001536
001537*=============================================================
001540* 2000-LOAD-CONTROL - CARREGA O CONTROLE DE REMESSAS (GLCTRL)
001550* PARA A TABELA DE CASAMENTO. SEM REMESSAS REGISTRADAS NAO HA
001560* O QUE CONFERIR E O PROGRAMA ENCERRA.
001680             TO RESULT-LINE
001690         WRITE RESULT-LINE
001700         CLOSE RESULT-FILE
001701         PERFORM 8600-LOG-FIM THRU 8600-EXIT
001710         STOP RUN
001720     END-IF
001730
001805         MOVE 8 TO RETURN-CODE
001810         CLOSE REMESSA-FILE
001820         CLOSE RESULT-FILE
001821         PERFORM 8600-LOG-FIM THRU 8600-EXIT
001830         STOP RUN
001840     END-IF
001850
004480     DISPLAY "Conferencia encerrada - relatorio em GLACKRPT.".
004490 8000-EXIT.
004500     EXIT.
004510
004520*=============================================================
004530* 8500-LOG-INICIO - GRAVA NO DIARIO DA CADEIA NOTURNA (RUNLOG)
004540* O INICIO DA RODADA, COM A DATA DE NEGOCIO E O OPERADOR. SEM
004550* DATA NO CARTAO DE EXECUCAO VALE A DATA DE HOJE; SEM OPERADOR,
004560* O USUARIO DO AMBIENTE.
004570*=============================================================
004580 8500-LOG-INICIO.
004590     IF WS-RUNLOG-DATA = SPACES
004600         ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
004610         STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
004620             "-"                 DELIMITED BY SIZE
004630             WS-RUNLOG-TS-MM     DELIMITED BY SIZE
004640             "-"                 DELIMITED BY SIZE
004650             WS-RUNLOG-TS-DD     DELIMITED BY SIZE
004660             INTO WS-RUNLOG-DATA
004670         END-STRING
004680     END-IF
004690     IF WS-RUNLOG-OPERADOR = SPACES
004700         ACCEPT WS-RUNLOG-OPERADOR FROM ENVIRONMENT "USER"
004710     END-IF
004720     IF WS-RUNLOG-OPERADOR = SPACES
004730         MOVE "NOTURNO " TO WS-RUNLOG-OPERADOR
004740     END-IF
004750
004760     MOVE SPACES TO WS-RUNLOG-DETAIL
004770     MOVE "I"    TO RL-EVENTO
004780     MOVE ZERO   TO RL-RC
004790     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT
004800     MOVE "Y" TO WS-RUNLOG-INICIO-SWITCH.
004810 8500-EXIT.
004820     EXIT.
004830
004840*=============================================================
004850* 8510-WRITE-RUNLOG - COMPLETA O REGISTRO DO DIARIO COM O
004860* PROGRAMA, A DATA DE NEGOCIO, O OPERADOR E O MOMENTO DA
004870* GRAVACAO E O ACRESCENTA AO RUNLOG, CRIADO NA PRIMEIRA
004880* GRAVACAO. DIARIO INDISPONIVEL SO GERA AVISO.
004890*=============================================================
004900 8510-WRITE-RUNLOG.
004910     ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
004920     ACCEPT WS-RUNLOG-TIME-FIELDS FROM TIME
004930
004940     MOVE "GLACKCHK"        TO RL-PROGRAMA
004950     MOVE WS-RUNLOG-DATA     TO RL-DATA-NEGOCIO
004960     MOVE WS-RUNLOG-OPERADOR TO RL-OPERADOR
004970     MOVE WS-RUNLOG-MENSAGEM TO RL-MENSAGEM
004980     STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
004990         "-"                 DELIMITED BY SIZE
005000         WS-RUNLOG-TS-MM     DELIMITED BY SIZE
005010         "-"                 DELIMITED BY SIZE
005020         WS-RUNLOG-TS-DD     DELIMITED BY SIZE
005030         INTO RL-TS-DATA
005040     END-STRING
005050     STRING WS-RUNLOG-TIME-HH DELIMITED BY SIZE
005060         ":"                 DELIMITED BY SIZE
005070         WS-RUNLOG-TIME-MM   DELIMITED BY SIZE
005080         ":"                 DELIMITED BY SIZE
005090         WS-RUNLOG-TIME-SS   DELIMITED BY SIZE
005100         INTO RL-TS-HORA
005110     END-STRING
005120
005130     OPEN EXTEND RUNLOG-FILE
005140     IF WS-RUNLOG-STATUS NOT = "00"
005150         OPEN OUTPUT RUNLOG-FILE
005160         CLOSE RUNLOG-FILE
005170         OPEN EXTEND RUNLOG-FILE
005180     END-IF
005190     IF WS-RUNLOG-STATUS NOT = "00"
005200         DISPLAY "*** AVISO: DIARIO RUNLOG INDISPONIVEL "
005210             "(STATUS = " WS-RUNLOG-STATUS ") ***"
005220         GO TO 8510-EXIT
005230     END-IF
005240
005250     WRITE RUNLOG-LINE FROM WS-RUNLOG-DETAIL
005260     CLOSE RUNLOG-FILE.
005270 8510-EXIT.
005280     EXIT.
005290
005300*=============================================================
005310* 8600-LOG-FIM - GRAVA NO DIARIO O FIM DA RODADA COM O
005320* RETURN-CODE DEVOLVIDO AO SCHEDULER. EXECUTADO ANTES DE CADA
005330* STOP RUN; SO GRAVA SE O INICIO FOI REGISTRADO, E UMA UNICA
005340* VEZ.
005350*=============================================================
005360 8600-LOG-FIM.
005370     IF NOT WS-RUNLOG-INICIADO
005380         GO TO 8600-EXIT
005390     END-IF
005400     MOVE "N" TO WS-RUNLOG-INICIO-SWITCH
005410
005420     MOVE SPACES      TO WS-RUNLOG-DETAIL
005430     MOVE "F"         TO RL-EVENTO
005440     MOVE RETURN-CODE TO RL-RC
005450     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT.
005460 8600-EXIT.
005470     EXIT.
005480
005490*=============================================================
005500* 8700-CHECK-PREREQ - CONFERE NO DIARIO (RUNLOG) SE O JOB
005510* PRE-REQUISITO TEVE RODADA CONCLUIDA NA DATA DE NEGOCIO, COM
005520* RETURN-CODE ATE O MAXIMO ACEITO (VALE A RODADA MAIS RECENTE).
005530* DO PROGRAMA SOMA CONTAM SO AS RODADAS DE LOTE (B) E DE
005540* CONSOLIDACAO (C). SEM O PRE-REQUISITO O JOB E RECUSADO COM
005550* RETURN-CODE 8 ANTES DE PROCESSAR, SALVO LIBERACAO NO CARTAO
005560* DE EXECUCAO, QUE FICA REGISTRADA NO DIARIO.
005570*=============================================================
005580 8700-CHECK-PREREQ.
005590     MOVE "N" TO WS-PREREQ-SWITCH
005600     MOVE "N" TO WS-RUNLOG-EOF-SWITCH
005610
005620     OPEN INPUT RUNLOG-FILE
005630     IF WS-RUNLOG-STATUS = "00"
005640         PERFORM 8710-READ-RUNLOG THRU 8710-EXIT
005650             UNTIL END-OF-RUNLOG
005660         CLOSE RUNLOG-FILE
005670     END-IF
005680
005690     IF WS-PREREQ-OK
005700         GO TO 8700-EXIT
005710     END-IF
005720
005730     IF WS-PREREQ-LIBERADO
005740         DISPLAY "*** AVISO: PRE-REQUISITO " WS-PREREQ-PROGRAMA
005750             " NAO CUMPRIDO EM " WS-RUNLOG-DATA
005760             " - RODADA LIBERADA PELO CARTAO ***"
005770         MOVE "PRE-REQUISITO LIBERADO PELO CARTAO"
005780             TO WS-RUNLOG-MENSAGEM
005790         GO TO 8700-EXIT
005800     END-IF
005810
005820     DISPLAY "*** ERRO: PRE-REQUISITO NAO CUMPRIDO - SEM RODADA "
005830         "CONCLUIDA DE " WS-PREREQ-PROGRAMA " EM " WS-RUNLOG-DATA
005840         " ***"
005850     MOVE SPACES TO WS-RUNLOG-MENSAGEM
005860     STRING "PRE-REQUISITO AUSENTE: " DELIMITED BY SIZE
005870         WS-PREREQ-PROGRAMA        DELIMITED BY SPACE
005880         INTO WS-RUNLOG-MENSAGEM
005890     END-STRING
005900     MOVE 8 TO RETURN-CODE
005910     PERFORM 8600-LOG-FIM THRU 8600-EXIT
005920     STOP RUN.
005930 8700-EXIT.
005940     EXIT.
005950
005960 8710-READ-RUNLOG.
005970     READ RUNLOG-FILE INTO WS-RUNLOG-DETAIL
005980         AT END
005990             MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
006000         NOT AT END
006010             PERFORM 8720-TEST-PREREQ THRU 8720-EXIT
006020     END-READ.
006030 8710-EXIT.
006040     EXIT.
006050
006060 8720-TEST-PREREQ.
006070     IF RL-PROGRAMA NOT = WS-PREREQ-PROGRAMA
006080         OR RL-DATA-NEGOCIO NOT = WS-RUNLOG-DATA
006090         OR NOT RL-FIM
006100         GO TO 8720-EXIT
006110     END-IF
006120
006130     IF RL-PROGRAMA = "SOMA"
006140         AND RL-MODO NOT = "B" AND RL-MODO NOT = "C"
006150         GO TO 8720-EXIT
006160     END-IF
006170
006180     IF RL-RC > WS-PREREQ-RC-MAX
006190         MOVE "N" TO WS-PREREQ-SWITCH
006200     ELSE
006210         MOVE "Y" TO WS-PREREQ-SWITCH
006220     END-IF.
006230 8720-EXIT.
006240     EXIT.
