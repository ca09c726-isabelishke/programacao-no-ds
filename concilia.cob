000510*                     (RESUMO POR SEQUENCIA E REMESSA DE      *
000520*                     ORIGEM EM CADA DIVERGENCIA DO LADO      *
000530*                     GLIFACE).                               *
000531* 2026-10-15 JRS      O RELATORIO GANHOU A SECAO DE ESTORNOS  *
000532*                     DO DIA, LIDA NO HISTORICO (HISTSOMA):   *
000533*                     CADA ESTORNO SAI AO LADO DO LANCAMENTO  *
000534*                     ORIGINAL QUE ANULOU. A SECAO E SO       *
000535*                     INFORMATIVA E NAO ALTERA O PARECER.     *
000536* 2026-10-15 JRS      EVENTOS DE MANUTENCAO DO ORCAMENTO      *
000537*                     (ORCA-ALT, ORCA-EXC, ORCA-CRG) FICAM    *
000538*                     FORA DA CONCILIACAO, COMO OS DEMAIS     *
000539*                     EVENTOS DA TRILHA.                      *
000540* 2026-10-15 JRS      EVENTOS DE MANUTENCAO DOS LANCAMENTOS   *
000541*                     RECORRENTES (FIXO-INC, FIXO-SUS,        *
000542*                     FIXO-REA) TAMBEM FICAM FORA DA          *
000543*                     CONCILIACAO.                            *
000544* 2026-10-15 JRS      CADA RODADA PASSOU A SER REGISTRADA NO  *
000545*                     DIARIO DA CADEIA NOTURNA (RUNLOG), COM  *
000546*                     INICIO, FIM, DATA DE NEGOCIO, OPERADOR  *
000547*                     E RETURN-CODE; ANTES DE CONCILIAR       *
000548*                     CONFERE NO DIARIO O LOTE DO PROGRAMA    *
000549*                     SOMA CONCLUIDO NA DATA E, SEM ELE,      *
000550*                     RECUSA A RODADA COM RETURN-CODE 8       *
000551*                     (SALVO LIBERACAO NO CARTAO DE           *
000552*                     EXECUCAO).                              *
000553* 2026-10-15 JRS      EVENTOS DE PEDIDO, APROVACAO, REJEICAO  *
000554*                     E EXPIRACAO DE ALTERACOES PENDENTES     *
000555*                     (ALT-PED, ALT-APR, ALT-REJ, ALT-EXP)    *
000556*                     TAMBEM FICAM FORA DA CONCILIACAO.       *
000557* 2026-10-15 JRS      EVENTOS DE MANUTENCAO DA HIERARQUIA DE  *
000558*                     CENTROS DE CUSTO (GRUP-INC, GRUP-ALT)   *
000559*                     TAMBEM FICAM FORA DA CONCILIACAO.       *
000560* 2026-10-15 JRS      EVENTOS DE MANUTENCAO DAS TAXAS DE      *
000561*                     CAMBIO (CAMB-ALT, CAMB-EXC) TAMBEM      *
000562*                     FICAM FORA DA CONCILIACAO; A LINHA DA   *
000563*                     TRILHA PASSOU A 160 POSICOES, COM       *
000564*                     MOEDA, VALOR ORIGINAL E TAXA.           *
000565*-----------------------------------------------------------*
000566
000567 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000710     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RUNCARD-STATUS.
000731
000732     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000733         ORGANIZATION IS LINE SEQUENTIAL
000734         FILE STATUS IS WS-RUNLOG-STATUS.
000740
000750     SELECT REMESSA-FILE ASSIGN TO "GLCTRL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000850     SELECT GLISORT-FILE ASSIGN TO "GLISORTW"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-GLISORT-STATUS.
000871
000872     SELECT HIST-FILE ASSIGN TO "HISTSOMA"
000873         ORGANIZATION IS INDEXED
000874         ACCESS MODE IS DYNAMIC
000875         RECORD KEY IS HS-CHAVE
000876         FILE STATUS IS WS-HIST-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  AUDIT-FILE
000920     RECORDING MODE IS F.
000930 01  AUDIT-LINE                  PIC X(160).
000940
000950 FD  INTERFACE-FILE
000960     RECORDING MODE IS F.
001050     RECORDING MODE IS F.
001060 01  RUNCARD-RECORD.
001070     COPY "runcrec.cpy".
001071
001072 FD  RUNLOG-FILE
001073     RECORDING MODE IS F.
001074 01  RUNLOG-LINE                 PIC X(100).
001080
001090 FD  REMESSA-FILE
001100     RECORDING MODE IS F.
001320 FD  GLISORT-FILE
001330     RECORDING MODE IS F.
001340 01  GLISORT-RECORD              PIC X(58).
001341
001342 FD  HIST-FILE
001343     RECORDING MODE IS F.
001344 01  HIST-RECORD.
001345     COPY "histrec.cpy".
001350
001360 WORKING-STORAGE SECTION.
001370*-----------------------------------------------------------*
001440 77  WS-REMESSA-STATUS            PIC X(02).
001450 77  WS-AUDSORT-STATUS            PIC X(02).
001460 77  WS-GLISORT-STATUS            PIC X(02).
001461 77  WS-HIST-STATUS               PIC X(02).
001470
001480 77  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".
001490     88  END-OF-AUDIT-FILE        VALUE "Y".
001550     88  END-OF-AUDSORT-FILE      VALUE "Y".
001560 77  WS-GLISORT-EOF-SWITCH        PIC X(01) VALUE "N".
001570     88  END-OF-GLISORT-FILE      VALUE "Y".
001571 77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
001572     88  END-OF-HIST-SCAN         VALUE "Y".
001580
001590 77  WS-ENVELOPE-DATE             PIC X(10) VALUE SPACES.
001600 77  WS-ENVELOPE-SEQ              PIC 9(06) VALUE ZERO.
001842     88  WS-AUDIT-EVENT-ROW       VALUE "PARM-ALT" "SIGN-ON "
001844         "SIGN-ERR" "SIGN-BLQ" "SIGN-CTG" "SENH-ALT"
001846         "RUN-CARD" "OPER-INC" "OPER-DES" "OPER-RST"
001848         "OPER-PRF" "ORCA-ALT" "ORCA-EXC" "ORCA-CRG"
001849         "FIXO-INC" "FIXO-SUS" "FIXO-REA" "ALT-PED "
001850         "ALT-APR " "ALT-REJ " "ALT-EXP " "GRUP-INC" "GRUP-ALT"
001851         "CAMB-ALT" "CAMB-EXC".
001852
001853*-----------------------------------------------------------*
001860* SEQUENCIAS SUPERSEDIDAS PELO REENVIO (GLRESEND), LIDAS DO  *
001870* CONTROLE GLCTRL E EXCLUIDAS DO LADO GLIFACE               *
001880*-----------------------------------------------------------*
002690
002700 77  WS-BALANCE-SWITCH            PIC X(01) VALUE "Y".
002710     88  WS-IN-BALANCE            VALUE "Y".
002711
002712*-----------------------------------------------------------*
002713* ESTORNOS DO DIA, LISTADOS AO LADO DO LANCAMENTO ORIGINAL  *
002714*-----------------------------------------------------------*
002715 77  WS-EST-COUNT                 PIC 9(6)  COMP VALUE ZERO.
002716 01  WS-EST-CHAVE.
002717     05  WS-EST-DATA              PIC X(10).
002718     05  WS-EST-SEQ               PIC 9(06).
002719 77  WS-PAR-TIPO                  PIC X(09).
002720 77  WS-PAR-SOMA                  PIC S9(7)V99 SIGN IS LEADING
002721                                      SEPARATE CHARACTER.
002722
002723*-----------------------------------------------------------*
002724* DIARIO DA CADEIA NOTURNA (RUNLOG) E PRE-REQUISITOS        *
002725*-----------------------------------------------------------*
002726 77  WS-RUNLOG-STATUS             PIC X(02).
002727 77  WS-RUNLOG-INICIO-SWITCH      PIC X(01) VALUE "N".
002728     88  WS-RUNLOG-INICIADO       VALUE "Y".
002729 77  WS-RUNLOG-DATA               PIC X(10) VALUE SPACES.
002730 77  WS-RUNLOG-OPERADOR           PIC X(08) VALUE SPACES.
002731 77  WS-RUNLOG-MENSAGEM           PIC X(40) VALUE SPACES.
002732 77  WS-RUNLOG-EOF-SWITCH         PIC X(01) VALUE "N".
002733     88  END-OF-RUNLOG            VALUE "Y".
002734 77  WS-RUNLOG-LIBERA             PIC X(01) VALUE "N".
002735     88  WS-PREREQ-LIBERADO       VALUE "S".
002736 77  WS-PREREQ-SWITCH             PIC X(01) VALUE "N".
002737     88  WS-PREREQ-OK             VALUE "Y".
002738 77  WS-PREREQ-PROGRAMA           PIC X(08) VALUE "SOMA".
002739 77  WS-PREREQ-RC-MAX             PIC 9(02) VALUE 4.
002740
002741 01  WS-RUNLOG-TS-FIELDS.
002742     05  WS-RUNLOG-TS-CCYY        PIC 9(4).
002743     05  WS-RUNLOG-TS-MM          PIC 9(2).
002744     05  WS-RUNLOG-TS-DD          PIC 9(2).
002745
002746 01  WS-RUNLOG-TIME-FIELDS.
002747     05  WS-RUNLOG-TIME-HH        PIC 9(2).
002748     05  WS-RUNLOG-TIME-MM        PIC 9(2).
002749     05  WS-RUNLOG-TIME-SS        PIC 9(2).
002750     05  WS-RUNLOG-TIME-CC        PIC 9(2).
002751
002752 01  WS-RUNLOG-DETAIL.
002753     COPY "runlrec.cpy".
002754 PROCEDURE DIVISION.
002755*=============================================================
002756* 0000-MAINLINE - CONDUZ A CONCILIACAO DO DIA E DEVOLVE O
002757* CONTROLE AO SISTEMA OPERACIONAL AO TERMINO.
002760*=============================================================
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002781     PERFORM 8500-LOG-INICIO THRU 8500-EXIT
002782     PERFORM 8700-CHECK-PREREQ THRU 8700-EXIT
002790     PERFORM 2000-OPEN-BALANCE THRU 2000-EXIT
002800     PERFORM 2500-LOAD-SUPERSEDED THRU 2500-EXIT
002810     PERFORM 3000-SORT-AUDIT THRU 3000-EXIT
002820     PERFORM 3500-SORT-GLIFACE THRU 3500-EXIT
002830     PERFORM 4000-MATCH-FILES THRU 4000-EXIT
002840     PERFORM 5500-WRITE-REMESSA-SUMMARY THRU 5500-EXIT
002841     PERFORM 5700-WRITE-ESTORNOS THRU 5700-EXIT
002850     PERFORM 6000-WRITE-VERDICT THRU 6000-EXIT
002860     PERFORM 8000-TERMINATE THRU 8000-EXIT
002870
002871     PERFORM 8600-LOG-FIM THRU 8600-EXIT
002880     STOP RUN.
002890
002900*=============================================================
003310         AT END
003320             CONTINUE
003330         NOT AT END
003331             MOVE RC-OPERADOR      TO WS-RUNLOG-OPERADOR
003332             MOVE RC-LIBERA-PREREQ TO WS-RUNLOG-LIBERA
003340             MOVE "Y" TO WS-UNATTENDED-SWITCH
003350             IF RC-DATA NOT = SPACES
003360                 MOVE RC-DATA TO WS-TARGET-DATE
003800         DISPLAY "*** ERRO: RELATORIO CONCRPT INDISPONIVEL "
003810             "(STATUS = " WS-BALANCE-STATUS ") ***"
003820         MOVE 8 TO RETURN-CODE
003821         PERFORM 8600-LOG-FIM THRU 8600-EXIT
003830         STOP RUN
003840     END-IF
003850
008390     EXIT.
008400
008410*=============================================================
008411* 5700-WRITE-ESTORNOS - PERCORRE O HISTORICO (HISTSOMA) NA DATA
008412* DO FECHAMENTO E EMITE CADA ESTORNO DO DIA AO LADO DO
008413* LANCAMENTO ORIGINAL QUE ANULOU. OS DOIS LADOS DO PAR JA
008414* ENTRAM NO CASAMENTO ACIMA COMO DETALHES COMUNS; A SECAO SO
008415* DOCUMENTA O PAR E NAO ALTERA O PARECER.
008416*=============================================================
008417 5700-WRITE-ESTORNOS.
008418     MOVE SPACES TO BALANCE-LINE
008419     WRITE BALANCE-LINE
008420     MOVE "ESTORNOS DO DIA (ORIGINAL X ESTORNO):" TO BALANCE-LINE
008421     WRITE BALANCE-LINE
008422
008423     MOVE "N" TO WS-HIST-EOF-SWITCH
008424     OPEN INPUT HIST-FILE
008425     IF WS-HIST-STATUS NOT = "00"
008426         MOVE "   (HISTORICO INDISPONIVEL - PARES NAO LISTADOS)"
008427             TO BALANCE-LINE
008428         WRITE BALANCE-LINE
008429         MOVE SPACES TO BALANCE-LINE
008430         WRITE BALANCE-LINE
008431         GO TO 5700-EXIT
008432     END-IF
008433
008434     MOVE WS-TARGET-DATE TO HS-DATA
008435     MOVE ZERO           TO HS-SEQ
008436     START HIST-FILE KEY IS NOT LESS THAN HS-CHAVE
008437         INVALID KEY
008438             MOVE "Y" TO WS-HIST-EOF-SWITCH
008439     END-START
008440
008441     PERFORM 5710-READ-ONE-HIST THRU 5710-EXIT
008442         UNTIL END-OF-HIST-SCAN
008443
008444     CLOSE HIST-FILE
008445
008446     IF WS-EST-COUNT = ZERO
008447         MOVE "   (NENHUM ESTORNO NO DIA)" TO BALANCE-LINE
008448         WRITE BALANCE-LINE
008449     ELSE
008450         MOVE WS-EST-COUNT TO WS-COUNT-DISPLAY
008451         MOVE "   QUANTIDADE DE ESTORNOS: " TO BALANCE-LINE
008452         MOVE WS-COUNT-DISPLAY TO BALANCE-LINE (28:6)
008453         WRITE BALANCE-LINE
008454     END-IF
008455
008456     MOVE SPACES TO BALANCE-LINE
008457     WRITE BALANCE-LINE.
008458 5700-EXIT.
008459     EXIT.
008460
008461 5710-READ-ONE-HIST.
008462     READ HIST-FILE NEXT RECORD
008463         AT END
008464             MOVE "Y" TO WS-HIST-EOF-SWITCH
008465             GO TO 5710-EXIT
008466     END-READ
008467
008468     IF HS-DATA NOT = WS-TARGET-DATE
008469         MOVE "Y" TO WS-HIST-EOF-SWITCH
008470         GO TO 5710-EXIT
008471     END-IF
008472
008473     IF NOT HS-ESTORNO
008474         GO TO 5710-EXIT
008475     END-IF
008476
008477     ADD 1 TO WS-EST-COUNT
008478     PERFORM 5720-WRITE-ONE-PAR THRU 5720-EXIT.
008479 5710-EXIT.
008480     EXIT.
008481
008482*=============================================================
008483* 5720-WRITE-ONE-PAR - EMITE O PAR ORIGINAL X ESTORNO DO
008484* ESTORNO CORRENTE E REPOSICIONA A VARREDURA DO DIA LOGO
008485* APOS ELE, JA QUE A LEITURA DO ORIGINAL MUDA A POSICAO.
008486*=============================================================
008487 5720-WRITE-ONE-PAR.
008488     MOVE HS-CHAVE TO WS-EST-CHAVE
008489
008490     MOVE HS-REF-CHAVE TO HS-CHAVE
008491     MOVE "ORIGINAL " TO WS-PAR-TIPO
008492     PERFORM 5730-WRITE-PAR-LINE THRU 5730-EXIT
008493
008494     MOVE WS-EST-CHAVE TO HS-CHAVE
008495     MOVE "ESTORNO  " TO WS-PAR-TIPO
008496     PERFORM 5730-WRITE-PAR-LINE THRU 5730-EXIT
008497
008498     MOVE SPACES TO BALANCE-LINE
008499     WRITE BALANCE-LINE
008500
008501     MOVE WS-EST-CHAVE TO HS-CHAVE
008502     START HIST-FILE KEY IS GREATER THAN HS-CHAVE
008503         INVALID KEY
008504             MOVE "Y" TO WS-HIST-EOF-SWITCH
008505     END-START.
008506 5720-EXIT.
008507     EXIT.
008508
008509 5730-WRITE-PAR-LINE.
008510     MOVE SPACES TO BALANCE-LINE
008511     READ HIST-FILE
008512         INVALID KEY
008513             STRING "   "            DELIMITED BY SIZE
008514                 WS-PAR-TIPO         DELIMITED BY SIZE
008515                 HS-DATA             DELIMITED BY SIZE
008516                 "/"                 DELIMITED BY SIZE
008517                 HS-SEQ              DELIMITED BY SIZE
008518                 "  *NAO ENCONTRADO NO HISTORICO*"
008519                                     DELIMITED BY SIZE
008520                 INTO BALANCE-LINE
008521             END-STRING
008522             WRITE BALANCE-LINE
008523             GO TO 5730-EXIT
008524     END-READ
008525
008526     MOVE HS-SOMA TO WS-PAR-SOMA
008527     STRING "   "                DELIMITED BY SIZE
008528         WS-PAR-TIPO             DELIMITED BY SIZE
008529         HS-DATA                 DELIMITED BY SIZE
008530         "/"                     DELIMITED BY SIZE
008531         HS-SEQ                  DELIMITED BY SIZE
008532         "  CCUSTO="             DELIMITED BY SIZE
008533         HS-CCUSTO               DELIMITED BY SIZE
008534         "  SOMA="               DELIMITED BY SIZE
008535         WS-PAR-SOMA             DELIMITED BY SIZE
008536         "  OPERADOR="           DELIMITED BY SIZE
008537         HS-OPERADOR             DELIMITED BY SIZE
008538         "  "                    DELIMITED BY SIZE
008539         HS-SITUACAO             DELIMITED BY SIZE
008540         INTO BALANCE-LINE
008541     END-STRING
008542     WRITE BALANCE-LINE.
008543 5730-EXIT.
008544     EXIT.
008545
008546*=============================================================
008547* 6000-WRITE-VERDICT - COMPARA QUANTIDADES E TOTAIS-HASH DOS
008548* DOIS ARQUIVOS E EMITE O PARECER FINAL DO FECHAMENTO.
008549*=============================================================
008550 6000-WRITE-VERDICT.
008551     MOVE "TOTAIS DO FECHAMENTO:" TO BALANCE-LINE
008552     WRITE BALANCE-LINE
008553
008554     MOVE WS-AUD-COUNT TO WS-COUNT-DISPLAY
008555     MOVE "   QUANTIDADE AUDITLOG...: " TO BALANCE-LINE
008556     MOVE WS-COUNT-DISPLAY TO BALANCE-LINE (29:6)
008557     WRITE BALANCE-LINE
008558
008559     MOVE WS-GLI-COUNT TO WS-COUNT-DISPLAY
008560     MOVE "   QUANTIDADE GLIFACE....: " TO BALANCE-LINE
008561     MOVE WS-COUNT-DISPLAY TO BALANCE-LINE (29:6)
008570     WRITE BALANCE-LINE
008580
008590     IF WS-AUD-COUNT NOT = WS-GLI-COUNT
009340     DISPLAY "Conciliacao encerrada - relatorio em CONCRPT.".
009350 8000-EXIT.
009360     EXIT.
010730
010740*=============================================================
010750* 8500-LOG-INICIO - GRAVA NO DIARIO DA CADEIA NOTURNA (RUNLOG)
010760* O INICIO DA RODADA, COM A DATA DE NEGOCIO E O OPERADOR. SEM
010770* DATA NO CARTAO DE EXECUCAO VALE A DATA DE HOJE; SEM OPERADOR,
010780* O USUARIO DO AMBIENTE.
010790*=============================================================
010800 8500-LOG-INICIO.
010810     MOVE WS-TARGET-DATE TO WS-RUNLOG-DATA
010820     IF WS-RUNLOG-DATA = SPACES
010830         ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
010840         STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
010850             "-"                 DELIMITED BY SIZE
010860             WS-RUNLOG-TS-MM     DELIMITED BY SIZE
010870             "-"                 DELIMITED BY SIZE
010880             WS-RUNLOG-TS-DD     DELIMITED BY SIZE
010890             INTO WS-RUNLOG-DATA
010900         END-STRING
010910     END-IF
010920     IF WS-RUNLOG-OPERADOR = SPACES
010930         ACCEPT WS-RUNLOG-OPERADOR FROM ENVIRONMENT "USER"
010940     END-IF
010950     IF WS-RUNLOG-OPERADOR = SPACES
010960         MOVE "NOTURNO " TO WS-RUNLOG-OPERADOR
010970     END-IF
010980
010990     MOVE SPACES TO WS-RUNLOG-DETAIL
011000     MOVE "I"    TO RL-EVENTO
011010     MOVE ZERO   TO RL-RC
011020     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT
011030     MOVE "Y" TO WS-RUNLOG-INICIO-SWITCH.
011040 8500-EXIT.
011050     EXIT.
011060
011070*=============================================================
011080* 8510-WRITE-RUNLOG - COMPLETA O REGISTRO DO DIARIO COM O
011090* PROGRAMA, A DATA DE NEGOCIO, O OPERADOR E O MOMENTO DA
011100* GRAVACAO E O ACRESCENTA AO RUNLOG, CRIADO NA PRIMEIRA
011110* GRAVACAO. DIARIO INDISPONIVEL SO GERA AVISO.
011120*=============================================================
011130 8510-WRITE-RUNLOG.
011140     ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
011150     ACCEPT WS-RUNLOG-TIME-FIELDS FROM TIME
011160
011170     MOVE "CONCILIA"        TO RL-PROGRAMA
011180     MOVE WS-RUNLOG-DATA     TO RL-DATA-NEGOCIO
011190     MOVE WS-RUNLOG-OPERADOR TO RL-OPERADOR
011200     MOVE WS-RUNLOG-MENSAGEM TO RL-MENSAGEM
011210     STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
011220         "-"                 DELIMITED BY SIZE
011230         WS-RUNLOG-TS-MM     DELIMITED BY SIZE
011240         "-"                 DELIMITED BY SIZE
011250         WS-RUNLOG-TS-DD     DELIMITED BY SIZE
011260         INTO RL-TS-DATA
011270     END-STRING
011280     STRING WS-RUNLOG-TIME-HH DELIMITED BY SIZE
011290         ":"                 DELIMITED BY SIZE
011300         WS-RUNLOG-TIME-MM   DELIMITED BY SIZE
011310         ":"                 DELIMITED BY SIZE
011320         WS-RUNLOG-TIME-SS   DELIMITED BY SIZE
011330         INTO RL-TS-HORA
011340     END-STRING
011350
011360     OPEN EXTEND RUNLOG-FILE
011370     IF WS-RUNLOG-STATUS NOT = "00"
011380         OPEN OUTPUT RUNLOG-FILE
011390         CLOSE RUNLOG-FILE
011400         OPEN EXTEND RUNLOG-FILE
011410     END-IF
011420     IF WS-RUNLOG-STATUS NOT = "00"
011430         DISPLAY "*** AVISO: DIARIO RUNLOG INDISPONIVEL "
011440             "(STATUS = " WS-RUNLOG-STATUS ") ***"
011450         GO TO 8510-EXIT
011460     END-IF
011470
011480     WRITE RUNLOG-LINE FROM WS-RUNLOG-DETAIL
011490     CLOSE RUNLOG-FILE.
011500 8510-EXIT.
011510     EXIT.
011520
011530*=============================================================
011540* 8600-LOG-FIM - GRAVA NO DIARIO O FIM DA RODADA COM O
011550* RETURN-CODE DEVOLVIDO AO SCHEDULER. EXECUTADO ANTES DE CADA
011560* STOP RUN; SO GRAVA SE O INICIO FOI REGISTRADO, E UMA UNICA
011570* VEZ.
011580*=============================================================
011590 8600-LOG-FIM.
011600     IF NOT WS-RUNLOG-INICIADO
011610         GO TO 8600-EXIT
011620     END-IF
011630     MOVE "N" TO WS-RUNLOG-INICIO-SWITCH
011640
011650     MOVE SPACES      TO WS-RUNLOG-DETAIL
011660     MOVE "F"         TO RL-EVENTO
011670     MOVE RETURN-CODE TO RL-RC
011680     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT.
011690 8600-EXIT.
011700     EXIT.
011710
011720*=============================================================
011730* 8700-CHECK-PREREQ - CONFERE NO DIARIO (RUNLOG) SE O JOB
011740* PRE-REQUISITO TEVE RODADA CONCLUIDA NA DATA DE NEGOCIO, COM
011750* RETURN-CODE ATE O MAXIMO ACEITO (VALE A RODADA MAIS RECENTE).
011760* DO PROGRAMA SOMA CONTAM SO AS RODADAS DE LOTE (B) E DE
011770* CONSOLIDACAO (C). SEM O PRE-REQUISITO O JOB E RECUSADO COM
011780* RETURN-CODE 8 ANTES DE PROCESSAR, SALVO LIBERACAO NO CARTAO
011790* DE EXECUCAO, QUE FICA REGISTRADA NO DIARIO.
011800*=============================================================
011810 8700-CHECK-PREREQ.
011820     MOVE "N" TO WS-PREREQ-SWITCH
011830     MOVE "N" TO WS-RUNLOG-EOF-SWITCH
011840
011850     OPEN INPUT RUNLOG-FILE
011860     IF WS-RUNLOG-STATUS = "00"
011870         PERFORM 8710-READ-RUNLOG THRU 8710-EXIT
011880             UNTIL END-OF-RUNLOG
011890         CLOSE RUNLOG-FILE
011900     END-IF
011910
011920     IF WS-PREREQ-OK
011930         GO TO 8700-EXIT
011940     END-IF
011950
011960     IF WS-PREREQ-LIBERADO
011970         DISPLAY "*** AVISO: PRE-REQUISITO " WS-PREREQ-PROGRAMA
011980             " NAO CUMPRIDO EM " WS-RUNLOG-DATA
011990             " - RODADA LIBERADA PELO CARTAO ***"
012000         MOVE "PRE-REQUISITO LIBERADO PELO CARTAO"
012010             TO WS-RUNLOG-MENSAGEM
012020         GO TO 8700-EXIT
012030     END-IF
012040
012050     DISPLAY "*** ERRO: PRE-REQUISITO NAO CUMPRIDO - SEM RODADA "
012060         "CONCLUIDA DE " WS-PREREQ-PROGRAMA " EM " WS-RUNLOG-DATA
012070         " ***"
012080     MOVE SPACES TO WS-RUNLOG-MENSAGEM
012090     STRING "PRE-REQUISITO AUSENTE: " DELIMITED BY SIZE
012100         WS-PREREQ-PROGRAMA        DELIMITED BY SPACE
012110         INTO WS-RUNLOG-MENSAGEM
012120     END-STRING
012130     MOVE 8 TO RETURN-CODE
012140     PERFORM 8600-LOG-FIM THRU 8600-EXIT
012150     STOP RUN.
012160 8700-EXIT.
012170     EXIT.
012180
012190 8710-READ-RUNLOG.
012200     READ RUNLOG-FILE INTO WS-RUNLOG-DETAIL
012210         AT END
012220             MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
012230         NOT AT END
012240             PERFORM 8720-TEST-PREREQ THRU 8720-EXIT
012250     END-READ.
012260 8710-EXIT.
012270     EXIT.
012280
012290 8720-TEST-PREREQ.
012300     IF RL-PROGRAMA NOT = WS-PREREQ-PROGRAMA
012310         OR RL-DATA-NEGOCIO NOT = WS-RUNLOG-DATA
012320         OR NOT RL-FIM
012330         GO TO 8720-EXIT
012340     END-IF
012350
012360     IF RL-PROGRAMA = "SOMA"
012370         AND RL-MODO NOT = "B" AND RL-MODO NOT = "C"
012380         GO TO 8720-EXIT
012390     END-IF
012400
012410     IF RL-RC > WS-PREREQ-RC-MAX
012420         MOVE "N" TO WS-PREREQ-SWITCH
012430     ELSE
012440         MOVE "Y" TO WS-PREREQ-SWITCH
012450     END-IF.
012460 8720-EXIT.
012470     EXIT.
