000253*                     MENSAL DE CADA CONTA (CADCONTA) CONTRA  *
000254*                     O CONSUMO DO DIA E DO MES, APONTANDO    *
000255*                     CONTA ACIMA DO TETO.                    *
000256* 2026-10-15 JRS      ESTORNOS (SITUACAO ESTORNO) ENTRAM NO  *
000257*                     VALOR LIQUIDO COMO AS SOMAS OK E O     *
000258*                     RELATORIO GANHOU A SECAO DE ESTORNOS   *
000259*                     DO DIA, CADA UM AO LADO DO LANCAMENTO  *
000260*                     ORIGINAL QUE ANULOU.                   *
000261* 2026-10-15 JRS      CADA RODADA PASSOU A SER REGISTRADA NO *
000262*                     DIARIO DA CADEIA NOTURNA (RUNLOG), COM *
000263*                     INICIO, FIM, DATA DE NEGOCIO, OPERADOR *
000264*                     E RETURN-CODE; ANTES DE PROCESSAR O    *
000265*                     RESUMO CONFERE NO DIARIO O LOTE DO     *
000266*                     PROGRAMA SOMA CONCLUIDO NA DATA E, SEM *
000267*                     ELE, RECUSA A RODADA COM RETURN-CODE 8 *
000268*                     (SALVO LIBERACAO NO CARTAO DE          *
000269*                     EXECUCAO).                             *
000270* 2026-10-15 JRS      INCLUIDA NO RELATORIO A SECAO DE       *
000271*                     TOTAIS POR MOEDA: QUANTIDADE, VALOR    *
000272*                     ORIGINAL NA MOEDA E VALOR EM REAIS DOS *
000273*                     LANCAMENTOS EFETIVOS DO DIA.           *
000274*-----------------------------------------------------------*
000275
000276 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT HIST-FILE ASSIGN TO "HISTSOMA"
000450
000460     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000472         FILE STATUS IS WS-RUNCARD-STATUS.
000474
000476     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000478         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUNLOG-STATUS.
000482
000484     SELECT SALDO-FILE ASSIGN TO "SALDOPER"
000486         ORGANIZATION IS INDEXED
000830 FD  RUNCARD-FILE
000840     RECORDING MODE IS F.
000850 01  RUNCARD-RECORD.
000852     COPY "runcrec.cpy".
000854
000856 FD  RUNLOG-FILE
000858     RECORDING MODE IS F.
000860 01  RUNLOG-LINE                 PIC X(100).
000862
000864 FD  SALDO-FILE
000866     RECORDING MODE IS F.
001667
001668 77  WS-SALDO-SKIP-SWITCH         PIC X(01) VALUE "N".
001669     88  WS-SALDO-SKIPPED         VALUE "Y".
001670
001671*-----------------------------------------------------------*
001672* ESTORNOS DO DIA, LISTADOS AO LADO DO LANCAMENTO ORIGINAL  *
001673*-----------------------------------------------------------*
001674 77  WS-EST-COUNT                 PIC 9(3)  COMP VALUE ZERO.
001675 77  WS-EST-IX                    PIC 9(3)  COMP VALUE ZERO.
001676
001677 01  WS-EST-TABLE.
001678     05  WS-EST-ENTRY             OCCURS 200 TIMES.
001679         10  ET-CHAVE             PIC X(16).
001680         10  ET-REF-CHAVE         PIC X(16).
001681
001682*-----------------------------------------------------------*
001683* TOTAIS DO DIA POR MOEDA (SOMAS OK E ESTORNOS): QUANTIDADE, *
001684* VALOR ORIGINAL NA MOEDA E VALOR CONVERTIDO EM REAIS        *
001685*-----------------------------------------------------------*
001686 77  WS-MOEDA-COUNT               PIC 9(3)  COMP VALUE ZERO.
001687 77  WS-MOEDA-IX                  PIC 9(3)  COMP VALUE ZERO.
001688 77  WS-MOEDA-CODIGO              PIC X(03).
001689
001690 77  WS-MOEDA-FOUND-SWITCH        PIC X(01) VALUE "N".
001691     88  WS-MOEDA-FOUND           VALUE "Y".
001692
001693 01  WS-MOEDA-TABLE.
001694     05  WS-MOEDA-ENTRY           OCCURS 20 TIMES.
001695         10  MT-MOEDA             PIC X(03).
001696         10  MT-OK-COUNT          PIC 9(6)  COMP.
001697         10  MT-ORIGINAL          PIC S9(11)V99 COMP.
001698         10  MT-REAIS             PIC S9(11)V99 COMP.
001699
001700 77  WS-PAR-TIPO                  PIC X(09).
001701 77  WS-PAR-SOMA                  PIC S9(7)V99 SIGN IS LEADING
001702                                      SEPARATE CHARACTER.
001703
001704*-----------------------------------------------------------*
001705* DIARIO DA CADEIA NOTURNA (RUNLOG) E PRE-REQUISITOS        *
001706*-----------------------------------------------------------*
001707 77  WS-RUNLOG-STATUS             PIC X(02).
001708 77  WS-RUNLOG-INICIO-SWITCH      PIC X(01) VALUE "N".
001709     88  WS-RUNLOG-INICIADO       VALUE "Y".
001710 77  WS-RUNLOG-DATA               PIC X(10) VALUE SPACES.
001711 77  WS-RUNLOG-OPERADOR           PIC X(08) VALUE SPACES.
001712 77  WS-RUNLOG-MENSAGEM           PIC X(40) VALUE SPACES.
001713 77  WS-RUNLOG-EOF-SWITCH         PIC X(01) VALUE "N".
001714     88  END-OF-RUNLOG            VALUE "Y".
001715 77  WS-RUNLOG-LIBERA             PIC X(01) VALUE "N".
001716     88  WS-PREREQ-LIBERADO       VALUE "S".
001717 77  WS-PREREQ-SWITCH             PIC X(01) VALUE "N".
001718     88  WS-PREREQ-OK             VALUE "Y".
001719 77  WS-PREREQ-PROGRAMA           PIC X(08) VALUE "SOMA".
001720 77  WS-PREREQ-RC-MAX             PIC 9(02) VALUE 4.
001721
001722 01  WS-RUNLOG-TS-FIELDS.
001723     05  WS-RUNLOG-TS-CCYY        PIC 9(4).
001724     05  WS-RUNLOG-TS-MM          PIC 9(2).
001725     05  WS-RUNLOG-TS-DD          PIC 9(2).
001726
001727 01  WS-RUNLOG-TIME-FIELDS.
001728     05  WS-RUNLOG-TIME-HH        PIC 9(2).
001729     05  WS-RUNLOG-TIME-MM        PIC 9(2).
001730     05  WS-RUNLOG-TIME-SS        PIC 9(2).
001731     05  WS-RUNLOG-TIME-CC        PIC 9(2).
001732
001733 01  WS-RUNLOG-DETAIL.
001734     COPY "runlrec.cpy".
001735 PROCEDURE DIVISION.
001736*=============================================================
001737* 0000-MAINLINE - CONDUZ O RESUMO DO DIA POR CENTRO DE CUSTO
001738* E DEVOLVE O CONTROLE AO SISTEMA OPERACIONAL AO TERMINO.
001739*=============================================================
001740 0000-MAINLINE.
001741     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001742     PERFORM 8500-LOG-INICIO THRU 8500-EXIT
001743     PERFORM 8700-CHECK-PREREQ THRU 8700-EXIT
001744     PERFORM 2000-OPEN-RESUMO THRU 2000-EXIT
001745     PERFORM 3000-TALLY-HISTORY THRU 3000-EXIT
001750     PERFORM 4000-SORT-TABLE THRU 4000-EXIT
001760     PERFORM 5000-WRITE-RESUMO THRU 5000-EXIT
001762     PERFORM 5800-WRITE-LIMITES THRU 5800-EXIT
001763     PERFORM 5900-WRITE-ESTORNOS THRU 5900-EXIT
001764     PERFORM 5950-WRITE-MOEDAS THRU 5950-EXIT
001765     PERFORM 6000-UPDATE-SALDOS THRU 6000-EXIT
001770     PERFORM 8000-TERMINATE THRU 8000-EXIT
001780
001781     PERFORM 8600-LOG-FIM THRU 8600-EXIT
001790     STOP RUN.
001800
001810*=============================================================
002250         AT END
002260             CONTINUE
002270         NOT AT END
002271             MOVE RC-OPERADOR      TO WS-RUNLOG-OPERADOR
002272             MOVE RC-LIBERA-PREREQ TO WS-RUNLOG-LIBERA
002280             IF RC-DATA NOT = SPACES
002290                 MOVE RC-DATA TO WS-TARGET-DATE
002300             END-IF
002430         DISPLAY "*** ERRO: RELATORIO CCUSRPT INDISPONIVEL "
002440             "(STATUS = " WS-RESUMO-STATUS ") ***"
002450         MOVE 8 TO RETURN-CODE
002451         PERFORM 8600-LOG-FIM THRU 8600-EXIT
002460         STOP RUN
002470     END-IF
002480
002740*=============================================================
002750* 3000-TALLY-HISTORY - POSICIONA O HISTORICO DE SOMAS NO INICIO
002760* DA DATA DO RESUMO E ACUMULA OS REGISTROS DO DIA POR CENTRO DE
002770* CUSTO. SOMAS OK E ESTORNOS ENTRAM NA QUANTIDADE E NO VALOR
002780* LIQUIDO; DEMAIS SITUACOES ENTRAM SO NA QUANTIDADE DE
002781* REJEITADOS. OS ESTORNOS SAO GUARDADOS PARA A SECAO DE PARES.
002790*=============================================================
003000 3000-TALLY-HISTORY.
003010     MOVE "N" TO WS-HIST-EOF-SWITCH
003440* DO SEU CENTRO DE CUSTO, CRIANDO A ENTRADA NA PRIMEIRA VEZ.
003450*=============================================================
003460 3200-TALLY-ONE-RECORD.
003461     IF HS-LANCAMENTO-EFETIVO
003462         PERFORM 3400-TALLY-MOEDA THRU 3400-EXIT
003463     END-IF
003464
003470     MOVE "N"  TO WS-FOUND-SWITCH
003480     MOVE ZERO TO WS-CC-IX
003490     PERFORM 3300-SEEK-CCUSTO THRU 3300-EXIT
003640         MOVE ZERO      TO CT-TOTAL (WS-CC-IX)
003650     END-IF
003660
003670     IF HS-LANCAMENTO-EFETIVO
003680         ADD 1       TO CT-OK-COUNT (WS-CC-IX)
003690         ADD HS-SOMA TO CT-TOTAL (WS-CC-IX)
003700         ADD 1       TO WS-DAY-OK-COUNT
003720     ELSE
003730         ADD 1 TO CT-REJ-COUNT (WS-CC-IX)
003740         ADD 1 TO WS-DAY-REJ-COUNT
003741     END-IF
003742
003743     IF HS-ESTORNO
003744         IF WS-EST-COUNT < 200
003745             ADD 1 TO WS-EST-COUNT
003746             MOVE HS-CHAVE     TO ET-CHAVE (WS-EST-COUNT)
003747             MOVE HS-REF-CHAVE TO ET-REF-CHAVE (WS-EST-COUNT)
003748         ELSE
003749             DISPLAY "*** AVISO: MAIS DE 200 ESTORNOS NO DIA - "
003750                 "ESTORNO " HS-DATA "/" HS-SEQ " FORA DA SECAO "
003751                 "DE PARES ***"
003752         END-IF
003753     END-IF.
003760 3200-EXIT.
003770     EXIT.
003780
003830     END-IF.
003840 3300-EXIT.
003850     EXIT.
003851
003852*=============================================================
003853* 3400-TALLY-MOEDA - ACUMULA UM LANCAMENTO EFETIVO NA ENTRADA
003854* DA SUA MOEDA. LANCAMENTO SEM MOEDA (OU GRAVADO ANTES DA
003855* MOEDA NO HISTORICO) CONTA COMO BRL, COM VALOR ORIGINAL IGUAL
003856* AO VALOR EM REAIS.
003857*=============================================================
003858 3400-TALLY-MOEDA.
003859     MOVE HS-MOEDA TO WS-MOEDA-CODIGO
003860     IF WS-MOEDA-CODIGO = SPACES
003861         OR WS-MOEDA-CODIGO = LOW-VALUES
003862         OR HS-VALOR-MOEDA IS NOT NUMERIC
003863         MOVE "BRL" TO WS-MOEDA-CODIGO
003864     END-IF
003865
003866     MOVE "N"  TO WS-MOEDA-FOUND-SWITCH
003867     MOVE ZERO TO WS-MOEDA-IX
003868     PERFORM 3410-SEEK-MOEDA THRU 3410-EXIT
003869         UNTIL WS-MOEDA-FOUND
003870             OR WS-MOEDA-IX >= WS-MOEDA-COUNT
003871
003872     IF NOT WS-MOEDA-FOUND
003873         IF WS-MOEDA-COUNT >= 20
003874             DISPLAY "*** AVISO: MAIS DE 20 MOEDAS NO DIA - "
003875                 "MOEDA " WS-MOEDA-CODIGO " FORA DA SECAO "
003876                 "POR MOEDA ***"
003877             GO TO 3400-EXIT
003878         END-IF
003879         ADD 1 TO WS-MOEDA-COUNT
003880         MOVE WS-MOEDA-COUNT  TO WS-MOEDA-IX
003881         MOVE WS-MOEDA-CODIGO TO MT-MOEDA (WS-MOEDA-IX)
003882         MOVE ZERO            TO MT-OK-COUNT (WS-MOEDA-IX)
003883         MOVE ZERO            TO MT-ORIGINAL (WS-MOEDA-IX)
003884         MOVE ZERO            TO MT-REAIS (WS-MOEDA-IX)
003885     END-IF
003886
003887     ADD 1       TO MT-OK-COUNT (WS-MOEDA-IX)
003888     ADD HS-SOMA TO MT-REAIS (WS-MOEDA-IX)
003889     IF WS-MOEDA-CODIGO = "BRL"
003890         ADD HS-SOMA        TO MT-ORIGINAL (WS-MOEDA-IX)
003891     ELSE
003892         ADD HS-VALOR-MOEDA TO MT-ORIGINAL (WS-MOEDA-IX)
003893     END-IF.
003894 3400-EXIT.
003895     EXIT.
003896
003897 3410-SEEK-MOEDA.
003898     ADD 1 TO WS-MOEDA-IX
003899     IF MT-MOEDA (WS-MOEDA-IX) = WS-MOEDA-CODIGO
003900         MOVE "Y" TO WS-MOEDA-FOUND-SWITCH
003901     END-IF.
003902 3410-EXIT.
003903     EXIT.
003904
003905*=============================================================
003906* 4000-SORT-TABLE - ORDENA A TABELA DE CENTROS DE CUSTO PELO
003907* VALOR LIQUIDO, DO MAIOR PARA O MENOR, POR TROCAS SUCESSIVAS.
003908*=============================================================
003910 4000-SORT-TABLE.
003920     IF WS-CC-COUNT < 2
003930         GO TO 4000-EXIT
005190             NOT INVALID KEY
005200                 MOVE "Y" TO WS-CONTA-FOUND-SWITCH
005210                 MOVE CC-DESCRICAO TO WS-CC-DESCRICAO
005211         END-READ
005212     END-IF
005213
005214     IF NOT WS-CONTA-FOUND
005215         MOVE "(SEM CADASTRO)" TO WS-CC-DESCRICAO
005216         MOVE "*SEM CADASTRO*" TO WS-CC-FLAG
005217         ADD 1 TO WS-FLAGGED-COUNT
005218         GO TO 5200-EXIT
005219     END-IF
005220
005221     IF CC-CONTA-INATIVA
005222         MOVE "*CONTA INATIVA" TO WS-CC-FLAG
005223         ADD 1 TO WS-FLAGGED-COUNT
005224     END-IF.
005225 5200-EXIT.
005226     EXIT.
005227
005228*=============================================================
005229* 5800-WRITE-LIMITES - EMITE A SECAO DE LIMITES X CONSUMO: O
005230* LIMITE DIARIO E MENSAL DE CADA CONTA DO DIA (CADCONTA) CONTRA
005231* O CONSUMO DO DIA (TABELA) E DO MES (SALDOPER), APONTANDO AS
005232* CONTAS ACIMA DO TETO. LIMITE ZERO NAO RESTRINGE.
005233*=============================================================
005234 5800-WRITE-LIMITES.
005235     MOVE SPACES TO RESUMO-LINE
005236     WRITE RESUMO-LINE
005237     MOVE "LIMITES X CONSUMO POR CONTA:" TO RESUMO-LINE
005238     WRITE RESUMO-LINE
005239
005240     IF WS-CC-COUNT = ZERO
005241         MOVE "   (NENHUM LANCAMENTO NO DIA)" TO RESUMO-LINE
005242         WRITE RESUMO-LINE
005243         GO TO 5800-EXIT
005244     END-IF
005245
005246     MOVE SPACES TO RESUMO-LINE
005247     STRING "CCUSTO LIM-DIA   USADO-DIA      LIM-MES   "
005248                             DELIMITED BY SIZE
005249         "USADO-MES      OBS" DELIMITED BY SIZE
005250         INTO RESUMO-LINE
005251     END-STRING
005252     WRITE RESUMO-LINE
005253
005254     MOVE "N" TO WS-SALDO-AVAIL-SWITCH
005255     OPEN INPUT SALDO-FILE
005256     IF WS-SALDO-STATUS = "00"
005257         MOVE "Y" TO WS-SALDO-AVAIL-SWITCH
005258     END-IF
005259
005260     MOVE ZERO TO WS-CC-IX
005261     PERFORM 5810-WRITE-ONE-LIMITE THRU 5810-EXIT
005262         UNTIL WS-CC-IX >= WS-CC-COUNT
005263
005264     IF WS-SALDO-AVAILABLE
005265         CLOSE SALDO-FILE
005266     END-IF.
005267 5800-EXIT.
005268     EXIT.
005269
005270 5810-WRITE-ONE-LIMITE.
005271     ADD 1 TO WS-CC-IX
005272     MOVE SPACES TO WS-LIM-FLAG
005273
005274     MOVE ZERO TO CC-LIMITE-DIA
005275     MOVE ZERO TO CC-LIMITE-MES
005276     IF WS-CONTA-AVAILABLE
005277         MOVE CT-CCUSTO (WS-CC-IX) TO CC-CODIGO
005278         READ CONTA-FILE
005279             INVALID KEY
005280                 MOVE ZERO TO CC-LIMITE-DIA
005281                 MOVE ZERO TO CC-LIMITE-MES
005282             NOT INVALID KEY
005283                 IF CC-LIMITE-DIA IS NOT NUMERIC
005284                     MOVE ZERO TO CC-LIMITE-DIA
005285                 END-IF
005286                 IF CC-LIMITE-MES IS NOT NUMERIC
005287                     MOVE ZERO TO CC-LIMITE-MES
005288                 END-IF
005289         END-READ
005290     END-IF
005291
005292     PERFORM 5820-FETCH-MES-USADO THRU 5820-EXIT
005293
005294     IF CC-LIMITE-DIA > ZERO
005295         AND CT-TOTAL (WS-CC-IX) > CC-LIMITE-DIA
005296         MOVE "*ACIMA DO TETO DIA*" TO WS-LIM-FLAG
005297     END-IF
005298     IF CC-LIMITE-MES > ZERO
005299         AND WS-MES-USADO > CC-LIMITE-MES
005300         MOVE "*ACIMA DO TETO MES*" TO WS-LIM-FLAG
005301     END-IF
005302
005303     MOVE SPACES TO RESUMO-LINE
005304     MOVE CT-CCUSTO (WS-CC-IX)   TO RESUMO-LINE (1:6)
005305     MOVE CC-LIMITE-DIA          TO WS-LIMITE-DISPLAY
005306     MOVE WS-LIMITE-DISPLAY-X    TO RESUMO-LINE (8:9)
005307     MOVE CT-TOTAL (WS-CC-IX)    TO WS-TOTAL-DISPLAY
005308     MOVE WS-TOTAL-DISPLAY-X     TO RESUMO-LINE (18:14)
005309     MOVE CC-LIMITE-MES          TO WS-LIMITE-DISPLAY
005310     MOVE WS-LIMITE-DISPLAY-X    TO RESUMO-LINE (33:9)
005311     MOVE WS-MES-USADO           TO WS-TOTAL-DISPLAY
005312     MOVE WS-TOTAL-DISPLAY-X     TO RESUMO-LINE (43:14)
005313     MOVE WS-LIM-FLAG            TO RESUMO-LINE (58:20)
005314     WRITE RESUMO-LINE.
005315 5810-EXIT.
005316     EXIT.
005317
005318*=============================================================
005319* 5820-FETCH-MES-USADO - CALCULA O CONSUMO DO MES DA CONTA DA
005320* VEZ: SALDO DO MES NO SALDOPER MAIS O DIA CORRENTE, QUANDO O
005321* DIA AINDA NAO FOI ACUMULADO NO MESTRE.
005322*=============================================================
005323 5820-FETCH-MES-USADO.
005324     MOVE CT-TOTAL (WS-CC-IX) TO WS-MES-USADO
005325     IF NOT WS-SALDO-AVAILABLE
005326         GO TO 5820-EXIT
005327     END-IF
005328
005329     MOVE WS-TARGET-DATE (1:7) TO SB-MES
005330     MOVE CT-CCUSTO (WS-CC-IX) TO SB-CCUSTO
005331     READ SALDO-FILE
005332         INVALID KEY
005333             CONTINUE
005334         NOT INVALID KEY
005335             IF SB-ULT-DATA NOT < WS-TARGET-DATE
005336                 MOVE SB-VALOR TO WS-MES-USADO
005337             ELSE
005338                 ADD SB-VALOR TO WS-MES-USADO
005339             END-IF
005340     END-READ.
005341 5820-EXIT.
005342     EXIT.
005343
005344*=============================================================
005345* 5900-WRITE-ESTORNOS - EMITE A SECAO DE ESTORNOS DO DIA: CADA
005346* ESTORNO SAI AO LADO DO LANCAMENTO ORIGINAL QUE ANULOU (LIDO
005347* NO HISTORICO PELA REFERENCIA DO ESTORNO), PARA CONFERENCIA
005348* DO PAR PELA CONTROLADORIA.
005349*=============================================================
005350 5900-WRITE-ESTORNOS.
005351     MOVE SPACES TO RESUMO-LINE
005352     WRITE RESUMO-LINE
005353     MOVE "ESTORNOS DO DIA (ORIGINAL X ESTORNO):" TO RESUMO-LINE
005354     WRITE RESUMO-LINE
005355
005356     IF WS-EST-COUNT = ZERO
005357         MOVE "   (NENHUM ESTORNO NO DIA)" TO RESUMO-LINE
005358         WRITE RESUMO-LINE
005359         GO TO 5900-EXIT
005360     END-IF
005361
005362     OPEN INPUT HIST-FILE
005363     IF WS-HIST-STATUS NOT = "00"
005364         MOVE "   (HISTORICO INDISPONIVEL - PARES NAO LISTADOS)"
005365             TO RESUMO-LINE
005366         WRITE RESUMO-LINE
005367         GO TO 5900-EXIT
005368     END-IF
005369
005370     MOVE ZERO TO WS-EST-IX
005371     PERFORM 5910-WRITE-ONE-PAR THRU 5910-EXIT
005372         UNTIL WS-EST-IX >= WS-EST-COUNT
005373
005374     CLOSE HIST-FILE
005375
005376     MOVE WS-EST-COUNT TO WS-COUNT-DISPLAY
005377     MOVE "   QUANTIDADE DE ESTORNOS: " TO RESUMO-LINE
005378     MOVE WS-COUNT-DISPLAY TO RESUMO-LINE (28:6)
005379     WRITE RESUMO-LINE.
005380 5900-EXIT.
005381     EXIT.
005382
005383 5910-WRITE-ONE-PAR.
005384     ADD 1 TO WS-EST-IX
005385
005386     MOVE "ORIGINAL " TO WS-PAR-TIPO
005387     MOVE ET-REF-CHAVE (WS-EST-IX) TO HS-CHAVE
005388     PERFORM 5920-WRITE-PAR-LINE THRU 5920-EXIT
005389
005390     MOVE "ESTORNO  " TO WS-PAR-TIPO
005391     MOVE ET-CHAVE (WS-EST-IX) TO HS-CHAVE
005392     PERFORM 5920-WRITE-PAR-LINE THRU 5920-EXIT
005393
005394     MOVE SPACES TO RESUMO-LINE
005395     WRITE RESUMO-LINE.
005396 5910-EXIT.
005397     EXIT.
005398
005399*=============================================================
005400* 5920-WRITE-PAR-LINE - LE NO HISTORICO O LANCAMENTO DA CHAVE
005401* POSICIONADA EM HS-CHAVE E EMITE A SUA LINHA NO PAR.
005402*=============================================================
005403 5920-WRITE-PAR-LINE.
005404     MOVE SPACES TO RESUMO-LINE
005405     READ HIST-FILE
005406         INVALID KEY
005407             STRING "   "            DELIMITED BY SIZE
005408                 WS-PAR-TIPO         DELIMITED BY SIZE
005409                 HS-DATA             DELIMITED BY SIZE
005410                 "/"                 DELIMITED BY SIZE
005411                 HS-SEQ              DELIMITED BY SIZE
005412                 "  *NAO ENCONTRADO NO HISTORICO*"
005413                                     DELIMITED BY SIZE
005414                 INTO RESUMO-LINE
005415             END-STRING
005416             WRITE RESUMO-LINE
005417             MOVE 4 TO RETURN-CODE
005418             GO TO 5920-EXIT
005419     END-READ
005420
005421     MOVE HS-SOMA TO WS-PAR-SOMA
005422     STRING "   "                DELIMITED BY SIZE
005423         WS-PAR-TIPO             DELIMITED BY SIZE
005424         HS-DATA                 DELIMITED BY SIZE
005425         "/"                     DELIMITED BY SIZE
005426         HS-SEQ                  DELIMITED BY SIZE
005427         "  CCUSTO="             DELIMITED BY SIZE
005428         HS-CCUSTO               DELIMITED BY SIZE
005429         "  SOMA="               DELIMITED BY SIZE
005430         WS-PAR-SOMA             DELIMITED BY SIZE
005431         "  OPERADOR="           DELIMITED BY SIZE
005432         HS-OPERADOR             DELIMITED BY SIZE
005433         "  "                    DELIMITED BY SIZE
005434         HS-SITUACAO             DELIMITED BY SIZE
005435         INTO RESUMO-LINE
005436     END-STRING
005437     WRITE RESUMO-LINE.
005438 5920-EXIT.
005439     EXIT.
005440
005441*=============================================================
005442* 5950-WRITE-MOEDAS - EMITE A SECAO POR MOEDA: QUANTIDADE DE
005443* LANCAMENTOS EFETIVOS, VALOR ORIGINAL NA MOEDA E VALOR
005444* CONVERTIDO EM REAIS. A SOMA DA COLUNA EM REAIS BATE COM O
005445* TOTAL GERAL DO RESUMO.
005446*=============================================================
005447 5950-WRITE-MOEDAS.
005448     MOVE SPACES TO RESUMO-LINE
005449     WRITE RESUMO-LINE
005450     MOVE "TOTAIS POR MOEDA (LANCAMENTOS EFETIVOS):"
005451         TO RESUMO-LINE
005452     WRITE RESUMO-LINE
005453
005454     IF WS-MOEDA-COUNT = ZERO
005455         MOVE "   (NENHUM LANCAMENTO EFETIVO NO DIA)"
005456             TO RESUMO-LINE
005457         WRITE RESUMO-LINE
005458         GO TO 5950-EXIT
005459     END-IF
005460
005461     MOVE SPACES TO RESUMO-LINE
005462     STRING "   MOEDA  QTD-OK  VALOR ORIGINAL  "
005463                             DELIMITED BY SIZE
005464         "VALOR EM REAIS"    DELIMITED BY SIZE
005465         INTO RESUMO-LINE
005466     END-STRING
005467     WRITE RESUMO-LINE
005468
005469     MOVE ZERO TO WS-MOEDA-IX
005470     PERFORM 5960-WRITE-ONE-MOEDA THRU 5960-EXIT
005471         UNTIL WS-MOEDA-IX >= WS-MOEDA-COUNT.
005472 5950-EXIT.
005473     EXIT.
005474
005475 5960-WRITE-ONE-MOEDA.
005476     ADD 1 TO WS-MOEDA-IX
005477     MOVE SPACES TO RESUMO-LINE
005478     MOVE MT-MOEDA (WS-MOEDA-IX) TO RESUMO-LINE (4:3)
005479     MOVE MT-OK-COUNT (WS-MOEDA-IX) TO WS-COUNT-DISPLAY
005480     MOVE WS-COUNT-DISPLAY TO RESUMO-LINE (11:6)
005481     MOVE MT-ORIGINAL (WS-MOEDA-IX) TO WS-TOTAL-DISPLAY
005482     MOVE WS-TOTAL-DISPLAY-X TO RESUMO-LINE (19:14)
005483     MOVE MT-REAIS (WS-MOEDA-IX) TO WS-TOTAL-DISPLAY
005484     MOVE WS-TOTAL-DISPLAY-X TO RESUMO-LINE (35:14)
005485     WRITE RESUMO-LINE.
005486 5960-EXIT.
005487     EXIT.
005488
005489*=============================================================
005498* 6000-UPDATE-SALDOS - ACUMULA OS TOTAIS DO DIA NO MESTRE DE
005499* SALDOS POR PERIODO (SALDOPER), POR MES + CENTRO DE CUSTO. MES
005500* JA FECHADO NAO RECEBE ACUMULACAO (ERRO); DIA JA ACUMULADO NO
005679     DISPLAY "Resumo encerrado - relatorio em CCUSRPT.".
005680 8000-EXIT.
005681     EXIT.
005691
005701*=============================================================
006702* 8500-LOG-INICIO - GRAVA NO DIARIO DA CADEIA NOTURNA (RUNLOG)
006703* O INICIO DA RODADA, COM A DATA DE NEGOCIO E O OPERADOR. SEM
006704* DATA NO CARTAO DE EXECUCAO VALE A DATA DE HOJE; SEM OPERADOR,
006711* O USUARIO DO AMBIENTE.
006721*=============================================================
006731 8500-LOG-INICIO.
006741     MOVE WS-TARGET-DATE TO WS-RUNLOG-DATA
006751     IF WS-RUNLOG-DATA = SPACES
006761         ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
006771         STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
006781             "-"                 DELIMITED BY SIZE
006791             WS-RUNLOG-TS-MM     DELIMITED BY SIZE
006801             "-"                 DELIMITED BY SIZE
006811             WS-RUNLOG-TS-DD     DELIMITED BY SIZE
006821             INTO WS-RUNLOG-DATA
006831         END-STRING
006841     END-IF
006851     IF WS-RUNLOG-OPERADOR = SPACES
006861         ACCEPT WS-RUNLOG-OPERADOR FROM ENVIRONMENT "USER"
006871     END-IF
006881     IF WS-RUNLOG-OPERADOR = SPACES
006891         MOVE "NOTURNO " TO WS-RUNLOG-OPERADOR
006901     END-IF
006911
006921     MOVE SPACES TO WS-RUNLOG-DETAIL
006931     MOVE "I"    TO RL-EVENTO
006941     MOVE ZERO   TO RL-RC
006951     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT
006961     MOVE "Y" TO WS-RUNLOG-INICIO-SWITCH.
006971 8500-EXIT.
006981     EXIT.
006991
007001*=============================================================
007011* 8510-WRITE-RUNLOG - COMPLETA O REGISTRO DO DIARIO COM O
007021* PROGRAMA, A DATA DE NEGOCIO, O OPERADOR E O MOMENTO DA
007031* GRAVACAO E O ACRESCENTA AO RUNLOG, CRIADO NA PRIMEIRA
007041* GRAVACAO. DIARIO INDISPONIVEL SO GERA AVISO.
007051*=============================================================
007061 8510-WRITE-RUNLOG.
007071     ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
007081     ACCEPT WS-RUNLOG-TIME-FIELDS FROM TIME
007091
007101     MOVE "CCRESUM"         TO RL-PROGRAMA
007111     MOVE WS-RUNLOG-DATA     TO RL-DATA-NEGOCIO
007121     MOVE WS-RUNLOG-OPERADOR TO RL-OPERADOR
007131     MOVE WS-RUNLOG-MENSAGEM TO RL-MENSAGEM
007141     STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
007151         "-"                 DELIMITED BY SIZE
007161         WS-RUNLOG-TS-MM     DELIMITED BY SIZE
007171         "-"                 DELIMITED BY SIZE
007181         WS-RUNLOG-TS-DD     DELIMITED BY SIZE
007191         INTO RL-TS-DATA
007201     END-STRING
007211     STRING WS-RUNLOG-TIME-HH DELIMITED BY SIZE
007221         ":"                 DELIMITED BY SIZE
007231         WS-RUNLOG-TIME-MM   DELIMITED BY SIZE
007241         ":"                 DELIMITED BY SIZE
007251         WS-RUNLOG-TIME-SS   DELIMITED BY SIZE
007261         INTO RL-TS-HORA
007271     END-STRING
007281
007291     OPEN EXTEND RUNLOG-FILE
007301     IF WS-RUNLOG-STATUS NOT = "00"
007311         OPEN OUTPUT RUNLOG-FILE
007321         CLOSE RUNLOG-FILE
007331         OPEN EXTEND RUNLOG-FILE
007341     END-IF
007351     IF WS-RUNLOG-STATUS NOT = "00"
007361         DISPLAY "*** AVISO: DIARIO RUNLOG INDISPONIVEL "
007371             "(STATUS = " WS-RUNLOG-STATUS ") ***"
007381         GO TO 8510-EXIT
007391     END-IF
007401
007411     WRITE RUNLOG-LINE FROM WS-RUNLOG-DETAIL
007421     CLOSE RUNLOG-FILE.
007431 8510-EXIT.
007441     EXIT.
007451
007461*=============================================================
007471* 8600-LOG-FIM - GRAVA NO DIARIO O FIM DA RODADA COM O
007481* RETURN-CODE DEVOLVIDO AO SCHEDULER. EXECUTADO ANTES DE CADA
007491* STOP RUN; SO GRAVA SE O INICIO FOI REGISTRADO, E UMA UNICA
007501* VEZ.
007511*=============================================================
007521 8600-LOG-FIM.
007531     IF NOT WS-RUNLOG-INICIADO
007541         GO TO 8600-EXIT
007551     END-IF
007561     MOVE "N" TO WS-RUNLOG-INICIO-SWITCH
007571
007581     MOVE SPACES      TO WS-RUNLOG-DETAIL
007591     MOVE "F"         TO RL-EVENTO
007601     MOVE RETURN-CODE TO RL-RC
007611     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT.
007621 8600-EXIT.
007631     EXIT.
007641
007651*=============================================================
007661* 8700-CHECK-PREREQ - CONFERE NO DIARIO (RUNLOG) SE O JOB
007671* PRE-REQUISITO TEVE RODADA CONCLUIDA NA DATA DE NEGOCIO, COM
007681* RETURN-CODE ATE O MAXIMO ACEITO (VALE A RODADA MAIS RECENTE).
007691* DO PROGRAMA SOMA CONTAM SO AS RODADAS DE LOTE (B) E DE
007701* CONSOLIDACAO (C). SEM O PRE-REQUISITO O JOB E RECUSADO COM
007711* RETURN-CODE 8 ANTES DE PROCESSAR, SALVO LIBERACAO NO CARTAO
007721* DE EXECUCAO, QUE FICA REGISTRADA NO DIARIO.
007731*=============================================================
007741 8700-CHECK-PREREQ.
007751     MOVE "N" TO WS-PREREQ-SWITCH
007761     MOVE "N" TO WS-RUNLOG-EOF-SWITCH
007771
007781     OPEN INPUT RUNLOG-FILE
007791     IF WS-RUNLOG-STATUS = "00"
007801         PERFORM 8710-READ-RUNLOG THRU 8710-EXIT
007811             UNTIL END-OF-RUNLOG
007821         CLOSE RUNLOG-FILE
007831     END-IF
007841
007851     IF WS-PREREQ-OK
007861         GO TO 8700-EXIT
007871     END-IF
007881
007891     IF WS-PREREQ-LIBERADO
007901         DISPLAY "*** AVISO: PRE-REQUISITO " WS-PREREQ-PROGRAMA
007911             " NAO CUMPRIDO EM " WS-RUNLOG-DATA
007921             " - RODADA LIBERADA PELO CARTAO ***"
007931         MOVE "PRE-REQUISITO LIBERADO PELO CARTAO"
007941             TO WS-RUNLOG-MENSAGEM
007951         GO TO 8700-EXIT
007961     END-IF
007971
007981     DISPLAY "*** ERRO: PRE-REQUISITO NAO CUMPRIDO - SEM RODADA "
007991         "CONCLUIDA DE " WS-PREREQ-PROGRAMA " EM " WS-RUNLOG-DATA
008001         " ***"
008011     MOVE SPACES TO WS-RUNLOG-MENSAGEM
008021     STRING "PRE-REQUISITO AUSENTE: " DELIMITED BY SIZE
008031         WS-PREREQ-PROGRAMA        DELIMITED BY SPACE
008041         INTO WS-RUNLOG-MENSAGEM
008051     END-STRING
008061     MOVE 8 TO RETURN-CODE
008071     PERFORM 8600-LOG-FIM THRU 8600-EXIT
008081     STOP RUN.
008091 8700-EXIT.
008101     EXIT.
008111
008121 8710-READ-RUNLOG.
008131     READ RUNLOG-FILE INTO WS-RUNLOG-DETAIL
008141         AT END
008151             MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
008161         NOT AT END
008171             PERFORM 8720-TEST-PREREQ THRU 8720-EXIT
008181     END-READ.
008191 8710-EXIT.
008201     EXIT.
008211
008221 8720-TEST-PREREQ.
008231     IF RL-PROGRAMA NOT = WS-PREREQ-PROGRAMA
008241         OR RL-DATA-NEGOCIO NOT = WS-RUNLOG-DATA
008251         OR NOT RL-FIM
008261         GO TO 8720-EXIT
008271     END-IF
008281
008291     IF RL-PROGRAMA = "SOMA"
008301         AND RL-MODO NOT = "B" AND RL-MODO NOT = "C"
008311         GO TO 8720-EXIT
008321     END-IF
008331
008341     IF RL-RC > WS-PREREQ-RC-MAX
008351         MOVE "N" TO WS-PREREQ-SWITCH
008361     ELSE
008371         MOVE "Y" TO WS-PREREQ-SWITCH
008381     END-IF.
008391 8720-EXIT.
008401     EXIT.
