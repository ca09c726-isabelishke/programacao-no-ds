000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Altpend.
000030 AUTHOR. J-SANTOS.
000040 INSTALLATION. CONTROLADORIA - ROTINAS DE FECHAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* ALTPEND - RELATORIO DAS ALTERACOES AINDA PENDENTES DE     *
000090* APROVACAO. LE O ARQUIVO DE ALTERACOES PENDENTES           *
000100* (PENDALT), GRAVADO PELO PROGRAMA SOMA NA ALTERACAO DE     *
000110* LIMITES, NA REATIVACAO DE CONTA E NA MANUTENCAO DOS       *
000120* PARAMETROS, E IMPRIME NO RELATORIO ALTPRPT CADA PEDIDO EM *
000130* ABERTO COM O NUMERO, A CONTA (OU PARAMS), O CAMPO, OS     *
000140* VALORES ANTERIOR E NOVO, O SOLICITANTE, A DATA DO PEDIDO  *
000150* E OS DIAS EM ABERTO, APONTANDO O PEDIDO QUE JA PASSOU DO  *
000160* PRAZO DE APROVACAO DO PARAMS E SERA EXPIRADO NA PROXIMA   *
000170* RODADA DO SOMA. A DATA DE REFERENCIA VEM DO CARTAO DE     *
000180* EXECUCAO (RUNCARD), QUANDO PRESENTE, OU E A DATA DE HOJE. *
000190* DEVOLVE RETURN-CODE PARA O SCHEDULER: 0 SEM APONTAMENTOS, *
000200* 4 PEDIDO COM PRAZO VENCIDO, 8 FALHA DE ARQUIVO.           *
000210*-----------------------------------------------------------*
000220* HISTORICO DE ALTERACOES                                   *
000230*-----------------------------------------------------------*
000240* DATA       AUTOR    DESCRICAO                             *
000250* ---------- -------- --------------------------------------*
000260* 2026-10-15 JRS      VERSAO INICIAL DO RELATORIO DAS       *
000270*                     ALTERACOES PENDENTES DE APROVACAO.    *
000280*-----------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PEND-FILE ASSIGN TO "PENDALT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS PA-NUMERO
000370         FILE STATUS IS WS-PEND-STATUS.
000380
000390     SELECT PARAM-FILE ASSIGN TO "PARAMS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARAM-STATUS.
000420
000430     SELECT RELATORIO-FILE ASSIGN TO "ALTPRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RELATORIO-STATUS.
000460
000470     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RUNCARD-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PEND-FILE
000540     RECORDING MODE IS F.
000550 01  PEND-RECORD.
000560     COPY "pendrec.cpy".
000570
000580 FD  PARAM-FILE
000590     RECORDING MODE IS F.
000600 01  PARAM-RECORD.
000610     COPY "paramrec.cpy".
000620
000630 FD  RELATORIO-FILE
000640     RECORDING MODE IS F.
000650 01  RELATORIO-LINE              PIC X(100).
000660
000670 FD  RUNCARD-FILE
000680     RECORDING MODE IS F.
000690 01  RUNCARD-RECORD.
000700     COPY "runcrec.cpy".
000710
000720 WORKING-STORAGE SECTION.
000730*-----------------------------------------------------------*
000740* CHAVES DE ARQUIVO E SWITCHES DE FIM DE ARQUIVO            *
000750*-----------------------------------------------------------*
000760 77  WS-PEND-STATUS               PIC X(02).
000770 77  WS-PARAM-STATUS              PIC X(02).
000780 77  WS-RELATORIO-STATUS          PIC X(02).
000790 77  WS-RUNCARD-STATUS            PIC X(02).
000800
000810 77  WS-PEND-EOF-SWITCH           PIC X(01) VALUE "N".
000820     88  END-OF-PEND-FILE         VALUE "Y".
000830
000840*-----------------------------------------------------------*
000850* DATA DE REFERENCIA E IDADE DE CADA PEDIDO                 *
000860*-----------------------------------------------------------*
000870 01  WS-RUN-DATE-FIELDS.
000880     05  WS-RUN-DATE-CCYY         PIC 9(4).
000890     05  WS-RUN-DATE-MM           PIC 9(2).
000900     05  WS-RUN-DATE-DD           PIC 9(2).
000910 01  WS-RUN-DATE-NUM              REDEFINES WS-RUN-DATE-FIELDS
000920                                      PIC 9(8).
000930
000940 77  WS-TARGET-DATE               PIC X(10).
000950 77  WS-TARGET-DATE-INT           PIC S9(9) COMP VALUE ZERO.
000960
000970 01  WS-ITEM-DATE-FIELDS.
000980     05  WS-ID-CCYY               PIC 9(4).
000990     05  WS-ID-MM                 PIC 9(2).
001000     05  WS-ID-DD                 PIC 9(2).
001010 01  WS-ITEM-DATE-NUM             REDEFINES WS-ITEM-DATE-FIELDS
001020                                      PIC 9(8).
001030 77  WS-ITEM-AGE                  PIC S9(5) COMP VALUE ZERO.
001040
001050*    PRAZO DE APROVACAO EM DIAS (PARAMETRO PR-PRAZO-APROVACAO
001060*    DO PARAMS); ZERO = OS PEDIDOS NAO EXPIRAM.
001070 77  WS-PRAZO-APROVACAO           PIC 9(4)  COMP VALUE 7.
001080
001090*-----------------------------------------------------------*
001100* CONTADORES DO RELATORIO                                   *
001110*-----------------------------------------------------------*
001120 77  WS-PEND-COUNT                PIC 9(6)  COMP VALUE ZERO.
001130 77  WS-VENCIDO-COUNT             PIC 9(6)  COMP VALUE ZERO.
001140 77  WS-APROVADO-COUNT            PIC 9(6)  COMP VALUE ZERO.
001150 77  WS-REJEITADO-COUNT           PIC 9(6)  COMP VALUE ZERO.
001160 77  WS-EXPIRADO-COUNT            PIC 9(6)  COMP VALUE ZERO.
001170
001180*-----------------------------------------------------------*
001190* CAMPOS DE EDICAO DO RELATORIO                             *
001200*-----------------------------------------------------------*
001210 77  WS-COUNT-DISPLAY             PIC 9(06).
001220 77  WS-PRAZO-DISPLAY             PIC 9(04).
001230 77  WS-AGE-DISPLAY               PIC Z(3)9.
001240 77  WS-VALOR-EDIT                PIC Z(6)9.99.
001250 77  WS-ALVO                      PIC X(06).
001260 77  WS-ANT-TELA                  PIC X(34).
001270 77  WS-NOVO-TELA                 PIC X(34).
001280 PROCEDURE DIVISION.
001290*=============================================================
001300* 0000-MAINLINE - CONDUZ O RELATORIO DAS ALTERACOES PENDENTES E
001310* DEVOLVE O CONTROLE AO SISTEMA OPERACIONAL AO TERMINO.
001320*=============================================================
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001350     PERFORM 2000-OPEN-RELATORIO THRU 2000-EXIT
001360     PERFORM 3000-LIST-PEDIDOS THRU 3000-EXIT
001370     PERFORM 4000-WRITE-TOTAIS THRU 4000-EXIT
001380     PERFORM 8000-TERMINATE THRU 8000-EXIT
001390
001400     STOP RUN.
001410
001420*=============================================================
001430* 1000-INITIALIZE - DEFINE A DATA DE REFERENCIA (CARTAO DE
001440* EXECUCAO OU HOJE) E LE O PRAZO DE APROVACAO NO ARQUIVO DE
001450* PARAMETROS.
001460*=============================================================
001470 1000-INITIALIZE.
001480     ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD
001490
001500     STRING WS-RUN-DATE-CCYY DELIMITED BY SIZE
001510         "-"                 DELIMITED BY SIZE
001520         WS-RUN-DATE-MM      DELIMITED BY SIZE
001530         "-"                 DELIMITED BY SIZE
001540         WS-RUN-DATE-DD      DELIMITED BY SIZE
001550         INTO WS-TARGET-DATE
001560     END-STRING
001570
001580     PERFORM 1100-READ-RUNCARD THRU 1100-EXIT
001590
001600     IF WS-TARGET-DATE (1:4) IS NOT NUMERIC
001610         OR WS-TARGET-DATE (6:2) IS NOT NUMERIC
001620         OR WS-TARGET-DATE (9:2) IS NOT NUMERIC
001630         DISPLAY "*** ERRO: DATA DE REFERENCIA INVALIDA ("
001640             WS-TARGET-DATE ") ***"
001650         MOVE 8 TO RETURN-CODE
001660         STOP RUN
001670     END-IF
001680     MOVE WS-TARGET-DATE (1:4)  TO WS-RUN-DATE-CCYY
001690     MOVE WS-TARGET-DATE (6:2)  TO WS-RUN-DATE-MM
001700     MOVE WS-TARGET-DATE (9:2)  TO WS-RUN-DATE-DD
001710     COMPUTE WS-TARGET-DATE-INT =
001720         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
001730
001740     PERFORM 1200-LOAD-PRAZO THRU 1200-EXIT
001750
001760     DISPLAY "Alteracoes pendentes em " WS-TARGET-DATE
001770         " (prazo de aprovacao " WS-PRAZO-APROVACAO " dias).".
001780 1000-EXIT.
001790     EXIT.
001800
001810*=============================================================
001820* 1100-READ-RUNCARD - PROCURA O CARTAO DE EXECUCAO (RUNCARD) E,
001830* QUANDO PRESENTE COM DATA INFORMADA, USA A DATA DO CARTAO COMO
001840* DATA DE REFERENCIA DOS DIAS EM ABERTO.
001850*=============================================================
001860 1100-READ-RUNCARD.
001870     OPEN INPUT RUNCARD-FILE
001880     IF WS-RUNCARD-STATUS NOT = "00"
001890         GO TO 1100-EXIT
001900     END-IF
001910
001920     READ RUNCARD-FILE
001930         AT END
001940             CONTINUE
001950         NOT AT END
001960             IF RC-DATA NOT = SPACES
001970                 MOVE RC-DATA TO WS-TARGET-DATE
001980             END-IF
001990     END-READ
002000     CLOSE RUNCARD-FILE.
002010 1100-EXIT.
002020     EXIT.
002030
002040*=============================================================
002050* 1200-LOAD-PRAZO - LE O PRAZO DE APROVACAO EM DIAS NO ARQUIVO
002060* PARAMS; SEM ARQUIVO OU SEM VALOR, VALE O PADRAO.
002070*=============================================================
002080 1200-LOAD-PRAZO.
002090     OPEN INPUT PARAM-FILE
002100     IF WS-PARAM-STATUS NOT = "00"
002110         GO TO 1200-EXIT
002120     END-IF
002130
002140     READ PARAM-FILE
002150         AT END
002160             CONTINUE
002170         NOT AT END
002180             IF PR-PRAZO-APROVACAO IS NUMERIC
002190                 MOVE PR-PRAZO-APROVACAO TO WS-PRAZO-APROVACAO
002200             END-IF
002210     END-READ
002220     CLOSE PARAM-FILE.
002230 1200-EXIT.
002240     EXIT.
002250
002260*=============================================================
002270* 2000-OPEN-RELATORIO - ABRE O RELATORIO ALTPRPT E EMITE O
002280* CABECALHO COM A DATA DE REFERENCIA E O PRAZO.
002290*=============================================================
002300 2000-OPEN-RELATORIO.
002310     OPEN OUTPUT RELATORIO-FILE
002320     IF WS-RELATORIO-STATUS NOT = "00"
002330         DISPLAY "*** ERRO: RELATORIO ALTPRPT INDISPONIVEL "
002340             "(STATUS = " WS-RELATORIO-STATUS ") ***"
002350         MOVE 8 TO RETURN-CODE
002360         STOP RUN
002370     END-IF
002380
002390     MOVE SPACES TO RELATORIO-LINE
002400     STRING "ALTERACOES PENDENTES DE APROVACAO - POSICAO EM "
002410                             DELIMITED BY SIZE
002420         WS-TARGET-DATE      DELIMITED BY SIZE
002430         INTO RELATORIO-LINE
002440     END-STRING
002450     WRITE RELATORIO-LINE
002460
002470     MOVE ALL "=" TO RELATORIO-LINE
002480     WRITE RELATORIO-LINE
002490
002500     MOVE SPACES TO RELATORIO-LINE
002510     IF WS-PRAZO-APROVACAO = ZERO
002520         MOVE "PRAZO DE APROVACAO: SEM EXPIRACAO (ZERO NO PARAMS)"
002530             TO RELATORIO-LINE
002540     ELSE
002550         MOVE WS-PRAZO-APROVACAO TO WS-PRAZO-DISPLAY
002560         STRING "PRAZO DE APROVACAO: " DELIMITED BY SIZE
002570             WS-PRAZO-DISPLAY    DELIMITED BY SIZE
002580             " DIAS  (PEDIDO VENCIDO E EXPIRADO NA PROXIMA RODADA"
002590                                 DELIMITED BY SIZE
002600             " DO SOMA)"         DELIMITED BY SIZE
002610             INTO RELATORIO-LINE
002620         END-STRING
002630     END-IF
002640     WRITE RELATORIO-LINE
002650
002660     MOVE SPACES TO RELATORIO-LINE
002670     WRITE RELATORIO-LINE
002680
002690     MOVE SPACES TO RELATORIO-LINE
002700     MOVE "NUMERO"      TO RELATORIO-LINE (1:6)
002710     MOVE "ALVO"        TO RELATORIO-LINE (8:4)
002720     MOVE "CAMPO"       TO RELATORIO-LINE (15:5)
002730     MOVE "ANTERIOR"    TO RELATORIO-LINE (24:8)
002740     MOVE "NOVO"        TO RELATORIO-LINE (45:4)
002750     MOVE "SOLICIT."    TO RELATORIO-LINE (66:8)
002760     MOVE "DATA"        TO RELATORIO-LINE (75:4)
002770     MOVE "DIAS"        TO RELATORIO-LINE (86:4)
002780     WRITE RELATORIO-LINE.
002790 2000-EXIT.
002800     EXIT.
002810
002820*=============================================================
002830* 3000-LIST-PEDIDOS - ABRE O ARQUIVO DE ALTERACOES PENDENTES E
002840* LISTA OS PEDIDOS EM ABERTO NA ORDEM DO NUMERO, CONTANDO OS JA
002850* DECIDIDOS POR SITUACAO PARA OS TOTAIS.
002860*=============================================================
002870 3000-LIST-PEDIDOS.
002880     OPEN INPUT PEND-FILE
002890     IF WS-PEND-STATUS NOT = "00"
002900         DISPLAY "*** ERRO: ARQUIVO DE ALTERACOES PENDENTES "
002910             "PENDALT INDISPONIVEL (STATUS = " WS-PEND-STATUS
002920             ") ***"
002930         MOVE "ARQUIVO DE ALTERACOES PENDENTES INDISPONIVEL."
002940             TO RELATORIO-LINE
002950         WRITE RELATORIO-LINE
002960         CLOSE RELATORIO-FILE
002970         MOVE 8 TO RETURN-CODE
002980         STOP RUN
002990     END-IF
003000
003010     MOVE "N" TO WS-PEND-EOF-SWITCH
003020     PERFORM 3100-READ-PEDIDO THRU 3100-EXIT
003030         UNTIL END-OF-PEND-FILE
003040
003050     IF WS-PEND-COUNT = ZERO
003060         MOVE "NENHUMA ALTERACAO AGUARDANDO APROVACAO."
003070             TO RELATORIO-LINE
003080         WRITE RELATORIO-LINE
003090     END-IF.
003100 3000-EXIT.
003110     EXIT.
003120
003130 3100-READ-PEDIDO.
003140     READ PEND-FILE NEXT RECORD
003150         AT END
003160             MOVE "Y" TO WS-PEND-EOF-SWITCH
003170             GO TO 3100-EXIT
003180     END-READ
003190
003200     EVALUATE TRUE
003210         WHEN PA-PENDENTE
003220             PERFORM 3200-LIST-ONE-PEDIDO THRU 3200-EXIT
003230         WHEN PA-APROVADO
003240             ADD 1 TO WS-APROVADO-COUNT
003250         WHEN PA-REJEITADO
003260             ADD 1 TO WS-REJEITADO-COUNT
003270         WHEN PA-EXPIRADO
003280             ADD 1 TO WS-EXPIRADO-COUNT
003290     END-EVALUATE.
003300 3100-EXIT.
003310     EXIT.
003320
003330*=============================================================
003340* 3200-LIST-ONE-PEDIDO - CALCULA OS DIAS EM ABERTO DO PEDIDO
003350* CONTRA A DATA DE REFERENCIA, APONTA O PEDIDO ALEM DO PRAZO DE
003360* APROVACAO E EMITE A LINHA DO RELATORIO.
003370*=============================================================
003380 3200-LIST-ONE-PEDIDO.
003390     ADD 1 TO WS-PEND-COUNT
003400
003410     IF PA-DATA-PEDIDO (1:4) IS NUMERIC
003420         AND PA-DATA-PEDIDO (6:2) IS NUMERIC
003430         AND PA-DATA-PEDIDO (9:2) IS NUMERIC
003440         MOVE PA-DATA-PEDIDO (1:4) TO WS-ID-CCYY
003450         MOVE PA-DATA-PEDIDO (6:2) TO WS-ID-MM
003460         MOVE PA-DATA-PEDIDO (9:2) TO WS-ID-DD
003470         COMPUTE WS-ITEM-AGE = WS-TARGET-DATE-INT
003480             - FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-NUM)
003490     ELSE
003500         MOVE 9999 TO WS-ITEM-AGE
003510     END-IF
003520
003530     IF WS-ITEM-AGE < ZERO
003540         MOVE ZERO TO WS-ITEM-AGE
003550     END-IF
003560
003570     IF PA-TIPO-PARAM
003580         MOVE "PARAMS" TO WS-ALVO
003590     ELSE
003600         MOVE PA-CCUSTO TO WS-ALVO
003610     END-IF
003620
003630     IF PA-VALOR-NUMERICO
003640         MOVE PA-ANT-NUM    TO WS-VALOR-EDIT
003650         MOVE WS-VALOR-EDIT TO WS-ANT-TELA
003660         MOVE PA-NOVO-NUM   TO WS-VALOR-EDIT
003670         MOVE WS-VALOR-EDIT TO WS-NOVO-TELA
003680     ELSE
003690         MOVE PA-VALOR-ANTERIOR TO WS-ANT-TELA
003700         MOVE PA-VALOR-NOVO     TO WS-NOVO-TELA
003710     END-IF
003720
003730     MOVE WS-ITEM-AGE TO WS-AGE-DISPLAY
003740     MOVE SPACES TO RELATORIO-LINE
003750     MOVE PA-NUMERO         TO RELATORIO-LINE (1:6)
003760     MOVE WS-ALVO           TO RELATORIO-LINE (8:6)
003770     MOVE PA-CAMPO          TO RELATORIO-LINE (15:8)
003780     MOVE WS-ANT-TELA       TO RELATORIO-LINE (24:20)
003790     MOVE WS-NOVO-TELA      TO RELATORIO-LINE (45:20)
003800     MOVE PA-SOLICITANTE    TO RELATORIO-LINE (66:8)
003810     MOVE PA-DATA-PEDIDO    TO RELATORIO-LINE (75:10)
003820     MOVE WS-AGE-DISPLAY    TO RELATORIO-LINE (86:4)
003830
003840     IF WS-PRAZO-APROVACAO > ZERO
003850         AND WS-ITEM-AGE > WS-PRAZO-APROVACAO
003860         MOVE "*VENCIDO*" TO RELATORIO-LINE (91:9)
003870         ADD 1 TO WS-VENCIDO-COUNT
003880     END-IF
003890
003900     WRITE RELATORIO-LINE.
003910 3200-EXIT.
003920     EXIT.
003930
003940*=============================================================
003950* 4000-WRITE-TOTAIS - EMITE OS TOTAIS DE PEDIDOS EM ABERTO E
003960* VENCIDOS E A QUANTIDADE DE PEDIDOS JA DECIDIDOS NO ARQUIVO,
003970* E DEFINE O RETURN-CODE: 4 QUANDO HOUVER PEDIDO VENCIDO.
003980*=============================================================
003990 4000-WRITE-TOTAIS.
004000     MOVE SPACES TO RELATORIO-LINE
004010     WRITE RELATORIO-LINE
004020
004030     MOVE WS-PEND-COUNT TO WS-COUNT-DISPLAY
004040     MOVE SPACES TO RELATORIO-LINE
004050     STRING "PEDIDOS AGUARDANDO APROVACAO..: " DELIMITED BY SIZE
004060         WS-COUNT-DISPLAY    DELIMITED BY SIZE
004070         INTO RELATORIO-LINE
004080     END-STRING
004090     WRITE RELATORIO-LINE
004100
004110     MOVE WS-VENCIDO-COUNT TO WS-COUNT-DISPLAY
004120     MOVE SPACES TO RELATORIO-LINE
004130     STRING "  COM PRAZO VENCIDO...........: " DELIMITED BY SIZE
004140         WS-COUNT-DISPLAY    DELIMITED BY SIZE
004150         INTO RELATORIO-LINE
004160     END-STRING
004170     WRITE RELATORIO-LINE
004180
004190     MOVE WS-APROVADO-COUNT TO WS-COUNT-DISPLAY
004200     MOVE SPACES TO RELATORIO-LINE
004210     STRING "PEDIDOS APROVADOS.............: " DELIMITED BY SIZE
004220         WS-COUNT-DISPLAY    DELIMITED BY SIZE
004230         INTO RELATORIO-LINE
004240     END-STRING
004250     WRITE RELATORIO-LINE
004260
004270     MOVE WS-REJEITADO-COUNT TO WS-COUNT-DISPLAY
004280     MOVE SPACES TO RELATORIO-LINE
004290     STRING "PEDIDOS REJEITADOS............: " DELIMITED BY SIZE
004300         WS-COUNT-DISPLAY    DELIMITED BY SIZE
004310         INTO RELATORIO-LINE
004320     END-STRING
004330     WRITE RELATORIO-LINE
004340
004350     MOVE WS-EXPIRADO-COUNT TO WS-COUNT-DISPLAY
004360     MOVE SPACES TO RELATORIO-LINE
004370     STRING "PEDIDOS EXPIRADOS.............: " DELIMITED BY SIZE
004380         WS-COUNT-DISPLAY    DELIMITED BY SIZE
004390         INTO RELATORIO-LINE
004400     END-STRING
004410     WRITE RELATORIO-LINE
004420
004430     IF WS-VENCIDO-COUNT > ZERO
004440         MOVE 4 TO RETURN-CODE
004450     END-IF.
004460 4000-EXIT.
004470     EXIT.
004480
004490*=============================================================
004500* 8000-TERMINATE - PONTO UNICO DE ENCERRAMENTO DO PROGRAMA.
004510*=============================================================
004520 8000-TERMINATE.
004530     CLOSE PEND-FILE
004540     CLOSE RELATORIO-FILE
004550     DISPLAY "Alteracoes pendentes: " WS-PEND-COUNT
004560         " (vencidas: " WS-VENCIDO-COUNT ") - relatorio em "
004570         "ALTPRPT.".
004580 8000-EXIT.
004590     EXIT.
