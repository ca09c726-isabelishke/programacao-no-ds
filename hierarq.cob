000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Hierarq.
000030 AUTHOR. J-SANTOS.
000040 INSTALLATION. CONTROLADORIA - ROTINAS DE FECHAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* HIERARQ - RELATORIO DE SALDOS DO MES PELA HIERARQUIA DE   *
000090* CENTROS DE CUSTO. LE O CADASTRO DE GRUPOS (CADGRUPO), O   *
000100* CADASTRO DE CONTAS (CADCONTA) E O MESTRE DE SALDOS POR    *
000110* PERIODO (SALDOPER) E IMPRIME NO RELATORIO HIERRPT A       *
000120* ARVORE DE GRUPOS (DIRETORIA, DEPARTAMENTO, ...) COM AS    *
000130* CONTAS DE CADA DEPARTAMENTO E O SUBTOTAL DE CADA GRUPO,   *
000140* OS TOTAIS DE CADA NIVEL E A LISTA DAS CONTAS E DOS GRUPOS *
000150* COM HIERARQUIA AUSENTE OU QUEBRADA, CUJOS SALDOS FICAM    *
000160* FORA DA ARVORE MAS ENTRAM NA PROVA CONTRA O TOTAL DO MES. *
000170* O MES VEM DO CARTAO DE EXECUCAO (RUNCARD), QUANDO         *
000180* PRESENTE, OU E O MES DA DATA DE HOJE. DEVOLVE RETURN-CODE *
000190* PARA O SCHEDULER: 0 SEM APONTAMENTOS, 4 CONTA OU GRUPO    *
000200* COM HIERARQUIA QUEBRADA, 8 MES INVALIDO OU FALHA DE       *
000210* ARQUIVO.                                                  *
000220*-----------------------------------------------------------*
000230* HISTORICO DE ALTERACOES                                   *
000240*-----------------------------------------------------------*
000250* DATA       AUTOR    DESCRICAO                             *
000260* ---------- -------- --------------------------------------*
000270* 2026-10-15 JRS      VERSAO INICIAL DO RELATORIO DE SALDOS *
000280*                     PELA HIERARQUIA DE CENTROS DE CUSTO.  *
000290*-----------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GRUPO-FILE ASSIGN TO "CADGRUPO"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS GR-CODIGO
000380         FILE STATUS IS WS-GRUPO-STATUS.
000390
000400     SELECT CONTA-FILE ASSIGN TO "CADCONTA"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS CC-CODIGO
000440         FILE STATUS IS WS-CONTA-STATUS.
000450
000460     SELECT SALDO-FILE ASSIGN TO "SALDOPER"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SB-CHAVE
000500         FILE STATUS IS WS-SALDO-STATUS.
000510
000520     SELECT RELATORIO-FILE ASSIGN TO "HIERRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RELATORIO-STATUS.
000550
000560     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RUNCARD-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  GRUPO-FILE
000630     RECORDING MODE IS F.
000640 01  GRUPO-RECORD.
000650     COPY "grprec.cpy".
000660
000670 FD  CONTA-FILE
000680     RECORDING MODE IS F.
000690 01  CONTA-RECORD.
000700     COPY "cadcrec.cpy".
000710
000720 FD  SALDO-FILE
000730     RECORDING MODE IS F.
000740 01  SALDO-RECORD.
000750     COPY "saldorec.cpy".
000760
000770 FD  RELATORIO-FILE
000780     RECORDING MODE IS F.
000790 01  RELATORIO-LINE              PIC X(100).
000800
000810 FD  RUNCARD-FILE
000820     RECORDING MODE IS F.
000830 01  RUNCARD-RECORD.
000840     COPY "runcrec.cpy".
000850
000860 WORKING-STORAGE SECTION.
000870*-----------------------------------------------------------*
000880* CHAVES DE ARQUIVO E SWITCHES DE FIM DE ARQUIVO            *
000890*-----------------------------------------------------------*
000900 77  WS-GRUPO-STATUS              PIC X(02).
000910 77  WS-CONTA-STATUS              PIC X(02).
000920 77  WS-SALDO-STATUS              PIC X(02).
000930 77  WS-RELATORIO-STATUS          PIC X(02).
000940 77  WS-RUNCARD-STATUS            PIC X(02).
000950
000960 77  WS-GRUPO-EOF-SWITCH          PIC X(01) VALUE "N".
000970     88  END-OF-GRUPO-FILE        VALUE "Y".
000980 77  WS-CONTA-EOF-SWITCH          PIC X(01) VALUE "N".
000990     88  END-OF-CONTA-FILE        VALUE "Y".
001000 77  WS-SALDO-EOF-SWITCH          PIC X(01) VALUE "N".
001010     88  END-OF-SALDO-SCAN        VALUE "Y".
001020
001030 77  WS-GRUPO-AVAIL-SWITCH        PIC X(01) VALUE "N".
001040     88  WS-GRUPO-AVAILABLE       VALUE "Y".
001050
001060*-----------------------------------------------------------*
001070* MES DO RELATORIO                                          *
001080*-----------------------------------------------------------*
001090 01  WS-RUN-DATE-FIELDS.
001100     05  WS-RUN-DATE-CCYY         PIC 9(4).
001110     05  WS-RUN-DATE-MM           PIC 9(2).
001120     05  WS-RUN-DATE-DD           PIC 9(2).
001130
001140 77  WS-TARGET-MES                PIC X(07).
001150 77  WS-TARGET-MM                 PIC 9(2)  VALUE ZERO.
001160
001170*-----------------------------------------------------------*
001180* TABELA DE GRUPOS: DADOS DO CADGRUPO, CAMINHO DESDE O TOPO *
001190* (CHAVE DE ORDENACAO DA ARVORE), PROFUNDIDADE, SITUACAO DA *
001200* HIERARQUIA E TOTAIS ACUMULADOS DAS CONTAS ABAIXO DO GRUPO *
001210*-----------------------------------------------------------*
001220 77  WS-GT-COUNT                  PIC 9(3)  COMP VALUE ZERO.
001230 77  WS-GT-IX                     PIC 9(3)  COMP VALUE ZERO.
001240 77  WS-GT-CUR                    PIC 9(3)  COMP VALUE ZERO.
001250
001260 01  WS-GT-TABLE.
001270     05  WS-GT-ENTRY              OCCURS 300 TIMES.
001280         10  GT-CODIGO            PIC X(06).
001290         10  GT-DESCRICAO         PIC X(30).
001300         10  GT-NIVEL             PIC 9(01).
001310         10  GT-PAI               PIC X(06).
001320         10  GT-PAI-IX            PIC 9(3)  COMP.
001330         10  GT-CAMINHO           PIC X(54).
001340         10  GT-PROF              PIC 9(2)  COMP.
001350         10  GT-SITUACAO          PIC X(01).
001360             88  GT-HIERARQUIA-OK VALUE "S".
001370         10  GT-MOTIVO            PIC X(40).
001380         10  GT-QTD               PIC 9(9)  COMP.
001390         10  GT-VALOR             PIC S9(13)V99 COMP.
001400
001410 01  WS-GT-SWAP                   PIC X(160).
001420
001430 77  WS-SEEK-GRUPO                PIC X(06).
001440 77  WS-SEEK-IX                   PIC 9(3)  COMP VALUE ZERO.
001450 77  WS-SEEK-SWITCH               PIC X(01) VALUE "N".
001460     88  WS-GRUPO-ACHADO          VALUE "Y".
001470
001480*    CAMINHO DO GRUPO ATE O TOPO, MONTADO DE BAIXO PARA CIMA.
001490 01  WS-CAMINHO-TABLE.
001500     05  WS-CAM-ITEM              PIC X(06) OCCURS 9 TIMES.
001510 77  WS-CAM-PROF                  PIC 9(2)  COMP VALUE ZERO.
001520 77  WS-CAM-IX                    PIC 9(2)  COMP VALUE ZERO.
001530 77  WS-CAM-POS                   PIC 9(3)  COMP VALUE ZERO.
001540 77  WS-SUBIDA-SWITCH             PIC X(01) VALUE "N".
001550     88  WS-FIM-SUBIDA            VALUE "Y".
001560 77  WS-NIVEL-ESPERADO            PIC 9(2)  VALUE ZERO.
001570
001580 77  WS-SORT-IX                   PIC 9(3)  COMP VALUE ZERO.
001590 77  WS-SORT-LIMIT                PIC 9(3)  COMP VALUE ZERO.
001600 77  WS-SORT-PASS-SWITCH          PIC X(01) VALUE "N".
001610     88  WS-SORT-SWAPPED          VALUE "Y".
001620
001630*-----------------------------------------------------------*
001640* TABELA DE SALDOS DO MES POR CONTA, COM A DESCRICAO E O    *
001650* DEPARTAMENTO DO CADASTRO QUANDO A HIERARQUIA E VALIDA     *
001660*-----------------------------------------------------------*
001670 77  WS-MT-COUNT                  PIC 9(4)  COMP VALUE ZERO.
001680 77  WS-MT-IX                     PIC 9(4)  COMP VALUE ZERO.
001690
001700 01  WS-MT-TABLE.
001710     05  WS-MT-ENTRY              OCCURS 1000 TIMES.
001720         10  MT-CCUSTO            PIC X(06).
001730         10  MT-DESCRICAO         PIC X(30).
001740         10  MT-GRUPO-IX          PIC 9(3)  COMP.
001750         10  MT-USADO             PIC X(01).
001760         10  MT-QTD               PIC 9(9)  COMP.
001770         10  MT-VALOR             PIC S9(13)V99 COMP.
001780
001790 77  WS-MT-SWITCH                 PIC X(01) VALUE "N".
001800     88  WS-MT-ACHADO             VALUE "Y".
001810
001820*-----------------------------------------------------------*
001830* CONTAS COM HIERARQUIA AUSENTE OU QUEBRADA                 *
001840*-----------------------------------------------------------*
001850 77  WS-ET-COUNT                  PIC 9(4)  COMP VALUE ZERO.
001860 77  WS-ET-IX                     PIC 9(4)  COMP VALUE ZERO.
001870
001880 01  WS-ET-TABLE.
001890     05  WS-ET-ENTRY              OCCURS 1000 TIMES.
001900         10  ET-CCUSTO            PIC X(06).
001910         10  ET-SITUACAO          PIC X(01).
001920         10  ET-MOTIVO            PIC X(40).
001930         10  ET-VALOR             PIC S9(13)V99 COMP.
001940
001950 77  WS-CONTA-MOTIVO              PIC X(40).
001951 77  WS-CONTA-CCUSTO              PIC X(06).
001952 77  WS-CONTA-SITUACAO            PIC X(01).
001960
001970*-----------------------------------------------------------*
001980* PILHA DOS GRUPOS ABERTOS NA IMPRESSAO DA ARVORE           *
001990*-----------------------------------------------------------*
002000 01  WS-PILHA-TABLE.
002010     05  WS-PILHA-IX              PIC 9(3)  COMP OCCURS 9 TIMES.
002020 77  WS-PILHA-TOPO                PIC 9(2)  COMP VALUE ZERO.
002030
002040*-----------------------------------------------------------*
002050* TOTAIS GERAIS E POR NIVEL                                 *
002060*-----------------------------------------------------------*
002070 77  WS-TOT-SALDO                 PIC S9(13)V99 COMP VALUE ZERO.
002080 77  WS-TOT-HIERARQUIA            PIC S9(13)V99 COMP VALUE ZERO.
002090 77  WS-TOT-SEM-HIERARQUIA        PIC S9(13)V99 COMP VALUE ZERO.
002100 77  WS-NIVEL-IX                  PIC 9(2)  COMP VALUE ZERO.
002110 77  WS-NIVEL-GRUPOS              PIC 9(3)  COMP VALUE ZERO.
002120 77  WS-NIVEL-QTD                 PIC 9(9)  COMP VALUE ZERO.
002130 77  WS-NIVEL-VALOR               PIC S9(13)V99 COMP VALUE ZERO.
002140 77  WS-GRUPO-QUEBRADO-COUNT      PIC 9(3)  COMP VALUE ZERO.
002150
002160*-----------------------------------------------------------*
002170* CAMPOS DE EDICAO DO RELATORIO                             *
002180*-----------------------------------------------------------*
002190 77  WS-COUNT-DISPLAY             PIC 9(06).
002200 77  WS-QTD-DISPLAY               PIC Z(8)9.
002210 77  WS-VALOR-DISPLAY             PIC -(12)9.99.
002220 77  WS-NIVEL-DISPLAY             PIC 9(01).
002230 77  WS-INDENT                    PIC 9(2)  COMP VALUE ZERO.
002240 77  WS-COL                       PIC 9(3)  COMP VALUE ZERO.
002250 77  WS-ROTULO                    PIC X(50).
002260 PROCEDURE DIVISION.
002270*=============================================================
002280* 0000-MAINLINE - CONDUZ O RELATORIO DA HIERARQUIA E DEVOLVE O
002290* CONTROLE AO SISTEMA OPERACIONAL AO TERMINO.
002300*=============================================================
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002330     PERFORM 2000-OPEN-RELATORIO THRU 2000-EXIT
002340     PERFORM 3000-LOAD-GRUPOS THRU 3000-EXIT
002350     PERFORM 4000-LOAD-SALDOS THRU 4000-EXIT
002360     PERFORM 4500-CHECK-CONTAS THRU 4500-EXIT
002370     PERFORM 5000-WRITE-ARVORE THRU 5000-EXIT
002380     PERFORM 6000-WRITE-NIVEIS THRU 6000-EXIT
002390     PERFORM 7000-WRITE-QUEBRAS THRU 7000-EXIT
002400     PERFORM 8000-TERMINATE THRU 8000-EXIT
002410
002420     STOP RUN.
002430
002440*=============================================================
002450* 1000-INITIALIZE - DEFINE O MES DO RELATORIO (MES DA DATA DO
002460* CARTAO DE EXECUCAO, QUANDO PRESENTE, OU MES DE HOJE).
002470*=============================================================
002480 1000-INITIALIZE.
002490     ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD
002500
002510     STRING WS-RUN-DATE-CCYY DELIMITED BY SIZE
002520         "-"                 DELIMITED BY SIZE
002530         WS-RUN-DATE-MM      DELIMITED BY SIZE
002540         INTO WS-TARGET-MES
002550     END-STRING
002560
002570     PERFORM 1100-READ-RUNCARD THRU 1100-EXIT
002580
002590     IF WS-TARGET-MES (1:4) IS NOT NUMERIC
002600         OR WS-TARGET-MES (5:1) NOT = "-"
002610         OR WS-TARGET-MES (6:2) IS NOT NUMERIC
002620         DISPLAY "*** ERRO: MES DO RELATORIO INVALIDO ("
002630             WS-TARGET-MES ") ***"
002640         MOVE 8 TO RETURN-CODE
002650         STOP RUN
002660     END-IF
002670     MOVE WS-TARGET-MES (6:2) TO WS-TARGET-MM
002680     IF WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
002690         DISPLAY "*** ERRO: MES DO RELATORIO INVALIDO ("
002700             WS-TARGET-MES ") ***"
002710         MOVE 8 TO RETURN-CODE
002720         STOP RUN
002730     END-IF
002740
002750     DISPLAY "Hierarquia de centros de custo do periodo "
002760         WS-TARGET-MES ".".
002770 1000-EXIT.
002780     EXIT.
002790
002800*=============================================================
002810* 1100-READ-RUNCARD - PROCURA O CARTAO DE EXECUCAO (RUNCARD) E,
002820* QUANDO PRESENTE COM DATA INFORMADA, USA O MES DA DATA DO
002830* CARTAO.
002840*=============================================================
002850 1100-READ-RUNCARD.
002860     OPEN INPUT RUNCARD-FILE
002870     IF WS-RUNCARD-STATUS NOT = "00"
002880         GO TO 1100-EXIT
002890     END-IF
002900
002910     READ RUNCARD-FILE
002920         AT END
002930             CONTINUE
002940         NOT AT END
002950             IF RC-DATA NOT = SPACES
002960                 MOVE RC-DATA (1:7) TO WS-TARGET-MES
002970             END-IF
002980     END-READ
002990     CLOSE RUNCARD-FILE.
003000 1100-EXIT.
003010     EXIT.
003020
003030*=============================================================
003040* 2000-OPEN-RELATORIO - ABRE O RELATORIO HIERRPT E EMITE O
003050* CABECALHO DO PERIODO.
003060*=============================================================
003070 2000-OPEN-RELATORIO.
003080     OPEN OUTPUT RELATORIO-FILE
003090     IF WS-RELATORIO-STATUS NOT = "00"
003100         DISPLAY "*** ERRO: RELATORIO HIERRPT INDISPONIVEL "
003110             "(STATUS = " WS-RELATORIO-STATUS ") ***"
003120         MOVE 8 TO RETURN-CODE
003130         STOP RUN
003140     END-IF
003150
003160     MOVE SPACES TO RELATORIO-LINE
003170     STRING "SALDOS PELA HIERARQUIA DE CENTROS DE CUSTO - "
003180                             DELIMITED BY SIZE
003190         "PERIODO "          DELIMITED BY SIZE
003200         WS-TARGET-MES       DELIMITED BY SIZE
003210         INTO RELATORIO-LINE
003220     END-STRING
003230     WRITE RELATORIO-LINE
003240
003250     MOVE ALL "=" TO RELATORIO-LINE
003260     WRITE RELATORIO-LINE
003270
003280     MOVE SPACES TO RELATORIO-LINE
003290     WRITE RELATORIO-LINE
003300
003310     MOVE SPACES TO RELATORIO-LINE
003320     MOVE "GRUPO / CONTA" TO RELATORIO-LINE (1:13)
003330     MOVE "NIVEL"         TO RELATORIO-LINE (52:5)
003340     MOVE "QUANTIDADE"    TO RELATORIO-LINE (59:10)
003350     MOVE "VALOR"         TO RELATORIO-LINE (82:5)
003360     WRITE RELATORIO-LINE.
003370 2000-EXIT.
003380     EXIT.
003390
003400*=============================================================
003410* 3000-LOAD-GRUPOS - CARREGA O CADASTRO DE GRUPOS NA TABELA,
003420* RESOLVE A SUBIDA DE CADA GRUPO ATE O TOPO (CAMINHO E
003430* PROFUNDIDADE), ORDENA A TABELA PELO CAMINHO, QUE E A ORDEM
003440* DE IMPRESSAO DA ARVORE, E LIGA CADA GRUPO AO SEU SUPERIOR.
003450* SEM CADGRUPO, TODA CONTA SAI COMO HIERARQUIA AUSENTE.
003460*=============================================================
003470 3000-LOAD-GRUPOS.
003480     OPEN INPUT GRUPO-FILE
003490     IF WS-GRUPO-STATUS NOT = "00"
003500         DISPLAY "*** AVISO: CADASTRO DE GRUPOS CADGRUPO "
003510             "INDISPONIVEL (STATUS = " WS-GRUPO-STATUS ") - "
003520             "NENHUMA CONTA TERA HIERARQUIA ***"
003530         GO TO 3000-EXIT
003540     END-IF
003550     MOVE "Y" TO WS-GRUPO-AVAIL-SWITCH
003560
003570     MOVE "N" TO WS-GRUPO-EOF-SWITCH
003580     PERFORM 3100-READ-ONE-GRUPO THRU 3100-EXIT
003590         UNTIL END-OF-GRUPO-FILE
003600
003610     MOVE ZERO TO WS-GT-IX
003620     PERFORM 3200-RESOLVE-ONE-GRUPO THRU 3200-EXIT
003630         UNTIL WS-GT-IX >= WS-GT-COUNT
003640
003650     PERFORM 3400-SORT-GRUPOS THRU 3400-EXIT
003660
003670     MOVE ZERO TO WS-GT-IX
003680     PERFORM 3300-LINK-ONE-GRUPO THRU 3300-EXIT
003690         UNTIL WS-GT-IX >= WS-GT-COUNT.
003700 3000-EXIT.
003710     EXIT.
003720
003730 3100-READ-ONE-GRUPO.
003740     READ GRUPO-FILE NEXT RECORD
003750         AT END
003760             MOVE "Y" TO WS-GRUPO-EOF-SWITCH
003770             GO TO 3100-EXIT
003780     END-READ
003790
003800     IF WS-GT-COUNT >= 300
003810         DISPLAY "*** AVISO: MAIS DE 300 GRUPOS - " GR-CODIGO
003820             " FORA DO RELATORIO ***"
003830         GO TO 3100-EXIT
003840     END-IF
003850
003860     ADD 1 TO WS-GT-COUNT
003870     MOVE GR-CODIGO    TO GT-CODIGO (WS-GT-COUNT)
003880     MOVE GR-DESCRICAO TO GT-DESCRICAO (WS-GT-COUNT)
003890     MOVE GR-NIVEL     TO GT-NIVEL (WS-GT-COUNT)
003900     MOVE GR-PAI       TO GT-PAI (WS-GT-COUNT)
003910     MOVE ZERO         TO GT-PAI-IX (WS-GT-COUNT)
003920     MOVE SPACES       TO GT-CAMINHO (WS-GT-COUNT)
003930     MOVE ZERO         TO GT-PROF (WS-GT-COUNT)
003940     MOVE "S"          TO GT-SITUACAO (WS-GT-COUNT)
003950     MOVE SPACES       TO GT-MOTIVO (WS-GT-COUNT)
003960     MOVE ZERO         TO GT-QTD (WS-GT-COUNT)
003970     MOVE ZERO         TO GT-VALOR (WS-GT-COUNT).
003980 3100-EXIT.
003990     EXIT.
004000
004010*=============================================================
004020* 3200-RESOLVE-ONE-GRUPO - SOBE DO GRUPO ATE O TOPO CONFERINDO
004030* QUE CADA SUPERIOR EXISTE E ESTA EXATAMENTE UM NIVEL ACIMA, E
004040* MONTA O CAMINHO DESDE O TOPO. NIVEL FORA DE 1 A 9 OU SUBIDA
004050* QUEBRADA MARCA O GRUPO COMO FORA DA ARVORE, COM O MOTIVO.
004060*=============================================================
004070 3200-RESOLVE-ONE-GRUPO.
004080     ADD 1 TO WS-GT-IX
004090     MOVE WS-GT-IX TO WS-GT-CUR
004100     MOVE 1        TO WS-CAM-PROF
004110     MOVE GT-CODIGO (WS-GT-IX) TO WS-CAM-ITEM (1)
004120
004130     IF GT-NIVEL (WS-GT-IX) IS NOT NUMERIC
004140         OR GT-NIVEL (WS-GT-IX) = ZERO
004150         MOVE "N" TO GT-SITUACAO (WS-GT-IX)
004160         MOVE "NIVEL DO GRUPO INVALIDO" TO GT-MOTIVO (WS-GT-IX)
004170         GO TO 3200-EXIT
004180     END-IF
004190
004200     MOVE "N" TO WS-SUBIDA-SWITCH
004210     PERFORM 3210-SUBIR-UM-NIVEL THRU 3210-EXIT
004220         UNTIL WS-FIM-SUBIDA
004230     IF NOT GT-HIERARQUIA-OK (WS-GT-IX)
004240         GO TO 3200-EXIT
004250     END-IF
004260
004270     MOVE WS-CAM-PROF TO GT-PROF (WS-GT-IX)
004280     MOVE WS-CAM-PROF TO WS-CAM-IX
004290     MOVE 1           TO WS-CAM-POS
004300     PERFORM 3220-MONTA-CAMINHO THRU 3220-EXIT
004310         UNTIL WS-CAM-IX = ZERO.
004320 3200-EXIT.
004330     EXIT.
004340
004350 3210-SUBIR-UM-NIVEL.
004360     IF GT-PAI (WS-GT-CUR) = SPACES
004370         MOVE "Y" TO WS-SUBIDA-SWITCH
004380         GO TO 3210-EXIT
004390     END-IF
004400
004410     MOVE GT-PAI (WS-GT-CUR) TO WS-SEEK-GRUPO
004420     PERFORM 3500-SEEK-GRUPO THRU 3500-EXIT
004430     IF NOT WS-GRUPO-ACHADO
004440         MOVE "N" TO GT-SITUACAO (WS-GT-IX)
004450         STRING "GRUPO SUPERIOR " WS-SEEK-GRUPO " NAO EXISTE"
004460             DELIMITED BY SIZE INTO GT-MOTIVO (WS-GT-IX)
004470         END-STRING
004480         MOVE "Y" TO WS-SUBIDA-SWITCH
004490         GO TO 3210-EXIT
004500     END-IF
004510
004520     COMPUTE WS-NIVEL-ESPERADO = GT-NIVEL (WS-GT-CUR) + 1
004530     IF GT-NIVEL (WS-SEEK-IX) NOT = WS-NIVEL-ESPERADO
004540         OR WS-CAM-PROF >= 9
004550         MOVE "N" TO GT-SITUACAO (WS-GT-IX)
004560         STRING "GRUPO SUPERIOR " WS-SEEK-GRUPO
004570             " COM NIVEL INCORRETO" DELIMITED BY SIZE
004580             INTO GT-MOTIVO (WS-GT-IX)
004590         END-STRING
004600         MOVE "Y" TO WS-SUBIDA-SWITCH
004610         GO TO 3210-EXIT
004620     END-IF
004630
004640     ADD 1 TO WS-CAM-PROF
004650     MOVE WS-SEEK-GRUPO TO WS-CAM-ITEM (WS-CAM-PROF)
004660     MOVE WS-SEEK-IX    TO WS-GT-CUR.
004670 3210-EXIT.
004680     EXIT.
004690
004700 3220-MONTA-CAMINHO.
004710     MOVE WS-CAM-ITEM (WS-CAM-IX)
004720         TO GT-CAMINHO (WS-GT-IX) (WS-CAM-POS:6)
004730     ADD 6 TO WS-CAM-POS
004740     SUBTRACT 1 FROM WS-CAM-IX.
004750 3220-EXIT.
004760     EXIT.
004770
004780*=============================================================
004790* 3300-LINK-ONE-GRUPO - GUARDA, JA COM A TABELA ORDENADA, A
004800* POSICAO DO GRUPO SUPERIOR, USADA NA SOMA DOS SALDOS DE BAIXO
004810* PARA CIMA.
004820*=============================================================
004830 3300-LINK-ONE-GRUPO.
004840     ADD 1 TO WS-GT-IX
004850     MOVE ZERO TO GT-PAI-IX (WS-GT-IX)
004860     IF NOT GT-HIERARQUIA-OK (WS-GT-IX)
004870         OR GT-PAI (WS-GT-IX) = SPACES
004880         GO TO 3300-EXIT
004890     END-IF
004900
004910     MOVE GT-PAI (WS-GT-IX) TO WS-SEEK-GRUPO
004920     PERFORM 3500-SEEK-GRUPO THRU 3500-EXIT
004930     IF WS-GRUPO-ACHADO
004940         MOVE WS-SEEK-IX TO GT-PAI-IX (WS-GT-IX)
004950     END-IF.
004960 3300-EXIT.
004970     EXIT.
004980
004990*=============================================================
005000* 3400-SORT-GRUPOS - ORDENA A TABELA DE GRUPOS PELO CAMINHO
005010* DESDE O TOPO, POR TROCAS SUCESSIVAS: CADA GRUPO FICA LOGO
005020* DEPOIS DO SEU SUPERIOR E ANTES DO PROXIMO GRUPO DO MESMO
005030* NIVEL. GRUPOS FORA DA ARVORE (CAMINHO EM BRANCO) VAO PARA O
005040* INICIO E NAO SAO IMPRESSOS NA ARVORE.
005050*=============================================================
005060 3400-SORT-GRUPOS.
005070     IF WS-GT-COUNT < 2
005080         GO TO 3400-EXIT
005090     END-IF
005100
005110     MOVE "Y" TO WS-SORT-PASS-SWITCH
005120     PERFORM 3410-SORT-ONE-PASS THRU 3410-EXIT
005130         UNTIL NOT WS-SORT-SWAPPED.
005140 3400-EXIT.
005150     EXIT.
005160
005170 3410-SORT-ONE-PASS.
005180     MOVE "N"  TO WS-SORT-PASS-SWITCH
005190     MOVE ZERO TO WS-SORT-IX
005200     COMPUTE WS-SORT-LIMIT = WS-GT-COUNT - 1
005210     PERFORM 3420-SORT-ONE-PAIR THRU 3420-EXIT
005220         UNTIL WS-SORT-IX >= WS-SORT-LIMIT.
005230 3410-EXIT.
005240     EXIT.
005250
005260 3420-SORT-ONE-PAIR.
005270     ADD 1 TO WS-SORT-IX
005280     IF GT-CAMINHO (WS-SORT-IX) > GT-CAMINHO (WS-SORT-IX + 1)
005290         MOVE WS-GT-ENTRY (WS-SORT-IX)     TO WS-GT-SWAP
005300         MOVE WS-GT-ENTRY (WS-SORT-IX + 1)
005310             TO WS-GT-ENTRY (WS-SORT-IX)
005320         MOVE WS-GT-SWAP TO WS-GT-ENTRY (WS-SORT-IX + 1)
005330         MOVE "Y" TO WS-SORT-PASS-SWITCH
005340     END-IF.
005350 3420-EXIT.
005360     EXIT.
005370
005380*=============================================================
005390* 3500-SEEK-GRUPO - LOCALIZA NA TABELA O GRUPO EM WS-SEEK-GRUPO
005400* E DEVOLVE A POSICAO EM WS-SEEK-IX.
005410*=============================================================
005420 3500-SEEK-GRUPO.
005430     MOVE "N"  TO WS-SEEK-SWITCH
005440     MOVE ZERO TO WS-SEEK-IX
005450     PERFORM 3510-TEST-ONE-GRUPO THRU 3510-EXIT
005460         UNTIL WS-GRUPO-ACHADO
005470             OR WS-SEEK-IX >= WS-GT-COUNT.
005480 3500-EXIT.
005490     EXIT.
005500
005510 3510-TEST-ONE-GRUPO.
005520     ADD 1 TO WS-SEEK-IX
005530     IF GT-CODIGO (WS-SEEK-IX) = WS-SEEK-GRUPO
005540         MOVE "Y" TO WS-SEEK-SWITCH
005550     END-IF.
005560 3510-EXIT.
005570     EXIT.
005580
005590*=============================================================
005600* 4000-LOAD-SALDOS - CARREGA NA TABELA O SALDO DO MES DE CADA
005610* CENTRO DE CUSTO NO SALDOPER, IGNORANDO O REGISTRO DE
005620* CONTROLE DO MES (CENTRO DE CUSTO EM BRANCO).
005630*=============================================================
005640 4000-LOAD-SALDOS.
005650     OPEN INPUT SALDO-FILE
005660     IF WS-SALDO-STATUS NOT = "00"
005670         DISPLAY "*** ERRO: MESTRE DE SALDOS SALDOPER "
005680             "INDISPONIVEL (STATUS = " WS-SALDO-STATUS ") ***"
005690         MOVE "NENHUM SALDO DISPONIVEL PARA O PERIODO."
005700             TO RELATORIO-LINE
005710         WRITE RELATORIO-LINE
005720         CLOSE RELATORIO-FILE
005730         MOVE 8 TO RETURN-CODE
005740         STOP RUN
005750     END-IF
005760
005770     MOVE "N" TO WS-SALDO-EOF-SWITCH
005780     MOVE WS-TARGET-MES TO SB-MES
005790     MOVE LOW-VALUES    TO SB-CCUSTO
005800     START SALDO-FILE KEY IS NOT LESS THAN SB-CHAVE
005810         INVALID KEY
005820             MOVE "Y" TO WS-SALDO-EOF-SWITCH
005830     END-START
005840     PERFORM 4100-READ-ONE-SALDO THRU 4100-EXIT
005850         UNTIL END-OF-SALDO-SCAN
005860     CLOSE SALDO-FILE.
005870 4000-EXIT.
005880     EXIT.
005890
005900 4100-READ-ONE-SALDO.
005910     READ SALDO-FILE NEXT RECORD
005920         AT END
005930             MOVE "Y" TO WS-SALDO-EOF-SWITCH
005940             GO TO 4100-EXIT
005950     END-READ
005960
005970     IF SB-MES NOT = WS-TARGET-MES
005980         MOVE "Y" TO WS-SALDO-EOF-SWITCH
005990         GO TO 4100-EXIT
006000     END-IF
006010
006020     IF SB-CCUSTO = SPACES
006030         GO TO 4100-EXIT
006040     END-IF
006050
006060     ADD SB-VALOR TO WS-TOT-SALDO
006070     IF WS-MT-COUNT >= 1000
006080         DISPLAY "*** AVISO: MAIS DE 1000 CENTROS DE CUSTO - "
006090             SB-CCUSTO " FORA DA ARVORE ***"
006100         ADD SB-VALOR TO WS-TOT-SEM-HIERARQUIA
006110         GO TO 4100-EXIT
006120     END-IF
006130
006140     ADD 1 TO WS-MT-COUNT
006150     MOVE SB-CCUSTO     TO MT-CCUSTO (WS-MT-COUNT)
006160     MOVE SPACES        TO MT-DESCRICAO (WS-MT-COUNT)
006170     MOVE ZERO          TO MT-GRUPO-IX (WS-MT-COUNT)
006180     MOVE "N"           TO MT-USADO (WS-MT-COUNT)
006190     MOVE SB-QUANTIDADE TO MT-QTD (WS-MT-COUNT)
006200     MOVE SB-VALOR      TO MT-VALOR (WS-MT-COUNT).
006210 4100-EXIT.
006220     EXIT.
006230
006240*=============================================================
006250* 4500-CHECK-CONTAS - PERCORRE O CADASTRO DE CONTAS CONFERINDO
006260* A HIERARQUIA DE CADA UMA: A CONTA COM SALDO E HIERARQUIA
006270* VALIDA SOMA NO DEPARTAMENTO E EM TODOS OS GRUPOS ACIMA; A
006280* CONTA ATIVA OU COM SALDO SEM HIERARQUIA VALIDA VAI PARA A
006290* LISTA DE QUEBRAS. SALDO DE CONTA FORA DO CADASTRO TAMBEM.
006300*=============================================================
006310 4500-CHECK-CONTAS.
006320     OPEN INPUT CONTA-FILE
006330     IF WS-CONTA-STATUS NOT = "00"
006340         DISPLAY "*** ERRO: CADASTRO DE CONTAS CADCONTA "
006350             "INDISPONIVEL (STATUS = " WS-CONTA-STATUS ") ***"
006360         MOVE "CADASTRO DE CONTAS INDISPONIVEL."
006370             TO RELATORIO-LINE
006380         WRITE RELATORIO-LINE
006390         CLOSE RELATORIO-FILE
006400         MOVE 8 TO RETURN-CODE
006410         STOP RUN
006420     END-IF
006430
006440     MOVE "N" TO WS-CONTA-EOF-SWITCH
006450     PERFORM 4600-CHECK-ONE-CONTA THRU 4600-EXIT
006460         UNTIL END-OF-CONTA-FILE
006470     CLOSE CONTA-FILE
006480
006490     MOVE ZERO TO WS-MT-IX
006500     PERFORM 4700-CHECK-SEM-CADASTRO THRU 4700-EXIT
006510         UNTIL WS-MT-IX >= WS-MT-COUNT.
006520 4500-EXIT.
006530     EXIT.
006540
006550 4600-CHECK-ONE-CONTA.
006560     READ CONTA-FILE NEXT RECORD
006570         AT END
006580             MOVE "Y" TO WS-CONTA-EOF-SWITCH
006590             GO TO 4600-EXIT
006600     END-READ
006610
006620     PERFORM 4610-SEEK-SALDO THRU 4610-EXIT
006630     IF WS-MT-ACHADO
006640         MOVE "Y"          TO MT-USADO (WS-MT-IX)
006650         MOVE CC-DESCRICAO TO MT-DESCRICAO (WS-MT-IX)
006660     END-IF
006670
006680     MOVE SPACES TO WS-CONTA-MOTIVO
006690     EVALUATE TRUE
006700         WHEN CC-GRUPO = SPACES
006710             MOVE "CONTA SEM GRUPO" TO WS-CONTA-MOTIVO
006720         WHEN OTHER
006730             MOVE CC-GRUPO TO WS-SEEK-GRUPO
006740             PERFORM 3500-SEEK-GRUPO THRU 3500-EXIT
006750             PERFORM 4620-CHECK-DEPARTAMENTO THRU 4620-EXIT
006760     END-EVALUATE
006770
006780     IF WS-CONTA-MOTIVO NOT = SPACES
006790         IF CC-CONTA-ATIVA OR WS-MT-ACHADO
006791             MOVE CC-CODIGO   TO WS-CONTA-CCUSTO
006792             MOVE CC-SITUACAO TO WS-CONTA-SITUACAO
006800             PERFORM 4800-ADD-QUEBRA THRU 4800-EXIT
006810         END-IF
006820         GO TO 4600-EXIT
006830     END-IF
006840
006850     IF NOT WS-MT-ACHADO
006860         GO TO 4600-EXIT
006870     END-IF
006880
006890     MOVE WS-SEEK-IX TO MT-GRUPO-IX (WS-MT-IX)
006900     ADD MT-VALOR (WS-MT-IX) TO WS-TOT-HIERARQUIA
006910     MOVE WS-SEEK-IX TO WS-GT-CUR
006920     PERFORM 4630-ACUMULA-ACIMA THRU 4630-EXIT
006930         UNTIL WS-GT-CUR = ZERO.
006940 4600-EXIT.
006950     EXIT.
006960
006970 4610-SEEK-SALDO.
006980     MOVE "N"  TO WS-MT-SWITCH
006990     MOVE ZERO TO WS-MT-IX
007000     PERFORM 4615-TEST-ONE-SALDO THRU 4615-EXIT
007010         UNTIL WS-MT-ACHADO
007020             OR WS-MT-IX >= WS-MT-COUNT.
007030 4610-EXIT.
007040     EXIT.
007050
007060 4615-TEST-ONE-SALDO.
007070     ADD 1 TO WS-MT-IX
007080     IF MT-CCUSTO (WS-MT-IX) = CC-CODIGO
007090         MOVE "Y" TO WS-MT-SWITCH
007100     END-IF.
007110 4615-EXIT.
007120     EXIT.
007130
007140 4620-CHECK-DEPARTAMENTO.
007150     IF NOT WS-GRUPO-ACHADO
007160         STRING "GRUPO " CC-GRUPO " NAO EXISTE"
007170             DELIMITED BY SIZE INTO WS-CONTA-MOTIVO
007180         END-STRING
007190         GO TO 4620-EXIT
007200     END-IF
007210     IF GT-NIVEL (WS-SEEK-IX) NOT = 1
007220         STRING "GRUPO " CC-GRUPO " NAO E DE NIVEL 1"
007230             DELIMITED BY SIZE INTO WS-CONTA-MOTIVO
007240         END-STRING
007250         GO TO 4620-EXIT
007260     END-IF
007270     IF NOT GT-HIERARQUIA-OK (WS-SEEK-IX)
007280         STRING "GRUPO " CC-GRUPO " COM HIERARQUIA QUEBRADA"
007290             DELIMITED BY SIZE INTO WS-CONTA-MOTIVO
007300         END-STRING
007310     END-IF.
007320 4620-EXIT.
007330     EXIT.
007340
007350 4630-ACUMULA-ACIMA.
007360     ADD MT-QTD (WS-MT-IX)   TO GT-QTD (WS-GT-CUR)
007370     ADD MT-VALOR (WS-MT-IX) TO GT-VALOR (WS-GT-CUR)
007380     MOVE GT-PAI-IX (WS-GT-CUR) TO WS-GT-CUR.
007390 4630-EXIT.
007400     EXIT.
007410
007420 4700-CHECK-SEM-CADASTRO.
007430     ADD 1 TO WS-MT-IX
007440     IF MT-USADO (WS-MT-IX) = "Y"
007450         GO TO 4700-EXIT
007460     END-IF
007470
007471     MOVE MT-CCUSTO (WS-MT-IX) TO WS-CONTA-CCUSTO
007472     MOVE "?" TO WS-CONTA-SITUACAO
007510     MOVE "CONTA SEM CADASTRO NO CADCONTA" TO WS-CONTA-MOTIVO
007520     MOVE "Y" TO WS-MT-SWITCH
007530     PERFORM 4800-ADD-QUEBRA THRU 4800-EXIT.
007540 4700-EXIT.
007550     EXIT.
007560
007570*=============================================================
007571* 4800-ADD-QUEBRA - GUARDA NA LISTA DE QUEBRAS A CONTA EM
007572* WS-CONTA-CCUSTO/WS-CONTA-SITUACAO COM O MOTIVO E O SALDO DO
007573* MES (ZERO SEM SALDO), QUE FICA FORA DA ARVORE.
007610*=============================================================
007620 4800-ADD-QUEBRA.
007630     IF WS-MT-ACHADO
007640         ADD MT-VALOR (WS-MT-IX) TO WS-TOT-SEM-HIERARQUIA
007650     END-IF
007660
007670     IF WS-ET-COUNT >= 1000
007680         GO TO 4800-EXIT
007690     END-IF
007700
007710     ADD 1 TO WS-ET-COUNT
007711     MOVE WS-CONTA-CCUSTO   TO ET-CCUSTO (WS-ET-COUNT)
007712     MOVE WS-CONTA-SITUACAO TO ET-SITUACAO (WS-ET-COUNT)
007740     MOVE WS-CONTA-MOTIVO TO ET-MOTIVO (WS-ET-COUNT)
007750     IF WS-MT-ACHADO
007760         MOVE MT-VALOR (WS-MT-IX) TO ET-VALOR (WS-ET-COUNT)
007770     ELSE
007780         MOVE ZERO TO ET-VALOR (WS-ET-COUNT)
007790     END-IF.
007800 4800-EXIT.
007810     EXIT.
007820
007830*=============================================================
007840* 5000-WRITE-ARVORE - IMPRIME A ARVORE NA ORDEM DO CAMINHO: AO
007850* ENTRAR NUM GRUPO, A LINHA DO GRUPO (E, NO DEPARTAMENTO, AS
007860* CONTAS COM SALDO); AO SAIR DELE, A LINHA DE SUBTOTAL COM A
007870* SOMA DE TUDO O QUE ESTA ABAIXO. A PILHA GUARDA OS GRUPOS
007880* ABERTOS, DO TOPO ATE O GRUPO CORRENTE.
007890*=============================================================
007900 5000-WRITE-ARVORE.
007910     MOVE ZERO TO WS-PILHA-TOPO
007920     MOVE ZERO TO WS-GT-IX
007930     PERFORM 5100-WRITE-ONE-GRUPO THRU 5100-EXIT
007940         UNTIL WS-GT-IX >= WS-GT-COUNT
007950     PERFORM 5300-FECHA-GRUPO THRU 5300-EXIT
007960         UNTIL WS-PILHA-TOPO = ZERO
007970
007980     IF WS-GT-COUNT = ZERO
007990         MOVE "   (NENHUM GRUPO CADASTRADO NO CADGRUPO)"
008000             TO RELATORIO-LINE
008010         WRITE RELATORIO-LINE
008020     END-IF.
008030 5000-EXIT.
008040     EXIT.
008050
008060 5100-WRITE-ONE-GRUPO.
008070     ADD 1 TO WS-GT-IX
008080     IF NOT GT-HIERARQUIA-OK (WS-GT-IX)
008090         GO TO 5100-EXIT
008100     END-IF
008110
008120     PERFORM 5300-FECHA-GRUPO THRU 5300-EXIT
008130         UNTIL WS-PILHA-TOPO < GT-PROF (WS-GT-IX)
008140     ADD 1 TO WS-PILHA-TOPO
008150     MOVE WS-GT-IX TO WS-PILHA-IX (WS-PILHA-TOPO)
008160
008170     IF WS-PILHA-TOPO = 1
008180         MOVE SPACES TO RELATORIO-LINE
008190         WRITE RELATORIO-LINE
008200     END-IF
008210
008220     COMPUTE WS-INDENT = (GT-PROF (WS-GT-IX) - 1) * 2
008230     MOVE SPACES TO WS-ROTULO
008240     STRING GT-CODIGO (WS-GT-IX) DELIMITED BY SIZE
008250         " "                     DELIMITED BY SIZE
008260         GT-DESCRICAO (WS-GT-IX) DELIMITED BY SIZE
008270         INTO WS-ROTULO
008280     END-STRING
008290     MOVE SPACES TO RELATORIO-LINE
008300     COMPUTE WS-COL = WS-INDENT + 1
008310     MOVE WS-ROTULO TO RELATORIO-LINE (WS-COL:37)
008320     MOVE GT-NIVEL (WS-GT-IX) TO WS-NIVEL-DISPLAY
008330     MOVE WS-NIVEL-DISPLAY TO RELATORIO-LINE (54:1)
008340     WRITE RELATORIO-LINE
008350
008360     IF GT-NIVEL (WS-GT-IX) = 1
008370         MOVE ZERO TO WS-MT-IX
008380         PERFORM 5200-WRITE-ONE-CONTA THRU 5200-EXIT
008390             UNTIL WS-MT-IX >= WS-MT-COUNT
008400     END-IF.
008410 5100-EXIT.
008420     EXIT.
008430
008440 5200-WRITE-ONE-CONTA.
008450     ADD 1 TO WS-MT-IX
008460     IF MT-GRUPO-IX (WS-MT-IX) NOT = WS-GT-IX
008470         GO TO 5200-EXIT
008480     END-IF
008490
008500     COMPUTE WS-COL = WS-INDENT + 3
008510     MOVE SPACES TO WS-ROTULO
008520     STRING MT-CCUSTO (WS-MT-IX)    DELIMITED BY SIZE
008530         " "                        DELIMITED BY SIZE
008540         MT-DESCRICAO (WS-MT-IX)    DELIMITED BY SIZE
008550         INTO WS-ROTULO
008560     END-STRING
008570     MOVE SPACES TO RELATORIO-LINE
008580     MOVE WS-ROTULO TO RELATORIO-LINE (WS-COL:37)
008590     MOVE MT-QTD (WS-MT-IX)   TO WS-QTD-DISPLAY
008600     MOVE WS-QTD-DISPLAY      TO RELATORIO-LINE (60:9)
008610     MOVE MT-VALOR (WS-MT-IX) TO WS-VALOR-DISPLAY
008620     MOVE WS-VALOR-DISPLAY    TO RELATORIO-LINE (71:16)
008630     WRITE RELATORIO-LINE.
008640 5200-EXIT.
008650     EXIT.
008660
008670*=============================================================
008680* 5300-FECHA-GRUPO - TIRA DA PILHA O GRUPO MAIS INTERNO E
008690* IMPRIME O SEU SUBTOTAL.
008700*=============================================================
008710 5300-FECHA-GRUPO.
008720     MOVE WS-PILHA-IX (WS-PILHA-TOPO) TO WS-GT-CUR
008730     SUBTRACT 1 FROM WS-PILHA-TOPO
008740
008750     COMPUTE WS-INDENT = (GT-PROF (WS-GT-CUR) - 1) * 2
008760     COMPUTE WS-COL = WS-INDENT + 1
008770     MOVE SPACES TO WS-ROTULO
008780     STRING "TOTAL "            DELIMITED BY SIZE
008790         GT-CODIGO (WS-GT-CUR)  DELIMITED BY SIZE
008800         INTO WS-ROTULO
008810     END-STRING
008820     MOVE SPACES TO RELATORIO-LINE
008830     MOVE WS-ROTULO TO RELATORIO-LINE (WS-COL:37)
008840     MOVE GT-NIVEL (WS-GT-CUR) TO WS-NIVEL-DISPLAY
008850     MOVE WS-NIVEL-DISPLAY     TO RELATORIO-LINE (54:1)
008860     MOVE GT-QTD (WS-GT-CUR)   TO WS-QTD-DISPLAY
008870     MOVE WS-QTD-DISPLAY       TO RELATORIO-LINE (60:9)
008880     MOVE GT-VALOR (WS-GT-CUR) TO WS-VALOR-DISPLAY
008890     MOVE WS-VALOR-DISPLAY     TO RELATORIO-LINE (71:16)
008900     WRITE RELATORIO-LINE.
008910 5300-EXIT.
008920     EXIT.
008930
008940*=============================================================
008950* 6000-WRITE-NIVEIS - IMPRIME O TOTAL DE CADA NIVEL DA
008960* HIERARQUIA (SOMA DOS GRUPOS VALIDOS DO NIVEL) E A PROVA DOS
008970* SALDOS: DENTRO DA ARVORE MAIS FORA DA ARVORE IGUAL AO TOTAL
008980* DO MES NO SALDOPER.
008990*=============================================================
009000 6000-WRITE-NIVEIS.
009010     MOVE SPACES TO RELATORIO-LINE
009020     WRITE RELATORIO-LINE
009030     MOVE "TOTAIS POR NIVEL DA HIERARQUIA" TO RELATORIO-LINE
009040     WRITE RELATORIO-LINE
009050
009060     MOVE 10 TO WS-NIVEL-IX
009070     PERFORM 6100-WRITE-ONE-NIVEL THRU 6100-EXIT
009080         UNTIL WS-NIVEL-IX = 1
009090
009100     MOVE SPACES TO RELATORIO-LINE
009110     WRITE RELATORIO-LINE
009120
009130     MOVE "TOTAL DENTRO DA HIERARQUIA" TO RELATORIO-LINE
009140     MOVE WS-TOT-HIERARQUIA TO WS-VALOR-DISPLAY
009150     MOVE WS-VALOR-DISPLAY  TO RELATORIO-LINE (71:16)
009160     WRITE RELATORIO-LINE
009170
009180     MOVE SPACES TO RELATORIO-LINE
009190     MOVE "TOTAL FORA DA HIERARQUIA (QUEBRAS ABAIXO)"
009200         TO RELATORIO-LINE
009210     MOVE WS-TOT-SEM-HIERARQUIA TO WS-VALOR-DISPLAY
009220     MOVE WS-VALOR-DISPLAY      TO RELATORIO-LINE (71:16)
009230     WRITE RELATORIO-LINE
009240
009250     MOVE SPACES TO RELATORIO-LINE
009260     MOVE "TOTAL DO MES NO SALDOPER" TO RELATORIO-LINE
009270     MOVE WS-TOT-SALDO     TO WS-VALOR-DISPLAY
009280     MOVE WS-VALOR-DISPLAY TO RELATORIO-LINE (71:16)
009290     WRITE RELATORIO-LINE.
009300 6000-EXIT.
009310     EXIT.
009320
009330 6100-WRITE-ONE-NIVEL.
009340     SUBTRACT 1 FROM WS-NIVEL-IX
009350     MOVE ZERO TO WS-NIVEL-GRUPOS
009360     MOVE ZERO TO WS-NIVEL-QTD
009370     MOVE ZERO TO WS-NIVEL-VALOR
009380     MOVE ZERO TO WS-GT-IX
009390     PERFORM 6200-SOMA-NIVEL THRU 6200-EXIT
009400         UNTIL WS-GT-IX >= WS-GT-COUNT
009410     IF WS-NIVEL-GRUPOS = ZERO
009420         GO TO 6100-EXIT
009430     END-IF
009440
009450     MOVE SPACES TO RELATORIO-LINE
009460     EVALUATE WS-NIVEL-IX
009470         WHEN 1
009480             MOVE "  NIVEL 1 - DEPARTAMENTOS" TO RELATORIO-LINE
009490         WHEN 2
009500             MOVE "  NIVEL 2 - DIRETORIAS" TO RELATORIO-LINE
009510         WHEN OTHER
009520             MOVE WS-NIVEL-IX TO WS-NIVEL-DISPLAY
009530             STRING "  NIVEL " WS-NIVEL-DISPLAY
009540                 DELIMITED BY SIZE INTO RELATORIO-LINE
009550             END-STRING
009560     END-EVALUATE
009570     MOVE WS-NIVEL-IX      TO WS-NIVEL-DISPLAY
009580     MOVE WS-NIVEL-DISPLAY TO RELATORIO-LINE (54:1)
009590     MOVE WS-NIVEL-QTD     TO WS-QTD-DISPLAY
009600     MOVE WS-QTD-DISPLAY   TO RELATORIO-LINE (60:9)
009610     MOVE WS-NIVEL-VALOR   TO WS-VALOR-DISPLAY
009620     MOVE WS-VALOR-DISPLAY TO RELATORIO-LINE (71:16)
009630     WRITE RELATORIO-LINE.
009640 6100-EXIT.
009650     EXIT.
009660
009670 6200-SOMA-NIVEL.
009680     ADD 1 TO WS-GT-IX
009690     IF GT-HIERARQUIA-OK (WS-GT-IX)
009700         AND GT-NIVEL (WS-GT-IX) = WS-NIVEL-IX
009710         ADD 1                   TO WS-NIVEL-GRUPOS
009720         ADD GT-QTD (WS-GT-IX)   TO WS-NIVEL-QTD
009730         ADD GT-VALOR (WS-GT-IX) TO WS-NIVEL-VALOR
009740     END-IF.
009750 6200-EXIT.
009760     EXIT.
009770
009780*=============================================================
009790* 7000-WRITE-QUEBRAS - LISTA OS GRUPOS FORA DA ARVORE E AS
009800* CONTAS COM HIERARQUIA AUSENTE OU QUEBRADA, COM O MOTIVO, E
009810* DEFINE O RETURN-CODE: 4 QUANDO HOUVER QUALQUER QUEBRA.
009820*=============================================================
009830 7000-WRITE-QUEBRAS.
009840     MOVE SPACES TO RELATORIO-LINE
009850     WRITE RELATORIO-LINE
009860     MOVE "GRUPOS COM HIERARQUIA QUEBRADA" TO RELATORIO-LINE
009870     WRITE RELATORIO-LINE
009880
009890     MOVE ZERO TO WS-GRUPO-QUEBRADO-COUNT
009900     MOVE ZERO TO WS-GT-IX
009910     PERFORM 7100-WRITE-ONE-GRUPO-QUEBRADO THRU 7100-EXIT
009920         UNTIL WS-GT-IX >= WS-GT-COUNT
009930     IF WS-GRUPO-QUEBRADO-COUNT = ZERO
009940         MOVE "   (NENHUM)" TO RELATORIO-LINE
009950         WRITE RELATORIO-LINE
009960     END-IF
009970
009980     MOVE SPACES TO RELATORIO-LINE
009990     WRITE RELATORIO-LINE
010000     MOVE "CONTAS COM HIERARQUIA AUSENTE OU QUEBRADA"
010010         TO RELATORIO-LINE
010020     WRITE RELATORIO-LINE
010030     MOVE SPACES TO RELATORIO-LINE
010040     MOVE "CONTA"  TO RELATORIO-LINE (3:5)
010050     MOVE "S"      TO RELATORIO-LINE (10:1)
010060     MOVE "MOTIVO" TO RELATORIO-LINE (12:6)
010070     MOVE "SALDO DO MES" TO RELATORIO-LINE (75:12)
010080     WRITE RELATORIO-LINE
010090
010100     MOVE ZERO TO WS-ET-IX
010110     PERFORM 7200-WRITE-ONE-QUEBRA THRU 7200-EXIT
010120         UNTIL WS-ET-IX >= WS-ET-COUNT
010130     IF WS-ET-COUNT = ZERO
010140         MOVE "   (NENHUMA)" TO RELATORIO-LINE
010150         WRITE RELATORIO-LINE
010160     END-IF
010170
010180     MOVE SPACES TO RELATORIO-LINE
010190     WRITE RELATORIO-LINE
010200
010210     MOVE WS-GRUPO-QUEBRADO-COUNT TO WS-COUNT-DISPLAY
010220     MOVE "   GRUPOS COM HIERARQUIA QUEBRADA..: "
010230         TO RELATORIO-LINE
010240     MOVE WS-COUNT-DISPLAY TO RELATORIO-LINE (39:6)
010250     WRITE RELATORIO-LINE
010260
010270     MOVE WS-ET-COUNT TO WS-COUNT-DISPLAY
010280     MOVE "   CONTAS COM HIERARQUIA QUEBRADA..: "
010290         TO RELATORIO-LINE
010300     MOVE WS-COUNT-DISPLAY TO RELATORIO-LINE (39:6)
010310     WRITE RELATORIO-LINE
010320
010330     IF WS-GRUPO-QUEBRADO-COUNT > ZERO
010340         OR WS-ET-COUNT > ZERO
010350         OR NOT WS-GRUPO-AVAILABLE
010360         MOVE 4 TO RETURN-CODE
010370     END-IF.
010380 7000-EXIT.
010390     EXIT.
010400
010410 7100-WRITE-ONE-GRUPO-QUEBRADO.
010420     ADD 1 TO WS-GT-IX
010430     IF GT-HIERARQUIA-OK (WS-GT-IX)
010440         GO TO 7100-EXIT
010450     END-IF
010460
010470     ADD 1 TO WS-GRUPO-QUEBRADO-COUNT
010480     MOVE SPACES TO RELATORIO-LINE
010490     MOVE GT-CODIGO (WS-GT-IX)  TO RELATORIO-LINE (3:6)
010500     MOVE GT-NIVEL (WS-GT-IX)   TO RELATORIO-LINE (10:1)
010510     MOVE GT-MOTIVO (WS-GT-IX)  TO RELATORIO-LINE (12:40)
010520     WRITE RELATORIO-LINE.
010530 7100-EXIT.
010540     EXIT.
010550
010560 7200-WRITE-ONE-QUEBRA.
010570     ADD 1 TO WS-ET-IX
010580     MOVE SPACES TO RELATORIO-LINE
010590     MOVE ET-CCUSTO (WS-ET-IX)   TO RELATORIO-LINE (3:6)
010600     MOVE ET-SITUACAO (WS-ET-IX) TO RELATORIO-LINE (10:1)
010610     MOVE ET-MOTIVO (WS-ET-IX)   TO RELATORIO-LINE (12:40)
010620     MOVE ET-VALOR (WS-ET-IX)    TO WS-VALOR-DISPLAY
010630     MOVE WS-VALOR-DISPLAY       TO RELATORIO-LINE (71:16)
010640     WRITE RELATORIO-LINE.
010650 7200-EXIT.
010660     EXIT.
010670
010680*=============================================================
010690* 8000-TERMINATE - PONTO UNICO DE ENCERRAMENTO DO PROGRAMA.
010700*=============================================================
010710 8000-TERMINATE.
010720     IF WS-GRUPO-AVAILABLE
010730         CLOSE GRUPO-FILE
010740     END-IF
010750     CLOSE RELATORIO-FILE
010760     DISPLAY "Hierarquia de centros de custo encerrada - "
010770         "relatorio em HIERRPT.".
010780 8000-EXIT.
010790     EXIT.
