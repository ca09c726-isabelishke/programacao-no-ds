000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Orcareal.
000030 AUTHOR. J-SANTOS.
000040 INSTALLATION. CONTROLADORIA - ROTINAS DE FECHAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* ORCAREAL - RELATORIO DE ORCADO X REALIZADO POR CENTRO DE  *
000090* CUSTO. LE O MESTRE DE SALDOS POR PERIODO (SALDOPER) E O   *
000100* MESTRE DE ORCAMENTO (ORCAMENT) DE JANEIRO ATE O MES DO    *
000110* RELATORIO E IMPRIME NO RELATORIO ORCARPT, PARA CADA       *
000120* CENTRO DE CUSTO COM A DESCRICAO DO CADASTRO (CADCONTA), O *
000130* ORCADO, O REALIZADO E A VARIACAO EM VALOR E EM PERCENTUAL *
000140* DO MES E DO ACUMULADO NO ANO, APONTANDO O CENTRO QUE      *
000150* PASSAR DO ORCADO MAIS QUE A TOLERANCIA DO PARAMS. O MES   *
000160* VEM DO CARTAO DE EXECUCAO (RUNCARD), QUANDO PRESENTE, OU  *
000170* E O MES DA DATA DE HOJE. DEVOLVE RETURN-CODE PARA O       *
000180* SCHEDULER: 0 SEM APONTAMENTOS, 4 CENTRO ACIMA DA          *
000190* TOLERANCIA OU ORCAMENTO INDISPONIVEL, 8 FALHA DE ARQUIVO. *
000200*-----------------------------------------------------------*
000210* HISTORICO DE ALTERACOES                                   *
000220*-----------------------------------------------------------*
000230* DATA       AUTOR    DESCRICAO                             *
000240* ---------- -------- --------------------------------------*
000250* 2026-10-15 JRS      VERSAO INICIAL DO RELATORIO DE ORCADO  *
000260*                     X REALIZADO.                           *
000270*-----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SALDO-FILE ASSIGN TO "SALDOPER"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS SB-CHAVE
000360         FILE STATUS IS WS-SALDO-STATUS.
000370
000380     SELECT ORCA-FILE ASSIGN TO "ORCAMENT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS OR-CHAVE
000420         FILE STATUS IS WS-ORCA-STATUS.
000430
000440     SELECT CONTA-FILE ASSIGN TO "CADCONTA"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CC-CODIGO
000480         FILE STATUS IS WS-CONTA-STATUS.
000490
000500     SELECT PARAM-FILE ASSIGN TO "PARAMS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARAM-STATUS.
000530
000540     SELECT RELATORIO-FILE ASSIGN TO "ORCARPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RELATORIO-STATUS.
000570
000580     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RUNCARD-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SALDO-FILE
000650     RECORDING MODE IS F.
000660 01  SALDO-RECORD.
000670     COPY "saldorec.cpy".
000680
000690 FD  ORCA-FILE
000700     RECORDING MODE IS F.
000710 01  ORCA-RECORD.
000720     COPY "orcarec.cpy".
000730
000740 FD  CONTA-FILE
000750     RECORDING MODE IS F.
000760 01  CONTA-RECORD.
000770     COPY "cadcrec.cpy".
000780
000790 FD  PARAM-FILE
000800     RECORDING MODE IS F.
000810 01  PARAM-RECORD.
000820     COPY "paramrec.cpy".
000830
000840 FD  RELATORIO-FILE
000850     RECORDING MODE IS F.
000860 01  RELATORIO-LINE              PIC X(100).
000870
000880 FD  RUNCARD-FILE
000890     RECORDING MODE IS F.
000900 01  RUNCARD-RECORD.
000910     COPY "runcrec.cpy".
000920
000930 WORKING-STORAGE SECTION.
000940*-----------------------------------------------------------*
000950* CHAVES DE ARQUIVO E SWITCHES DE FIM DE ARQUIVO            *
000960*-----------------------------------------------------------*
000970 77  WS-SALDO-STATUS              PIC X(02).
000980 77  WS-ORCA-STATUS               PIC X(02).
000990 77  WS-CONTA-STATUS              PIC X(02).
001000 77  WS-PARAM-STATUS              PIC X(02).
001010 77  WS-RELATORIO-STATUS          PIC X(02).
001020 77  WS-RUNCARD-STATUS            PIC X(02).
001030
001040 77  WS-SALDO-EOF-SWITCH          PIC X(01) VALUE "N".
001050     88  END-OF-SALDO-SCAN        VALUE "Y".
001060 77  WS-ORCA-EOF-SWITCH           PIC X(01) VALUE "N".
001070     88  END-OF-ORCA-SCAN         VALUE "Y".
001080
001090 77  WS-CONTA-AVAIL-SWITCH        PIC X(01) VALUE "N".
001100     88  WS-CONTA-AVAILABLE       VALUE "Y".
001110 77  WS-ORCA-AVAIL-SWITCH         PIC X(01) VALUE "N".
001120     88  WS-ORCA-AVAILABLE        VALUE "Y".
001130
001140*-----------------------------------------------------------*
001150* MES DO RELATORIO E MES DA VARREDURA DO ACUMULADO NO ANO   *
001160*-----------------------------------------------------------*
001170 01  WS-RUN-DATE-FIELDS.
001180     05  WS-RUN-DATE-CCYY         PIC 9(4).
001190     05  WS-RUN-DATE-MM           PIC 9(2).
001200     05  WS-RUN-DATE-DD           PIC 9(2).
001210
001220 77  WS-TARGET-MES                PIC X(07).
001230 77  WS-TARGET-MM                 PIC 9(2)  VALUE ZERO.
001240 77  WS-SCAN-MM                   PIC 9(2)  VALUE ZERO.
001250 77  WS-SCAN-MES                  PIC X(07).
001260
001270*    TOLERANCIA EM PERCENTUAL DO REALIZADO ACIMA DO ORCADO
001280*    (PARAMETRO PR-TOL-ORCAMENTO DO PARAMS).
001290 77  WS-TOL-ORCAMENTO             PIC 9(4)  COMP VALUE 10.
001300
001310*-----------------------------------------------------------*
001320* TABELA DE CENTROS DE CUSTO: ORCADO E REALIZADO DO MES E   *
001330* ACUMULADOS NO ANO                                         *
001340*-----------------------------------------------------------*
001350 77  WS-CC-COUNT                  PIC 9(3)  COMP VALUE ZERO.
001360 77  WS-CC-IX                     PIC 9(3)  COMP VALUE ZERO.
001370
001380 01  WS-CC-TABLE.
001390     05  WS-CC-ENTRY              OCCURS 500 TIMES.
001400         10  OT-CCUSTO            PIC X(06).
001410         10  OT-ORC-MES           PIC S9(11)V99 COMP.
001420         10  OT-REAL-MES          PIC S9(11)V99 COMP.
001430         10  OT-ORC-ACUM          PIC S9(11)V99 COMP.
001440         10  OT-REAL-ACUM         PIC S9(11)V99 COMP.
001450
001460 77  WS-SEEK-CCUSTO               PIC X(06).
001470 77  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
001480     88  WS-ENTRY-FOUND           VALUE "Y".
001490
001500 01  WS-SWAP-ENTRY.
001510     05  FILLER                   PIC X(06).
001520     05  FILLER                   PIC S9(11)V99 COMP.
001530     05  FILLER                   PIC S9(11)V99 COMP.
001540     05  FILLER                   PIC S9(11)V99 COMP.
001550     05  FILLER                   PIC S9(11)V99 COMP.
001560 77  WS-SORT-IX                   PIC 9(3)  COMP VALUE ZERO.
001570 77  WS-SORT-LIMIT                PIC 9(3)  COMP VALUE ZERO.
001580 77  WS-SORT-PASS-SWITCH          PIC X(01) VALUE "N".
001590     88  WS-SORT-SWAPPED          VALUE "Y".
001600
001610*-----------------------------------------------------------*
001620* CALCULO DA VARIACAO E TOTAIS GERAIS                       *
001630*-----------------------------------------------------------*
001640 77  WS-CALC-ORC                  PIC S9(11)V99 COMP VALUE ZERO.
001650 77  WS-CALC-REAL                 PIC S9(11)V99 COMP VALUE ZERO.
001660 77  WS-CALC-VAR                  PIC S9(11)V99 COMP VALUE ZERO.
001670 77  WS-CALC-PCT                  PIC S9(5)V99  COMP VALUE ZERO.
001680 77  WS-CALC-ACIMA-SWITCH         PIC X(01) VALUE "N".
001690     88  WS-CALC-ACIMA            VALUE "Y".
001700 77  WS-CENTRO-ACIMA-SWITCH       PIC X(01) VALUE "N".
001710     88  WS-CENTRO-ACIMA          VALUE "Y".
001720
001730 77  WS-TOT-ORC-MES               PIC S9(11)V99 COMP VALUE ZERO.
001740 77  WS-TOT-REAL-MES              PIC S9(11)V99 COMP VALUE ZERO.
001750 77  WS-TOT-ORC-ACUM              PIC S9(11)V99 COMP VALUE ZERO.
001760 77  WS-TOT-REAL-ACUM             PIC S9(11)V99 COMP VALUE ZERO.
001770 77  WS-ACIMA-COUNT               PIC 9(3)  COMP VALUE ZERO.
001780
001790*-----------------------------------------------------------*
001800* CAMPOS DE EDICAO DO RELATORIO                             *
001810*-----------------------------------------------------------*
001820 77  WS-COUNT-DISPLAY             PIC 9(06).
001830 77  WS-TOL-DISPLAY               PIC 9(04).
001840 01  WS-VALOR-DISPLAY             PIC S9(11)V99 SIGN IS LEADING
001850                                      SEPARATE CHARACTER.
001860 01  WS-VALOR-DISPLAY-X           REDEFINES WS-VALOR-DISPLAY
001870                                      PIC X(14).
001880*    PERCENTUAL EDITADO COM SINAL E VIRGULA DECIMAL (+00012,50).
001890 01  WS-PCT-NUM                   PIC 9(5)V99.
001900 01  WS-PCT-NUM-X                 REDEFINES WS-PCT-NUM.
001910     05  WS-PCT-NUM-INT           PIC X(05).
001920     05  WS-PCT-NUM-DEC           PIC X(02).
001930 01  WS-PCT-DISPLAY.
001940     05  WS-PCT-SINAL             PIC X(01).
001950     05  WS-PCT-INT               PIC X(05).
001960     05  FILLER                   PIC X(01) VALUE ",".
001970     05  WS-PCT-DEC               PIC X(02).
001980 01  WS-PCT-DISPLAY-X             REDEFINES WS-PCT-DISPLAY
001990                                      PIC X(09).
002000 77  WS-CC-DESCRICAO              PIC X(30).
002010 77  WS-PERIODO-TAG               PIC X(04).
002020 PROCEDURE DIVISION.
002030*=============================================================
002040* 0000-MAINLINE - CONDUZ O RELATORIO DE ORCADO X REALIZADO E
002050* DEVOLVE O CONTROLE AO SISTEMA OPERACIONAL AO TERMINO.
002060*=============================================================
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002090     PERFORM 2000-OPEN-RELATORIO THRU 2000-EXIT
002100     PERFORM 3000-LOAD-VALORES THRU 3000-EXIT
002110     PERFORM 4000-SORT-TABLE THRU 4000-EXIT
002120     PERFORM 5000-WRITE-RELATORIO THRU 5000-EXIT
002130     PERFORM 8000-TERMINATE THRU 8000-EXIT
002140
002150     STOP RUN.
002160
002170*=============================================================
002180* 1000-INITIALIZE - DEFINE O MES DO RELATORIO (MES DA DATA DO
002190* CARTAO DE EXECUCAO, QUANDO PRESENTE, OU MES DE HOJE), LE A
002200* TOLERANCIA DO PARAMS E ABRE O CADASTRO DE CONTAS PARA AS
002210* DESCRICOES.
002220*=============================================================
002230 1000-INITIALIZE.
002240     ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD
002250
002260     STRING WS-RUN-DATE-CCYY DELIMITED BY SIZE
002270         "-"                 DELIMITED BY SIZE
002280         WS-RUN-DATE-MM      DELIMITED BY SIZE
002290         INTO WS-TARGET-MES
002300     END-STRING
002310
002320     PERFORM 1100-READ-RUNCARD THRU 1100-EXIT
002330
002340     IF WS-TARGET-MES (1:4) IS NOT NUMERIC
002350         OR WS-TARGET-MES (6:2) IS NOT NUMERIC
002360         DISPLAY "*** ERRO: MES DO RELATORIO INVALIDO ("
002370             WS-TARGET-MES ") ***"
002380         MOVE 8 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     MOVE WS-TARGET-MES (6:2) TO WS-TARGET-MM
002420     IF WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
002430         DISPLAY "*** ERRO: MES DO RELATORIO INVALIDO ("
002440             WS-TARGET-MES ") ***"
002450         MOVE 8 TO RETURN-CODE
002460         STOP RUN
002470     END-IF
002480
002490     PERFORM 1200-LOAD-PARAMS THRU 1200-EXIT
002500
002510     MOVE "N" TO WS-CONTA-AVAIL-SWITCH
002520     OPEN INPUT CONTA-FILE
002530     IF WS-CONTA-STATUS = "00"
002540         MOVE "Y" TO WS-CONTA-AVAIL-SWITCH
002550     ELSE
002560         DISPLAY "*** AVISO: CADASTRO DE CONTAS INDISPONIVEL "
002570             "(STATUS = " WS-CONTA-STATUS ") - CONTAS SERAO "
002580             "APONTADAS COMO SEM CADASTRO ***"
002590     END-IF
002600
002610     DISPLAY "Orcado x realizado do periodo " WS-TARGET-MES
002620         " (tolerancia " WS-TOL-ORCAMENTO "%).".
002630 1000-EXIT.
002640     EXIT.
002650
002660*=============================================================
002670* 1100-READ-RUNCARD - PROCURA O CARTAO DE EXECUCAO (RUNCARD) E,
002680* QUANDO PRESENTE COM DATA INFORMADA, USA O MES DA DATA DO
002690* CARTAO.
002700*=============================================================
002710 1100-READ-RUNCARD.
002720     OPEN INPUT RUNCARD-FILE
002730     IF WS-RUNCARD-STATUS NOT = "00"
002740         GO TO 1100-EXIT
002750     END-IF
002760
002770     READ RUNCARD-FILE
002780         AT END
002790             CONTINUE
002800         NOT AT END
002810             IF RC-DATA NOT = SPACES
002820                 MOVE RC-DATA (1:7) TO WS-TARGET-MES
002830             END-IF
002840     END-READ
002850     CLOSE RUNCARD-FILE.
002860 1100-EXIT.
002870     EXIT.
002880
002890*=============================================================
002900* 1200-LOAD-PARAMS - LE A TOLERANCIA DO ORCAMENTO NO ARQUIVO
002910* PARAMS; ARQUIVO AUSENTE OU CAMPO EM BRANCO MANTEM O PADRAO.
002920*=============================================================
002930 1200-LOAD-PARAMS.
002940     OPEN INPUT PARAM-FILE
002950     IF WS-PARAM-STATUS NOT = "00"
002960         GO TO 1200-EXIT
002970     END-IF
002980
002990     READ PARAM-FILE
003000         AT END
003010             CONTINUE
003020         NOT AT END
003030             IF PR-TOL-ORCAMENTO IS NUMERIC
003040                 MOVE PR-TOL-ORCAMENTO TO WS-TOL-ORCAMENTO
003050             END-IF
003060     END-READ
003070     CLOSE PARAM-FILE.
003080 1200-EXIT.
003090     EXIT.
003100
003110*=============================================================
003120* 2000-OPEN-RELATORIO - ABRE O RELATORIO ORCARPT E EMITE O
003130* CABECALHO DO PERIODO.
003140*=============================================================
003150 2000-OPEN-RELATORIO.
003160     OPEN OUTPUT RELATORIO-FILE
003170     IF WS-RELATORIO-STATUS NOT = "00"
003180         DISPLAY "*** ERRO: RELATORIO ORCARPT INDISPONIVEL "
003190             "(STATUS = " WS-RELATORIO-STATUS ") ***"
003200         MOVE 8 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003230
003240     MOVE SPACES TO RELATORIO-LINE
003250     STRING "ORCADO X REALIZADO POR CENTRO DE CUSTO - PERIODO "
003260                             DELIMITED BY SIZE
003270         WS-TARGET-MES       DELIMITED BY SIZE
003280         INTO RELATORIO-LINE
003290     END-STRING
003300     WRITE RELATORIO-LINE
003310
003320     MOVE ALL "=" TO RELATORIO-LINE
003330     WRITE RELATORIO-LINE
003340
003350     MOVE WS-TOL-ORCAMENTO TO WS-TOL-DISPLAY
003360     MOVE SPACES TO RELATORIO-LINE
003370     STRING "TOLERANCIA ACIMA DO ORCADO: " DELIMITED BY SIZE
003380         WS-TOL-DISPLAY      DELIMITED BY SIZE
003390         "%  (ACUM = JANEIRO ATE O MES DO RELATORIO)"
003400                             DELIMITED BY SIZE
003410         INTO RELATORIO-LINE
003420     END-STRING
003430     WRITE RELATORIO-LINE
003440
003450     MOVE SPACES TO RELATORIO-LINE
003460     WRITE RELATORIO-LINE
003470
003480     MOVE SPACES TO RELATORIO-LINE
003490     MOVE "CCUSTO"      TO RELATORIO-LINE (1:6)
003500     MOVE "DESCRICAO"   TO RELATORIO-LINE (8:9)
003510     MOVE "PER."        TO RELATORIO-LINE (33:4)
003520     MOVE "ORCADO"      TO RELATORIO-LINE (38:6)
003530     MOVE "REALIZADO"   TO RELATORIO-LINE (53:9)
003540     MOVE "VARIACAO"    TO RELATORIO-LINE (68:8)
003550     MOVE "VAR %"       TO RELATORIO-LINE (83:5)
003560     WRITE RELATORIO-LINE.
003570 2000-EXIT.
003580     EXIT.
003590
003600*=============================================================
003610* 3000-LOAD-VALORES - ABRE OS MESTRES SALDOPER E ORCAMENT E
003620* ACUMULA, MES A MES DE JANEIRO ATE O MES DO RELATORIO, O
003630* REALIZADO E O ORCADO DE CADA CENTRO DE CUSTO NA TABELA.
003640* SEM ORCAMENTO, O RELATORIO SAI SO COM O REALIZADO.
003650*=============================================================
003660 3000-LOAD-VALORES.
003670     OPEN INPUT SALDO-FILE
003680     IF WS-SALDO-STATUS NOT = "00"
003690         DISPLAY "*** ERRO: MESTRE DE SALDOS SALDOPER "
003700             "INDISPONIVEL (STATUS = " WS-SALDO-STATUS ") ***"
003710         MOVE "NENHUM SALDO DISPONIVEL PARA O PERIODO."
003720             TO RELATORIO-LINE
003730         WRITE RELATORIO-LINE
003740         CLOSE RELATORIO-FILE
003750         MOVE 8 TO RETURN-CODE
003760         STOP RUN
003770     END-IF
003780
003790     MOVE "N" TO WS-ORCA-AVAIL-SWITCH
003800     OPEN INPUT ORCA-FILE
003810     IF WS-ORCA-STATUS = "00"
003820         MOVE "Y" TO WS-ORCA-AVAIL-SWITCH
003830     ELSE
003840         DISPLAY "*** AVISO: MESTRE DE ORCAMENTO ORCAMENT "
003850             "INDISPONIVEL (STATUS = " WS-ORCA-STATUS ") - "
003860             "ORCADO TRATADO COMO ZERO ***"
003870         MOVE 4 TO RETURN-CODE
003880     END-IF
003890
003900     MOVE ZERO TO WS-SCAN-MM
003910     PERFORM 3100-LOAD-ONE-MES THRU 3100-EXIT
003920         UNTIL WS-SCAN-MM >= WS-TARGET-MM.
003930 3000-EXIT.
003940     EXIT.
003950
003960 3100-LOAD-ONE-MES.
003970     ADD 1 TO WS-SCAN-MM
003980     MOVE SPACES TO WS-SCAN-MES
003990     STRING WS-TARGET-MES (1:4) DELIMITED BY SIZE
004000         "-"                    DELIMITED BY SIZE
004010         WS-SCAN-MM             DELIMITED BY SIZE
004020         INTO WS-SCAN-MES
004030     END-STRING
004040
004050     MOVE "N" TO WS-SALDO-EOF-SWITCH
004060     MOVE WS-SCAN-MES TO SB-MES
004070     MOVE LOW-VALUES  TO SB-CCUSTO
004080     START SALDO-FILE KEY IS NOT LESS THAN SB-CHAVE
004090         INVALID KEY
004100             MOVE "Y" TO WS-SALDO-EOF-SWITCH
004110     END-START
004120     PERFORM 3200-READ-ONE-SALDO THRU 3200-EXIT
004130         UNTIL END-OF-SALDO-SCAN
004140
004150     IF NOT WS-ORCA-AVAILABLE
004160         GO TO 3100-EXIT
004170     END-IF
004180
004190     MOVE "N" TO WS-ORCA-EOF-SWITCH
004200     MOVE WS-SCAN-MES TO OR-MES
004210     MOVE LOW-VALUES  TO OR-CCUSTO
004220     START ORCA-FILE KEY IS NOT LESS THAN OR-CHAVE
004230         INVALID KEY
004240             MOVE "Y" TO WS-ORCA-EOF-SWITCH
004250     END-START
004260     PERFORM 3300-READ-ONE-ORCA THRU 3300-EXIT
004270         UNTIL END-OF-ORCA-SCAN.
004280 3100-EXIT.
004290     EXIT.
004300
004310*=============================================================
004320* 3200-READ-ONE-SALDO - ACUMULA O REALIZADO DE UM CENTRO DE
004330* CUSTO NO MES DA VARREDURA, IGNORANDO O REGISTRO DE CONTROLE
004340* DO MES (CENTRO DE CUSTO EM BRANCO).
004350*=============================================================
004360 3200-READ-ONE-SALDO.
004370     READ SALDO-FILE NEXT RECORD
004380         AT END
004390             MOVE "Y" TO WS-SALDO-EOF-SWITCH
004400             GO TO 3200-EXIT
004410     END-READ
004420
004430     IF SB-MES NOT = WS-SCAN-MES
004440         MOVE "Y" TO WS-SALDO-EOF-SWITCH
004450         GO TO 3200-EXIT
004460     END-IF
004470
004480     IF SB-CCUSTO = SPACES
004490         GO TO 3200-EXIT
004500     END-IF
004510
004520     MOVE SB-CCUSTO TO WS-SEEK-CCUSTO
004530     PERFORM 3500-SEEK-CCUSTO THRU 3500-EXIT
004540     IF NOT WS-ENTRY-FOUND
004550         GO TO 3200-EXIT
004560     END-IF
004570
004580     ADD SB-VALOR TO OT-REAL-ACUM (WS-CC-IX)
004590     IF WS-SCAN-MM = WS-TARGET-MM
004600         ADD SB-VALOR TO OT-REAL-MES (WS-CC-IX)
004610     END-IF.
004620 3200-EXIT.
004630     EXIT.
004640
004650*=============================================================
004660* 3300-READ-ONE-ORCA - ACUMULA O ORCADO DE UM CENTRO DE CUSTO
004670* NO MES DA VARREDURA.
004680*=============================================================
004690 3300-READ-ONE-ORCA.
004700     READ ORCA-FILE NEXT RECORD
004710         AT END
004720             MOVE "Y" TO WS-ORCA-EOF-SWITCH
004730             GO TO 3300-EXIT
004740     END-READ
004750
004760     IF OR-MES NOT = WS-SCAN-MES
004770         MOVE "Y" TO WS-ORCA-EOF-SWITCH
004780         GO TO 3300-EXIT
004790     END-IF
004800
004810     MOVE OR-CCUSTO TO WS-SEEK-CCUSTO
004820     PERFORM 3500-SEEK-CCUSTO THRU 3500-EXIT
004830     IF NOT WS-ENTRY-FOUND
004840         GO TO 3300-EXIT
004850     END-IF
004860
004870     ADD OR-VALOR TO OT-ORC-ACUM (WS-CC-IX)
004880     IF WS-SCAN-MM = WS-TARGET-MM
004890         ADD OR-VALOR TO OT-ORC-MES (WS-CC-IX)
004900     END-IF.
004910 3300-EXIT.
004920     EXIT.
004930
004940*=============================================================
004950* 3500-SEEK-CCUSTO - LOCALIZA NA TABELA A ENTRADA DO CENTRO DE
004960* CUSTO EM WS-SEEK-CCUSTO, CRIANDO-A NA PRIMEIRA VEZ. TABELA
004970* CHEIA DEIXA O SWITCH DE ENCONTRADA DESLIGADO.
004980*=============================================================
004990 3500-SEEK-CCUSTO.
005000     MOVE "N"  TO WS-FOUND-SWITCH
005010     MOVE ZERO TO WS-CC-IX
005020     PERFORM 3510-TEST-ONE-CCUSTO THRU 3510-EXIT
005030         UNTIL WS-ENTRY-FOUND
005040             OR WS-CC-IX >= WS-CC-COUNT
005050
005060     IF WS-ENTRY-FOUND
005070         GO TO 3500-EXIT
005080     END-IF
005090
005100     IF WS-CC-COUNT >= 500
005110         DISPLAY "*** AVISO: MAIS DE 500 CENTROS DE CUSTO - "
005120             WS-SEEK-CCUSTO " FORA DO RELATORIO ***"
005130         GO TO 3500-EXIT
005140     END-IF
005150
005160     ADD 1 TO WS-CC-COUNT
005170     MOVE WS-CC-COUNT    TO WS-CC-IX
005180     MOVE WS-SEEK-CCUSTO TO OT-CCUSTO (WS-CC-IX)
005190     MOVE ZERO           TO OT-ORC-MES (WS-CC-IX)
005200     MOVE ZERO           TO OT-REAL-MES (WS-CC-IX)
005210     MOVE ZERO           TO OT-ORC-ACUM (WS-CC-IX)
005220     MOVE ZERO           TO OT-REAL-ACUM (WS-CC-IX)
005230     MOVE "Y"            TO WS-FOUND-SWITCH.
005240 3500-EXIT.
005250     EXIT.
005260
005270 3510-TEST-ONE-CCUSTO.
005280     ADD 1 TO WS-CC-IX
005290     IF OT-CCUSTO (WS-CC-IX) = WS-SEEK-CCUSTO
005300         MOVE "Y" TO WS-FOUND-SWITCH
005310     END-IF.
005320 3510-EXIT.
005330     EXIT.
005340
005350*=============================================================
005360* 4000-SORT-TABLE - ORDENA A TABELA DE CENTROS DE CUSTO PELO
005370* CODIGO, POR TROCAS SUCESSIVAS.
005380*=============================================================
005390 4000-SORT-TABLE.
005400     IF WS-CC-COUNT < 2
005410         GO TO 4000-EXIT
005420     END-IF
005430
005440     MOVE "Y" TO WS-SORT-PASS-SWITCH
005450     PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
005460         UNTIL NOT WS-SORT-SWAPPED.
005470 4000-EXIT.
005480     EXIT.
005490
005500 4100-SORT-ONE-PASS.
005510     MOVE "N"  TO WS-SORT-PASS-SWITCH
005520     MOVE ZERO TO WS-SORT-IX
005530     COMPUTE WS-SORT-LIMIT = WS-CC-COUNT - 1
005540     PERFORM 4200-SORT-ONE-PAIR THRU 4200-EXIT
005550         UNTIL WS-SORT-IX >= WS-SORT-LIMIT.
005560 4100-EXIT.
005570     EXIT.
005580
005590 4200-SORT-ONE-PAIR.
005600     ADD 1 TO WS-SORT-IX
005610     IF OT-CCUSTO (WS-SORT-IX) > OT-CCUSTO (WS-SORT-IX + 1)
005620         MOVE WS-CC-ENTRY (WS-SORT-IX)     TO WS-SWAP-ENTRY
005630         MOVE WS-CC-ENTRY (WS-SORT-IX + 1)
005640             TO WS-CC-ENTRY (WS-SORT-IX)
005650         MOVE WS-SWAP-ENTRY TO WS-CC-ENTRY (WS-SORT-IX + 1)
005660         MOVE "Y" TO WS-SORT-PASS-SWITCH
005670     END-IF.
005680 4200-EXIT.
005690     EXIT.
005700
005710*=============================================================
005720* 5000-WRITE-RELATORIO - EMITE AS LINHAS DO MES E DO ACUMULADO
005730* DE CADA CENTRO DE CUSTO, OS TOTAIS GERAIS E A QUANTIDADE DE
005740* CENTROS ACIMA DA TOLERANCIA.
005750*=============================================================
005760 5000-WRITE-RELATORIO.
005770     IF WS-CC-COUNT = ZERO
005780         MOVE "   (NENHUM SALDO OU ORCAMENTO NO PERIODO)"
005790             TO RELATORIO-LINE
005800         WRITE RELATORIO-LINE
005810     END-IF
005820
005830     MOVE ZERO TO WS-CC-IX
005840     PERFORM 5100-WRITE-ONE-CENTRO THRU 5100-EXIT
005850         UNTIL WS-CC-IX >= WS-CC-COUNT
005860
005870     MOVE SPACES TO RELATORIO-LINE
005880     WRITE RELATORIO-LINE
005890
005900     MOVE SPACES TO RELATORIO-LINE
005910     MOVE "TOTAL GERAL DO PERIODO" TO RELATORIO-LINE (1:22)
005920     WRITE RELATORIO-LINE
005930
005940     MOVE "MES "          TO WS-PERIODO-TAG
005950     MOVE WS-TOT-ORC-MES  TO WS-CALC-ORC
005960     MOVE WS-TOT-REAL-MES TO WS-CALC-REAL
005970     PERFORM 5200-CALC-VARIACAO THRU 5200-EXIT
005980     MOVE SPACES TO RELATORIO-LINE
005990     PERFORM 5300-FILL-VALORES THRU 5300-EXIT
006000     WRITE RELATORIO-LINE
006010
006020     MOVE "ACUM"           TO WS-PERIODO-TAG
006030     MOVE WS-TOT-ORC-ACUM  TO WS-CALC-ORC
006040     MOVE WS-TOT-REAL-ACUM TO WS-CALC-REAL
006050     PERFORM 5200-CALC-VARIACAO THRU 5200-EXIT
006060     MOVE SPACES TO RELATORIO-LINE
006070     PERFORM 5300-FILL-VALORES THRU 5300-EXIT
006080     WRITE RELATORIO-LINE
006090
006100     MOVE SPACES TO RELATORIO-LINE
006110     WRITE RELATORIO-LINE
006120
006130     MOVE WS-CC-COUNT TO WS-COUNT-DISPLAY
006140     MOVE "   CENTROS DE CUSTO NO RELATORIO...: "
006150         TO RELATORIO-LINE
006160     MOVE WS-COUNT-DISPLAY TO RELATORIO-LINE (39:6)
006170     WRITE RELATORIO-LINE
006180
006190     MOVE WS-ACIMA-COUNT TO WS-COUNT-DISPLAY
006200     MOVE "   CENTROS ACIMA DA TOLERANCIA.....: "
006210         TO RELATORIO-LINE
006220     MOVE WS-COUNT-DISPLAY TO RELATORIO-LINE (39:6)
006230     WRITE RELATORIO-LINE
006240
006250     IF WS-ACIMA-COUNT > ZERO
006260         MOVE 4 TO RETURN-CODE
006270     END-IF.
006280 5000-EXIT.
006290     EXIT.
006300
006310*=============================================================
006320* 5100-WRITE-ONE-CENTRO - EMITE AS DUAS LINHAS DE UM CENTRO DE
006330* CUSTO (MES E ACUMULADO NO ANO), COM A DESCRICAO DO CADASTRO
006340* E O APONTAMENTO *ACIMA* QUANDO O REALIZADO PASSA DO ORCADO
006350* MAIS QUE A TOLERANCIA.
006360*=============================================================
006370 5100-WRITE-ONE-CENTRO.
006380     ADD 1 TO WS-CC-IX
006390     MOVE "N" TO WS-CENTRO-ACIMA-SWITCH
006400
006410     MOVE SPACES TO WS-CC-DESCRICAO
006420     IF WS-CONTA-AVAILABLE
006430         MOVE OT-CCUSTO (WS-CC-IX) TO CC-CODIGO
006440         READ CONTA-FILE
006450             INVALID KEY
006460                 MOVE "(SEM CADASTRO)" TO WS-CC-DESCRICAO
006470             NOT INVALID KEY
006480                 MOVE CC-DESCRICAO TO WS-CC-DESCRICAO
006490         END-READ
006500     END-IF
006510
006520     ADD OT-ORC-MES (WS-CC-IX)   TO WS-TOT-ORC-MES
006530     ADD OT-REAL-MES (WS-CC-IX)  TO WS-TOT-REAL-MES
006540     ADD OT-ORC-ACUM (WS-CC-IX)  TO WS-TOT-ORC-ACUM
006550     ADD OT-REAL-ACUM (WS-CC-IX) TO WS-TOT-REAL-ACUM
006560
006570     MOVE "MES "                 TO WS-PERIODO-TAG
006580     MOVE OT-ORC-MES (WS-CC-IX)  TO WS-CALC-ORC
006590     MOVE OT-REAL-MES (WS-CC-IX) TO WS-CALC-REAL
006600     PERFORM 5200-CALC-VARIACAO THRU 5200-EXIT
006610     MOVE SPACES TO RELATORIO-LINE
006620     MOVE OT-CCUSTO (WS-CC-IX)   TO RELATORIO-LINE (1:6)
006630     MOVE WS-CC-DESCRICAO        TO RELATORIO-LINE (8:24)
006640     PERFORM 5300-FILL-VALORES THRU 5300-EXIT
006650     PERFORM 5400-FLAG-ACIMA THRU 5400-EXIT
006660     WRITE RELATORIO-LINE
006670
006680     MOVE "ACUM"                  TO WS-PERIODO-TAG
006690     MOVE OT-ORC-ACUM (WS-CC-IX)  TO WS-CALC-ORC
006700     MOVE OT-REAL-ACUM (WS-CC-IX) TO WS-CALC-REAL
006710     PERFORM 5200-CALC-VARIACAO THRU 5200-EXIT
006720     MOVE SPACES TO RELATORIO-LINE
006730     PERFORM 5300-FILL-VALORES THRU 5300-EXIT
006740     PERFORM 5400-FLAG-ACIMA THRU 5400-EXIT
006750     WRITE RELATORIO-LINE
006760
006770     IF WS-CENTRO-ACIMA
006780         ADD 1 TO WS-ACIMA-COUNT
006790     END-IF.
006800 5100-EXIT.
006810     EXIT.
006820
006830*=============================================================
006840* 5200-CALC-VARIACAO - CALCULA A VARIACAO (REALIZADO MENOS
006850* ORCADO) EM VALOR E EM PERCENTUAL DO ORCADO, E SE ELA PASSA
006860* DA TOLERANCIA. SEM ORCADO, NAO HA PERCENTUAL E QUALQUER
006870* REALIZADO POSITIVO FICA ACIMA.
006880*=============================================================
006890 5200-CALC-VARIACAO.
006900     MOVE "N" TO WS-CALC-ACIMA-SWITCH
006910     COMPUTE WS-CALC-VAR = WS-CALC-REAL - WS-CALC-ORC
006920
006930     IF WS-CALC-ORC = ZERO
006940         MOVE "      N/D" TO WS-PCT-DISPLAY-X
006950         IF WS-CALC-VAR > ZERO
006960             MOVE "Y" TO WS-CALC-ACIMA-SWITCH
006970         END-IF
006980         GO TO 5200-EXIT
006990     END-IF
007000
007010     COMPUTE WS-CALC-PCT ROUNDED =
007020         WS-CALC-VAR * 100 / WS-CALC-ORC
007030         ON SIZE ERROR
007040             IF WS-CALC-VAR < ZERO
007050                 MOVE -99999.99 TO WS-CALC-PCT
007060             ELSE
007070                 MOVE 99999.99 TO WS-CALC-PCT
007080             END-IF
007090     END-COMPUTE
007100
007110     IF WS-CALC-PCT < ZERO
007120         MOVE "-" TO WS-PCT-SINAL
007130         COMPUTE WS-PCT-NUM = ZERO - WS-CALC-PCT
007140     ELSE
007150         MOVE "+" TO WS-PCT-SINAL
007160         MOVE WS-CALC-PCT TO WS-PCT-NUM
007170     END-IF
007180     MOVE WS-PCT-NUM-INT TO WS-PCT-INT
007190     MOVE WS-PCT-NUM-DEC TO WS-PCT-DEC
007200
007210     IF WS-CALC-VAR > ZERO
007220         AND WS-CALC-PCT > WS-TOL-ORCAMENTO
007230         MOVE "Y" TO WS-CALC-ACIMA-SWITCH
007240     END-IF.
007250 5200-EXIT.
007260     EXIT.
007270
007280*=============================================================
007290* 5300-FILL-VALORES - MONTA NA LINHA CORRENTE O PERIODO, O
007300* ORCADO, O REALIZADO, A VARIACAO E O PERCENTUAL CALCULADOS.
007310*=============================================================
007320 5300-FILL-VALORES.
007330     MOVE WS-PERIODO-TAG     TO RELATORIO-LINE (33:4)
007340     MOVE WS-CALC-ORC        TO WS-VALOR-DISPLAY
007350     MOVE WS-VALOR-DISPLAY-X TO RELATORIO-LINE (38:14)
007360     MOVE WS-CALC-REAL       TO WS-VALOR-DISPLAY
007370     MOVE WS-VALOR-DISPLAY-X TO RELATORIO-LINE (53:14)
007380     MOVE WS-CALC-VAR        TO WS-VALOR-DISPLAY
007390     MOVE WS-VALOR-DISPLAY-X TO RELATORIO-LINE (68:14)
007400     MOVE WS-PCT-DISPLAY-X   TO RELATORIO-LINE (83:9).
007410 5300-EXIT.
007420     EXIT.
007430
007440 5400-FLAG-ACIMA.
007450     IF WS-CALC-ACIMA
007460         MOVE "*ACIMA*" TO RELATORIO-LINE (93:7)
007470         MOVE "Y" TO WS-CENTRO-ACIMA-SWITCH
007480     END-IF.
007490 5400-EXIT.
007500     EXIT.
007510
007520*=============================================================
007530* 8000-TERMINATE - PONTO UNICO DE ENCERRAMENTO DO PROGRAMA.
007540*=============================================================
007550 8000-TERMINATE.
007560     CLOSE SALDO-FILE
007570     IF WS-ORCA-AVAILABLE
007580         CLOSE ORCA-FILE
007590     END-IF
007600     IF WS-CONTA-AVAILABLE
007610         CLOSE CONTA-FILE
007620     END-IF
007630     CLOSE RELATORIO-FILE
007640     DISPLAY "Orcado x realizado encerrado - relatorio em "
007650         "ORCARPT.".
007660 8000-EXIT.
007670     EXIT.
