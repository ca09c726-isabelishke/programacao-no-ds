000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Histcsv.
000030 AUTHOR. J-SANTOS.
000040 INSTALLATION. CONTROLADORIA - ROTINAS DE FECHAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* HISTCSV - EXTRATO DO HISTORICO DE SOMAS (HISTSOMA) EM     *
000090* ARQUIVO DELIMITADO POR PONTO E VIRGULA, PARA CARGA EM     *
000100* PLANILHA PELA CONTROLADORIA. LE O HISTORICO NO PERIODO    *
000110* INFORMADO NO CARTAO DE EXECUCAO (RUNCARD), COM FILTROS    *
000120* OPCIONAIS DE CENTRO DE CUSTO, OPERADOR E SITUACAO, E      *
000130* GRAVA O ARQUIVO HISTCSV: UMA LINHA DE CABECALHO COM OS    *
000140* NOMES DAS COLUNAS, UMA LINHA POR LANCAMENTO (DATA,        *
000150* SEQUENCIA, HORA, OPERADOR, NUM1, NUM2, SOMA, CENTRO DE    *
000160* CUSTO, DESCRICAO DO CADASTRO CADCONTA E SITUACAO), COM OS *
000170* VALORES EM VIRGULA DECIMAL, E UMA LINHA DE CONTROLE       *
000180* (TRAILER) COM O PERIODO, A QUANTIDADE DE LINHAS E O TOTAL *
000190* DA COLUNA SOMA, PARA O DESTINATARIO PROVAR QUE RECEBEU O  *
000200* ARQUIVO INTEIRO. SEM CARTAO, OU SEM PERIODO NO CARTAO, O  *
000210* EXTRATO E DA DATA DA RODADA. DEVOLVE RETURN-CODE PARA O   *
000220* SCHEDULER: 0 LIMPO, 8 PARAMETRO INVALIDO OU FALHA DE      *
000230* ARQUIVO.                                                  *
000240*-----------------------------------------------------------*
000250* HISTORICO DE ALTERACOES                                   *
000260*-----------------------------------------------------------*
000270* DATA       AUTOR    DESCRICAO                             *
000280* ---------- -------- --------------------------------------*
000290* 2026-10-15 JRS      VERSAO INICIAL DO EXTRATO DELIMITADO  *
000300*                     DO HISTORICO DE SOMAS.                *
000310*-----------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT HIST-FILE ASSIGN TO "HISTSOMA"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS HS-CHAVE
000400         FILE STATUS IS WS-HIST-STATUS.
000410
000420     SELECT CONTA-FILE ASSIGN TO "CADCONTA"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CC-CODIGO
000460         FILE STATUS IS WS-CONTA-STATUS.
000470
000480     SELECT EXTRATO-FILE ASSIGN TO "HISTCSV"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-EXTRATO-STATUS.
000510
000520     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RUNCARD-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  HIST-FILE
000590     RECORDING MODE IS F.
000600 01  HIST-RECORD.
000610     COPY "histrec.cpy".
000620
000630 FD  CONTA-FILE
000640     RECORDING MODE IS F.
000650 01  CONTA-RECORD.
000660     COPY "cadcrec.cpy".
000670
000680 FD  EXTRATO-FILE
000690     RECORDING MODE IS F.
000700 01  EXTRATO-LINE                PIC X(160).
000710
000720 FD  RUNCARD-FILE
000730     RECORDING MODE IS F.
000740 01  RUNCARD-RECORD.
000750     COPY "runcrec.cpy".
000760
000770 WORKING-STORAGE SECTION.
000780*-----------------------------------------------------------*
000790* CHAVES DE ARQUIVO E SWITCHES DE FIM DE ARQUIVO            *
000800*-----------------------------------------------------------*
000810 77  WS-HIST-STATUS               PIC X(02).
000820 77  WS-CONTA-STATUS              PIC X(02).
000830 77  WS-EXTRATO-STATUS            PIC X(02).
000840 77  WS-RUNCARD-STATUS            PIC X(02).
000850
000860 77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
000870     88  END-OF-HIST-SCAN         VALUE "Y".
000880
000890*-----------------------------------------------------------*
000900* DATA DA RODADA E PARAMETROS DO EXTRATO                    *
000910*-----------------------------------------------------------*
000920 01  WS-RUN-DATE-FIELDS.
000930     05  WS-RUN-DATE-CCYY         PIC 9(4).
000940     05  WS-RUN-DATE-MM           PIC 9(2).
000950     05  WS-RUN-DATE-DD           PIC 9(2).
000960
000970 77  WS-RUN-DATE-ISO              PIC X(10).
000980 77  WS-DATA-INI                  PIC X(10).
000990 77  WS-DATA-FIM                  PIC X(10).
001000 77  WS-FILTRO-CCUSTO             PIC X(06) VALUE SPACES.
001010 77  WS-FILTRO-OPERADOR           PIC X(08) VALUE SPACES.
001020 77  WS-FILTRO-SITUACAO           PIC X(08) VALUE SPACES.
001030
001040 77  WS-DATA-TESTE                PIC X(10).
001070
001080*-----------------------------------------------------------*
001090* DESCRICAO DO CENTRO DE CUSTO: GUARDA A ULTIMA CONTA LIDA, *
001100* JA QUE O HISTORICO VEM AGRUPADO POR DIA E NAO POR CONTA   *
001110*-----------------------------------------------------------*
001120 77  WS-ULT-CCUSTO                PIC X(06) VALUE HIGH-VALUES.
001130 77  WS-DESCRICAO                 PIC X(30) VALUE SPACES.
001140
001150*-----------------------------------------------------------*
001160* CONTADORES E TOTAIS DA RODADA                             *
001170*-----------------------------------------------------------*
001180 77  WS-LIDOS-COUNT               PIC 9(6)  COMP VALUE ZERO.
001190 77  WS-GRAVADOS-COUNT            PIC 9(6)  COMP VALUE ZERO.
001200 77  WS-TOTAL-SOMA                PIC S9(11)V99 COMP VALUE ZERO.
001210
001220*-----------------------------------------------------------*
001230* EDICAO DOS VALORES EM VIRGULA DECIMAL, SINAL SO QUANDO    *
001240* NEGATIVO E SEM BRANCOS A ESQUERDA                         *
001250*-----------------------------------------------------------*
001260 77  WS-EDIT-VALOR                PIC S9(11)V99 COMP.
001270 01  WS-EDIT-MASCARA              PIC -(11)9.99.
001280 01  WS-EDIT-MASCARA-X            REDEFINES WS-EDIT-MASCARA
001290                                      PIC X(15).
001300 77  WS-EDIT-BRANCOS              PIC 9(2)  COMP.
001310 77  WS-EDIT-TEXTO                PIC X(15).
001320 77  WS-NUM1-TEXTO                PIC X(15).
001330 77  WS-NUM2-TEXTO                PIC X(15).
001340 77  WS-SOMA-TEXTO                PIC X(15).
001350
001360 77  WS-COUNT-DISPLAY             PIC 9(06).
001370 PROCEDURE DIVISION.
001380*=============================================================
001390* 0000-MAINLINE - CONDUZ O EXTRATO DO HISTORICO E DEVOLVE O
001400* CONTROLE AO SISTEMA OPERACIONAL.
001410*=============================================================
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001440     PERFORM 2000-OPEN-EXTRATO THRU 2000-EXIT
001450     PERFORM 3000-EXTRACT-HISTORY THRU 3000-EXIT
001460     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
001470     PERFORM 8000-TERMINATE THRU 8000-EXIT
001480
001490     STOP RUN.
001500
001510*=============================================================
001520* 1000-INITIALIZE - DEFINE O PERIODO E OS FILTROS DO EXTRATO
001530* (CARTAO DE EXECUCAO, QUANDO PRESENTE, OU DATA DE HOJE) E ABRE
001540* O HISTORICO E O CADASTRO DE CONTAS.
001550*=============================================================
001560 1000-INITIALIZE.
001570     ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD
001580     STRING WS-RUN-DATE-CCYY DELIMITED BY SIZE
001590         "-"                 DELIMITED BY SIZE
001600         WS-RUN-DATE-MM      DELIMITED BY SIZE
001610         "-"                 DELIMITED BY SIZE
001620         WS-RUN-DATE-DD      DELIMITED BY SIZE
001630         INTO WS-RUN-DATE-ISO
001640     END-STRING
001650     MOVE WS-RUN-DATE-ISO TO WS-DATA-INI
001660     MOVE SPACES          TO WS-DATA-FIM
001670
001680     PERFORM 1100-READ-RUNCARD THRU 1100-EXIT
001690
001700     IF WS-DATA-FIM = SPACES
001710         MOVE WS-DATA-INI TO WS-DATA-FIM
001720     END-IF
001730
001740     MOVE WS-DATA-INI TO WS-DATA-TESTE
001750     PERFORM 1200-CHECK-DATA THRU 1200-EXIT
001760     MOVE WS-DATA-FIM TO WS-DATA-TESTE
001770     PERFORM 1200-CHECK-DATA THRU 1200-EXIT
001780
001790     IF WS-DATA-INI > WS-DATA-FIM
001800         DISPLAY "*** ERRO: PERIODO DO EXTRATO INVERTIDO ("
001810             WS-DATA-INI " A " WS-DATA-FIM ") ***"
001820         MOVE 8 TO RETURN-CODE
001830         STOP RUN
001840     END-IF
001850
001860     OPEN INPUT HIST-FILE
001870     IF WS-HIST-STATUS NOT = "00"
001880         DISPLAY "*** ERRO: HISTORICO DE SOMAS HISTSOMA "
001890             "INDISPONIVEL (STATUS = " WS-HIST-STATUS ") ***"
001900         MOVE 8 TO RETURN-CODE
001910         STOP RUN
001920     END-IF
001930
001940     OPEN INPUT CONTA-FILE
001950     IF WS-CONTA-STATUS NOT = "00"
001960         DISPLAY "*** ERRO: CADASTRO DE CONTAS CADCONTA "
001970             "INDISPONIVEL (STATUS = " WS-CONTA-STATUS ") ***"
001980         CLOSE HIST-FILE
001990         MOVE 8 TO RETURN-CODE
002000         STOP RUN
002010     END-IF
002020
002030     DISPLAY "Extrato do historico de " WS-DATA-INI " a "
002040         WS-DATA-FIM "."
002050     IF WS-FILTRO-CCUSTO NOT = SPACES
002060         DISPLAY "   Filtro de centro de custo: " WS-FILTRO-CCUSTO
002070     END-IF
002080     IF WS-FILTRO-OPERADOR NOT = SPACES
002090         DISPLAY "   Filtro de operador.......: "
002100             WS-FILTRO-OPERADOR
002110     END-IF
002120     IF WS-FILTRO-SITUACAO NOT = SPACES
002130         DISPLAY "   Filtro de situacao.......: "
002140             WS-FILTRO-SITUACAO
002150     END-IF.
002160 1000-EXIT.
002170     EXIT.
002180
002190*=============================================================
002200* 1100-READ-RUNCARD - PROCURA O CARTAO DE EXECUCAO (RUNCARD) E,
002210* QUANDO PRESENTE, TOMA O PERIODO E OS FILTROS DO EXTRATO. SEM
002220* PERIODO NO CARTAO, VALE A DATA DA RODADA DO CARTAO (RC-DATA)
002230* OU, NA FALTA DELA, A DATA DE HOJE.
002240*=============================================================
002250 1100-READ-RUNCARD.
002260     OPEN INPUT RUNCARD-FILE
002270     IF WS-RUNCARD-STATUS NOT = "00"
002280         GO TO 1100-EXIT
002290     END-IF
002300
002310     READ RUNCARD-FILE
002320         AT END
002330             MOVE SPACES TO RUNCARD-RECORD
002340     END-READ
002350     CLOSE RUNCARD-FILE
002360
002370     IF RC-DATA NOT = SPACES
002380         MOVE RC-DATA TO WS-DATA-INI
002390     END-IF
002400     IF RC-EXT-DATA-INI NOT = SPACES
002410         MOVE RC-EXT-DATA-INI TO WS-DATA-INI
002420     END-IF
002430     MOVE RC-EXT-DATA-FIM  TO WS-DATA-FIM
002440     MOVE RC-EXT-CCUSTO    TO WS-FILTRO-CCUSTO
002450     MOVE RC-EXT-OPERADOR  TO WS-FILTRO-OPERADOR
002460     MOVE RC-EXT-SITUACAO  TO WS-FILTRO-SITUACAO.
002470 1100-EXIT.
002480     EXIT.
002490
002500*=============================================================
002510* 1200-CHECK-DATA - CONFERE O FORMATO AAAA-MM-DD DE UMA DATA DO
002520* PERIODO. DATA INVALIDA ENCERRA O JOB COM RC 8.
002530*=============================================================
002540 1200-CHECK-DATA.
002550     IF WS-DATA-TESTE (1:4) IS NOT NUMERIC
002560         OR WS-DATA-TESTE (5:1) NOT = "-"
002570         OR WS-DATA-TESTE (6:2) IS NOT NUMERIC
002580         OR WS-DATA-TESTE (8:1) NOT = "-"
002590         OR WS-DATA-TESTE (9:2) IS NOT NUMERIC
002600         OR WS-DATA-TESTE (6:2) < "01"
002610         OR WS-DATA-TESTE (6:2) > "12"
002620         OR WS-DATA-TESTE (9:2) < "01"
002630         OR WS-DATA-TESTE (9:2) > "31"
002640         DISPLAY "*** ERRO: DATA DO PERIODO DO EXTRATO INVALIDA ("
002650             WS-DATA-TESTE ") ***"
002660         MOVE 8 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690 1200-EXIT.
002700     EXIT.
002710
002720*=============================================================
002730* 2000-OPEN-EXTRATO - ABRE O ARQUIVO HISTCSV E GRAVA A LINHA DE
002740* CABECALHO COM OS NOMES DAS COLUNAS.
002750*=============================================================
002760 2000-OPEN-EXTRATO.
002770     OPEN OUTPUT EXTRATO-FILE
002780     IF WS-EXTRATO-STATUS NOT = "00"
002790         DISPLAY "*** ERRO: ARQUIVO DO EXTRATO HISTCSV "
002800             "INDISPONIVEL (STATUS = " WS-EXTRATO-STATUS ") ***"
002810         CLOSE HIST-FILE
002820         CLOSE CONTA-FILE
002830         MOVE 8 TO RETURN-CODE
002840         STOP RUN
002850     END-IF
002860
002870     MOVE SPACES TO EXTRATO-LINE
002880     STRING "DATA;SEQUENCIA;HORA;OPERADOR;NUM1;NUM2;SOMA;"
002890                             DELIMITED BY SIZE
002900         "CCUSTO;DESCRICAO;SITUACAO"
002910                             DELIMITED BY SIZE
002920         INTO EXTRATO-LINE
002930     END-STRING
002940     WRITE EXTRATO-LINE.
002950 2000-EXIT.
002960     EXIT.
002970
002980*=============================================================
002990* 3000-EXTRACT-HISTORY - POSICIONA O HISTORICO NO PRIMEIRO
003000* LANCAMENTO DO PERIODO E O PERCORRE ATE A DATA FINAL.
003010*=============================================================
003020 3000-EXTRACT-HISTORY.
003030     MOVE "N" TO WS-HIST-EOF-SWITCH
003040     MOVE WS-DATA-INI TO HS-DATA
003050     MOVE ZERO        TO HS-SEQ
003060     START HIST-FILE KEY IS NOT LESS THAN HS-CHAVE
003070         INVALID KEY
003080             MOVE "Y" TO WS-HIST-EOF-SWITCH
003090     END-START
003100
003110     PERFORM 3100-READ-ONE-HIST THRU 3100-EXIT
003120         UNTIL END-OF-HIST-SCAN.
003130 3000-EXIT.
003140     EXIT.
003150
003160 3100-READ-ONE-HIST.
003170     READ HIST-FILE NEXT RECORD
003180         AT END
003190             MOVE "Y" TO WS-HIST-EOF-SWITCH
003200             GO TO 3100-EXIT
003210     END-READ
003220
003230     IF HS-DATA > WS-DATA-FIM
003240         MOVE "Y" TO WS-HIST-EOF-SWITCH
003250         GO TO 3100-EXIT
003260     END-IF
003270
003280     ADD 1 TO WS-LIDOS-COUNT
003290
003300     IF WS-FILTRO-CCUSTO NOT = SPACES
003310         AND HS-CCUSTO NOT = WS-FILTRO-CCUSTO
003320         GO TO 3100-EXIT
003330     END-IF
003340     IF WS-FILTRO-OPERADOR NOT = SPACES
003350         AND HS-OPERADOR NOT = WS-FILTRO-OPERADOR
003360         GO TO 3100-EXIT
003370     END-IF
003380     IF WS-FILTRO-SITUACAO NOT = SPACES
003390         AND HS-SITUACAO NOT = WS-FILTRO-SITUACAO
003400         GO TO 3100-EXIT
003410     END-IF
003420
003430     PERFORM 3200-WRITE-DETALHE THRU 3200-EXIT.
003440 3100-EXIT.
003450     EXIT.
003460
003470*=============================================================
003480* 3200-WRITE-DETALHE - MONTA E GRAVA A LINHA DELIMITADA DO
003490* LANCAMENTO CORRENTE E O ACUMULA NOS TOTAIS DO TRAILER. OS
003500* CAMPOS ALFANUMERICOS SAEM SEM OS BRANCOS A DIREITA.
003510*=============================================================
003520 3200-WRITE-DETALHE.
003530     PERFORM 3300-GET-DESCRICAO THRU 3300-EXIT
003540
003550     MOVE HS-NUM1 TO WS-EDIT-VALOR
003560     PERFORM 3400-EDIT-VALOR THRU 3400-EXIT
003570     MOVE WS-EDIT-TEXTO TO WS-NUM1-TEXTO
003580     MOVE HS-NUM2 TO WS-EDIT-VALOR
003590     PERFORM 3400-EDIT-VALOR THRU 3400-EXIT
003600     MOVE WS-EDIT-TEXTO TO WS-NUM2-TEXTO
003610     MOVE HS-SOMA TO WS-EDIT-VALOR
003620     PERFORM 3400-EDIT-VALOR THRU 3400-EXIT
003630     MOVE WS-EDIT-TEXTO TO WS-SOMA-TEXTO
003640
003650     MOVE SPACES TO EXTRATO-LINE
003660     STRING HS-DATA          DELIMITED BY SIZE
003670         ";"                 DELIMITED BY SIZE
003680         HS-SEQ              DELIMITED BY SIZE
003690         ";"                 DELIMITED BY SIZE
003700         HS-HORA             DELIMITED BY SPACE
003710         ";"                 DELIMITED BY SIZE
003720         HS-OPERADOR         DELIMITED BY SPACE
003730         ";"                 DELIMITED BY SIZE
003740         WS-NUM1-TEXTO       DELIMITED BY SPACE
003750         ";"                 DELIMITED BY SIZE
003760         WS-NUM2-TEXTO       DELIMITED BY SPACE
003770         ";"                 DELIMITED BY SIZE
003780         WS-SOMA-TEXTO       DELIMITED BY SPACE
003790         ";"                 DELIMITED BY SIZE
003800         HS-CCUSTO           DELIMITED BY SPACE
003810         ";"                 DELIMITED BY SIZE
003820         WS-DESCRICAO        DELIMITED BY "  "
003830         ";"                 DELIMITED BY SIZE
003840         HS-SITUACAO         DELIMITED BY SPACE
003850         INTO EXTRATO-LINE
003860     END-STRING
003870     WRITE EXTRATO-LINE
003880
003890     ADD 1       TO WS-GRAVADOS-COUNT
003900     ADD HS-SOMA TO WS-TOTAL-SOMA.
003910 3200-EXIT.
003920     EXIT.
003930
003940*=============================================================
003950* 3300-GET-DESCRICAO - BUSCA A DESCRICAO DO CENTRO DE CUSTO NO
003960* CADASTRO, SO QUANDO A CONTA MUDA. CONTA FORA DO CADASTRO SAI
003970* COM A DESCRICAO EM BRANCO. O PONTO E VIRGULA DA DESCRICAO E
003980* TROCADO POR VIRGULA PARA NAO QUEBRAR AS COLUNAS.
003990*=============================================================
004000 3300-GET-DESCRICAO.
004010     IF HS-CCUSTO = WS-ULT-CCUSTO
004020         GO TO 3300-EXIT
004030     END-IF
004040
004050     MOVE HS-CCUSTO TO WS-ULT-CCUSTO
004060     MOVE HS-CCUSTO TO CC-CODIGO
004070     READ CONTA-FILE
004080         INVALID KEY
004090             MOVE SPACES TO CC-DESCRICAO
004100     END-READ
004110     MOVE CC-DESCRICAO TO WS-DESCRICAO
004120     INSPECT WS-DESCRICAO REPLACING ALL ";" BY ",".
004130 3300-EXIT.
004140     EXIT.
004150
004160 3400-EDIT-VALOR.
004170     MOVE WS-EDIT-VALOR TO WS-EDIT-MASCARA
004180     INSPECT WS-EDIT-MASCARA-X REPLACING ALL "." BY ","
004190     MOVE ZERO TO WS-EDIT-BRANCOS
004200     INSPECT WS-EDIT-MASCARA-X TALLYING WS-EDIT-BRANCOS
004210         FOR LEADING SPACES
004220     MOVE WS-EDIT-MASCARA-X (WS-EDIT-BRANCOS + 1:
004230         15 - WS-EDIT-BRANCOS) TO WS-EDIT-TEXTO.
004240 3400-EXIT.
004250     EXIT.
004260
004270*=============================================================
004280* 4000-WRITE-TRAILER - GRAVA A LINHA DE CONTROLE DO EXTRATO:
004290* PERIODO, QUANTIDADE DE LINHAS DE DETALHE E TOTAL DA COLUNA
004300* SOMA, NO MESMO FORMATO DOS DETALHES.
004310*=============================================================
004320 4000-WRITE-TRAILER.
004330     MOVE WS-GRAVADOS-COUNT TO WS-COUNT-DISPLAY
004340     MOVE WS-TOTAL-SOMA     TO WS-EDIT-VALOR
004350     PERFORM 3400-EDIT-VALOR THRU 3400-EXIT
004360
004370     MOVE SPACES TO EXTRATO-LINE
004380     STRING "TRAILER;"       DELIMITED BY SIZE
004390         WS-DATA-INI         DELIMITED BY SIZE
004400         ";"                 DELIMITED BY SIZE
004410         WS-DATA-FIM         DELIMITED BY SIZE
004420         ";"                 DELIMITED BY SIZE
004430         WS-COUNT-DISPLAY    DELIMITED BY SIZE
004440         ";"                 DELIMITED BY SIZE
004450         WS-EDIT-TEXTO       DELIMITED BY SPACE
004460         INTO EXTRATO-LINE
004470     END-STRING
004480     WRITE EXTRATO-LINE.
004490 4000-EXIT.
004500     EXIT.
004510
004520*=============================================================
004530* 8000-TERMINATE - FECHA OS ARQUIVOS E INFORMA OS TOTAIS DO
004540* EXTRATO NO LOG DO JOB.
004550*=============================================================
004560 8000-TERMINATE.
004570     CLOSE HIST-FILE
004580     CLOSE CONTA-FILE
004590     CLOSE EXTRATO-FILE
004600
004610     MOVE WS-LIDOS-COUNT TO WS-COUNT-DISPLAY
004620     DISPLAY "   Lancamentos lidos no periodo: " WS-COUNT-DISPLAY
004630     MOVE WS-GRAVADOS-COUNT TO WS-COUNT-DISPLAY
004640     DISPLAY "   Linhas gravadas no extrato..: " WS-COUNT-DISPLAY
004650     DISPLAY "   Total da coluna SOMA........: " WS-EDIT-TEXTO
004660     IF WS-GRAVADOS-COUNT = ZERO
004670         DISPLAY "*** AVISO: NENHUM LANCAMENTO NO PERIODO E "
004680             "FILTROS INFORMADOS - EXTRATO SO COM CABECALHO E "
004690             "TRAILER ***"
004700     END-IF
004710     DISPLAY "Extrato do historico encerrado - arquivo HISTCSV.".
004720 8000-EXIT.
004730     EXIT.
