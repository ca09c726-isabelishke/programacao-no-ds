000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Bkpmest.
000030 AUTHOR. J-SANTOS.
000040 INSTALLATION. CONTROLADORIA - ROTINAS DE FECHAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* BKPMEST - COPIA, RECARGA E VERIFICACAO DOS MESTRES        *
000090* INDEXADOS CADCONTA, SALDOPER E HISTSOMA. O MODO VEM DO    *
000100* CARTAO DE EXECUCAO (RUNCARD):                             *
000110*  D - DESCARGA (RODADA NOTURNA, MODO PADRAO): GRAVA CADA   *
000120*      MESTRE NA SUA COPIA SEQUENCIAL (BKCADCON, BKSALDOP,  *
000130*      BKHISTSO), COM CABECALHO DATADO PELA DATA DE NEGOCIO *
000140*      E TRAILER COM QUANTIDADE DE REGISTROS E TOTAL DE     *
000150*      VALOR (LAYOUT BKPREC).                               *
000160*  R - RECARGA: CONFERE A COPIA ESCOLHIDA (MESTRE E DATA DO *
000170*      CABECALHO, DETALHES CONTRA O TRAILER) E SO ENTAO     *
000180*      RECRIA O MESTRE COM ELA; RELE O MESTRE RECARREGADO E *
000190*      PROVA QUE QUANTIDADE E VALOR BATEM COM O TRAILER.    *
000200*  V - VERIFICACAO: (1) RECONSTROI O HISTSOMA DO PERIODO A  *
000210*      PARTIR DA TRILHA DE AUDITORIA (AUDARCHV + AUDITLOG)  *
000220*      E LISTA AS DIFERENCAS; (2) RECALCULA DO HISTSOMA OS  *
000230*      TOTAIS DO SALDOPER POR MES + CENTRO DE CUSTO E LISTA *
000240*      OS QUE NAO CONFEREM.                                 *
000250* O RESULTADO SAI NO RELATORIO BKPRPT. DEVOLVE RETURN-CODE  *
000260* PARA O SCHEDULER: 0 LIMPO, 4 DIFERENCAS NA VERIFICACAO, 8 *
000270* PARAMETRO INVALIDO, FALHA DE ARQUIVO OU COPIA/PROVA QUE   *
000280* NAO CONFERE.                                              *
000290*-----------------------------------------------------------*
000300* HISTORICO DE ALTERACOES                                   *
000310*-----------------------------------------------------------*
000320* DATA       AUTOR    DESCRICAO                             *
000330* ---------- -------- --------------------------------------*
000340* 2026-10-15 JRS      VERSAO INICIAL DO UTILITARIO DE COPIA,*
000350*                     RECARGA E VERIFICACAO DOS MESTRES.    *
000360*-----------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CONTA-FILE ASSIGN TO "CADCONTA"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CC-CODIGO
000450         FILE STATUS IS WS-CONTA-STATUS.
000460
000470     SELECT SALDO-FILE ASSIGN TO "SALDOPER"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SB-CHAVE
000510         FILE STATUS IS WS-SALDO-STATUS.
000520
000530     SELECT HIST-FILE ASSIGN TO "HISTSOMA"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HS-CHAVE
000570         FILE STATUS IS WS-HIST-STATUS.
000580
000590     SELECT BKCONTA-FILE ASSIGN TO "BKCADCON"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BKCONTA-STATUS.
000620
000630     SELECT BKSALDO-FILE ASSIGN TO "BKSALDOP"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-BKSALDO-STATUS.
000660
000670     SELECT BKHIST-FILE ASSIGN TO "BKHISTSO"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-BKHIST-STATUS.
000700
000710     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-AUDIT-STATUS.
000740
000750     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-ARCHIVE-STATUS.
000780
000790     SELECT RELATO-FILE ASSIGN TO "BKPRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RELATO-STATUS.
000820
000830     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RUNCARD-STATUS.
000860
000870     SELECT SORT-WORK ASSIGN TO "BKPSORT".
000880
000890     SELECT AUDSORT-FILE ASSIGN TO "BKPAUDW"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-AUDSORT-STATUS.
000920
000930     SELECT HSTSORT-FILE ASSIGN TO "BKPHSTW"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-HSTSORT-STATUS.
000960
000970     SELECT SALDO-SORT-WORK ASSIGN TO "BKPSORTS".
000980
000990     SELECT SLDSORT-FILE ASSIGN TO "BKPSLDW"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-SLDSORT-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  CONTA-FILE
001060     RECORDING MODE IS F.
001070 01  CONTA-RECORD.
001080     COPY "cadcrec.cpy".
001090
001100 FD  SALDO-FILE
001110     RECORDING MODE IS F.
001120 01  SALDO-RECORD.
001130     COPY "saldorec.cpy".
001140
001150 FD  HIST-FILE
001160     RECORDING MODE IS F.
001170 01  HIST-RECORD.
001180     COPY "histrec.cpy".
001190
001200 FD  BKCONTA-FILE
001210     RECORDING MODE IS F.
001220 01  BKCONTA-LINE                PIC X(145).
001230
001240 FD  BKSALDO-FILE
001250     RECORDING MODE IS F.
001260 01  BKSALDO-LINE                PIC X(145).
001270
001280 FD  BKHIST-FILE
001290     RECORDING MODE IS F.
001300 01  BKHIST-LINE                 PIC X(145).
001310
001320 FD  AUDIT-FILE
001330     RECORDING MODE IS F.
001340 01  AUDIT-LINE                  PIC X(160).
001350
001360 FD  ARCHIVE-FILE
001370     RECORDING MODE IS F.
001380 01  ARCHIVE-LINE                PIC X(160).
001390
001400 FD  RELATO-FILE
001410     RECORDING MODE IS F.
001420 01  RELATO-LINE                 PIC X(132).
001430
001440 FD  RUNCARD-FILE
001450     RECORDING MODE IS F.
001460 01  RUNCARD-RECORD.
001470     COPY "runcrec.cpy".
001480
001490*    LANCAMENTO DO HISTORICO (RECONSTRUIDO DA TRILHA OU LIDO DO
001500*    HISTSOMA), CLASSIFICADO PELA CHAVE DE CASAMENTO.
001510 SD  SORT-WORK.
001520 01  SORT-RECORD.
001530     05  SW-MATCH-KEY.
001540         10  SW-DATA              PIC X(10).
001550         10  SW-HORA              PIC X(08).
001560         10  SW-OPERADOR          PIC X(08).
001570         10  SW-CCUSTO            PIC X(06).
001580         10  SW-SITUACAO          PIC X(08).
001590         10  SW-NUM1              PIC S9(7)V99 SIGN IS LEADING
001600                                      SEPARATE CHARACTER.
001610         10  SW-NUM2              PIC S9(7)V99 SIGN IS LEADING
001620                                      SEPARATE CHARACTER.
001630         10  SW-SOMA              PIC S9(7)V99 SIGN IS LEADING
001640                                      SEPARATE CHARACTER.
001650         10  SW-MOEDA             PIC X(03).
001660         10  SW-VALOR-MOEDA       PIC S9(7)V99 SIGN IS LEADING
001670                                      SEPARATE CHARACTER.
001680         10  SW-TAXA              PIC 9(03)V9(06).
001690     05  SW-SEQ                   PIC 9(06).
001700
001710 FD  AUDSORT-FILE
001720     RECORDING MODE IS F.
001730 01  AUDSORT-RECORD              PIC X(98).
001740
001750 FD  HSTSORT-FILE
001760     RECORDING MODE IS F.
001770 01  HSTSORT-RECORD              PIC X(98).
001780
001790*    LANCAMENTO EFETIVO DO HISTSOMA JA ACUMULAVEL NO SALDOPER,
001800*    CLASSIFICADO POR MES + CENTRO DE CUSTO.
001810 SD  SALDO-SORT-WORK.
001820 01  SALDO-SORT-RECORD.
001830     05  SS-CHAVE.
001840         10  SS-MES               PIC X(07).
001850         10  SS-CCUSTO            PIC X(06).
001860     05  SS-SOMA                  PIC S9(7)V99 SIGN IS LEADING
001870                                      SEPARATE CHARACTER.
001880
001890 FD  SLDSORT-FILE
001900     RECORDING MODE IS F.
001910 01  SLDSORT-RECORD              PIC X(23).
001920
001930 WORKING-STORAGE SECTION.
001940*-----------------------------------------------------------*
001950* CHAVES DE ARQUIVO E SWITCHES DE FIM DE ARQUIVO            *
001960*-----------------------------------------------------------*
001970 77  WS-CONTA-STATUS              PIC X(02).
001980 77  WS-SALDO-STATUS              PIC X(02).
001990 77  WS-HIST-STATUS               PIC X(02).
002000 77  WS-BKCONTA-STATUS            PIC X(02).
002010 77  WS-BKSALDO-STATUS            PIC X(02).
002020 77  WS-BKHIST-STATUS             PIC X(02).
002030 77  WS-AUDIT-STATUS              PIC X(02).
002040 77  WS-ARCHIVE-STATUS            PIC X(02).
002050 77  WS-RELATO-STATUS             PIC X(02).
002060 77  WS-RUNCARD-STATUS            PIC X(02).
002070 77  WS-AUDSORT-STATUS            PIC X(02).
002080 77  WS-HSTSORT-STATUS            PIC X(02).
002090 77  WS-SLDSORT-STATUS            PIC X(02).
002100
002110*    STATUS DA ULTIMA OPERACAO NO MESTRE OU NA COPIA DA VEZ.
002120 77  WS-IO-STATUS                 PIC X(02).
002130
002140 77  WS-MESTRE-EOF-SWITCH         PIC X(01) VALUE "N".
002150     88  END-OF-MESTRE            VALUE "Y".
002160 77  WS-COPIA-EOF-SWITCH          PIC X(01) VALUE "N".
002170     88  END-OF-COPIA             VALUE "Y".
002180 77  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".
002190     88  END-OF-AUDIT-FILE        VALUE "Y".
002200 77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
002210     88  END-OF-HIST-SCAN         VALUE "Y".
002220 77  WS-AUDSORT-EOF-SWITCH        PIC X(01) VALUE "N".
002230     88  END-OF-AUDSORT-FILE      VALUE "Y".
002240 77  WS-HSTSORT-EOF-SWITCH        PIC X(01) VALUE "N".
002250     88  END-OF-HSTSORT-FILE      VALUE "Y".
002260 77  WS-SLDSORT-EOF-SWITCH        PIC X(01) VALUE "N".
002270     88  END-OF-SLDSORT-FILE      VALUE "Y".
002280 77  WS-GRUPO-EOF-SWITCH          PIC X(01) VALUE "N".
002290     88  END-OF-GRUPOS            VALUE "Y".
002300 77  WS-SALDO-EOF-SWITCH          PIC X(01) VALUE "N".
002310     88  END-OF-SALDO-SCAN        VALUE "Y".
002320 77  WS-SALDO-DET-SWITCH          PIC X(01) VALUE "N".
002330     88  WS-SALDO-DETALHE         VALUE "Y".
002340
002350*-----------------------------------------------------------*
002360* DATA DA RODADA E PARAMETROS DO CARTAO DE EXECUCAO         *
002370*-----------------------------------------------------------*
002380 01  WS-RUN-DATE-FIELDS.
002390     05  WS-RUN-DATE-CCYY         PIC 9(4).
002400     05  WS-RUN-DATE-MM           PIC 9(2).
002410     05  WS-RUN-DATE-DD           PIC 9(2).
002420
002430 01  WS-RUN-TIME-FIELDS.
002440     05  WS-RUN-TIME-HH           PIC 9(2).
002450     05  WS-RUN-TIME-MM           PIC 9(2).
002460     05  WS-RUN-TIME-SS           PIC 9(2).
002470     05  WS-RUN-TIME-CC           PIC 9(2).
002480
002490 77  WS-RUN-DATE-ISO              PIC X(10).
002500 77  WS-GERADO                    PIC X(19).
002510 77  WS-OPERADOR                  PIC X(08) VALUE SPACES.
002520
002530 77  WS-MODO                      PIC X(01) VALUE "D".
002540     88  WS-MODO-DESCARGA         VALUE "D".
002550     88  WS-MODO-RECARGA          VALUE "R".
002560     88  WS-MODO-VERIFICA         VALUE "V".
002570 77  WS-MODO-TEXTO                PIC X(11).
002580 77  WS-MESTRE-PEDIDO             PIC X(08) VALUE SPACES.
002590
002600 77  WS-DATA-COPIA                PIC X(10).
002610 77  WS-DATA-RECARGA              PIC X(10) VALUE SPACES.
002620 77  WS-DATA-INI                  PIC X(10).
002630 77  WS-DATA-FIM                  PIC X(10) VALUE SPACES.
002640 77  WS-MES-INI                   PIC X(07).
002650 77  WS-MES-FIM                   PIC X(07).
002660 77  WS-DATA-TESTE                PIC X(10).
002670
002680 77  WS-RETORNO                   PIC 9(02) VALUE ZERO.
002690
002700*-----------------------------------------------------------*
002710* MESTRES TRATADOS E AS SUAS COPIAS SEQUENCIAIS             *
002720*-----------------------------------------------------------*
002730 01  WS-MESTRES-VALORES.
002740     05  FILLER                   PIC X(16)
002750                                  VALUE "CADCONTABKCADCON".
002760     05  FILLER                   PIC X(16)
002770                                  VALUE "SALDOPERBKSALDOP".
002780     05  FILLER                   PIC X(16)
002790                                  VALUE "HISTSOMABKHISTSO".
002800 01  WS-MESTRES-TABELA            REDEFINES WS-MESTRES-VALORES.
002810     05  WS-MESTRE-ENTRY          OCCURS 3 TIMES.
002820         10  WS-MESTRE-NOME       PIC X(08).
002830         10  WS-COPIA-NOME        PIC X(08).
002840
002850 77  WS-MESTRE-IX                 PIC 9(1)  COMP VALUE ZERO.
002860 77  WS-MESTRE                    PIC X(08).
002870     88  WS-MESTRE-CONTA          VALUE "CADCONTA".
002880     88  WS-MESTRE-SALDO          VALUE "SALDOPER".
002890     88  WS-MESTRE-HIST           VALUE "HISTSOMA".
002900 77  WS-COPIA                     PIC X(08).
002910
002920*-----------------------------------------------------------*
002930* LINHA DA COPIA E REGISTRO DO MESTRE DA VEZ                *
002940*-----------------------------------------------------------*
002950 01  WS-BKP-RECORD.
002960     COPY "bkprec.cpy".
002970
002980 77  WS-REG-IMAGEM                PIC X(120).
002990 77  WS-REG-VALOR                 PIC S9(11)V99 COMP VALUE ZERO.
003000
003010*-----------------------------------------------------------*
003020* CONTADORES E TOTAIS DE CONTROLE DA COPIA E DA RECARGA     *
003030*-----------------------------------------------------------*
003040 77  WS-REG-COUNT                 PIC 9(9)  COMP VALUE ZERO.
003050 77  WS-REG-TOTAL                 PIC S9(13)V99 COMP VALUE ZERO.
003060 77  WS-COPIA-COUNT               PIC 9(9)  COMP VALUE ZERO.
003070 77  WS-COPIA-TOTAL               PIC S9(13)V99 COMP VALUE ZERO.
003080 77  WS-TRL-COUNT                 PIC 9(9)  COMP VALUE ZERO.
003090 77  WS-TRL-TOTAL                 PIC S9(13)V99 COMP VALUE ZERO.
003100 77  WS-GRAVADOS-COUNT            PIC 9(9)  COMP VALUE ZERO.
003110 77  WS-ERROS-COUNT               PIC 9(6)  COMP VALUE ZERO.
003120
003130 77  WS-COPIA-OK-SWITCH           PIC X(01) VALUE "N".
003140     88  WS-COPIA-VALIDA          VALUE "Y".
003150 77  WS-TRAILER-SWITCH            PIC X(01) VALUE "N".
003160     88  WS-TRAILER-LIDO          VALUE "Y".
003170 77  WS-CARGA-SWITCH              PIC X(01) VALUE "N".
003180     88  WS-CARGA-FEITA           VALUE "Y".
003190 77  WS-MOTIVO                    PIC X(80).
003200 77  WS-MOTIVO-COPIA              PIC X(80).
003210 77  WS-COPIA-DATA                PIC X(10).
003220 77  WS-COPIA-GERADA              PIC X(19).
003230
003240*-----------------------------------------------------------*
003250* VERIFICACAO 1: TRILHA DE AUDITORIA X HISTSOMA             *
003260*-----------------------------------------------------------*
003270 01  WS-AUDIT-DETAIL.
003280     COPY "audirec.cpy".
003290
003300*    SITUACOES DE EVENTO DA TRILHA (MANUTENCAO E SEGURANCA), QUE
003310*    NAO GERAM LANCAMENTO NO HISTORICO.
003320 77  WS-EVENT-TEST                PIC X(08).
003330     88  WS-AUDIT-EVENT-ROW       VALUE "PARM-ALT" "SIGN-ON "
003340         "SIGN-ERR" "SIGN-BLQ" "SIGN-CTG" "SENH-ALT"
003350         "RUN-CARD" "OPER-INC" "OPER-DES" "OPER-RST"
003360         "OPER-PRF" "ORCA-ALT" "ORCA-EXC" "ORCA-CRG"
003370         "FIXO-INC" "FIXO-SUS" "FIXO-REA" "ALT-PED "
003380         "ALT-APR " "ALT-REJ " "ALT-EXP " "GRUP-INC" "GRUP-ALT"
003390         "CAMB-ALT" "CAMB-EXC".
003400
003410*    ORDEM DO LANCAMENTO NA TRILHA DENTRO DO DIA (SEQUENCIA QUE
003420*    O LANCAMENTO RECONSTRUIDO TERIA NO HISTORICO).
003430 77  WS-ORDEM-DATA                PIC X(10) VALUE SPACES.
003440 77  WS-ORDEM-SEQ                 PIC 9(06) VALUE ZERO.
003450
003460 01  WS-AUD-REC.
003470     05  AR-MATCH-KEY.
003480         10  AR-DATA              PIC X(10).
003490         10  AR-HORA              PIC X(08).
003500         10  AR-OPERADOR          PIC X(08).
003510         10  AR-CCUSTO            PIC X(06).
003520         10  AR-SITUACAO          PIC X(08).
003530         10  AR-NUM1              PIC S9(7)V99 SIGN IS LEADING
003540                                      SEPARATE CHARACTER.
003550         10  AR-NUM2              PIC S9(7)V99 SIGN IS LEADING
003560                                      SEPARATE CHARACTER.
003570         10  AR-SOMA              PIC S9(7)V99 SIGN IS LEADING
003580                                      SEPARATE CHARACTER.
003590         10  AR-MOEDA             PIC X(03).
003600         10  AR-VALOR-MOEDA       PIC S9(7)V99 SIGN IS LEADING
003610                                      SEPARATE CHARACTER.
003620         10  AR-TAXA              PIC 9(03)V9(06).
003630     05  AR-SEQ                   PIC 9(06).
003640
003650 01  WS-HST-REC.
003660     05  HR-MATCH-KEY.
003670         10  HR-DATA              PIC X(10).
003680         10  HR-HORA              PIC X(08).
003690         10  HR-OPERADOR          PIC X(08).
003700         10  HR-CCUSTO            PIC X(06).
003710         10  HR-SITUACAO          PIC X(08).
003720         10  HR-NUM1              PIC S9(7)V99 SIGN IS LEADING
003730                                      SEPARATE CHARACTER.
003740         10  HR-NUM2              PIC S9(7)V99 SIGN IS LEADING
003750                                      SEPARATE CHARACTER.
003760         10  HR-SOMA              PIC S9(7)V99 SIGN IS LEADING
003770                                      SEPARATE CHARACTER.
003780         10  HR-MOEDA             PIC X(03).
003790         10  HR-VALOR-MOEDA       PIC S9(7)V99 SIGN IS LEADING
003800                                      SEPARATE CHARACTER.
003810         10  HR-TAXA              PIC 9(03)V9(06).
003820     05  HR-SEQ                   PIC 9(06).
003830
003840 77  WS-AUD-COUNT                 PIC 9(6)  COMP VALUE ZERO.
003850 77  WS-HST-COUNT                 PIC 9(6)  COMP VALUE ZERO.
003860 77  WS-CASADOS-COUNT             PIC 9(6)  COMP VALUE ZERO.
003870 77  WS-AUD-ONLY-COUNT            PIC 9(6)  COMP VALUE ZERO.
003880 77  WS-HST-ONLY-COUNT            PIC 9(6)  COMP VALUE ZERO.
003890
003900*-----------------------------------------------------------*
003910* VERIFICACAO 2: SALDOPER X HISTSOMA                        *
003920*-----------------------------------------------------------*
003930 77  WS-CTL-MES                   PIC X(07) VALUE SPACES.
003940 77  WS-CTL-ULT-DATA              PIC X(10) VALUE SPACES.
003950
003960 01  WS-HL-REC.
003970     05  HL-CHAVE.
003980         10  HL-MES               PIC X(07).
003990         10  HL-CCUSTO            PIC X(06).
004000     05  HL-SOMA                  PIC S9(7)V99 SIGN IS LEADING
004010                                      SEPARATE CHARACTER.
004020
004030*    TOTAL DO HISTSOMA DE UM MES + CENTRO DE CUSTO.
004040 01  WS-GRP-CHAVE.
004050     05  WS-GRP-MES               PIC X(07).
004060     05  WS-GRP-CCUSTO            PIC X(06).
004070 77  WS-GRP-QTD                   PIC 9(6)  COMP VALUE ZERO.
004080 77  WS-GRP-VALOR                 PIC S9(11)V99 COMP VALUE ZERO.
004090
004100 77  WS-SLD-OK-SWITCH             PIC X(01) VALUE "N".
004110     88  WS-SLD-CONFERE           VALUE "Y".
004120
004130 77  WS-MOV-COUNT                 PIC 9(6)  COMP VALUE ZERO.
004140 77  WS-NAO-ACUM-COUNT            PIC 9(6)  COMP VALUE ZERO.
004150 77  WS-SLD-OK-COUNT              PIC 9(6)  COMP VALUE ZERO.
004160 77  WS-SLD-DIF-COUNT             PIC 9(6)  COMP VALUE ZERO.
004170 77  WS-SLD-ONLY-COUNT            PIC 9(6)  COMP VALUE ZERO.
004180 77  WS-MOV-ONLY-COUNT            PIC 9(6)  COMP VALUE ZERO.
004190
004200*-----------------------------------------------------------*
004210* CAMPOS DE EDICAO DO RELATORIO                             *
004220*-----------------------------------------------------------*
004230 77  WS-COUNT-DISPLAY             PIC 9(09).
004240 77  WS-QTD-DISPLAY               PIC 9(06).
004250 01  WS-VALOR-DISPLAY             PIC S9(13)V99 SIGN IS LEADING
004260                                      SEPARATE CHARACTER.
004270 01  WS-VALOR-DISPLAY-X           REDEFINES WS-VALOR-DISPLAY
004280                                      PIC X(16).
004290 01  WS-SALDO-DISPLAY             PIC S9(11)V99 SIGN IS LEADING
004300                                      SEPARATE CHARACTER.
004310 PROCEDURE DIVISION.
004320*=============================================================
004330* 0000-MAINLINE - CONDUZ A COPIA, A RECARGA OU A VERIFICACAO
004340* DOS MESTRES E DEVOLVE O CONTROLE AO SISTEMA OPERACIONAL.
004350*=============================================================
004360 0000-MAINLINE.
004370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004380     PERFORM 2000-OPEN-RELATO THRU 2000-EXIT
004390
004400     EVALUATE TRUE
004410         WHEN WS-MODO-DESCARGA
004420             PERFORM 3000-UNLOAD-MESTRES THRU 3000-EXIT
004430         WHEN WS-MODO-RECARGA
004440             PERFORM 4000-RESTORE-MESTRES THRU 4000-EXIT
004450         WHEN WS-MODO-VERIFICA
004460             IF WS-MESTRE-PEDIDO = SPACES
004470                 OR WS-MESTRE-PEDIDO = "HISTSOMA"
004480                 PERFORM 5000-VERIFY-HISTORICO THRU 5000-EXIT
004490             END-IF
004500             IF WS-MESTRE-PEDIDO = SPACES
004510                 OR WS-MESTRE-PEDIDO = "SALDOPER"
004520                 PERFORM 6000-VERIFY-SALDOS THRU 6000-EXIT
004530             END-IF
004540     END-EVALUATE
004550
004560     PERFORM 8000-TERMINATE THRU 8000-EXIT
004570     STOP RUN.
004580
004590*=============================================================
004600* 1000-INITIALIZE - TOMA O MODO, O MESTRE E AS DATAS DO CARTAO
004610* DE EXECUCAO (SEM CARTAO: DESCARGA DOS TRES MESTRES NA DATA DE
004620* HOJE) E CRITICA OS PARAMETROS. PARAMETRO INVALIDO ENCERRA O
004630* JOB COM RC 8 ANTES DE TOCAR EM QUALQUER ARQUIVO.
004640*=============================================================
004650 1000-INITIALIZE.
004660     ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD
004670     ACCEPT WS-RUN-TIME-FIELDS FROM TIME
004680     STRING WS-RUN-DATE-CCYY DELIMITED BY SIZE
004690         "-"                 DELIMITED BY SIZE
004700         WS-RUN-DATE-MM      DELIMITED BY SIZE
004710         "-"                 DELIMITED BY SIZE
004720         WS-RUN-DATE-DD      DELIMITED BY SIZE
004730         INTO WS-RUN-DATE-ISO
004740     END-STRING
004750     STRING WS-RUN-DATE-ISO  DELIMITED BY SIZE
004760         " "                 DELIMITED BY SIZE
004770         WS-RUN-TIME-HH      DELIMITED BY SIZE
004780         ":"                 DELIMITED BY SIZE
004790         WS-RUN-TIME-MM      DELIMITED BY SIZE
004800         ":"                 DELIMITED BY SIZE
004810         WS-RUN-TIME-SS      DELIMITED BY SIZE
004820         INTO WS-GERADO
004830     END-STRING
004840     MOVE WS-RUN-DATE-ISO TO WS-DATA-COPIA
004850     MOVE WS-RUN-DATE-ISO TO WS-DATA-INI
004860
004870     PERFORM 1100-READ-RUNCARD THRU 1100-EXIT
004880
004890     IF WS-OPERADOR = SPACES
004900         ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
004910     END-IF
004920
004930     EVALUATE TRUE
004940         WHEN WS-MODO-DESCARGA
004950             MOVE "DESCARGA"    TO WS-MODO-TEXTO
004960         WHEN WS-MODO-RECARGA
004970             MOVE "RECARGA"     TO WS-MODO-TEXTO
004980         WHEN WS-MODO-VERIFICA
004990             MOVE "VERIFICACAO" TO WS-MODO-TEXTO
005000         WHEN OTHER
005010             DISPLAY "*** ERRO: MODO INVALIDO NO CARTAO DE "
005020                 "EXECUCAO (" WS-MODO ") - USE D, R OU V ***"
005030             MOVE 8 TO RETURN-CODE
005040             STOP RUN
005050     END-EVALUATE
005060
005070     IF WS-MESTRE-PEDIDO NOT = SPACES
005080         AND WS-MESTRE-PEDIDO NOT = "CADCONTA"
005090         AND WS-MESTRE-PEDIDO NOT = "SALDOPER"
005100         AND WS-MESTRE-PEDIDO NOT = "HISTSOMA"
005110         DISPLAY "*** ERRO: MESTRE INVALIDO NO CARTAO DE "
005120             "EXECUCAO (" WS-MESTRE-PEDIDO ") - USE CADCONTA, "
005130             "SALDOPER, HISTSOMA OU BRANCO ***"
005140         MOVE 8 TO RETURN-CODE
005150         STOP RUN
005160     END-IF
005170
005180     MOVE WS-DATA-COPIA TO WS-DATA-TESTE
005190     PERFORM 1200-CHECK-DATA THRU 1200-EXIT
005200
005210     IF WS-MODO-RECARGA
005220         IF WS-DATA-RECARGA = SPACES
005230             DISPLAY "*** ERRO: INFORME NO CARTAO DE EXECUCAO A "
005240                 "DATA DA COPIA A RECARREGAR ***"
005250             MOVE 8 TO RETURN-CODE
005260             STOP RUN
005270         END-IF
005280         MOVE WS-DATA-RECARGA TO WS-DATA-TESTE
005290         PERFORM 1200-CHECK-DATA THRU 1200-EXIT
005300     END-IF
005310
005320     IF WS-MODO-VERIFICA
005330         PERFORM 1300-CHECK-PERIODO THRU 1300-EXIT
005340     END-IF
005350
005360     DISPLAY "Utilitario de copia dos mestres - modo "
005370         WS-MODO-TEXTO "."
005380     IF WS-MESTRE-PEDIDO NOT = SPACES
005390         DISPLAY "   Mestre...: " WS-MESTRE-PEDIDO
005400     END-IF
005410     IF WS-MODO-RECARGA
005420         DISPLAY "   Copia de.: " WS-DATA-RECARGA
005430     END-IF
005440     IF WS-MODO-VERIFICA
005450         DISPLAY "   Periodo..: " WS-DATA-INI " a " WS-DATA-FIM
005460     END-IF.
005470 1000-EXIT.
005480     EXIT.
005490
005500*=============================================================
005510* 1100-READ-RUNCARD - PROCURA O CARTAO DE EXECUCAO (RUNCARD) E,
005520* QUANDO PRESENTE, TOMA O MODO, O MESTRE, A DATA DA COPIA A
005530* RECARREGAR E O PERIODO DA VERIFICACAO. A DATA DA RODADA DO
005540* CARTAO (RC-DATA) DATA A COPIA E E O PERIODO PADRAO.
005550*=============================================================
005560 1100-READ-RUNCARD.
005570     OPEN INPUT RUNCARD-FILE
005580     IF WS-RUNCARD-STATUS NOT = "00"
005590         GO TO 1100-EXIT
005600     END-IF
005610
005620     READ RUNCARD-FILE
005630         AT END
005640             MOVE SPACES TO RUNCARD-RECORD
005650     END-READ
005660     CLOSE RUNCARD-FILE
005670
005680     IF RC-DATA NOT = SPACES
005690         MOVE RC-DATA TO WS-DATA-COPIA
005700         MOVE RC-DATA TO WS-DATA-INI
005710     END-IF
005720     MOVE RC-OPERADOR TO WS-OPERADOR
005730     IF NOT RC-BKP-DESCARGA
005740         MOVE RC-BKP-MODO TO WS-MODO
005750     END-IF
005760     MOVE RC-BKP-MESTRE TO WS-MESTRE-PEDIDO
005770     MOVE RC-BKP-DATA   TO WS-DATA-RECARGA
005780     IF RC-BKP-DATA-INI NOT = SPACES
005790         MOVE RC-BKP-DATA-INI TO WS-DATA-INI
005800     END-IF
005810     MOVE RC-BKP-DATA-FIM TO WS-DATA-FIM.
005820 1100-EXIT.
005830     EXIT.
005840
005850*=============================================================
005860* 1200-CHECK-DATA - CONFERE O FORMATO AAAA-MM-DD DE UMA DATA DO
005870* CARTAO. DATA INVALIDA ENCERRA O JOB COM RC 8.
005880*=============================================================
005890 1200-CHECK-DATA.
005900     IF WS-DATA-TESTE (1:4) IS NOT NUMERIC
005910         OR WS-DATA-TESTE (5:1) NOT = "-"
005920         OR WS-DATA-TESTE (6:2) IS NOT NUMERIC
005930         OR WS-DATA-TESTE (8:1) NOT = "-"
005940         OR WS-DATA-TESTE (9:2) IS NOT NUMERIC
005950         OR WS-DATA-TESTE (6:2) < "01"
005960         OR WS-DATA-TESTE (6:2) > "12"
005970         OR WS-DATA-TESTE (9:2) < "01"
005980         OR WS-DATA-TESTE (9:2) > "31"
005990         DISPLAY "*** ERRO: DATA INVALIDA NO CARTAO DE EXECUCAO ("
006000             WS-DATA-TESTE ") ***"
006010         MOVE 8 TO RETURN-CODE
006020         STOP RUN
006030     END-IF.
006040 1200-EXIT.
006050     EXIT.
006060
006070*=============================================================
006080* 1300-CHECK-PERIODO - CRITICA O PERIODO DA VERIFICACAO (DATA
006090* FINAL EM BRANCO = DATA INICIAL) E DERIVA OS MESES DO PERIODO
006100* PARA A CONFERENCIA DO SALDOPER.
006110*=============================================================
006120 1300-CHECK-PERIODO.
006130     IF WS-DATA-FIM = SPACES
006140         MOVE WS-DATA-INI TO WS-DATA-FIM
006150     END-IF
006160
006170     MOVE WS-DATA-INI TO WS-DATA-TESTE
006180     PERFORM 1200-CHECK-DATA THRU 1200-EXIT
006190     MOVE WS-DATA-FIM TO WS-DATA-TESTE
006200     PERFORM 1200-CHECK-DATA THRU 1200-EXIT
006210
006220     IF WS-DATA-INI > WS-DATA-FIM
006230         DISPLAY "*** ERRO: PERIODO DA VERIFICACAO INVERTIDO ("
006240             WS-DATA-INI " A " WS-DATA-FIM ") ***"
006250         MOVE 8 TO RETURN-CODE
006260         STOP RUN
006270     END-IF
006280
006290     IF WS-MESTRE-PEDIDO = "CADCONTA"
006300         DISPLAY "*** ERRO: NAO HA VERIFICACAO DO CADCONTA - USE "
006310             "HISTSOMA, SALDOPER OU BRANCO ***"
006320         MOVE 8 TO RETURN-CODE
006330         STOP RUN
006340     END-IF
006350
006360     MOVE WS-DATA-INI (1:7) TO WS-MES-INI
006370     MOVE WS-DATA-FIM (1:7) TO WS-MES-FIM.
006380 1300-EXIT.
006390     EXIT.
006400
006410*=============================================================
006420* 2000-OPEN-RELATO - ABRE O RELATORIO BKPRPT E EMITE O
006430* CABECALHO DA RODADA.
006440*=============================================================
006450 2000-OPEN-RELATO.
006460     OPEN OUTPUT RELATO-FILE
006470     IF WS-RELATO-STATUS NOT = "00"
006480         DISPLAY "*** ERRO: RELATORIO BKPRPT INDISPONIVEL "
006490             "(STATUS = " WS-RELATO-STATUS ") ***"
006500         MOVE 8 TO RETURN-CODE
006510         STOP RUN
006520     END-IF
006530
006540     MOVE SPACES TO RELATO-LINE
006550     STRING "COPIA DOS MESTRES INDEXADOS (BKPMEST) - "
006560                             DELIMITED BY SIZE
006570         WS-MODO-TEXTO       DELIMITED BY SPACE
006580         " - RODADA DE "     DELIMITED BY SIZE
006590         WS-GERADO           DELIMITED BY SIZE
006600         " - OPERADOR "      DELIMITED BY SIZE
006610         WS-OPERADOR         DELIMITED BY SIZE
006620         INTO RELATO-LINE
006630     END-STRING
006640     WRITE RELATO-LINE
006650
006660     MOVE ALL "=" TO RELATO-LINE
006670     WRITE RELATO-LINE
006680
006690     MOVE SPACES TO RELATO-LINE
006700     WRITE RELATO-LINE.
006710 2000-EXIT.
006720     EXIT.
006730
006740*=============================================================
006750* 3000-UNLOAD-MESTRES - DESCARGA NOTURNA: GRAVA CADA MESTRE
006760* PEDIDO NA SUA COPIA SEQUENCIAL DATADA, COM OS TOTAIS DE
006770* CONTROLE NO TRAILER.
006780*=============================================================
006790 3000-UNLOAD-MESTRES.
006800     MOVE SPACES TO RELATO-LINE
006810     STRING "DESCARGA DOS MESTRES - COPIAS DATADAS DE "
006820                             DELIMITED BY SIZE
006830         WS-DATA-COPIA       DELIMITED BY SIZE
006840         ":"                 DELIMITED BY SIZE
006850         INTO RELATO-LINE
006860     END-STRING
006870     WRITE RELATO-LINE
006880
006890     MOVE ZERO TO WS-MESTRE-IX
006900     PERFORM 3100-UNLOAD-ONE-MESTRE THRU 3100-EXIT
006910         UNTIL WS-MESTRE-IX >= 3.
006920 3000-EXIT.
006930     EXIT.
006940
006950 3100-UNLOAD-ONE-MESTRE.
006960     ADD 1 TO WS-MESTRE-IX
006970     MOVE WS-MESTRE-NOME (WS-MESTRE-IX) TO WS-MESTRE
006980     MOVE WS-COPIA-NOME (WS-MESTRE-IX)  TO WS-COPIA
006990     IF WS-MESTRE-PEDIDO NOT = SPACES
007000         AND WS-MESTRE-PEDIDO NOT = WS-MESTRE
007010         GO TO 3100-EXIT
007020     END-IF
007030
007040     MOVE ZERO TO WS-REG-COUNT
007050     MOVE ZERO TO WS-REG-TOTAL
007060     MOVE ZERO TO WS-ERROS-COUNT
007070
007080     PERFORM 7100-OPEN-MESTRE-INPUT THRU 7100-EXIT
007090     IF WS-IO-STATUS NOT = "00"
007100         MOVE "MESTRE INDISPONIVEL - COPIA NAO GERADA"
007110             TO WS-MOTIVO
007120         PERFORM 3900-REPORT-FALHA THRU 3900-EXIT
007130         GO TO 3100-EXIT
007140     END-IF
007150
007160     PERFORM 7300-OPEN-COPIA-OUTPUT THRU 7300-EXIT
007170     IF WS-IO-STATUS NOT = "00"
007180         PERFORM 7150-CLOSE-MESTRE THRU 7150-EXIT
007190         MOVE "ARQUIVO DA COPIA INDISPONIVEL - COPIA NAO GERADA"
007200             TO WS-MOTIVO
007210         PERFORM 3900-REPORT-FALHA THRU 3900-EXIT
007220         GO TO 3100-EXIT
007230     END-IF
007240
007250     MOVE SPACES         TO WS-BKP-RECORD
007260     MOVE "H"            TO BK-TIPO
007270     MOVE WS-MESTRE      TO BK-MESTRE
007280     MOVE WS-DATA-COPIA  TO BK-H-DATA
007290     MOVE WS-GERADO      TO BK-H-GERADO
007300     MOVE WS-OPERADOR    TO BK-H-OPERADOR
007310     PERFORM 7400-WRITE-COPIA THRU 7400-EXIT
007320
007330     PERFORM 7200-READ-MESTRE-NEXT THRU 7200-EXIT
007340     PERFORM 3200-UNLOAD-ONE-RECORD THRU 3200-EXIT
007350         UNTIL END-OF-MESTRE
007360
007370     MOVE SPACES         TO WS-BKP-RECORD
007380     MOVE "T"            TO BK-TIPO
007390     MOVE WS-MESTRE      TO BK-MESTRE
007400     MOVE WS-REG-COUNT   TO BK-T-QUANTIDADE
007410     MOVE WS-REG-TOTAL   TO BK-T-VALOR
007420     PERFORM 7400-WRITE-COPIA THRU 7400-EXIT
007430
007440     PERFORM 7350-CLOSE-COPIA THRU 7350-EXIT
007450     PERFORM 7150-CLOSE-MESTRE THRU 7150-EXIT
007460
007470     IF WS-ERROS-COUNT > ZERO
007480         MOVE "ERRO DE LEITURA/GRAVACAO - COPIA INCOMPLETA"
007490             TO WS-MOTIVO
007500         PERFORM 3900-REPORT-FALHA THRU 3900-EXIT
007510         GO TO 3100-EXIT
007520     END-IF
007530
007540     MOVE SPACES TO RELATO-LINE
007550     MOVE WS-REG-COUNT TO WS-COUNT-DISPLAY
007560     MOVE WS-REG-TOTAL TO WS-VALOR-DISPLAY
007570     STRING "   "                DELIMITED BY SIZE
007580         WS-MESTRE               DELIMITED BY SIZE
007590         " -> "                  DELIMITED BY SIZE
007600         WS-COPIA                DELIMITED BY SIZE
007610         "  REGISTROS="          DELIMITED BY SIZE
007620         WS-COUNT-DISPLAY        DELIMITED BY SIZE
007630         "  VALOR="              DELIMITED BY SIZE
007640         WS-VALOR-DISPLAY-X      DELIMITED BY SIZE
007650         "  COPIA GERADA"        DELIMITED BY SIZE
007660         INTO RELATO-LINE
007670     END-STRING
007680     WRITE RELATO-LINE.
007690 3100-EXIT.
007700     EXIT.
007710
007720 3200-UNLOAD-ONE-RECORD.
007730     MOVE SPACES         TO WS-BKP-RECORD
007740     MOVE "D"            TO BK-TIPO
007750     MOVE WS-MESTRE      TO BK-MESTRE
007760     MOVE WS-REG-VALOR   TO BK-D-VALOR
007770     MOVE WS-REG-IMAGEM  TO BK-D-REGISTRO
007780     PERFORM 7400-WRITE-COPIA THRU 7400-EXIT
007790
007800     ADD 1            TO WS-REG-COUNT
007810     ADD WS-REG-VALOR TO WS-REG-TOTAL
007820
007830     PERFORM 7200-READ-MESTRE-NEXT THRU 7200-EXIT.
007840 3200-EXIT.
007850     EXIT.
007860
007870*=============================================================
007880* 3900-REPORT-FALHA - EMITE A LINHA DE FALHA DO MESTRE DA VEZ
007890* (MOTIVO EM WS-MOTIVO) E LEVA O RETURN-CODE A 8.
007900*=============================================================
007910 3900-REPORT-FALHA.
007920     MOVE SPACES TO RELATO-LINE
007930     STRING "   "                DELIMITED BY SIZE
007940         WS-MESTRE               DELIMITED BY SIZE
007950         " / "                   DELIMITED BY SIZE
007960         WS-COPIA                DELIMITED BY SIZE
007970         "  *** "                DELIMITED BY SIZE
007980         WS-MOTIVO               DELIMITED BY SIZE
007990         " (STATUS = "           DELIMITED BY SIZE
008000         WS-IO-STATUS            DELIMITED BY SIZE
008010         ") ***"                 DELIMITED BY SIZE
008020         INTO RELATO-LINE
008030     END-STRING
008040     WRITE RELATO-LINE
008050     DISPLAY RELATO-LINE
008060     MOVE 8 TO WS-RETORNO.
008070 3900-EXIT.
008080     EXIT.
008090
008100*=============================================================
008110* 4000-RESTORE-MESTRES - RECARGA: PARA CADA MESTRE PEDIDO,
008120* CONFERE A COPIA DA DATA ESCOLHIDA, RECRIA O MESTRE COM ELA E
008130* PROVA OS TOTAIS. COPIA QUE NAO CONFERE DEIXA O MESTRE
008140* INTACTO.
008150*=============================================================
008160 4000-RESTORE-MESTRES.
008170     MOVE SPACES TO RELATO-LINE
008180     STRING "RECARGA DOS MESTRES A PARTIR DAS COPIAS DE "
008190                             DELIMITED BY SIZE
008200         WS-DATA-RECARGA     DELIMITED BY SIZE
008210         ":"                 DELIMITED BY SIZE
008220         INTO RELATO-LINE
008230     END-STRING
008240     WRITE RELATO-LINE
008250
008260     MOVE ZERO TO WS-MESTRE-IX
008270     PERFORM 4100-RESTORE-ONE-MESTRE THRU 4100-EXIT
008280         UNTIL WS-MESTRE-IX >= 3.
008290 4000-EXIT.
008300     EXIT.
008310
008320 4100-RESTORE-ONE-MESTRE.
008330     ADD 1 TO WS-MESTRE-IX
008340     MOVE WS-MESTRE-NOME (WS-MESTRE-IX) TO WS-MESTRE
008350     MOVE WS-COPIA-NOME (WS-MESTRE-IX)  TO WS-COPIA
008360     IF WS-MESTRE-PEDIDO NOT = SPACES
008370         AND WS-MESTRE-PEDIDO NOT = WS-MESTRE
008380         GO TO 4100-EXIT
008390     END-IF
008400
008410     PERFORM 4200-VALIDATE-COPIA THRU 4200-EXIT
008420     IF NOT WS-COPIA-VALIDA
008430         MOVE WS-MOTIVO TO WS-MOTIVO-COPIA
008440         MOVE SPACES    TO WS-MOTIVO
008450         STRING WS-MOTIVO-COPIA   DELIMITED BY "  "
008460             " - MESTRE INTACTO"  DELIMITED BY SIZE
008470             INTO WS-MOTIVO
008480         END-STRING
008490         PERFORM 3900-REPORT-FALHA THRU 3900-EXIT
008500         GO TO 4100-EXIT
008510     END-IF
008520
008530     MOVE SPACES TO RELATO-LINE
008540     STRING "   "                DELIMITED BY SIZE
008550         WS-MESTRE               DELIMITED BY SIZE
008560         " <- "                  DELIMITED BY SIZE
008570         WS-COPIA                DELIMITED BY SIZE
008580         "  COPIA DE "           DELIMITED BY SIZE
008590         WS-COPIA-DATA           DELIMITED BY SIZE
008600         " GERADA EM "           DELIMITED BY SIZE
008610         WS-COPIA-GERADA         DELIMITED BY SIZE
008620         INTO RELATO-LINE
008630     END-STRING
008640     WRITE RELATO-LINE
008650
008660     PERFORM 4300-LOAD-MESTRE THRU 4300-EXIT
008670     IF NOT WS-CARGA-FEITA
008680         PERFORM 3900-REPORT-FALHA THRU 3900-EXIT
008690         GO TO 4100-EXIT
008700     END-IF
008710
008720     PERFORM 4400-PROVE-MESTRE THRU 4400-EXIT.
008730 4100-EXIT.
008740     EXIT.
008750
008760*=============================================================
008770* 4200-VALIDATE-COPIA - LE A COPIA INTEIRA ANTES DE TOCAR NO
008780* MESTRE: CABECALHO DO MESTRE CERTO E DA DATA PEDIDA, SO
008790* DETALHES VALIDOS, UM TRAILER NO FIM E QUANTIDADE E VALOR DOS
008800* DETALHES IGUAIS AOS DO TRAILER. LIGA WS-COPIA-VALIDA OU DEIXA
008810* O MOTIVO DA RECUSA EM WS-MOTIVO.
008820*=============================================================
008830 4200-VALIDATE-COPIA.
008840     MOVE "N"    TO WS-COPIA-OK-SWITCH
008850     MOVE "N"    TO WS-TRAILER-SWITCH
008860     MOVE ZERO   TO WS-COPIA-COUNT
008870     MOVE ZERO   TO WS-COPIA-TOTAL
008880     MOVE ZERO   TO WS-TRL-COUNT
008890     MOVE ZERO   TO WS-TRL-TOTAL
008900     MOVE ZERO   TO WS-ERROS-COUNT
008910     MOVE SPACES TO WS-MOTIVO
008920
008930     PERFORM 7310-OPEN-COPIA-INPUT THRU 7310-EXIT
008940     IF WS-IO-STATUS NOT = "00"
008950         MOVE "COPIA INDISPONIVEL" TO WS-MOTIVO
008960         GO TO 4200-EXIT
008970     END-IF
008980
008990     PERFORM 7450-READ-COPIA THRU 7450-EXIT
009000     IF END-OF-COPIA
009010         OR NOT BK-REG-CABECALHO
009020         OR BK-MESTRE NOT = WS-MESTRE
009030         MOVE "COPIA SEM CABECALHO DO MESTRE" TO WS-MOTIVO
009040         PERFORM 7350-CLOSE-COPIA THRU 7350-EXIT
009050         GO TO 4200-EXIT
009060     END-IF
009070     MOVE BK-H-DATA   TO WS-COPIA-DATA
009080     MOVE BK-H-GERADO TO WS-COPIA-GERADA
009090     IF WS-COPIA-DATA NOT = WS-DATA-RECARGA
009100         STRING "COPIA DISPONIVEL E DE " DELIMITED BY SIZE
009110             WS-COPIA-DATA               DELIMITED BY SIZE
009120             ", NAO DA DATA PEDIDA"      DELIMITED BY SIZE
009130             INTO WS-MOTIVO
009140         END-STRING
009150         PERFORM 7350-CLOSE-COPIA THRU 7350-EXIT
009160         GO TO 4200-EXIT
009170     END-IF
009180
009190     PERFORM 7450-READ-COPIA THRU 7450-EXIT
009200     PERFORM 4250-VALIDATE-ONE-LINE THRU 4250-EXIT
009210         UNTIL END-OF-COPIA
009220     PERFORM 7350-CLOSE-COPIA THRU 7350-EXIT
009230
009240     IF WS-ERROS-COUNT > ZERO
009250         MOVE "COPIA COM LINHAS INVALIDAS" TO WS-MOTIVO
009260         GO TO 4200-EXIT
009270     END-IF
009280     IF NOT WS-TRAILER-LIDO
009290         MOVE "COPIA SEM TRAILER (INCOMPLETA)" TO WS-MOTIVO
009300         GO TO 4200-EXIT
009310     END-IF
009320     IF WS-COPIA-COUNT NOT = WS-TRL-COUNT
009330         OR WS-COPIA-TOTAL NOT = WS-TRL-TOTAL
009340         MOVE "DETALHES DA COPIA NAO CONFEREM COM O TRAILER"
009350             TO WS-MOTIVO
009360         GO TO 4200-EXIT
009370     END-IF
009380
009390     MOVE "Y" TO WS-COPIA-OK-SWITCH.
009400 4200-EXIT.
009410     EXIT.
009420
009430 4250-VALIDATE-ONE-LINE.
009440     EVALUATE TRUE
009450         WHEN WS-TRAILER-LIDO
009460             ADD 1 TO WS-ERROS-COUNT
009470         WHEN BK-MESTRE NOT = WS-MESTRE
009480             ADD 1 TO WS-ERROS-COUNT
009490         WHEN BK-REG-DETALHE AND BK-D-VALOR IS NUMERIC
009500             ADD 1          TO WS-COPIA-COUNT
009510             ADD BK-D-VALOR TO WS-COPIA-TOTAL
009520         WHEN BK-REG-TRAILER AND BK-T-QUANTIDADE IS NUMERIC
009530                             AND BK-T-VALOR IS NUMERIC
009540             MOVE "Y"             TO WS-TRAILER-SWITCH
009550             MOVE BK-T-QUANTIDADE TO WS-TRL-COUNT
009560             MOVE BK-T-VALOR      TO WS-TRL-TOTAL
009570         WHEN OTHER
009580             ADD 1 TO WS-ERROS-COUNT
009590     END-EVALUATE
009600
009610     PERFORM 7450-READ-COPIA THRU 7450-EXIT.
009620 4250-EXIT.
009630     EXIT.
009640
009650*=============================================================
009660* 4300-LOAD-MESTRE - RECRIA O MESTRE VAZIO E GRAVA NELE, NA
009670* ORDEM DA COPIA, CADA REGISTRO DOS DETALHES. FALHA NA ABERTURA
009680* OU NA GRAVACAO DEIXA O MOTIVO EM WS-MOTIVO.
009690*=============================================================
009700 4300-LOAD-MESTRE.
009710     MOVE "N"  TO WS-CARGA-SWITCH
009720     MOVE ZERO TO WS-GRAVADOS-COUNT
009730     MOVE ZERO TO WS-ERROS-COUNT
009740
009750     PERFORM 7310-OPEN-COPIA-INPUT THRU 7310-EXIT
009760     IF WS-IO-STATUS NOT = "00"
009770         MOVE "COPIA INDISPONIVEL NA RELEITURA - MESTRE INTACTO"
009780             TO WS-MOTIVO
009790         GO TO 4300-EXIT
009800     END-IF
009810
009820     PERFORM 7110-OPEN-MESTRE-OUTPUT THRU 7110-EXIT
009830     IF WS-IO-STATUS NOT = "00"
009840         PERFORM 7350-CLOSE-COPIA THRU 7350-EXIT
009850         MOVE "MESTRE NAO PODE SER RECRIADO" TO WS-MOTIVO
009860         GO TO 4300-EXIT
009870     END-IF
009880
009890     PERFORM 7450-READ-COPIA THRU 7450-EXIT
009900     PERFORM 7450-READ-COPIA THRU 7450-EXIT
009910     PERFORM 4350-LOAD-ONE-RECORD THRU 4350-EXIT
009920         UNTIL END-OF-COPIA
009930
009940     PERFORM 7150-CLOSE-MESTRE THRU 7150-EXIT
009950     PERFORM 7350-CLOSE-COPIA THRU 7350-EXIT
009960
009970     IF WS-ERROS-COUNT > ZERO
009980         MOVE WS-ERROS-COUNT TO WS-COUNT-DISPLAY
009990         STRING "FALHA NA GRAVACAO DE "  DELIMITED BY SIZE
010000             WS-COUNT-DISPLAY            DELIMITED BY SIZE
010010             " REGISTRO(S) - MESTRE INCOMPLETO, REFACA A RECARGA"
010020                                         DELIMITED BY SIZE
010030             INTO WS-MOTIVO
010040         END-STRING
010050         GO TO 4300-EXIT
010060     END-IF
010070
010080     MOVE "Y" TO WS-CARGA-SWITCH.
010090 4300-EXIT.
010100     EXIT.
010110
010120 4350-LOAD-ONE-RECORD.
010130     IF BK-REG-TRAILER
010140         MOVE "Y" TO WS-COPIA-EOF-SWITCH
010150         GO TO 4350-EXIT
010160     END-IF
010170
010180     MOVE BK-D-REGISTRO TO WS-REG-IMAGEM
010190     PERFORM 7250-WRITE-MESTRE THRU 7250-EXIT
010200     IF WS-IO-STATUS = "00"
010210         ADD 1 TO WS-GRAVADOS-COUNT
010220     ELSE
010230         ADD 1 TO WS-ERROS-COUNT
010240     END-IF
010250
010260     PERFORM 7450-READ-COPIA THRU 7450-EXIT.
010270 4350-EXIT.
010280     EXIT.
010290
010300*=============================================================
010310* 4400-PROVE-MESTRE - RELE O MESTRE RECARREGADO, RECALCULA A
010320* QUANTIDADE E O VALOR DE CONTROLE E OS COMPARA COM O TRAILER
010330* DA COPIA. PROVA QUE NAO CONFERE LEVA O RETURN-CODE A 8.
010340*=============================================================
010350 4400-PROVE-MESTRE.
010360     MOVE ZERO TO WS-REG-COUNT
010370     MOVE ZERO TO WS-REG-TOTAL
010380     MOVE ZERO TO WS-ERROS-COUNT
010390
010400     PERFORM 7100-OPEN-MESTRE-INPUT THRU 7100-EXIT
010410     IF WS-IO-STATUS = "00"
010420         PERFORM 7200-READ-MESTRE-NEXT THRU 7200-EXIT
010430         PERFORM 4450-PROVE-ONE-RECORD THRU 4450-EXIT
010440             UNTIL END-OF-MESTRE
010450         PERFORM 7150-CLOSE-MESTRE THRU 7150-EXIT
010460     ELSE
010470         ADD 1 TO WS-ERROS-COUNT
010480     END-IF
010490
010500     MOVE SPACES TO RELATO-LINE
010510     MOVE WS-TRL-COUNT TO WS-COUNT-DISPLAY
010520     MOVE WS-TRL-TOTAL TO WS-VALOR-DISPLAY
010530     STRING "      TRAILER DA COPIA..: REGISTROS="
010540                                 DELIMITED BY SIZE
010550         WS-COUNT-DISPLAY        DELIMITED BY SIZE
010560         "  VALOR="              DELIMITED BY SIZE
010570         WS-VALOR-DISPLAY-X      DELIMITED BY SIZE
010580         INTO RELATO-LINE
010590     END-STRING
010600     WRITE RELATO-LINE
010610
010620     MOVE SPACES TO RELATO-LINE
010630     MOVE WS-REG-COUNT TO WS-COUNT-DISPLAY
010640     MOVE WS-REG-TOTAL TO WS-VALOR-DISPLAY
010650     STRING "      MESTRE RECARREGADO: REGISTROS="
010660                                 DELIMITED BY SIZE
010670         WS-COUNT-DISPLAY        DELIMITED BY SIZE
010680         "  VALOR="              DELIMITED BY SIZE
010690         WS-VALOR-DISPLAY-X      DELIMITED BY SIZE
010700         INTO RELATO-LINE
010710     END-STRING
010720     WRITE RELATO-LINE
010730
010740     IF WS-ERROS-COUNT = ZERO
010750         AND WS-REG-COUNT = WS-TRL-COUNT
010760         AND WS-REG-TOTAL = WS-TRL-TOTAL
010770         MOVE "      PROVA: TOTAIS CONFEREM - RECARGA CONCLUIDA"
010780             TO RELATO-LINE
010790         WRITE RELATO-LINE
010800     ELSE
010810         MOVE "      *** PROVA: TOTAIS NAO CONFEREM - VERIFIQUE "
010820             TO RELATO-LINE
010830         MOVE "O MESTRE E REFACA A RECARGA ***"
010840             TO RELATO-LINE (50:31)
010850         WRITE RELATO-LINE
010860         DISPLAY RELATO-LINE
010870         MOVE 8 TO WS-RETORNO
010880     END-IF.
010890 4400-EXIT.
010900     EXIT.
010910
010920 4450-PROVE-ONE-RECORD.
010930     ADD 1            TO WS-REG-COUNT
010940     ADD WS-REG-VALOR TO WS-REG-TOTAL
010950     PERFORM 7200-READ-MESTRE-NEXT THRU 7200-EXIT.
010960 4450-EXIT.
010970     EXIT.
010980
010990*=============================================================
011000* 5000-VERIFY-HISTORICO - VERIFICACAO 1: RECONSTROI DA TRILHA
011010* DE AUDITORIA (AUDARCHV + AUDITLOG) OS LANCAMENTOS DO
011020* HISTSOMA NO PERIODO, CLASSIFICA OS DOIS LADOS PELA MESMA
011030* CHAVE E OS CASA EM UMA PASSADA DE MERGE, LISTANDO O QUE FALTA
011040* NO HISTSOMA (E SERIA RECONSTRUIDO) E O QUE ESTA NO HISTSOMA
011050* SEM REGISTRO NA TRILHA.
011060*=============================================================
011070 5000-VERIFY-HISTORICO.
011080     MOVE SPACES TO RELATO-LINE
011090     STRING "VERIFICACAO 1 - HISTSOMA RECONSTRUIDO DA TRILHA "
011100                             DELIMITED BY SIZE
011110         "(AUDARCHV + AUDITLOG) DE "
011120                             DELIMITED BY SIZE
011130         WS-DATA-INI         DELIMITED BY SIZE
011140         " A "               DELIMITED BY SIZE
011150         WS-DATA-FIM         DELIMITED BY SIZE
011160         ":"                 DELIMITED BY SIZE
011170         INTO RELATO-LINE
011180     END-STRING
011190     WRITE RELATO-LINE
011200
011210     OPEN INPUT HIST-FILE
011220     IF WS-HIST-STATUS NOT = "00"
011230         MOVE SPACES TO RELATO-LINE
011240         STRING "   *** HISTORICO HISTSOMA INDISPONIVEL "
011250                                 DELIMITED BY SIZE
011260             "(STATUS = "        DELIMITED BY SIZE
011270             WS-HIST-STATUS      DELIMITED BY SIZE
011280             ") - VERIFICACAO NAO FEITA ***"
011290                                 DELIMITED BY SIZE
011300             INTO RELATO-LINE
011310         END-STRING
011320         WRITE RELATO-LINE
011330         DISPLAY RELATO-LINE
011340         MOVE 8 TO WS-RETORNO
011350         GO TO 5000-EXIT
011360     END-IF
011370
011380     SORT SORT-WORK
011390         ON ASCENDING KEY SW-MATCH-KEY
011400         INPUT PROCEDURE IS 5100-RELEASE-TRILHA
011410             THRU 5100-EXIT
011420         GIVING AUDSORT-FILE
011430
011440     SORT SORT-WORK
011450         ON ASCENDING KEY SW-MATCH-KEY
011460         INPUT PROCEDURE IS 5300-RELEASE-HISTORICO
011470             THRU 5300-EXIT
011480         GIVING HSTSORT-FILE
011490
011500     CLOSE HIST-FILE
011510
011520     PERFORM 5500-MATCH-HISTORICO THRU 5500-EXIT
011530
011540     MOVE SPACES TO RELATO-LINE
011550     MOVE WS-AUD-COUNT TO WS-QTD-DISPLAY
011560     STRING "   LANCAMENTOS NA TRILHA: "   DELIMITED BY SIZE
011570         WS-QTD-DISPLAY                    DELIMITED BY SIZE
011580         INTO RELATO-LINE
011590     END-STRING
011600     MOVE WS-HST-COUNT TO WS-QTD-DISPLAY
011610     MOVE "  NO HISTSOMA: "  TO RELATO-LINE (34:15)
011620     MOVE WS-QTD-DISPLAY     TO RELATO-LINE (49:6)
011630     MOVE WS-CASADOS-COUNT TO WS-QTD-DISPLAY
011640     MOVE "  CONFEREM: "     TO RELATO-LINE (55:12)
011650     MOVE WS-QTD-DISPLAY     TO RELATO-LINE (67:6)
011660     WRITE RELATO-LINE
011670
011680     MOVE SPACES TO RELATO-LINE
011690     MOVE WS-AUD-ONLY-COUNT TO WS-QTD-DISPLAY
011700     STRING "   FALTAM NO HISTSOMA...: "   DELIMITED BY SIZE
011710         WS-QTD-DISPLAY                    DELIMITED BY SIZE
011720         INTO RELATO-LINE
011730     END-STRING
011740     MOVE WS-HST-ONLY-COUNT TO WS-QTD-DISPLAY
011750     MOVE "  SEM TRILHA:  "  TO RELATO-LINE (34:15)
011760     MOVE WS-QTD-DISPLAY     TO RELATO-LINE (49:6)
011770     WRITE RELATO-LINE
011780
011790     IF WS-AUD-ONLY-COUNT > ZERO
011800         OR WS-HST-ONLY-COUNT > ZERO
011810         IF WS-RETORNO < 4
011820             MOVE 4 TO WS-RETORNO
011830         END-IF
011840     END-IF
011850
011860     MOVE SPACES TO RELATO-LINE
011870     WRITE RELATO-LINE.
011880 5000-EXIT.
011890     EXIT.
011900
011910 5100-RELEASE-TRILHA.
011920     MOVE SPACES TO WS-ORDEM-DATA
011930     MOVE ZERO   TO WS-ORDEM-SEQ
011940
011950     MOVE "N" TO WS-AUDIT-EOF-SWITCH
011960     OPEN INPUT ARCHIVE-FILE
011970     IF WS-ARCHIVE-STATUS = "00"
011980         PERFORM 5150-READ-ARCHIVE THRU 5150-EXIT
011990             UNTIL END-OF-AUDIT-FILE
012000         CLOSE ARCHIVE-FILE
012010     ELSE
012020         MOVE "   (ARQUIVO AUDARCHV INDISPONIVEL - TRATADO COMO "
012030             TO RELATO-LINE
012040         MOVE "VAZIO)" TO RELATO-LINE (51:6)
012050         WRITE RELATO-LINE
012060     END-IF
012070
012080     MOVE "N" TO WS-AUDIT-EOF-SWITCH
012090     OPEN INPUT AUDIT-FILE
012100     IF WS-AUDIT-STATUS = "00"
012110         PERFORM 5160-READ-AUDIT THRU 5160-EXIT
012120             UNTIL END-OF-AUDIT-FILE
012130         CLOSE AUDIT-FILE
012140     ELSE
012150         MOVE "   (ARQUIVO AUDITLOG INDISPONIVEL - TRATADO COMO "
012160             TO RELATO-LINE
012170         MOVE "VAZIO)" TO RELATO-LINE (51:6)
012180         WRITE RELATO-LINE
012190     END-IF.
012200 5100-EXIT.
012210     EXIT.
012220
012230 5150-READ-ARCHIVE.
012240     READ ARCHIVE-FILE
012250         AT END
012260             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
012270         NOT AT END
012280             MOVE ARCHIVE-LINE TO WS-AUDIT-DETAIL
012290             PERFORM 5200-RELEASE-ONE-AUDIT THRU 5200-EXIT
012300     END-READ.
012310 5150-EXIT.
012320     EXIT.
012330
012340 5160-READ-AUDIT.
012350     READ AUDIT-FILE
012360         AT END
012370             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
012380         NOT AT END
012390             MOVE AUDIT-LINE TO WS-AUDIT-DETAIL
012400             PERFORM 5200-RELEASE-ONE-AUDIT THRU 5200-EXIT
012410     END-READ.
012420 5160-EXIT.
012430     EXIT.
012440
012450*=============================================================
012460* 5200-RELEASE-ONE-AUDIT - MONTA, A PARTIR DE UMA LINHA DE
012470* LANCAMENTO DA TRILHA NO PERIODO, O REGISTRO QUE O HISTORICO
012480* DEVERIA TER (MESMA DATA/HORA, OPERADOR, VALORES, CONTA,
012490* SITUACAO E MOEDA). EVENTOS DA TRILHA FICAM FORA.
012500*=============================================================
012510 5200-RELEASE-ONE-AUDIT.
012520     MOVE AD-SITUACAO TO WS-EVENT-TEST
012530     IF WS-AUDIT-EVENT-ROW
012540         OR AD-TS-DATE < WS-DATA-INI
012550         OR AD-TS-DATE > WS-DATA-FIM
012560         GO TO 5200-EXIT
012570     END-IF
012580
012590     IF AD-TS-DATE NOT = WS-ORDEM-DATA
012600         MOVE AD-TS-DATE TO WS-ORDEM-DATA
012610         MOVE ZERO       TO WS-ORDEM-SEQ
012620     END-IF
012630     ADD 1 TO WS-ORDEM-SEQ
012640     ADD 1 TO WS-AUD-COUNT
012650
012660     MOVE AD-TS-DATE   TO SW-DATA
012670     MOVE AD-TS-TIME   TO SW-HORA
012680     MOVE AD-OPERATOR  TO SW-OPERADOR
012690     MOVE AD-CCUSTO    TO SW-CCUSTO
012700     MOVE AD-SITUACAO  TO SW-SITUACAO
012710     MOVE AD-NUM1      TO SW-NUM1
012720     MOVE AD-NUM2      TO SW-NUM2
012730     MOVE AD-SOMA      TO SW-SOMA
012740     IF AD-MOEDA = SPACES
012750         OR AD-VALOR-MOEDA IS NOT NUMERIC
012760         OR AD-TAXA IS NOT NUMERIC
012770         MOVE SPACES         TO SW-MOEDA
012780         MOVE ZERO           TO SW-VALOR-MOEDA
012790         MOVE ZERO           TO SW-TAXA
012800     ELSE
012810         MOVE AD-MOEDA       TO SW-MOEDA
012820         MOVE AD-VALOR-MOEDA TO SW-VALOR-MOEDA
012830         MOVE AD-TAXA        TO SW-TAXA
012840     END-IF
012850     MOVE WS-ORDEM-SEQ TO SW-SEQ
012860     RELEASE SORT-RECORD.
012870 5200-EXIT.
012880     EXIT.
012890
012900 5300-RELEASE-HISTORICO.
012910     MOVE "N" TO WS-HIST-EOF-SWITCH
012920     MOVE WS-DATA-INI TO HS-DATA
012930     MOVE ZERO        TO HS-SEQ
012940     START HIST-FILE KEY IS NOT LESS THAN HS-CHAVE
012950         INVALID KEY
012960             MOVE "Y" TO WS-HIST-EOF-SWITCH
012970     END-START
012980
012990     PERFORM 5350-RELEASE-ONE-HIST THRU 5350-EXIT
013000         UNTIL END-OF-HIST-SCAN.
013010 5300-EXIT.
013020     EXIT.
013030
013040 5350-RELEASE-ONE-HIST.
013050     READ HIST-FILE NEXT RECORD
013060         AT END
013070             MOVE "Y" TO WS-HIST-EOF-SWITCH
013080             GO TO 5350-EXIT
013090     END-READ
013100
013110     IF HS-DATA > WS-DATA-FIM
013120         MOVE "Y" TO WS-HIST-EOF-SWITCH
013130         GO TO 5350-EXIT
013140     END-IF
013150
013160     ADD 1 TO WS-HST-COUNT
013170     MOVE HS-DATA      TO SW-DATA
013180     MOVE HS-HORA      TO SW-HORA
013190     MOVE HS-OPERADOR  TO SW-OPERADOR
013200     MOVE HS-CCUSTO    TO SW-CCUSTO
013210     MOVE HS-SITUACAO  TO SW-SITUACAO
013220     MOVE HS-NUM1      TO SW-NUM1
013230     MOVE HS-NUM2      TO SW-NUM2
013240     MOVE HS-SOMA      TO SW-SOMA
013250     IF HS-MOEDA = SPACES
013260         OR HS-VALOR-MOEDA IS NOT NUMERIC
013270         OR HS-TAXA IS NOT NUMERIC
013280         MOVE SPACES         TO SW-MOEDA
013290         MOVE ZERO           TO SW-VALOR-MOEDA
013300         MOVE ZERO           TO SW-TAXA
013310     ELSE
013320         MOVE HS-MOEDA       TO SW-MOEDA
013330         MOVE HS-VALOR-MOEDA TO SW-VALOR-MOEDA
013340         MOVE HS-TAXA        TO SW-TAXA
013350     END-IF
013360     MOVE HS-SEQ TO SW-SEQ
013370     RELEASE SORT-RECORD.
013380 5350-EXIT.
013390     EXIT.
013400
013410*=============================================================
013420* 5500-MATCH-HISTORICO - CASA OS DOIS LADOS CLASSIFICADOS EM
013430* UMA UNICA PASSADA DE MERGE, LISTANDO OS LANCAMENTOS SEM PAR.
013440*=============================================================
013450 5500-MATCH-HISTORICO.
013460     MOVE "N" TO WS-AUDSORT-EOF-SWITCH
013470     MOVE "N" TO WS-HSTSORT-EOF-SWITCH
013480
013490     OPEN INPUT AUDSORT-FILE
013500     IF WS-AUDSORT-STATUS NOT = "00"
013510         MOVE "Y" TO WS-AUDSORT-EOF-SWITCH
013520     END-IF
013530     OPEN INPUT HSTSORT-FILE
013540     IF WS-HSTSORT-STATUS NOT = "00"
013550         MOVE "Y" TO WS-HSTSORT-EOF-SWITCH
013560     END-IF
013570
013580     MOVE "   DIFERENCAS (TRILHA = FALTA NO HISTSOMA E SERIA "
013590         TO RELATO-LINE
013600     MOVE "RECONSTRUIDO; HISTSOMA = SEM REGISTRO NA TRILHA):"
013610         TO RELATO-LINE (52:50)
013620     WRITE RELATO-LINE
013630
013640     PERFORM 5510-READ-AUDSORT THRU 5510-EXIT
013650     PERFORM 5520-READ-HSTSORT THRU 5520-EXIT
013660
013670     PERFORM 5600-MATCH-ONE-PAIR THRU 5600-EXIT
013680         UNTIL END-OF-AUDSORT-FILE
013690             AND END-OF-HSTSORT-FILE
013700
013710     IF WS-AUD-ONLY-COUNT = ZERO
013720         AND WS-HST-ONLY-COUNT = ZERO
013730         MOVE "      (NENHUMA)" TO RELATO-LINE
013740         WRITE RELATO-LINE
013750     END-IF
013760
013770     CLOSE AUDSORT-FILE
013780     CLOSE HSTSORT-FILE.
013790 5500-EXIT.
013800     EXIT.
013810
013820 5510-READ-AUDSORT.
013830     IF END-OF-AUDSORT-FILE
013840         GO TO 5510-EXIT
013850     END-IF
013860     READ AUDSORT-FILE
013870         AT END
013880             MOVE "Y" TO WS-AUDSORT-EOF-SWITCH
013890         NOT AT END
013900             MOVE AUDSORT-RECORD TO WS-AUD-REC
013910     END-READ.
013920 5510-EXIT.
013930     EXIT.
013940
013950 5520-READ-HSTSORT.
013960     IF END-OF-HSTSORT-FILE
013970         GO TO 5520-EXIT
013980     END-IF
013990     READ HSTSORT-FILE
014000         AT END
014010             MOVE "Y" TO WS-HSTSORT-EOF-SWITCH
014020         NOT AT END
014030             MOVE HSTSORT-RECORD TO WS-HST-REC
014040     END-READ.
014050 5520-EXIT.
014060     EXIT.
014070
014080*=============================================================
014090* 5600-MATCH-ONE-PAIR - COMPARA AS CHAVES CORRENTES DOS DOIS
014100* LADOS: CHAVE MENOR E LANCAMENTO SEM PAR DO SEU LADO; CHAVES
014110* IGUAIS CASAM E OS DOIS LADOS AVANCAM.
014120*=============================================================
014130 5600-MATCH-ONE-PAIR.
014140     EVALUATE TRUE
014150         WHEN END-OF-AUDSORT-FILE
014160             PERFORM 5750-REPORT-HST-ONLY THRU 5750-EXIT
014170             PERFORM 5520-READ-HSTSORT THRU 5520-EXIT
014180         WHEN END-OF-HSTSORT-FILE
014190             PERFORM 5700-REPORT-AUD-ONLY THRU 5700-EXIT
014200             PERFORM 5510-READ-AUDSORT THRU 5510-EXIT
014210         WHEN AR-MATCH-KEY < HR-MATCH-KEY
014220             PERFORM 5700-REPORT-AUD-ONLY THRU 5700-EXIT
014230             PERFORM 5510-READ-AUDSORT THRU 5510-EXIT
014240         WHEN AR-MATCH-KEY > HR-MATCH-KEY
014250             PERFORM 5750-REPORT-HST-ONLY THRU 5750-EXIT
014260             PERFORM 5520-READ-HSTSORT THRU 5520-EXIT
014270         WHEN OTHER
014280             ADD 1 TO WS-CASADOS-COUNT
014290             PERFORM 5510-READ-AUDSORT THRU 5510-EXIT
014300             PERFORM 5520-READ-HSTSORT THRU 5520-EXIT
014310     END-EVALUATE.
014320 5600-EXIT.
014330     EXIT.
014340
014350 5700-REPORT-AUD-ONLY.
014360     ADD 1 TO WS-AUD-ONLY-COUNT
014370     MOVE SPACES TO RELATO-LINE
014380     STRING "      TRILHA   "  DELIMITED BY SIZE
014390         AR-DATA               DELIMITED BY SIZE
014400         " "                   DELIMITED BY SIZE
014410         AR-HORA               DELIMITED BY SIZE
014420         " ORDEM="             DELIMITED BY SIZE
014430         AR-SEQ                DELIMITED BY SIZE
014440         " OPER="              DELIMITED BY SIZE
014450         AR-OPERADOR           DELIMITED BY SIZE
014460         " CCUSTO="            DELIMITED BY SIZE
014470         AR-CCUSTO             DELIMITED BY SIZE
014480         " NUM1="              DELIMITED BY SIZE
014490         AR-NUM1               DELIMITED BY SIZE
014500         " NUM2="              DELIMITED BY SIZE
014510         AR-NUM2               DELIMITED BY SIZE
014520         " SOMA="              DELIMITED BY SIZE
014530         AR-SOMA               DELIMITED BY SIZE
014540         " "                   DELIMITED BY SIZE
014550         AR-SITUACAO           DELIMITED BY SIZE
014560         INTO RELATO-LINE
014570     END-STRING
014580     WRITE RELATO-LINE
014590
014600     IF AR-MOEDA NOT = SPACES
014610         MOVE SPACES TO RELATO-LINE
014620         STRING "               MOEDA=" DELIMITED BY SIZE
014630             AR-MOEDA                   DELIMITED BY SIZE
014640             " ORIG="                   DELIMITED BY SIZE
014650             AR-VALOR-MOEDA             DELIMITED BY SIZE
014660             " TAXA="                   DELIMITED BY SIZE
014670             AR-TAXA                    DELIMITED BY SIZE
014680             INTO RELATO-LINE
014690         END-STRING
014700         WRITE RELATO-LINE
014710     END-IF.
014720 5700-EXIT.
014730     EXIT.
014740
014750 5750-REPORT-HST-ONLY.
014760     ADD 1 TO WS-HST-ONLY-COUNT
014770     MOVE SPACES TO RELATO-LINE
014780     STRING "      HISTSOMA "  DELIMITED BY SIZE
014790         HR-DATA               DELIMITED BY SIZE
014800         " "                   DELIMITED BY SIZE
014810         HR-HORA               DELIMITED BY SIZE
014820         " SEQ=  "             DELIMITED BY SIZE
014830         HR-SEQ                DELIMITED BY SIZE
014840         " OPER="              DELIMITED BY SIZE
014850         HR-OPERADOR           DELIMITED BY SIZE
014860         " CCUSTO="            DELIMITED BY SIZE
014870         HR-CCUSTO             DELIMITED BY SIZE
014880         " NUM1="              DELIMITED BY SIZE
014890         HR-NUM1               DELIMITED BY SIZE
014900         " NUM2="              DELIMITED BY SIZE
014910         HR-NUM2               DELIMITED BY SIZE
014920         " SOMA="              DELIMITED BY SIZE
014930         HR-SOMA               DELIMITED BY SIZE
014940         " "                   DELIMITED BY SIZE
014950         HR-SITUACAO           DELIMITED BY SIZE
014960         INTO RELATO-LINE
014970     END-STRING
014980     WRITE RELATO-LINE
014990
015000     IF HR-MOEDA NOT = SPACES
015010         MOVE SPACES TO RELATO-LINE
015020         STRING "               MOEDA=" DELIMITED BY SIZE
015030             HR-MOEDA                   DELIMITED BY SIZE
015040             " ORIG="                   DELIMITED BY SIZE
015050             HR-VALOR-MOEDA             DELIMITED BY SIZE
015060             " TAXA="                   DELIMITED BY SIZE
015070             HR-TAXA                    DELIMITED BY SIZE
015080             INTO RELATO-LINE
015090         END-STRING
015100         WRITE RELATO-LINE
015110     END-IF.
015120 5750-EXIT.
015130     EXIT.
015140
015150*=============================================================
015160* 6000-VERIFY-SALDOS - VERIFICACAO 2: RECALCULA DO HISTSOMA A
015170* QUANTIDADE E O VALOR DOS LANCAMENTOS EFETIVOS (OK E ESTORNO)
015180* POR MES + CENTRO DE CUSTO, ATE A ULTIMA DATA JA ACUMULADA NO
015190* REGISTRO DE CONTROLE DE CADA MES, E OS CASA COM OS REGISTROS
015200* DO SALDOPER NOS MESES DO PERIODO, LISTANDO OS QUE NAO
015210* CONFEREM.
015220*=============================================================
015230 6000-VERIFY-SALDOS.
015240     MOVE SPACES TO RELATO-LINE
015250     STRING "VERIFICACAO 2 - SALDOPER RECALCULADO DO HISTSOMA, "
015260                             DELIMITED BY SIZE
015270         "MESES "            DELIMITED BY SIZE
015280         WS-MES-INI          DELIMITED BY SIZE
015290         " A "               DELIMITED BY SIZE
015300         WS-MES-FIM          DELIMITED BY SIZE
015310         ":"                 DELIMITED BY SIZE
015320         INTO RELATO-LINE
015330     END-STRING
015340     WRITE RELATO-LINE
015350
015360     OPEN INPUT HIST-FILE
015370     MOVE WS-HIST-STATUS TO WS-IO-STATUS
015380     IF WS-HIST-STATUS = "00"
015390         OPEN INPUT SALDO-FILE
015400         MOVE WS-SALDO-STATUS TO WS-IO-STATUS
015410         IF WS-SALDO-STATUS NOT = "00"
015420             CLOSE HIST-FILE
015430         END-IF
015440     END-IF
015450     IF WS-IO-STATUS NOT = "00"
015460         MOVE SPACES TO RELATO-LINE
015470         STRING "   *** HISTSOMA OU SALDOPER INDISPONIVEL "
015480                                 DELIMITED BY SIZE
015490             "(STATUS = "        DELIMITED BY SIZE
015500             WS-IO-STATUS        DELIMITED BY SIZE
015510             ") - VERIFICACAO NAO FEITA ***"
015520                                 DELIMITED BY SIZE
015530             INTO RELATO-LINE
015540         END-STRING
015550         WRITE RELATO-LINE
015560         DISPLAY RELATO-LINE
015570         MOVE 8 TO WS-RETORNO
015580         GO TO 6000-EXIT
015590     END-IF
015600
015610     SORT SALDO-SORT-WORK
015620         ON ASCENDING KEY SS-CHAVE
015630         INPUT PROCEDURE IS 6100-RELEASE-MOVIMENTO
015640             THRU 6100-EXIT
015650         GIVING SLDSORT-FILE
015660
015670     CLOSE HIST-FILE
015680
015690     PERFORM 6500-MATCH-SALDOS THRU 6500-EXIT
015700
015710     CLOSE SALDO-FILE
015720
015730     MOVE SPACES TO RELATO-LINE
015740     MOVE WS-MOV-COUNT TO WS-QTD-DISPLAY
015750     STRING "   LANCAMENTOS EFETIVOS APURADOS: "
015760                                           DELIMITED BY SIZE
015770         WS-QTD-DISPLAY                    DELIMITED BY SIZE
015780         "  AINDA NAO ACUMULADOS NO SALDOPER: "
015790                                           DELIMITED BY SIZE
015800         INTO RELATO-LINE
015810     END-STRING
015820     MOVE WS-NAO-ACUM-COUNT TO WS-QTD-DISPLAY
015830     MOVE WS-QTD-DISPLAY TO RELATO-LINE (78:6)
015840     WRITE RELATO-LINE
015850
015860     MOVE SPACES TO RELATO-LINE
015870     MOVE WS-SLD-OK-COUNT TO WS-QTD-DISPLAY
015880     STRING "   CONTAS/MES QUE CONFEREM: "  DELIMITED BY SIZE
015890         WS-QTD-DISPLAY                     DELIMITED BY SIZE
015900         INTO RELATO-LINE
015910     END-STRING
015920     MOVE WS-SLD-DIF-COUNT TO WS-QTD-DISPLAY
015930     MOVE "  DIVERGENTES: "   TO RELATO-LINE (35:15)
015940     MOVE WS-QTD-DISPLAY      TO RELATO-LINE (50:6)
015950     MOVE WS-SLD-ONLY-COUNT TO WS-QTD-DISPLAY
015960     MOVE "  SO NO SALDOPER: " TO RELATO-LINE (56:18)
015970     MOVE WS-QTD-DISPLAY       TO RELATO-LINE (74:6)
015980     MOVE WS-MOV-ONLY-COUNT TO WS-QTD-DISPLAY
015990     MOVE "  AUSENTES NO SALDOPER: " TO RELATO-LINE (80:24)
016000     MOVE WS-QTD-DISPLAY             TO RELATO-LINE (104:6)
016010     WRITE RELATO-LINE
016020
016030     IF WS-SLD-DIF-COUNT > ZERO
016040         OR WS-SLD-ONLY-COUNT > ZERO
016050         OR WS-MOV-ONLY-COUNT > ZERO
016060         IF WS-RETORNO < 4
016070             MOVE 4 TO WS-RETORNO
016080         END-IF
016090     END-IF
016100
016110     MOVE SPACES TO RELATO-LINE
016120     WRITE RELATO-LINE.
016130 6000-EXIT.
016140     EXIT.
016150
016160 6100-RELEASE-MOVIMENTO.
016170     MOVE SPACES TO WS-CTL-MES
016180     MOVE "N" TO WS-HIST-EOF-SWITCH
016190     MOVE WS-MES-INI TO HS-DATA
016200     MOVE "-01"      TO HS-DATA (8:3)
016210     MOVE ZERO       TO HS-SEQ
016220     START HIST-FILE KEY IS NOT LESS THAN HS-CHAVE
016230         INVALID KEY
016240             MOVE "Y" TO WS-HIST-EOF-SWITCH
016250     END-START
016260
016270     PERFORM 6150-RELEASE-ONE-MOVIMENTO THRU 6150-EXIT
016280         UNTIL END-OF-HIST-SCAN.
016290 6100-EXIT.
016300     EXIT.
016310
016320 6150-RELEASE-ONE-MOVIMENTO.
016330     READ HIST-FILE NEXT RECORD
016340         AT END
016350             MOVE "Y" TO WS-HIST-EOF-SWITCH
016360             GO TO 6150-EXIT
016370     END-READ
016380
016390     IF HS-DATA (1:7) > WS-MES-FIM
016400         MOVE "Y" TO WS-HIST-EOF-SWITCH
016410         GO TO 6150-EXIT
016420     END-IF
016430     IF NOT HS-LANCAMENTO-EFETIVO
016440         GO TO 6150-EXIT
016450     END-IF
016460
016470     IF HS-DATA (1:7) NOT = WS-CTL-MES
016480         PERFORM 6200-READ-CONTROLE THRU 6200-EXIT
016490     END-IF
016500
016510*    DIA AINDA NAO ACUMULADO PELO RESUMO DIARIO NAO ENTRA NA
016520*    CONFERENCIA.
016530     IF WS-CTL-ULT-DATA = SPACES
016540         OR HS-DATA > WS-CTL-ULT-DATA
016550         ADD 1 TO WS-NAO-ACUM-COUNT
016560         GO TO 6150-EXIT
016570     END-IF
016580
016590     ADD 1 TO WS-MOV-COUNT
016600     MOVE HS-DATA (1:7) TO SS-MES
016610     MOVE HS-CCUSTO     TO SS-CCUSTO
016620     MOVE HS-SOMA       TO SS-SOMA
016630     RELEASE SALDO-SORT-RECORD.
016640 6150-EXIT.
016650     EXIT.
016660
016670*=============================================================
016680* 6200-READ-CONTROLE - LE O REGISTRO DE CONTROLE DO MES DO
016690* LANCAMENTO NO SALDOPER (CENTRO DE CUSTO EM BRANCO), GUARDA A
016700* ULTIMA DATA ACUMULADA E A INFORMA NO RELATORIO.
016710*=============================================================
016720 6200-READ-CONTROLE.
016730     MOVE HS-DATA (1:7) TO WS-CTL-MES
016740     MOVE WS-CTL-MES    TO SB-MES
016750     MOVE SPACES        TO SB-CCUSTO
016760     MOVE SPACES        TO RELATO-LINE
016770     READ SALDO-FILE
016780         INVALID KEY
016790             MOVE SPACES TO WS-CTL-ULT-DATA
016800             STRING "   MES "         DELIMITED BY SIZE
016810                 WS-CTL-MES           DELIMITED BY SIZE
016820                 ": SEM REGISTRO DE CONTROLE NO SALDOPER - NADA "
016830                                      DELIMITED BY SIZE
016840                 "ACUMULADO"          DELIMITED BY SIZE
016850                 INTO RELATO-LINE
016860             END-STRING
016870         NOT INVALID KEY
016880             MOVE SB-ULT-DATA TO WS-CTL-ULT-DATA
016890             STRING "   MES "         DELIMITED BY SIZE
016900                 WS-CTL-MES           DELIMITED BY SIZE
016910                 ": ACUMULADO NO SALDOPER ATE "
016920                                      DELIMITED BY SIZE
016930                 SB-ULT-DATA          DELIMITED BY SIZE
016940                 " (SITUACAO "        DELIMITED BY SIZE
016950                 SB-SITUACAO          DELIMITED BY SIZE
016960                 ")"                  DELIMITED BY SIZE
016970                 INTO RELATO-LINE
016980             END-STRING
016990     END-READ
017000     WRITE RELATO-LINE.
017010 6200-EXIT.
017020     EXIT.
017030
017040*=============================================================
017050* 6500-MATCH-SALDOS - CASA OS TOTAIS DO HISTSOMA POR MES +
017060* CENTRO DE CUSTO COM OS REGISTROS DO SALDOPER DOS MESES DO
017070* PERIODO (NA ORDEM DA CHAVE), EM UMA UNICA PASSADA.
017080*=============================================================
017090 6500-MATCH-SALDOS.
017100     MOVE "N" TO WS-SLDSORT-EOF-SWITCH
017110     MOVE "N" TO WS-GRUPO-EOF-SWITCH
017120     MOVE "N" TO WS-SALDO-EOF-SWITCH
017130
017140     OPEN INPUT SLDSORT-FILE
017150     IF WS-SLDSORT-STATUS NOT = "00"
017160         MOVE "Y" TO WS-SLDSORT-EOF-SWITCH
017170     END-IF
017180
017190     MOVE WS-MES-INI TO SB-MES
017200     MOVE LOW-VALUES TO SB-CCUSTO
017210     START SALDO-FILE KEY IS NOT LESS THAN SB-CHAVE
017220         INVALID KEY
017230             MOVE "Y" TO WS-SALDO-EOF-SWITCH
017240     END-START
017250
017260     MOVE "   DIFERENCAS (SALDOPER X TOTAIS RECALCULADOS DO "
017270         TO RELATO-LINE
017280     MOVE "HISTSOMA):" TO RELATO-LINE (51:10)
017290     WRITE RELATO-LINE
017300
017310     PERFORM 6510-READ-SALDO THRU 6510-EXIT
017320     PERFORM 6520-READ-SLDSORT THRU 6520-EXIT
017330     PERFORM 6530-NEXT-GRUPO THRU 6530-EXIT
017340
017350     PERFORM 6600-MATCH-ONE-SALDO THRU 6600-EXIT
017360         UNTIL END-OF-SALDO-SCAN
017370             AND END-OF-GRUPOS
017380
017390     IF WS-SLD-DIF-COUNT = ZERO
017400         AND WS-SLD-ONLY-COUNT = ZERO
017410         AND WS-MOV-ONLY-COUNT = ZERO
017420         MOVE "      (NENHUMA)" TO RELATO-LINE
017430         WRITE RELATO-LINE
017440     END-IF
017450
017460     IF WS-SLDSORT-STATUS = "00"
017470         CLOSE SLDSORT-FILE
017480     END-IF.
017490 6500-EXIT.
017500     EXIT.
017510
017520*    PROXIMO REGISTRO DE CENTRO DE CUSTO DO SALDOPER NO PERIODO
017530*    (OS REGISTROS DE CONTROLE DO MES SAO PULADOS).
017540 6510-READ-SALDO.
017550     MOVE "N" TO WS-SALDO-DET-SWITCH
017560     PERFORM 6515-READ-ONE-SALDO THRU 6515-EXIT
017570         UNTIL END-OF-SALDO-SCAN
017580             OR WS-SALDO-DETALHE.
017590 6510-EXIT.
017600     EXIT.
017610
017620 6515-READ-ONE-SALDO.
017630     READ SALDO-FILE NEXT RECORD
017640         AT END
017650             MOVE "Y" TO WS-SALDO-EOF-SWITCH
017660             GO TO 6515-EXIT
017670     END-READ
017680
017690     IF SB-MES > WS-MES-FIM
017700         MOVE "Y" TO WS-SALDO-EOF-SWITCH
017710         GO TO 6515-EXIT
017720     END-IF
017730     IF SB-CCUSTO NOT = SPACES
017740         MOVE "Y" TO WS-SALDO-DET-SWITCH
017750     END-IF.
017760 6515-EXIT.
017770     EXIT.
017780
017790 6520-READ-SLDSORT.
017800     IF END-OF-SLDSORT-FILE
017810         GO TO 6520-EXIT
017820     END-IF
017830     READ SLDSORT-FILE
017840         AT END
017850             MOVE "Y" TO WS-SLDSORT-EOF-SWITCH
017860         NOT AT END
017870             MOVE SLDSORT-RECORD TO WS-HL-REC
017880     END-READ.
017890 6520-EXIT.
017900     EXIT.
017910
017920*    ACUMULA O PROXIMO GRUPO MES + CENTRO DE CUSTO DO HISTSOMA.
017930 6530-NEXT-GRUPO.
017940     IF END-OF-SLDSORT-FILE
017950         MOVE "Y" TO WS-GRUPO-EOF-SWITCH
017960         GO TO 6530-EXIT
017970     END-IF
017980
017990     MOVE HL-CHAVE TO WS-GRP-CHAVE
018000     MOVE ZERO     TO WS-GRP-QTD
018010     MOVE ZERO     TO WS-GRP-VALOR
018020     PERFORM 6540-ADD-TO-GRUPO THRU 6540-EXIT
018030         UNTIL END-OF-SLDSORT-FILE
018040             OR HL-CHAVE NOT = WS-GRP-CHAVE.
018050 6530-EXIT.
018060     EXIT.
018070
018080 6540-ADD-TO-GRUPO.
018090     ADD 1       TO WS-GRP-QTD
018100     ADD HL-SOMA TO WS-GRP-VALOR
018110     PERFORM 6520-READ-SLDSORT THRU 6520-EXIT.
018120 6540-EXIT.
018130     EXIT.
018140
018150*=============================================================
018160* 6600-MATCH-ONE-SALDO - COMPARA A CHAVE DO SALDOPER COM A DO
018170* GRUPO DO HISTSOMA: CHAVE MENOR E REGISTRO SEM PAR DO SEU
018180* LADO; CHAVES IGUAIS COMPARAM QUANTIDADE E VALOR.
018190*=============================================================
018200 6600-MATCH-ONE-SALDO.
018210     EVALUATE TRUE
018220         WHEN END-OF-SALDO-SCAN
018230             PERFORM 6720-REPORT-MOV-ONLY THRU 6720-EXIT
018240             PERFORM 6530-NEXT-GRUPO THRU 6530-EXIT
018250         WHEN END-OF-GRUPOS
018260             PERFORM 6710-REPORT-SALDO-ONLY THRU 6710-EXIT
018270             PERFORM 6510-READ-SALDO THRU 6510-EXIT
018280         WHEN SB-CHAVE < WS-GRP-CHAVE
018290             PERFORM 6710-REPORT-SALDO-ONLY THRU 6710-EXIT
018300             PERFORM 6510-READ-SALDO THRU 6510-EXIT
018310         WHEN SB-CHAVE > WS-GRP-CHAVE
018320             PERFORM 6720-REPORT-MOV-ONLY THRU 6720-EXIT
018330             PERFORM 6530-NEXT-GRUPO THRU 6530-EXIT
018340         WHEN OTHER
018350             PERFORM 6650-COMPARE-SALDO THRU 6650-EXIT
018360             PERFORM 6510-READ-SALDO THRU 6510-EXIT
018370             PERFORM 6530-NEXT-GRUPO THRU 6530-EXIT
018380     END-EVALUATE.
018390 6600-EXIT.
018400     EXIT.
018410
018420 6650-COMPARE-SALDO.
018430     MOVE "N" TO WS-SLD-OK-SWITCH
018440     IF SB-QUANTIDADE IS NUMERIC
018450         AND SB-VALOR IS NUMERIC
018460         IF SB-QUANTIDADE = WS-GRP-QTD
018470             AND SB-VALOR = WS-GRP-VALOR
018480             MOVE "Y" TO WS-SLD-OK-SWITCH
018490         END-IF
018500     END-IF
018510
018520     IF WS-SLD-CONFERE
018530         ADD 1 TO WS-SLD-OK-COUNT
018540         GO TO 6650-EXIT
018550     END-IF
018560
018570     ADD 1 TO WS-SLD-DIF-COUNT
018580     MOVE WS-GRP-QTD   TO WS-QTD-DISPLAY
018590     MOVE WS-GRP-VALOR TO WS-SALDO-DISPLAY
018600     MOVE SPACES TO RELATO-LINE
018610     STRING "      DIVERGE          MES="  DELIMITED BY SIZE
018620         SB-MES                           DELIMITED BY SIZE
018630         " CCUSTO="                       DELIMITED BY SIZE
018640         SB-CCUSTO                        DELIMITED BY SIZE
018650         "  SALDOPER QTD="                DELIMITED BY SIZE
018660         SB-QUANTIDADE                    DELIMITED BY SIZE
018670         " VALOR="                        DELIMITED BY SIZE
018680         SB-VALOR                         DELIMITED BY SIZE
018690         "  HISTSOMA QTD="                DELIMITED BY SIZE
018700         WS-QTD-DISPLAY                   DELIMITED BY SIZE
018710         " VALOR="                        DELIMITED BY SIZE
018720         WS-SALDO-DISPLAY                 DELIMITED BY SIZE
018730         INTO RELATO-LINE
018740     END-STRING
018750     WRITE RELATO-LINE.
018760 6650-EXIT.
018770     EXIT.
018780
018790 6710-REPORT-SALDO-ONLY.
018800     ADD 1 TO WS-SLD-ONLY-COUNT
018810     MOVE SPACES TO RELATO-LINE
018820     STRING "      SO NO SALDOPER   MES="  DELIMITED BY SIZE
018830         SB-MES                           DELIMITED BY SIZE
018840         " CCUSTO="                       DELIMITED BY SIZE
018850         SB-CCUSTO                        DELIMITED BY SIZE
018860         "  SALDOPER QTD="                DELIMITED BY SIZE
018870         SB-QUANTIDADE                    DELIMITED BY SIZE
018880         " VALOR="                        DELIMITED BY SIZE
018890         SB-VALOR                         DELIMITED BY SIZE
018900         "  SEM MOVIMENTO NO HISTSOMA"    DELIMITED BY SIZE
018910         INTO RELATO-LINE
018920     END-STRING
018930     WRITE RELATO-LINE.
018940 6710-EXIT.
018950     EXIT.
018960
018970 6720-REPORT-MOV-ONLY.
018980     ADD 1 TO WS-MOV-ONLY-COUNT
018990     MOVE WS-GRP-QTD   TO WS-QTD-DISPLAY
019000     MOVE WS-GRP-VALOR TO WS-SALDO-DISPLAY
019010     MOVE SPACES TO RELATO-LINE
019020     STRING "      AUSENTE SALDOPER MES="  DELIMITED BY SIZE
019030         WS-GRP-MES                       DELIMITED BY SIZE
019040         " CCUSTO="                       DELIMITED BY SIZE
019050         WS-GRP-CCUSTO                    DELIMITED BY SIZE
019060         "                                     "
019070                                          DELIMITED BY SIZE
019080         "  HISTSOMA QTD="                DELIMITED BY SIZE
019090         WS-QTD-DISPLAY                   DELIMITED BY SIZE
019100         " VALOR="                        DELIMITED BY SIZE
019110         WS-SALDO-DISPLAY                 DELIMITED BY SIZE
019120         INTO RELATO-LINE
019130     END-STRING
019140     WRITE RELATO-LINE.
019150 6720-EXIT.
019160     EXIT.
019170
019180*=============================================================
019190* 7100-OPEN-MESTRE-INPUT - ABRE PARA LEITURA O MESTRE DA VEZ
019200* (WS-MESTRE), DEVOLVENDO O STATUS EM WS-IO-STATUS.
019210*=============================================================
019220 7100-OPEN-MESTRE-INPUT.
019230     MOVE "N" TO WS-MESTRE-EOF-SWITCH
019240     EVALUATE TRUE
019250         WHEN WS-MESTRE-CONTA
019260             OPEN INPUT CONTA-FILE
019270             MOVE WS-CONTA-STATUS TO WS-IO-STATUS
019280         WHEN WS-MESTRE-SALDO
019290             OPEN INPUT SALDO-FILE
019300             MOVE WS-SALDO-STATUS TO WS-IO-STATUS
019310         WHEN WS-MESTRE-HIST
019320             OPEN INPUT HIST-FILE
019330             MOVE WS-HIST-STATUS TO WS-IO-STATUS
019340     END-EVALUATE.
019350 7100-EXIT.
019360     EXIT.
019370
019380*=============================================================
019390* 7110-OPEN-MESTRE-OUTPUT - RECRIA VAZIO O MESTRE DA VEZ PARA A
019400* RECARGA, DEVOLVENDO O STATUS EM WS-IO-STATUS.
019410*=============================================================
019420 7110-OPEN-MESTRE-OUTPUT.
019430     EVALUATE TRUE
019440         WHEN WS-MESTRE-CONTA
019450             OPEN OUTPUT CONTA-FILE
019460             MOVE WS-CONTA-STATUS TO WS-IO-STATUS
019470         WHEN WS-MESTRE-SALDO
019480             OPEN OUTPUT SALDO-FILE
019490             MOVE WS-SALDO-STATUS TO WS-IO-STATUS
019500         WHEN WS-MESTRE-HIST
019510             OPEN OUTPUT HIST-FILE
019520             MOVE WS-HIST-STATUS TO WS-IO-STATUS
019530     END-EVALUATE.
019540 7110-EXIT.
019550     EXIT.
019560
019570 7150-CLOSE-MESTRE.
019580     EVALUATE TRUE
019590         WHEN WS-MESTRE-CONTA
019600             CLOSE CONTA-FILE
019610         WHEN WS-MESTRE-SALDO
019620             CLOSE SALDO-FILE
019630         WHEN WS-MESTRE-HIST
019640             CLOSE HIST-FILE
019650     END-EVALUATE.
019660 7150-EXIT.
019670     EXIT.
019680
019690*=============================================================
019700* 7200-READ-MESTRE-NEXT - LE O PROXIMO REGISTRO DO MESTRE DA
019710* VEZ, DEVOLVENDO A IMAGEM EM WS-REG-IMAGEM E O VALOR DE
019720* CONTROLE EM WS-REG-VALOR. ERRO DE LEITURA CONTA EM
019730* WS-ERROS-COUNT E ENCERRA A VARREDURA.
019740*=============================================================
019750 7200-READ-MESTRE-NEXT.
019760     MOVE SPACES TO WS-REG-IMAGEM
019770     MOVE ZERO   TO WS-REG-VALOR
019780
019790     EVALUATE TRUE
019800         WHEN WS-MESTRE-CONTA
019810             READ CONTA-FILE NEXT RECORD
019820                 AT END
019830                     MOVE "Y" TO WS-MESTRE-EOF-SWITCH
019840             END-READ
019850             MOVE WS-CONTA-STATUS TO WS-IO-STATUS
019860             IF WS-IO-STATUS = "00"
019870                 MOVE CONTA-RECORD TO WS-REG-IMAGEM
019880                 IF CC-LIMITE-DIA IS NUMERIC
019890                     ADD CC-LIMITE-DIA TO WS-REG-VALOR
019900                 END-IF
019910                 IF CC-LIMITE-MES IS NUMERIC
019920                     ADD CC-LIMITE-MES TO WS-REG-VALOR
019930                 END-IF
019940             END-IF
019950         WHEN WS-MESTRE-SALDO
019960             READ SALDO-FILE NEXT RECORD
019970                 AT END
019980                     MOVE "Y" TO WS-MESTRE-EOF-SWITCH
019990             END-READ
020000             MOVE WS-SALDO-STATUS TO WS-IO-STATUS
020010             IF WS-IO-STATUS = "00"
020020                 MOVE SALDO-RECORD TO WS-REG-IMAGEM
020030                 IF SB-VALOR IS NUMERIC
020040                     ADD SB-VALOR TO WS-REG-VALOR
020050                 END-IF
020060             END-IF
020070         WHEN WS-MESTRE-HIST
020080             READ HIST-FILE NEXT RECORD
020090                 AT END
020100                     MOVE "Y" TO WS-MESTRE-EOF-SWITCH
020110             END-READ
020120             MOVE WS-HIST-STATUS TO WS-IO-STATUS
020130             IF WS-IO-STATUS = "00"
020140                 MOVE HIST-RECORD TO WS-REG-IMAGEM
020150                 IF HS-SOMA IS NUMERIC
020160                     ADD HS-SOMA TO WS-REG-VALOR
020170                 END-IF
020180             END-IF
020190     END-EVALUATE
020200
020210     IF WS-IO-STATUS NOT = "00"
020220         AND WS-IO-STATUS NOT = "10"
020230         DISPLAY "*** ERRO: FALHA NA LEITURA DO " WS-MESTRE
020240             " (STATUS = " WS-IO-STATUS ") ***"
020250         ADD 1 TO WS-ERROS-COUNT
020260         MOVE "Y" TO WS-MESTRE-EOF-SWITCH
020270     END-IF.
020280 7200-EXIT.
020290     EXIT.
020300
020310*=============================================================
020320* 7250-WRITE-MESTRE - GRAVA NO MESTRE DA VEZ A IMAGEM DE
020330* REGISTRO EM WS-REG-IMAGEM, DEVOLVENDO O STATUS EM
020340* WS-IO-STATUS.
020350*=============================================================
020360 7250-WRITE-MESTRE.
020370     EVALUATE TRUE
020380         WHEN WS-MESTRE-CONTA
020390             MOVE WS-REG-IMAGEM TO CONTA-RECORD
020400             WRITE CONTA-RECORD
020410                 INVALID KEY
020420                     CONTINUE
020430             END-WRITE
020440             MOVE WS-CONTA-STATUS TO WS-IO-STATUS
020450         WHEN WS-MESTRE-SALDO
020460             MOVE WS-REG-IMAGEM TO SALDO-RECORD
020470             WRITE SALDO-RECORD
020480                 INVALID KEY
020490                     CONTINUE
020500             END-WRITE
020510             MOVE WS-SALDO-STATUS TO WS-IO-STATUS
020520         WHEN WS-MESTRE-HIST
020530             MOVE WS-REG-IMAGEM TO HIST-RECORD
020540             WRITE HIST-RECORD
020550                 INVALID KEY
020560                     CONTINUE
020570             END-WRITE
020580             MOVE WS-HIST-STATUS TO WS-IO-STATUS
020590     END-EVALUATE
020600
020610     IF WS-IO-STATUS NOT = "00"
020620         DISPLAY "*** ERRO: FALHA NA GRAVACAO DO " WS-MESTRE
020630             " (STATUS = " WS-IO-STATUS ") ***"
020640     END-IF.
020650 7250-EXIT.
020660     EXIT.
020670
020680*=============================================================
020690* 7300-OPEN-COPIA-OUTPUT - ABRE PARA GRAVACAO A COPIA DO MESTRE
020700* DA VEZ, DEVOLVENDO O STATUS EM WS-IO-STATUS.
020710*=============================================================
020720 7300-OPEN-COPIA-OUTPUT.
020730     EVALUATE TRUE
020740         WHEN WS-MESTRE-CONTA
020750             OPEN OUTPUT BKCONTA-FILE
020760             MOVE WS-BKCONTA-STATUS TO WS-IO-STATUS
020770         WHEN WS-MESTRE-SALDO
020780             OPEN OUTPUT BKSALDO-FILE
020790             MOVE WS-BKSALDO-STATUS TO WS-IO-STATUS
020800         WHEN WS-MESTRE-HIST
020810             OPEN OUTPUT BKHIST-FILE
020820             MOVE WS-BKHIST-STATUS TO WS-IO-STATUS
020830     END-EVALUATE.
020840 7300-EXIT.
020850     EXIT.
020860
020870*=============================================================
020880* 7310-OPEN-COPIA-INPUT - ABRE PARA LEITURA A COPIA DO MESTRE
020890* DA VEZ, DEVOLVENDO O STATUS EM WS-IO-STATUS.
020900*=============================================================
020910 7310-OPEN-COPIA-INPUT.
020920     MOVE "N" TO WS-COPIA-EOF-SWITCH
020930     EVALUATE TRUE
020940         WHEN WS-MESTRE-CONTA
020950             OPEN INPUT BKCONTA-FILE
020960             MOVE WS-BKCONTA-STATUS TO WS-IO-STATUS
020970         WHEN WS-MESTRE-SALDO
020980             OPEN INPUT BKSALDO-FILE
020990             MOVE WS-BKSALDO-STATUS TO WS-IO-STATUS
021000         WHEN WS-MESTRE-HIST
021010             OPEN INPUT BKHIST-FILE
021020             MOVE WS-BKHIST-STATUS TO WS-IO-STATUS
021030     END-EVALUATE.
021040 7310-EXIT.
021050     EXIT.
021060
021070 7350-CLOSE-COPIA.
021080     EVALUATE TRUE
021090         WHEN WS-MESTRE-CONTA
021100             CLOSE BKCONTA-FILE
021110         WHEN WS-MESTRE-SALDO
021120             CLOSE BKSALDO-FILE
021130         WHEN WS-MESTRE-HIST
021140             CLOSE BKHIST-FILE
021150     END-EVALUATE.
021160 7350-EXIT.
021170     EXIT.
021180
021190*=============================================================
021200* 7400-WRITE-COPIA - GRAVA A LINHA WS-BKP-RECORD NA COPIA DO
021210* MESTRE DA VEZ. FALHA CONTA EM WS-ERROS-COUNT.
021220*=============================================================
021230 7400-WRITE-COPIA.
021240     EVALUATE TRUE
021250         WHEN WS-MESTRE-CONTA
021260             WRITE BKCONTA-LINE FROM WS-BKP-RECORD
021270             MOVE WS-BKCONTA-STATUS TO WS-IO-STATUS
021280         WHEN WS-MESTRE-SALDO
021290             WRITE BKSALDO-LINE FROM WS-BKP-RECORD
021300             MOVE WS-BKSALDO-STATUS TO WS-IO-STATUS
021310         WHEN WS-MESTRE-HIST
021320             WRITE BKHIST-LINE FROM WS-BKP-RECORD
021330             MOVE WS-BKHIST-STATUS TO WS-IO-STATUS
021340     END-EVALUATE
021350
021360     IF WS-IO-STATUS NOT = "00"
021370         ADD 1 TO WS-ERROS-COUNT
021380     END-IF.
021390 7400-EXIT.
021400     EXIT.
021410
021420*=============================================================
021430* 7450-READ-COPIA - LE A PROXIMA LINHA DA COPIA DO MESTRE DA
021440* VEZ PARA WS-BKP-RECORD, LIGANDO END-OF-COPIA NO FIM.
021450*=============================================================
021460 7450-READ-COPIA.
021470     IF END-OF-COPIA
021480         GO TO 7450-EXIT
021490     END-IF
021500
021510     MOVE SPACES TO WS-BKP-RECORD
021520     EVALUATE TRUE
021530         WHEN WS-MESTRE-CONTA
021540             READ BKCONTA-FILE INTO WS-BKP-RECORD
021550                 AT END
021560                     MOVE "Y" TO WS-COPIA-EOF-SWITCH
021570             END-READ
021580         WHEN WS-MESTRE-SALDO
021590             READ BKSALDO-FILE INTO WS-BKP-RECORD
021600                 AT END
021610                     MOVE "Y" TO WS-COPIA-EOF-SWITCH
021620             END-READ
021630         WHEN WS-MESTRE-HIST
021640             READ BKHIST-FILE INTO WS-BKP-RECORD
021650                 AT END
021660                     MOVE "Y" TO WS-COPIA-EOF-SWITCH
021670             END-READ
021680     END-EVALUATE.
021690 7450-EXIT.
021700     EXIT.
021710
021720*=============================================================
021730* 8000-TERMINATE - FECHA O RELATORIO E DEVOLVE O RETURN-CODE
021740* DA RODADA AO SCHEDULER.
021750*=============================================================
021760 8000-TERMINATE.
021770     EVALUATE WS-RETORNO
021780         WHEN ZERO
021790             MOVE "RESULTADO: RODADA LIMPA." TO RELATO-LINE
021800         WHEN 4
021810             MOVE "RESULTADO: DIFERENCAS NA VERIFICACAO."
021820                 TO RELATO-LINE
021830         WHEN OTHER
021840             MOVE "RESULTADO: *** FALHA - VER ACIMA ***"
021850                 TO RELATO-LINE
021860     END-EVALUATE
021870     WRITE RELATO-LINE
021880     DISPLAY RELATO-LINE
021890     CLOSE RELATO-FILE
021900
021910     MOVE WS-RETORNO TO RETURN-CODE
021920     DISPLAY "Utilitario de copia dos mestres encerrado - "
021930         "relatorio em BKPRPT.".
021940 8000-EXIT.
021950     EXIT.
