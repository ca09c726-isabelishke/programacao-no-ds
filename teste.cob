001226*                     MENU E TODO SIGN-ON (SUCESSO, FALHA,        *
001227*                     BLOQUEIO E TROCA DE SENHA) REGISTRADO NA    *
001228*                     TRILHA DE AUDITORIA.                        *
001229* 2026-10-15 JRS      INCLUIDO O ESTORNO DE LANCAMENTO JA    *
001230*                     CONTABILIZADO (OPCAO E DO MENU, SO     *
001231*                     SUPERVISOR, E FUNCAO E DO CARTAO DE    *
001232*                     EXECUCAO): O LANCAMENTO E ESCOLHIDO    *
001233*                     PELA CHAVE DO HISTSOMA (DATA +         *
001234*                     SEQUENCIA) E O ESTORNO, DE SINAL       *
001235*                     CONTRARIO E SITUACAO ESTORNO, SEGUE    *
001236*                     PARA RELATORIO, AUDITORIA, INTERFACE E *
001237*                     HISTORICO LIGADO AO ORIGINAL; ESTORNO  *
001238*                     REPETIDO, ESTORNO DE ESTORNO E ESTORNO *
001239*                     EM MES FECHADO SAO RECUSADOS. A        *
001240*                     CONSULTA AO HISTORICO MOSTRA O PAR.    *
001241* 2026-10-15 JRS      INCLUIDA A MANUTENCAO DO ORCAMENTO POR *
001242*                     CENTRO DE CUSTO E MES (ORCAMENT), SO   *
001243*                     PARA SUPERVISOR, COM CARGA DO ARQUIVO  *
001244*                     ANUAL ORCACARG E REGISTRO NA TRILHA DE *
001245*                     AUDITORIA; NOVO PARAMETRO DE           *
001246*                     TOLERANCIA DO ORCAMENTO EM PARAMS.     *
001247* 2026-10-15 JRS      INCLUIDA A MANUTENCAO DO MESTRE DE     *
001248*                     LANCAMENTOS RECORRENTES (LANCFIXO), SO *
001249*                     PARA SUPERVISOR; O JOB GERAFIXO GERA   *
001250*                     NO TRANSIN O LOTE DOS LANCAMENTOS QUE  *
001251*                     VENCEM NA DATA DA RODADA.              *
001252* 2026-10-15 JRS      AS RODADAS DO CARTAO DE EXECUCAO       *
001253*                     (LOTE, CONSOLIDACAO E ESTORNO)         *
001254*                     PASSARAM A SER REGISTRADAS NO DIARIO   *
001255*                     DA CADEIA NOTURNA (RUNLOG), COM        *
001256*                     INICIO, FIM, FUNCAO, DATA DE NEGOCIO,  *
001257*                     OPERADOR E RETURN-CODE, PARA A         *
001258*                     CONFERENCIA DE PRE-REQUISITOS DOS JOBS *
001259*                     SEGUINTES.                             *
001260* 2026-10-15 JRS      A ALTERACAO DE LIMITES, A REATIVACAO   *
001261*                     DE CONTA E A MANUTENCAO DOS PARAMETROS *
001262*                     PASSARAM A GERAR PEDIDOS NO ARQUIVO DE *
001263*                     ALTERACOES PENDENTES (PENDALT), COM    *
001264*                     VALOR ANTERIOR, VALOR NOVO E           *
001265*                     SOLICITANTE; A NOVA OPCAO A DO MENU    *
001266*                     PERMITE A OUTRO SUPERVISOR APROVAR     *
001267*                     (APLICANDO A ALTERACAO) OU REJEITAR    *
001268*                     CADA PEDIDO, E OS PEDIDOS NAO          *
001269*                     DECIDIDOS EXPIRAM APOS O PRAZO DE      *
001270*                     APROVACAO DO PARAMS. PEDIDO,           *
001271*                     APROVACAO, REJEICAO E EXPIRACAO VAO    *
001272*                     PARA A TRILHA DE AUDITORIA.            *
001273* 2026-10-15 JRS      INCLUIDA A HIERARQUIA DE CENTROS DE    *
001274*                     CUSTO: GRUPO DA CONTA NO CADASTRO,     *
001275*                     VALIDADO NA INCLUSAO, ALTERACAO E      *
001276*                     REATIVACAO, E MANUTENCAO DO CADASTRO   *
001277*                     DE GRUPOS (CADGRUPO) PELO SUPERVISOR.  *
001278* 2026-10-15 JRS      INCLUIDA A CONFERENCIA DE DUPLICIDADE  *
001279*                     NO LOTE: REGISTRO COM NUM1, NUM2 E     *
001280*                     CONTA IGUAIS A LANCAMENTO DO HISTORICO *
001281*                     NA JANELA DE DIAS DO PARAMS OU DA      *
001282*                     PROPRIA RODADA VAI PARA PENDENCIAS COM *
001283*                     MOTIVO DUP; O SUPERVISOR LIBERA COMO   *
001284*                     LEGITIMO (OPCAO G) OU BAIXA O ITEM.    *
001285* 2026-10-15 JRS      INCLUIDOS OS LANCAMENTOS EM MOEDA      *
001286*                     ESTRANGEIRA: O LOTE TRAZ A MOEDA DO    *
001287*                     REGISTRO E CONVERTE NUM1 E NUM2 EM     *
001288*                     REAIS PELA TAXA DA DATA DE NEGOCIO NA  *
001289*                     NOVA TABELA CAMBIO (MANTIDA PELO       *
001290*                     SUPERVISOR NA OPCAO X); SEM TAXA, O    *
001291*                     REGISTRO VAI PARA PENDENCIAS COM       *
001292*                     MOTIVO CAM. MOEDA, VALOR ORIGINAL E    *
001293*                     TAXA FICAM NO HISTORICO E NA TRILHA DE *
001294*                     AUDITORIA.                             *
001295* 2026-10-15 JRS      AJUSTES DE REVISAO: A CHAVE DO ESTORNO *
001296*                     PASSA A SER GUARDADA ANTES DA GRAVACAO *
001297*                     NO HISTORICO, E A CONFERENCIA DE       *
001298*                     DUPLICIDADE DE LANCAMENTO EM MOEDA     *
001299*                     ESTRANGEIRA COMPARA MOEDA E VALOR NA   *
001300*                     MOEDA.                                 *
001301*-----------------------------------------------------------*
001302
001303 ENVIRONMENT DIVISION.
001304 INPUT-OUTPUT SECTION.
001305 FILE-CONTROL.
001306     SELECT TRANS-FILE ASSIGN TO "TRANSIN"
001307         ORGANIZATION IS LINE SEQUENTIAL
001308         FILE STATUS IS WS-TRANS-STATUS.
001309
001310     SELECT REPORT-FILE ASSIGN TO "SOMARPT"
001311         ORGANIZATION IS LINE SEQUENTIAL
001312         FILE STATUS IS WS-REPORT-STATUS.
001313
001314     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-AUDIT-STATUS.
001340
001896         ORGANIZATION IS LINE SEQUENTIAL
001898         FILE STATUS IS WS-RUNCARD-STATUS.
001899
001900     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
001901         ORGANIZATION IS LINE SEQUENTIAL
001902         FILE STATUS IS WS-RUNLOG-STATUS.
001903
001904     SELECT SALDO-FILE ASSIGN TO "SALDOPER"
001905         ORGANIZATION IS INDEXED
001906         ACCESS MODE IS DYNAMIC
001907         RECORD KEY IS SB-CHAVE
001908         FILE STATUS IS WS-SALDO-STATUS.
001909
001910     SELECT ORCA-FILE ASSIGN TO "ORCAMENT"
001911         ORGANIZATION IS INDEXED
001912         ACCESS MODE IS DYNAMIC
001913         RECORD KEY IS OR-CHAVE
001914         FILE STATUS IS WS-ORCA-STATUS.
001915
001916     SELECT ORCACARG-FILE ASSIGN TO "ORCACARG"
001917         ORGANIZATION IS LINE SEQUENTIAL
001918         FILE STATUS IS WS-ORCACARG-STATUS.
001919
001920     SELECT FIXO-FILE ASSIGN TO "LANCFIXO"
001921         ORGANIZATION IS INDEXED
001922         ACCESS MODE IS DYNAMIC
001923         RECORD KEY IS LF-CODIGO
001924         FILE STATUS IS WS-FIXO-STATUS.
001925
001926     SELECT PEND-FILE ASSIGN TO "PENDALT"
001927         ORGANIZATION IS INDEXED
001928         ACCESS MODE IS DYNAMIC
001929         RECORD KEY IS PA-NUMERO
001930         FILE STATUS IS WS-PEND-STATUS.
001931
001932     SELECT GRUPO-FILE ASSIGN TO "CADGRUPO"
001933         ORGANIZATION IS INDEXED
001934         ACCESS MODE IS DYNAMIC
001935         RECORD KEY IS GR-CODIGO
001936         FILE STATUS IS WS-GRUPO-STATUS.
001937
001938     SELECT CAMBIO-FILE ASSIGN TO "CAMBIO"
001939         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS DYNAMIC
001941         RECORD KEY IS CB-CHAVE
001942         FILE STATUS IS WS-CAMBIO-STATUS.
001943
001944 DATA DIVISION.
001945 FILE SECTION.
001946 FD  TRANS-FILE
001947     RECORDING MODE IS F.
001950 01  TRANS-RECORD.
001960     05  TRANS-NUM1              PIC S9(7)V99 SIGN IS LEADING
001970                                     SEPARATE CHARACTER.
001980     05  TRANS-NUM2              PIC S9(7)V99 SIGN IS LEADING
001990                                     SEPARATE CHARACTER.
002000     05  TRANS-CCUSTO            PIC X(06).
002001*    MOEDA DO REGISTRO (BRANCO OU BRL = REAIS). EM MOEDA
002002*    ESTRANGEIRA, NUM1 E NUM2 VEM NA MOEDA E SAO CONVERTIDOS EM
002003*    REAIS PELA TAXA DE CAMBIO DA DATA DE NEGOCIO (CAMBIO).
002004     05  TRANS-MOEDA             PIC X(03).
002010 01  TRANS-RECORD-CHECK.
002020     05  TC-NUM1-SIGN            PIC X(01).
002030     05  TC-NUM1-DIGITS          PIC X(09).
002040     05  TC-NUM2-SIGN            PIC X(01).
002050     05  TC-NUM2-DIGITS          PIC X(09).
002051     05  FILLER                  PIC X(09).
002062*    VISOES DO ENVELOPE DE TRANSMISSAO DO LOTE: HEADER (TIPO H)
002064*    COM ORIGEM E DATA, TRAILER (TIPO T) COM QUANTIDADE E HASH
002066*    DE VALOR DOS DETALHES. DETALHES COMECAM COM + OU -.
002070     05  TH-TIPO                 PIC X(01).
002072     05  TH-ORIGEM               PIC X(08).
002074     05  TH-DATA                 PIC X(10).
002075     05  FILLER                  PIC X(10).
002078 01  TRANS-TRAILER-VIEW.
002080     05  TT-TIPO                 PIC X(01).
002082     05  TT-QUANTIDADE           PIC 9(06).
002084     05  TT-HASH                 PIC S9(11)V99 SIGN IS LEADING
002086                                     SEPARATE CHARACTER.
002087     05  FILLER                  PIC X(08).
002089
002090 FD  REPORT-FILE
002091     RECORDING MODE IS F.
002110
002120 FD  AUDIT-FILE
002130     RECORDING MODE IS F.
002131 01  AUDIT-LINE                  PIC X(160).
002150
002160 FD  CHECKPOINT-FILE
002170     RECORDING MODE IS F.
002600
002610 FD  FILIAL1-FILE
002620     RECORDING MODE IS F.
002621 01  FILIAL1-RECORD              PIC X(29).
002640
002650 FD  FILIAL2-FILE
002660     RECORDING MODE IS F.
002661 01  FILIAL2-RECORD              PIC X(29).
002680
002690 FD  FILIAL3-FILE
002700     RECORDING MODE IS F.
002701 01  FILIAL3-RECORD              PIC X(29).
002720
002730 FD  OPER-FILE
002740     RECORDING MODE IS F.
002880     RECORDING MODE IS F.
002890 01  HIST-RECORD.
002892     COPY "histrec.cpy".
002893
002894 FD  ORCA-FILE
002895     RECORDING MODE IS F.
002896 01  ORCA-RECORD.
002897     COPY "orcarec.cpy".
002898
002899*    ARQUIVO ANUAL DE CARGA DO ORCAMENTO: UMA LINHA POR MES E
002900*    CENTRO DE CUSTO, COM O VALOR ORCADO.
002901 FD  ORCACARG-FILE
002902     RECORDING MODE IS F.
002903 01  ORCACARG-RECORD.
002904     05  OC-MES                  PIC X(07).
002905     05  OC-CCUSTO               PIC X(06).
002906     05  OC-VALOR                PIC S9(11)V99 SIGN IS LEADING
002907                                     SEPARATE CHARACTER.
002908
002909*    MESTRE DE LANCAMENTOS RECORRENTES, GERADOS NO TRANSIN PELO
002910*    JOB GERAFIXO NAS DATAS EM QUE VENCEM.
002911 FD  FIXO-FILE
002912     RECORDING MODE IS F.
002913 01  FIXO-RECORD.
002914     COPY "lfixrec.cpy".
002915
002916*    ALTERACOES DE LIMITES, REATIVACOES DE CONTA E PARAMETROS
002917*    DA RODADA AGUARDANDO A APROVACAO DE UM SEGUNDO SUPERVISOR.
002918 FD  PEND-FILE
002919     RECORDING MODE IS F.
002920 01  PEND-RECORD.
002921     COPY "pendrec.cpy".
002922
002923*    GRUPOS DA HIERARQUIA DE CENTROS DE CUSTO (DEPARTAMENTO,
002924*    DIRETORIA, ...) AOS QUAIS AS CONTAS DO CADCONTA SE LIGAM.
002925 FD  GRUPO-FILE
002926     RECORDING MODE IS F.
002927 01  GRUPO-RECORD.
002928     COPY "grprec.cpy".
002929
002930*    TAXAS DE CAMBIO POR MOEDA E DATA DE NEGOCIO, PARA A
002931*    CONVERSAO EM REAIS DOS REGISTROS EM MOEDA ESTRANGEIRA.
002932 FD  CAMBIO-FILE
002933     RECORDING MODE IS F.
002934 01  CAMBIO-RECORD.
002935     COPY "cambrec.cpy".
003030
003040 FD  PARAM-FILE
003050     RECORDING MODE IS F.
003060 01  PARAM-RECORD.
003070     COPY "paramrec.cpy".
003080
003081 FD  RUNCARD-FILE
003082     RECORDING MODE IS F.
003083 01  RUNCARD-RECORD.
003084     COPY "runcrec.cpy".
003085
003086 FD  RUNLOG-FILE
003087     RECORDING MODE IS F.
003088 01  RUNLOG-LINE                 PIC X(100).
003089
003090 FD  SALDO-FILE
003091     RECORDING MODE IS F.
004350     88  END-OF-HIST-SCAN         VALUE "Y".
004360
004370 77  WS-HIST-SEQ                  PIC 9(6)  COMP VALUE ZERO.
004372*    CHAVE DO ULTIMO REGISTRO GRAVADO NO HISTORICO (7650).
004374 01  WS-HIST-ULT-CHAVE.
004376     05  WS-HIST-ULT-DATA         PIC X(10) VALUE SPACES.
004378     05  WS-HIST-ULT-SEQ          PIC 9(06) VALUE ZERO.
004380 77  WS-HIST-TODAY                PIC X(10).
004390
004400 77  WS-INQ-OPTION                PIC X(01).
004760 77  WS-TOLERANCIA                PIC 9(4)  COMP VALUE ZERO.
004770 77  WS-RETENCAO-DIAS             PIC 9(4)  COMP VALUE 30.
004772 77  WS-IDADE-PENDENCIA           PIC 9(4)  COMP VALUE 7.
004773 77  WS-TOL-ORCAMENTO             PIC 9(4)  COMP VALUE 10.
004774 77  WS-PRAZO-APROVACAO           PIC 9(4)  COMP VALUE 7.
004775 77  WS-DIAS-DUPLICIDADE          PIC 9(4)  COMP VALUE 3.
004780
004790 77  WS-PARM-NUM-ENTRY            PIC X(04).
004800 77  WS-PARM-ALIGNED              PIC X(04).
005207 77  WS-ENV-ORIGEM                PIC X(08).
005208 77  WS-ENV-LABEL                 PIC X(10).
005209 77  WS-ENV-ERRO-MSG              PIC X(40).
005210 77  WS-ENV-IMAGE                 PIC X(29).
005211
005212 01  WS-TIME-FIELDS.
005220     05  WS-TIME-HH               PIC 9(2).
005954 77  WS-LIM-ENTRY-VALUE           PIC 9(7)V99 VALUE ZERO.
005955 77  WS-LIM-ENTRY-OK-SWITCH       PIC X(01) VALUE "N".
005956     88  WS-LIM-ENTRY-OK          VALUE "Y".
005957*-----------------------------------------------------------*
005958* CONFERENCIA DE LANCAMENTO EM DUPLICIDADE NO LOTE: CHAVES   *
005959* NUM1/NUM2/CONTA JA LANCADAS NA JANELA DE DIAS DO PARAMS    *
005960* (HISTSOMA) E NA PROPRIA RODADA                             *
005961*-----------------------------------------------------------*
005962 77  WS-DUP-SWITCH                PIC X(01) VALUE "N".
005963     88  WS-DUP-DETECTED          VALUE "Y".
005964
005965 77  WS-DUP-REJ-COUNT             PIC 9(4)  COMP VALUE ZERO.
005966
005967 77  WS-DUP-COUNT                 PIC 9(4)  COMP VALUE ZERO.
005968 77  WS-DUP-IX                    PIC 9(4)  COMP VALUE ZERO.
005969 77  WS-DUP-FOUND-SWITCH          PIC X(01) VALUE "N".
005970     88  WS-DUP-FOUND             VALUE "Y".
005971 77  WS-DUP-FULL-SWITCH           PIC X(01) VALUE "N".
005972     88  WS-DUP-TABLE-FULL        VALUE "Y".
005973
005974 01  WS-DUP-TABLE.
005975     05  WS-DUP-ENTRY             OCCURS 5000 TIMES.
005976         10  DP-NUM1              PIC S9(7)V99 COMP.
005977         10  DP-NUM2              PIC S9(7)V99 COMP.
005978         10  DP-CCUSTO            PIC X(06).
005979         10  DP-DATA              PIC X(10).
005980*        LANCAMENTO EM MOEDA ESTRANGEIRA: MOEDA E VALOR NA
005981*        MOEDA (NUM1 + NUM2), CONFERIDOS NO LUGAR DE NUM1
005982*        E NUM2 EM REAIS, QUE VARIAM COM A TAXA DO DIA.
005983         10  DP-MOEDA             PIC X(03).
005984         10  DP-VALOR-MOEDA       PIC S9(7)V99 COMP.
005985
005986*    PRIMEIRO DIA DA JANELA DE CONFERENCIA NO HISTORICO.
005987 77  WS-DUP-INICIO                PIC X(10).
005988 77  WS-DUP-DATE-INT              PIC 9(08) COMP.
005989 01  WS-DUP-INICIO-FIELDS.
005990     05  WS-DI-CCYY               PIC 9(4).
005991     05  WS-DI-MM                 PIC 9(2).
005992     05  WS-DI-DD                 PIC 9(2).
005993 01  WS-DUP-INICIO-NUM            REDEFINES WS-DUP-INICIO-FIELDS
005994                                  PIC 9(08).
005995
005996*    IMAGEM DA PENDENCIA (DUPLICIDADE OU FALTA DE TAXA DE CAMBIO)
005997*    LIBERADA PELO SUPERVISOR, NO LAYOUT DO REGISTRO DO LOTE.
005998 01  WS-DUP-IMAGEM.
005999     05  WS-DUP-IMG-NUM1          PIC S9(7)V99 SIGN IS LEADING
006000                                      SEPARATE CHARACTER.
006001     05  WS-DUP-IMG-NUM2          PIC S9(7)V99 SIGN IS LEADING
006002                                      SEPARATE CHARACTER.
006003     05  WS-DUP-IMG-CCUSTO        PIC X(06).
006004     05  WS-DUP-IMG-MOEDA         PIC X(03).
006005 77  WS-DUP-CONFIRMA              PIC X(01).
006006
006007*-----------------------------------------------------------*
006008* CAMPOS DO ARQUIVO DE PENDENCIAS DO LOTE (SUSPFILE)         *
006009*-----------------------------------------------------------*
006010 77  WS-SUSPENSE-STATUS           PIC X(02).
006011
006012 77  WS-SUSP-MOTIVO               PIC X(03).
006013
006014 77  WS-FORMAT-SWITCH             PIC X(01) VALUE "N".
006020     88  WS-FORMAT-INVALID        VALUE "Y".
006030
006040 77  WS-FORMAT-REJ-COUNT          PIC 9(4)  COMP VALUE ZERO.
006200         10  SP-SITUACAO-PEND     PIC X(01).
006210         10  SP-MOTIVO            PIC X(03).
006220         10  SP-DATA              PIC X(10).
006230         10  SP-IMAGEM            PIC X(29).
006240
006250*-----------------------------------------------------------*
006260* CAMPOS DO MODO DE CONSOLIDACAO DOS LOTES DAS FILIAIS       *
006261*-----------------------------------------------------------*
006262 77  WS-FILIAL1-STATUS            PIC X(02).
006263 77  WS-FILIAL2-STATUS            PIC X(02).
006264 77  WS-FILIAL3-STATUS            PIC X(02).
006265
006266 77  WS-FILIAL-IX                 PIC 9(02) COMP VALUE ZERO.
006267 77  WS-FILIAL-ID                 PIC 9(02).
006268
006269 77  WS-FILIAL-EOF-SWITCH         PIC X(01) VALUE "N".
006270     88  END-OF-FILIAL-FILE       VALUE "Y".
006271
006272 77  WS-FILIAL-OPEN-SWITCH        PIC X(01) VALUE "N".
006273     88  WS-FILIAL-AVAILABLE      VALUE "Y".
006274
006275 77  WS-FILIAL-TOTAL              PIC S9(11)V99 COMP VALUE ZERO.
006276 77  WS-FILIAL-COUNT              PIC 9(6)  COMP VALUE ZERO.
006277 77  WS-GRAND-COUNT               PIC 9(6)  COMP VALUE ZERO.
006278
006279 77  WS-FILIAL-CNT-DISPLAY        PIC 9(06).
006280 77  WS-FILIAL-TOT-DISPLAY        PIC S9(11)V99 SIGN IS LEADING
006281                                      SEPARATE CHARACTER.
006282
006283*-----------------------------------------------------------*
006284* CAMPOS DO MENU PRINCIPAL E DOS TOTAIS DA RODADA            *
006285*-----------------------------------------------------------*
006286 77  WS-MENU-OPTION               PIC X(01).
006287 77  WS-SESSION-DONE-SWITCH       PIC X(01) VALUE "N".
006288     88  WS-SESSION-DONE          VALUE "Y".
006289 77  WS-SESSION-TOTAL             PIC S9(11)V99 COMP VALUE ZERO.
006290 77  WS-SESSION-COUNT             PIC 9(6)  COMP VALUE ZERO.
006291
006292*-----------------------------------------------------------*
006293* MODO SEM OPERADOR COMANDADO PELO CARTAO DE EXECUCAO        *
006294* (RUNCARD), PARA O SCHEDULER NOTURNO                        *
006295*-----------------------------------------------------------*
006296 77  WS-RUNCARD-STATUS            PIC X(02).
006297
006298 77  WS-UNATTENDED-SWITCH         PIC X(01) VALUE "N".
006299     88  WS-UNATTENDED            VALUE "Y".
006300
006301*-----------------------------------------------------------*
006302* CONTROLE DE MES FECHADO NO MESTRE DE SALDOS (SALDOPER)     *
006303*-----------------------------------------------------------*
006304 77  WS-SALDO-STATUS              PIC X(02).
006305
006306 77  WS-MES-FECHADO-SWITCH        PIC X(01) VALUE "N".
006307     88  WS-MES-FECHADO           VALUE "Y".
006308
006309 77  WS-TARGET-MES                PIC X(07).
006310
006311 77  WS-RC-FUNCAO                 PIC X(01).
006312 77  WS-RC-DATA                   PIC X(10).
006313 77  WS-RC-RESTART                PIC X(01).
006314 77  WS-RC-REPROCESSA             PIC X(01).
006315 77  WS-RC-OPERADOR               PIC X(08).
006316 77  WS-RC-SEQUENCIA              PIC X(06).
006317 77  WS-RC-DATA-ORIGEM            PIC X(10).
006318
006319*-----------------------------------------------------------*
006320* ESTORNO DE LANCAMENTO JA CONTABILIZADO (CHAVE DO HISTSOMA) *
006321*-----------------------------------------------------------*
006322 01  WS-EST-ORIG-CHAVE.
006323     05  WS-EST-ORIG-DATA         PIC X(10).
006324     05  WS-EST-ORIG-SEQ          PIC 9(06).
006325
006326 01  WS-EST-NOVA-CHAVE.
006327     05  WS-EST-NOVA-DATA         PIC X(10).
006328     05  WS-EST-NOVA-SEQ          PIC 9(06).
006329
006330*    REFERENCIA GRAVADA NO HISTORICO JUNTO COM A SOMA DA VEZ;
006331*    SO O ESTORNO A PREENCHE, OS DEMAIS REGISTROS VAO EM BRANCO.
006332 01  WS-HIST-REF-CHAVE.
006333     05  WS-HIST-REF-DATA         PIC X(10) VALUE SPACES.
006334     05  WS-HIST-REF-SEQ          PIC 9(06) VALUE ZERO.
006335
006336*    MOEDA ESTRANGEIRA DA SOMA DA VEZ (MOEDA, VALOR ORIGINAL NA
006337*    MOEDA E TAXA DE CAMBIO), GRAVADA NO HISTORICO E NA TRILHA
006338*    DE AUDITORIA. EM BRANCO/ZERO NAS SOMAS EM REAIS.
006339 01  WS-HIST-CAMBIO.
006340     05  WS-HIST-MOEDA            PIC X(03) VALUE SPACES.
006341     05  WS-HIST-VALOR-MOEDA      PIC S9(7)V99 VALUE ZERO.
006342     05  WS-HIST-TAXA             PIC 9(03)V9(06) VALUE ZERO.
006343
006344 77  WS-EST-SEQ-ENTRY             PIC X(06).
006345 77  WS-EST-ANSWER                PIC X(01).
006346 77  WS-EST-OK-SWITCH             PIC X(01) VALUE "N".
006347     88  WS-EST-LIBERADO          VALUE "Y".
006348
006349*-----------------------------------------------------------*
006350* MANUTENCAO E CARGA DO ORCAMENTO POR CENTRO DE CUSTO        *
006351* (ORCAMENT / ORCACARG)                                      *
006352*-----------------------------------------------------------*
006353 77  WS-ORCA-STATUS               PIC X(02).
006354 77  WS-ORCACARG-STATUS           PIC X(02).
006355
006356 77  WS-ORCA-AVAIL-SWITCH         PIC X(01) VALUE "N".
006357     88  WS-ORCA-AVAILABLE        VALUE "Y".
006358 77  WS-ORCA-FOUND-SWITCH         PIC X(01) VALUE "N".
006359     88  WS-ORCA-FOUND            VALUE "Y".
006360 77  WS-ORCA-DONE-SWITCH          PIC X(01) VALUE "N".
006361     88  WS-ORCA-MAINT-DONE       VALUE "Y".
006362 77  WS-ORCA-EOF-SWITCH           PIC X(01) VALUE "N".
006363     88  END-OF-ORCA-SCAN         VALUE "Y".
006364 77  WS-ORCA-KEY-SWITCH           PIC X(01) VALUE "N".
006365     88  WS-ORCA-KEY-OK           VALUE "Y".
006366
006367 77  WS-ORCA-OPTION               PIC X(01).
006368 77  WS-ORCA-ANSWER               PIC X(01).
006369
006370 01  WS-ORCA-MES-ENTRY.
006371     05  WS-ORCA-MES-CCYY         PIC X(04).
006372     05  WS-ORCA-MES-SEP          PIC X(01).
006373     05  WS-ORCA-MES-MM           PIC X(02).
006374
006375 77  WS-ORCA-VALOR-ANT            PIC S9(11)V99 COMP VALUE ZERO.
006376 77  WS-ORCA-VALOR-NOVO           PIC S9(11)V99 COMP VALUE ZERO.
006377 77  WS-ORCA-TOTAL                PIC S9(11)V99 COMP VALUE ZERO.
006378 77  WS-ORCA-COUNT                PIC 9(6)  COMP VALUE ZERO.
006379 77  WS-ORCA-CRG-LIDOS            PIC 9(6)  COMP VALUE ZERO.
006380 77  WS-ORCA-CRG-GRAVADOS         PIC 9(6)  COMP VALUE ZERO.
006381 77  WS-ORCA-CRG-RECUSADOS        PIC 9(6)  COMP VALUE ZERO.
006382 01  WS-ORCA-DISPLAY              PIC S9(11)V99 SIGN IS LEADING
006383                                      SEPARATE CHARACTER.
006384
006385*-----------------------------------------------------------*
006386* MANUTENCAO DOS LANCAMENTOS RECORRENTES (LANCFIXO)         *
006387*-----------------------------------------------------------*
006388 77  WS-FIXO-STATUS               PIC X(02).
006389
006390 77  WS-FIXO-AVAIL-SWITCH         PIC X(01) VALUE "N".
006391     88  WS-FIXO-AVAILABLE        VALUE "Y".
006392 77  WS-FIXO-FOUND-SWITCH         PIC X(01) VALUE "N".
006393     88  WS-FIXO-FOUND            VALUE "Y".
006394 77  WS-FIXO-DONE-SWITCH          PIC X(01) VALUE "N".
006395     88  WS-FIXO-MAINT-DONE       VALUE "Y".
006396 77  WS-FIXO-EOF-SWITCH           PIC X(01) VALUE "N".
006397     88  END-OF-FIXO-SCAN         VALUE "Y".
006398 77  WS-FIXO-OK-SWITCH            PIC X(01) VALUE "N".
006399     88  WS-FIXO-ENTRY-OK         VALUE "Y".
006400
006401 77  WS-FIXO-OPTION               PIC X(01).
006402 77  WS-FIXO-CODIGO               PIC X(06).
006403 77  WS-FIXO-DIA-ENTRY            PIC X(02).
006404 77  WS-FIXO-COUNT                PIC 9(6)  COMP VALUE ZERO.
006405
006406 01  WS-FIXO-DATA-ENTRY.
006407     05  WS-FIXO-DATA-CCYY        PIC X(04).
006408     05  WS-FIXO-DATA-SEP1        PIC X(01).
006409     05  WS-FIXO-DATA-MM          PIC X(02).
006410     05  WS-FIXO-DATA-SEP2        PIC X(01).
006411     05  WS-FIXO-DATA-DD          PIC X(02).
006412 01  WS-FIXO-DATA-X               REDEFINES WS-FIXO-DATA-ENTRY
006413                                      PIC X(10).
006414
006415*-----------------------------------------------------------*
006416* ALTERACOES PENDENTES DE APROVACAO (PENDALT)               *
006417*-----------------------------------------------------------*
006418 77  WS-PEND-STATUS               PIC X(02).
006419
006420 77  WS-PEND-AVAIL-SWITCH         PIC X(01) VALUE "N".
006421     88  WS-PEND-AVAILABLE        VALUE "Y".
006422 77  WS-PEND-DONE-SWITCH          PIC X(01) VALUE "N".
006423     88  WS-PEND-MAINT-DONE       VALUE "Y".
006424 77  WS-PEND-EOF-SWITCH           PIC X(01) VALUE "N".
006425     88  END-OF-PEND-SCAN         VALUE "Y".
006426 77  WS-PEND-OK-SWITCH            PIC X(01) VALUE "N".
006427     88  WS-PEND-ENTRY-OK         VALUE "Y".
006428 77  WS-PEND-APLICADO-SWITCH      PIC X(01) VALUE "N".
006429     88  WS-PEND-APLICADO         VALUE "Y".
006430
006431 77  WS-PEND-OPTION               PIC X(01).
006432 77  WS-PEND-ANSWER               PIC X(01).
006433 77  WS-PEND-NUMERO-ENTRY         PIC X(06).
006434 77  WS-PEND-ULT-NUMERO           PIC 9(06) VALUE ZERO.
006435 77  WS-PEND-DUP-NUMERO           PIC 9(06) VALUE ZERO.
006436 77  WS-PEND-COUNT                PIC 9(6)  COMP VALUE ZERO.
006437 77  WS-PEND-EXPIRADOS            PIC 9(6)  COMP VALUE ZERO.
006438 77  WS-PEND-PEDIDOS              PIC 9(4)  COMP VALUE ZERO.
006439 77  WS-PEND-IDADE                PIC S9(5) COMP VALUE ZERO.
006440 01  WS-PEND-DATE-FIELDS.
006441     05  WS-PD-CCYY               PIC 9(4).
006442     05  WS-PD-MM                 PIC 9(2).
006443     05  WS-PD-DD                 PIC 9(2).
006444 01  WS-PEND-DATE-NUM             REDEFINES WS-PEND-DATE-FIELDS
006445                                      PIC 9(08).
006446
006447*    PEDIDO EM MONTAGEM (CONTA OU PARAMETRO, CAMPO E VALORES
006448*    ANTERIOR E NOVO), GRAVADO NO PENDALT PELO 7440.
006449 77  WS-PED-TIPO                  PIC X(01).
006450 77  WS-PED-CCUSTO                PIC X(06).
006451 77  WS-PED-CAMPO                 PIC X(08).
006452 77  WS-PED-FORMATO               PIC X(01).
006453 77  WS-PED-VALOR-ANT             PIC 9(7)V99 VALUE ZERO.
006454 77  WS-PED-VALOR-NOVO            PIC 9(7)V99 VALUE ZERO.
006455 01  WS-PED-ANTERIOR              PIC X(34).
006456 01  WS-PED-ANT-NUMERICO          REDEFINES WS-PED-ANTERIOR.
006457     05  WS-PED-ANT-NUM           PIC 9(07)V99.
006458     05  FILLER                   PIC X(25).
006459 01  WS-PED-NOVO                  PIC X(34).
006460 01  WS-PED-NOVO-NUMERICO         REDEFINES WS-PED-NOVO.
006461     05  WS-PED-NOVO-NUM          PIC 9(07)V99.
006462     05  FILLER                   PIC X(25).
006463
006464 77  WS-PED-EDIT                  PIC Z(6)9.99.
006465 77  WS-PED-ALVO                  PIC X(06).
006466 77  WS-PED-ANT-TELA              PIC X(34).
006467 77  WS-PED-NOVO-TELA             PIC X(34).
006468
006469*    PARAMETROS VIGENTES NA ENTRADA DA TELA DE PARAMETROS: CADA
006470*    VALOR DIGITADO DIFERENTE DO VIGENTE VIRA UM PEDIDO, E A
006471*    MEMORIA VOLTA AOS VIGENTES ATE A APROVACAO.
006472 77  WS-ANT-CHECKPOINT            PIC 9(4)  COMP.
006473 77  WS-ANT-MAX-LINES             PIC 9(2)  COMP.
006474 77  WS-ANT-REPORT-TITLE          PIC X(34).
006475 77  WS-ANT-TOLERANCIA            PIC 9(4)  COMP.
006476 77  WS-ANT-RETENCAO              PIC 9(4)  COMP.
006477 77  WS-ANT-IDADE-PENDENCIA       PIC 9(4)  COMP.
006478 77  WS-ANT-SENHA-DIAS            PIC 9(4)  COMP.
006479 77  WS-ANT-TOL-ORCAMENTO         PIC 9(4)  COMP.
006480 77  WS-ANT-PRAZO-APROVACAO       PIC 9(4)  COMP.
006481 77  WS-ANT-DIAS-DUPLICIDADE      PIC 9(4)  COMP.
006482
006483*-----------------------------------------------------------*
006484* HIERARQUIA DE CENTROS DE CUSTO (CADGRUPO)                 *
006485*-----------------------------------------------------------*
006486 77  WS-GRUPO-STATUS              PIC X(02).
006487
006488 77  WS-GRUPO-AVAIL-SWITCH        PIC X(01) VALUE "N".
006489     88  WS-GRUPO-AVAILABLE       VALUE "Y".
006490 77  WS-GRUPO-DONE-SWITCH         PIC X(01) VALUE "N".
006491     88  WS-GRUPO-MAINT-DONE      VALUE "Y".
006492 77  WS-GRUPO-EOF-SWITCH          PIC X(01) VALUE "N".
006493     88  END-OF-GRUPO-SCAN        VALUE "Y".
006494 77  WS-GRUPO-VALID-SWITCH        PIC X(01) VALUE "N".
006495     88  WS-GRUPO-VALIDO          VALUE "Y".
006496 77  WS-GRUPO-TOPO-SWITCH         PIC X(01) VALUE "N".
006497     88  WS-GRUPO-FIM-SUBIDA      VALUE "Y".
006498
006499 77  WS-GRUPO-OPTION              PIC X(01).
006500 77  WS-GRUPO-CODIGO              PIC X(06).
006501 77  WS-GRUPO-PAI-ENTRY           PIC X(06).
006502 77  WS-GRUPO-NIVEL-ENTRY         PIC X(01).
006503 77  WS-GRUPO-DESCR-ENTRY         PIC X(30).
006504 77  WS-GRUPO-NIVEL               PIC 9(01) VALUE ZERO.
006505 77  WS-GRUPO-NIVEL-FILHO         PIC 9(02) VALUE ZERO.
006506 77  WS-GRUPO-SUPERIOR            PIC X(06).
006507 77  WS-GRUPO-MOTIVO              PIC X(40).
006508 77  WS-GRUPO-COUNT               PIC 9(4)  COMP VALUE ZERO.
006509
006510*-----------------------------------------------------------*
006511* MOEDA ESTRANGEIRA E TABELA DE TAXAS DE CAMBIO (CAMBIO)     *
006512*-----------------------------------------------------------*
006513 77  WS-CAMBIO-STATUS             PIC X(02).
006514
006515 77  WS-CAMBIO-AVAIL-SWITCH       PIC X(01) VALUE "N".
006516     88  WS-CAMBIO-AVAILABLE      VALUE "Y".
006517 77  WS-CAMBIO-DONE-SWITCH        PIC X(01) VALUE "N".
006518     88  WS-CAMBIO-MAINT-DONE     VALUE "Y".
006519 77  WS-CAMBIO-EOF-SWITCH         PIC X(01) VALUE "N".
006520     88  END-OF-CAMBIO-SCAN       VALUE "Y".
006521 77  WS-CAMBIO-FOUND-SWITCH       PIC X(01) VALUE "N".
006522     88  WS-CAMBIO-FOUND          VALUE "Y".
006523 77  WS-CAMBIO-KEY-SWITCH         PIC X(01) VALUE "N".
006524     88  WS-CAMBIO-KEY-OK         VALUE "Y".
006525*    RESULTADO DA CONVERSAO: N = CONVERTIDO (OU EM REAIS),
006526*    S = SEM TAXA CADASTRADA, E = VALOR CONVERTIDO FORA DA FAIXA.
006527 77  WS-CAMBIO-SWITCH             PIC X(01) VALUE "N".
006528     88  WS-CAMBIO-SEM-TAXA       VALUE "S".
006529     88  WS-CAMBIO-ESTOURO        VALUE "E".
006530
006531 77  WS-CAMBIO-REJ-COUNT          PIC 9(4)  COMP VALUE ZERO.
006532 77  WS-CAMBIO-COUNT              PIC 9(4)  COMP VALUE ZERO.
006533 77  WS-CAMBIO-OPTION             PIC X(01).
006534 77  WS-CAMBIO-ANSWER             PIC X(01).
006535 77  WS-CAMBIO-MOEDA-ENTRY        PIC X(03).
006536 77  WS-CAMBIO-DATA-ENTRY         PIC X(10).
006537
006538*    ENTRADA DA CONVERSAO: MOEDA E VALORES ORIGINAIS DO REGISTRO
006539*    E DATA DE NEGOCIO CUJA TAXA SE APLICA.
006540 77  WS-CAMBIO-ORIG-MOEDA         PIC X(03).
006541 77  WS-CAMBIO-ORIG-NUM1          PIC S9(7)V99.
006542 77  WS-CAMBIO-ORIG-NUM2          PIC S9(7)V99.
006543 77  WS-CAMBIO-DATA               PIC X(10).
006544
006545*    TAXA DIGITADA NO FORMATO 999,999999 E A MESMA TAXA EM
006546*    PARTES, PARA CRITICA E EXIBICAO.
006547 01  WS-CAMBIO-TAXA-ENTRY.
006548     05  WS-CTE-INT               PIC X(03).
006549     05  WS-CTE-SEP               PIC X(01).
006550     05  WS-CTE-DEC               PIC X(06).
006551 01  WS-CAMBIO-TAXA-PARTES.
006552     05  WS-CTP-INT               PIC 9(03).
006553     05  WS-CTP-DEC               PIC 9(06).
006554 01  WS-CAMBIO-TAXA               REDEFINES WS-CAMBIO-TAXA-PARTES
006555                                  PIC 9(03)V9(06).
006556
006557*-----------------------------------------------------------*
006558* DIARIO DA CADEIA NOTURNA (RUNLOG)                         *
006559*-----------------------------------------------------------*
006560 77  WS-RUNLOG-STATUS             PIC X(02).
006561 77  WS-RUNLOG-INICIO-SWITCH      PIC X(01) VALUE "N".
006562     88  WS-RUNLOG-INICIADO       VALUE "Y".
006563 77  WS-RUNLOG-DATA               PIC X(10) VALUE SPACES.
006564 77  WS-RUNLOG-OPERADOR           PIC X(08) VALUE SPACES.
006565 77  WS-RUNLOG-MENSAGEM           PIC X(40) VALUE SPACES.
006566
006567 01  WS-RUNLOG-TS-FIELDS.
006568     05  WS-RUNLOG-TS-CCYY        PIC 9(4).
006569     05  WS-RUNLOG-TS-MM          PIC 9(2).
006570     05  WS-RUNLOG-TS-DD          PIC 9(2).
006571
006572 01  WS-RUNLOG-TIME-FIELDS.
006573     05  WS-RUNLOG-TIME-HH        PIC 9(2).
006574     05  WS-RUNLOG-TIME-MM        PIC 9(2).
006575     05  WS-RUNLOG-TIME-SS        PIC 9(2).
006576     05  WS-RUNLOG-TIME-CC        PIC 9(2).
006577
006578 01  WS-RUNLOG-DETAIL.
006579     COPY "runlrec.cpy".
006587 PROCEDURE DIVISION.
006588*=============================================================
006590* 0000-MAINLINE - SELECIONA O MODO DE EXECUCAO E DEVOLVE O
006624     PERFORM 0100-SET-RUN-DATES THRU 0100-EXIT
006626     PERFORM 3000-OPEN-AUDIT THRU 3000-EXIT
006630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006631     IF WS-UNATTENDED
006632         PERFORM 8500-LOG-INICIO THRU 8500-EXIT
006633     END-IF
006640     PERFORM 2000-OPEN-REPORT THRU 2000-EXIT
006642     PERFORM 1095-CHECK-MES THRU 1095-EXIT
006660     PERFORM 7900-OPEN-INTERFACE THRU 7900-EXIT
006670     PERFORM 6370-OPEN-CONTA THRU 6370-EXIT
006671     PERFORM 7470-OPEN-PEND THRU 7470-EXIT
006672     PERFORM 7570-OPEN-GRUPO THRU 7570-EXIT
006673     PERFORM 7770-OPEN-CAMBIO THRU 7770-EXIT
006680     PERFORM 7600-OPEN-HISTORY THRU 7600-EXIT
006690
006700     IF WS-UNATTENDED
006720
006730     PERFORM 8000-TERMINATE THRU 8000-EXIT
006740
006741     PERFORM 8600-LOG-FIM THRU 8600-EXIT
006750     STOP RUN.
006760
006770*=============================================================
006850     MOVE ZERO TO WS-SESSION-COUNT
006860     MOVE "N"  TO WS-SESSION-DONE-SWITCH.
006870 1000-EXIT.
006871     EXIT.
006872
006873*=============================================================
006874* 1005-READ-RUNCARD - PROCURA O CARTAO DE EXECUCAO (RUNCARD).
006875* CARTAO PRESENTE LIGA O MODO SEM OPERADOR E GUARDA A FUNCAO,
006876* A DATA, O RESTART E A AUTORIZACAO DE REPROCESSAMENTO DA
006877* RODADA; CARTAO AUSENTE MANTEM A SESSAO NORMAL NO TERMINAL.
006878*=============================================================
006879 1005-READ-RUNCARD.
006880     OPEN INPUT RUNCARD-FILE
006881     IF WS-RUNCARD-STATUS NOT = "00"
006882         GO TO 1005-EXIT
006883     END-IF
006884
006885     READ RUNCARD-FILE
006886         AT END
006887             CONTINUE
006888         NOT AT END
006889             MOVE "Y"           TO WS-UNATTENDED-SWITCH
006890             MOVE RC-FUNCAO     TO WS-RC-FUNCAO
006891             MOVE RC-DATA       TO WS-RC-DATA
006892             MOVE RC-RESTART    TO WS-RC-RESTART
006893             MOVE RC-REPROCESSA TO WS-RC-REPROCESSA
006894             MOVE RC-OPERADOR   TO WS-RC-OPERADOR
006895             MOVE RC-SEQUENCIA  TO WS-RC-SEQUENCIA
006896             MOVE RC-DATA-ORIGEM TO WS-RC-DATA-ORIGEM
006904             DISPLAY "Cartao de execucao RUNCARD encontrado - "
006905                 "rodada sem operador (funcao " RC-FUNCAO ")."
006906     END-READ
008327             IF PR-SENHA-DIAS IS NUMERIC
008328                 MOVE PR-SENHA-DIAS TO WS-SENHA-DIAS
008329             END-IF
008330             IF PR-TOL-ORCAMENTO IS NUMERIC
008331                 MOVE PR-TOL-ORCAMENTO TO WS-TOL-ORCAMENTO
008332             END-IF
008333             IF PR-PRAZO-APROVACAO IS NUMERIC
008334                 MOVE PR-PRAZO-APROVACAO TO WS-PRAZO-APROVACAO
008335             END-IF
008336             IF PR-DIAS-DUPLICIDADE IS NUMERIC
008337                 MOVE PR-DIAS-DUPLICIDADE TO WS-DIAS-DUPLICIDADE
008338             END-IF
008339     END-READ
008340     CLOSE PARAM-FILE.
008350 1090-EXIT.
008360     EXIT.
008550     DISPLAY " 9 - Consulta ao historico de somas"
008560     DISPLAY " P - Parametros da rodada (supervisor)"
008565     DISPLAY " O - Manutencao de operadores (supervisor)"
008566     DISPLAY " E - Estorno de lancamento (supervisor)"
008567     DISPLAY " B - Orcamento por centro de custo (supervisor)"
008568     DISPLAY " R - Lancamentos recorrentes (supervisor)"
008569     DISPLAY " A - Aprovacao de alteracoes pendentes (supervisor)"
008570     DISPLAY " H - Hierarquia de centros de custo (supervisor)"
008571     DISPLAY " X - Taxas de cambio (supervisor)"
008572     DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
008580     ACCEPT WS-MENU-OPTION
008590
008600     EVALUATE WS-MENU-OPTION
009058             ELSE
009059                 PERFORM 1550-DENY-OPTION THRU 1550-EXIT
009060             END-IF
009061         WHEN "E"
009062         WHEN "e"
009063             IF WS-PERFIL-SUPERVISOR
009064                 PERFORM 6900-ESTORNO-MODE THRU 6900-EXIT
009065             ELSE
009066                 PERFORM 1550-DENY-OPTION THRU 1550-EXIT
009067             END-IF
009068         WHEN "B"
009069         WHEN "b"
009070             IF WS-PERFIL-SUPERVISOR
009071                 PERFORM 6400-ORCA-MAINT THRU 6400-EXIT
009072             ELSE
009073                 PERFORM 1550-DENY-OPTION THRU 1550-EXIT
009074             END-IF
009075         WHEN "R"
009076         WHEN "r"
009077             IF WS-PERFIL-SUPERVISOR
009078                 PERFORM 7300-FIXO-MAINT THRU 7300-EXIT
009079             ELSE
009080                 PERFORM 1550-DENY-OPTION THRU 1550-EXIT
009081             END-IF
009082         WHEN "A"
009083         WHEN "a"
009084             IF WS-PERFIL-SUPERVISOR
009085                 PERFORM 7400-APROVA-MODE THRU 7400-EXIT
009086             ELSE
009087                 PERFORM 1550-DENY-OPTION THRU 1550-EXIT
009088             END-IF
009089         WHEN "H"
009090         WHEN "h"
009091             IF WS-PERFIL-SUPERVISOR
009092                 PERFORM 7500-GRUPO-MAINT THRU 7500-EXIT
009093             ELSE
009094                 PERFORM 1550-DENY-OPTION THRU 1550-EXIT
009095             END-IF
009096         WHEN "X"
009097         WHEN "x"
009098             IF WS-PERFIL-SUPERVISOR
009099                 PERFORM 7700-CAMBIO-MAINT THRU 7700-EXIT
009100             ELSE
009101                 PERFORM 1550-DENY-OPTION THRU 1550-EXIT
009102             END-IF
009103         WHEN OTHER
009104             DISPLAY "*** OPCAO INVALIDA - TENTE NOVAMENTE ***"
009105     END-EVALUATE.
009106 1500-EXIT.
009107     EXIT.
009110
009120*=============================================================
009130* 1550-DENY-OPTION - RECUSA UMA OPCAO DO MENU FORA DO PERFIL
009280     DISPLAY "  Quantidade de somas realizadas: " WS-SESSION-COUNT
009290     DISPLAY "  Total acumulado.............: " WS-SESSION-TOTAL.
009300 1600-EXIT.
009301     EXIT.
009302
009303*=============================================================
009304* 1700-RUN-CARD-FUNCTION - EXECUTA, SEM NENHUM ACCEPT, A FUNCAO
009305* PEDIDA NO CARTAO DE EXECUCAO E APURA O RETURN-CODE DA RODADA
009306* PARA O SCHEDULER: 0 LIMPO, 4 COM REJEICOES NO LOTE, 8 LOTE
009307* RECUSADO, FUNCAO INVALIDA OU ARQUIVO DE ENTRADA INDISPONIVEL.
009308* NO ESTORNO (FUNCAO E) O RETURN-CODE E O DO PROPRIO ESTORNO:
009309* 0 GRAVADO, 8 RECUSADO.
009310*=============================================================
009311 1700-RUN-CARD-FUNCTION.
009312     EVALUATE WS-RC-FUNCAO
009313         WHEN "B"
009314             PERFORM 5000-BATCH-MODE THRU 5000-EXIT
009315         WHEN "C"
009316             PERFORM 5500-CONSOLIDATE-MODE THRU 5500-EXIT
009317         WHEN "E"
009318             PERFORM 6900-ESTORNO-MODE THRU 6900-EXIT
009319             GO TO 1700-EXIT
009324         WHEN OTHER
009325             DISPLAY "*** ERRO: FUNCAO INVALIDA NO CARTAO DE "
009326                 "EXECUCAO (" WS-RC-FUNCAO ") ***"
009337         AND (WS-OVERFLOW-COUNT > ZERO
009338             OR WS-CCUSTO-REJ-COUNT > ZERO
009339             OR WS-FORMAT-REJ-COUNT > ZERO
009340             OR WS-LIMIT-REJ-COUNT > ZERO
009341             OR WS-DUP-REJ-COUNT > ZERO
009342             OR WS-CAMBIO-REJ-COUNT > ZERO)
009343         MOVE 4 TO RETURN-CODE
009344     END-IF.
009345 1700-EXIT.
009346     EXIT.
009347
009348*=============================================================
009349* 2000-OPEN-REPORT - ABRE O RELATORIO IMPRESSO (SOMARPT) E
009350* EMITE O PRIMEIRO CABECALHO DA RODADA.
009360*=============================================================
009370 2000-OPEN-REPORT.
010710     MOVE SOMA              TO AD-SOMA
010720     MOVE WS-CCUSTO         TO AD-CCUSTO
010730     MOVE WS-SITUACAO       TO AD-SITUACAO
010731     MOVE WS-HIST-MOEDA     TO AD-MOEDA
010732     MOVE WS-HIST-VALOR-MOEDA TO AD-VALOR-MOEDA
010733     MOVE WS-HIST-TAXA      TO AD-TAXA
010740
010741     WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL
010742
010743*    OS DEMAIS EVENTOS DA TRILHA SAEM SEM MOEDA ESTRANGEIRA.
010744     MOVE SPACES            TO AD-MOEDA
010745     MOVE ZERO              TO AD-VALOR-MOEDA
010746     MOVE ZERO              TO AD-TAXA.
010760 3100-EXIT.
010770     EXIT.
010771
010990
011000     MOVE "N" TO WS-OVERFLOW-SWITCH
011005     MOVE "N" TO WS-LIMIT-SWITCH
011006     MOVE "N" TO WS-DUP-SWITCH
011010     COMPUTE SOMA = NUM1 + NUM2
011020         ON SIZE ERROR
011030             MOVE "Y" TO WS-OVERFLOW-SWITCH
012691         MOVE ZERO TO WS-CCUSTO-REJ-COUNT
012692         MOVE ZERO TO WS-FORMAT-REJ-COUNT
012693         MOVE ZERO TO WS-LIMIT-REJ-COUNT
012694         MOVE ZERO TO WS-DUP-REJ-COUNT
012695         MOVE ZERO TO WS-CAMBIO-REJ-COUNT
012696         MOVE ZERO TO WS-RECS-PROCESSED
012697         MOVE ZERO TO WS-LAST-CHECKPOINT
012698         MOVE "N"  TO WS-EOF-SWITCH
012699         PERFORM 5280-LOAD-DUP-TABLE THRU 5280-EXIT
012700
012701         IF WS-RESTART-REQUESTED
012702             PERFORM 5050-READ-CHECKPOINT THRU 5050-EXIT
012703             IF WS-CKPT-MODE-CONFLICT
012704                 CLOSE SUSPENSE-FILE
012705                 CLOSE TRANS-FILE
012706                 GO TO 5000-EXIT
012707             END-IF
012708         END-IF
012709
012710         PERFORM 5100-READ-TRANS THRU 5100-EXIT
012711
012712         PERFORM 5060-SKIP-PROCESSED-RECORD THRU 5060-EXIT
012713             UNTIL WS-RECS-PROCESSED > WS-LAST-CHECKPOINT
012714                 OR END-OF-TRANS-FILE
012715
012720         PERFORM 5200-PROCESS-TRANS-RECORD THRU 5200-EXIT
012730             UNTIL END-OF-TRANS-FILE
012740
012840             WS-FORMAT-REJ-COUNT
012842         DISPLAY "Registros acima do limite da conta: "
012844             WS-LIMIT-REJ-COUNT
012845         DISPLAY "Registros em duplicidade (DUP): "
012846             WS-DUP-REJ-COUNT
012847         DISPLAY "Registros sem taxa de cambio (CAM): "
012848             WS-CAMBIO-REJ-COUNT
012850
012870         CLOSE TRANS-FILE
012880     ELSE
013820         GO TO 5210-EXIT
013830     END-IF
013840
013841     MOVE TRANS-MOEDA     TO WS-CAMBIO-ORIG-MOEDA
013842     MOVE TRANS-NUM1      TO WS-CAMBIO-ORIG-NUM1
013843     MOVE TRANS-NUM2      TO WS-CAMBIO-ORIG-NUM2
013844     MOVE WS-RUN-DATE-ISO TO WS-CAMBIO-DATA
013845     PERFORM 5240-CONVERT-MOEDA THRU 5240-EXIT
013846     IF WS-CAMBIO-SEM-TAXA
013847         DISPLAY "*** ERRO: REGISTRO EM " TRANS-MOEDA
013848             " SEM TAXA DE CAMBIO EM " WS-RUN-DATE-ISO
013849             " - ENVIADO PARA PENDENCIAS ***"
013850         ADD 1 TO WS-CAMBIO-REJ-COUNT
013851         MOVE "CAM" TO WS-SUSP-MOTIVO
013852         PERFORM 6550-WRITE-SUSPENSE THRU 6550-EXIT
013853         GO TO 5210-EXIT
013854     END-IF
013870     MOVE TRANS-CCUSTO TO WS-CCUSTO
013880
013890     MOVE "N" TO WS-OVERFLOW-SWITCH
013891     IF WS-CAMBIO-ESTOURO
013892         MOVE "Y" TO WS-OVERFLOW-SWITCH
013893     END-IF
013895     MOVE "N" TO WS-LIMIT-SWITCH
013896     MOVE "N" TO WS-DUP-SWITCH
013900     PERFORM 6360-VALIDATE-CCUSTO THRU 6360-EXIT
013910
013920     IF WS-RECORD-REJECTED
014110             ADD 1 TO WS-OVERFLOW-COUNT
014120             MOVE "EST" TO WS-SUSP-MOTIVO
014130             PERFORM 6550-WRITE-SUSPENSE THRU 6550-EXIT
014132         ELSE
014134             PERFORM 5260-CHECK-DUPLICATE THRU 5260-EXIT
014136             IF WS-DUP-DETECTED
014138                 DISPLAY "*** ERRO: REGISTRO " NUM1 " / " NUM2
014140                     " DA CONTA " WS-CCUSTO
014142                     " REPETE LANCAMENTO DE "
014144                     DP-DATA (WS-DUP-IX)
014146                     " - ENVIADO PARA PENDENCIAS ***"
014147                 MOVE "DUPLIC  " TO WS-SITUACAO
014148                 ADD 1 TO WS-DUP-REJ-COUNT
014149                 MOVE "DUP" TO WS-SUSP-MOTIVO
014150                 PERFORM 6550-WRITE-SUSPENSE THRU 6550-EXIT
014151             ELSE
014153                 PERFORM 7200-CHECK-LIMITS THRU 7200-EXIT
014154                 IF WS-LIMIT-EXCEEDED
014155                     DISPLAY "*** ERRO: REGISTRO " NUM1 " / " NUM2
014156                         " ESTOURA O LIMITE DA CONTA " WS-CCUSTO
014157                         " - ENVIADO PARA PENDENCIAS ***"
014158                     MOVE "LIM-EXC " TO WS-SITUACAO
014159                     ADD 1 TO WS-LIMIT-REJ-COUNT
014160                     MOVE "LIM" TO WS-SUSP-MOTIVO
014161                     PERFORM 6550-WRITE-SUSPENSE THRU 6550-EXIT
014162                 ELSE
014163                     DISPLAY "A soma de " NUM1 " e " NUM2
014164                         " e " SOMA
014165                     MOVE "OK      " TO WS-SITUACAO
014166                     ADD SOMA TO WS-RUN-TOTAL
014167                     ADD SOMA TO WS-FILIAL-TOTAL
014168                     ADD 1    TO WS-FILIAL-COUNT
014169                     PERFORM 7250-CONSUME-LIMIT THRU 7250-EXIT
014170                     PERFORM 5270-ADD-DUP-ENTRY THRU 5270-EXIT
014171                 END-IF
014196             END-IF
014200         END-IF
014210     END-IF
014220
014221     PERFORM 7000-RECORD-RESULT THRU 7000-EXIT
014222     INITIALIZE WS-HIST-CAMBIO.
014223 5210-EXIT.
014224     EXIT.
014225
014226*=============================================================
014227* 5240-CONVERT-MOEDA - CONVERTE EM REAIS O NUM1 E O NUM2
014228* ORIGINAIS (WS-CAMBIO-ORIG-*) PELA TAXA DE CAMBIO DA MOEDA NA
014229* DATA WS-CAMBIO-DATA, DEVOLVENDO-OS EM NUM1 E NUM2. MOEDA EM
014230* BRANCO OU BRL E REAIS E PASSA SEM CONVERSAO. SEM TAXA NA
014231* TABELA LIGA WS-CAMBIO-SEM-TAXA; VALOR CONVERTIDO FORA DA
014232* FAIXA LIGA WS-CAMBIO-ESTOURO (NUM1/NUM2 FICAM COM OS VALORES
014233* ORIGINAIS). A MOEDA, O VALOR ORIGINAL (NUM1 + NUM2 NA MOEDA)
014234* E A TAXA FICAM EM WS-HIST-CAMBIO PARA O HISTORICO E A
014235* TRILHA DE AUDITORIA.
014236*=============================================================
014237 5240-CONVERT-MOEDA.
014238     MOVE "N" TO WS-CAMBIO-SWITCH
014239     INITIALIZE WS-HIST-CAMBIO
014240     MOVE WS-CAMBIO-ORIG-NUM1 TO NUM1
014241     MOVE WS-CAMBIO-ORIG-NUM2 TO NUM2
014242     IF WS-CAMBIO-ORIG-MOEDA = SPACES
014243         OR WS-CAMBIO-ORIG-MOEDA = "BRL"
014244         GO TO 5240-EXIT
014245     END-IF
014246
014247     MOVE "N" TO WS-CAMBIO-FOUND-SWITCH
014248     IF WS-CAMBIO-AVAILABLE
014249         MOVE WS-CAMBIO-ORIG-MOEDA TO CB-MOEDA
014250         MOVE WS-CAMBIO-DATA       TO CB-DATA
014251         READ CAMBIO-FILE
014252             INVALID KEY
014253                 CONTINUE
014254             NOT INVALID KEY
014255                 MOVE "Y" TO WS-CAMBIO-FOUND-SWITCH
014256         END-READ
014257     END-IF
014258     IF NOT WS-CAMBIO-FOUND
014259         MOVE "S" TO WS-CAMBIO-SWITCH
014260         GO TO 5240-EXIT
014261     END-IF
014262
014263     COMPUTE NUM1 ROUNDED = WS-CAMBIO-ORIG-NUM1 * CB-TAXA
014264         ON SIZE ERROR
014265             MOVE "E" TO WS-CAMBIO-SWITCH
014266     END-COMPUTE
014267     COMPUTE NUM2 ROUNDED = WS-CAMBIO-ORIG-NUM2 * CB-TAXA
014268         ON SIZE ERROR
014269             MOVE "E" TO WS-CAMBIO-SWITCH
014270     END-COMPUTE
014271     COMPUTE WS-HIST-VALOR-MOEDA =
014272         WS-CAMBIO-ORIG-NUM1 + WS-CAMBIO-ORIG-NUM2
014273         ON SIZE ERROR
014274             MOVE "E" TO WS-CAMBIO-SWITCH
014275     END-COMPUTE
014276     IF WS-CAMBIO-ESTOURO
014277         MOVE WS-CAMBIO-ORIG-NUM1 TO NUM1
014278         MOVE WS-CAMBIO-ORIG-NUM2 TO NUM2
014279     END-IF
014280
014281     MOVE WS-CAMBIO-ORIG-MOEDA TO WS-HIST-MOEDA
014282     MOVE CB-TAXA              TO WS-HIST-TAXA.
014283 5240-EXIT.
014284     EXIT.
014285
014286*=============================================================
014287* 5250-VALIDATE-TRANS-FORMAT - VERIFICA SE O REGISTRO LIDO DO
014290* LOTE TEM SINAIS E DIGITOS VALIDOS NOS CAMPOS NUM1 E NUM2,
014300* ANTES DE QUALQUER MOVIMENTACAO PARA OS CAMPOS COM SINAL.
014310*=============================================================
014420     END-IF
014430     IF TC-NUM2-DIGITS IS NOT NUMERIC
014440         MOVE "Y" TO WS-FORMAT-SWITCH
014441     END-IF.
014442 5250-EXIT.
014443     EXIT.
014444*=============================================================
014445* 5260-CHECK-DUPLICATE - PROCURA NA TABELA DE DUPLICIDADE UM
014446* LANCAMENTO DA MESMA CONTA E COM OS MESMOS VALORES DO REGISTRO
014447* DA VEZ (NUM1 E NUM2 EM REAIS; EM MOEDA ESTRANGEIRA, A MOEDA E
014448* O VALOR NA MOEDA), JA EFETIVADO NO HISTORICO DENTRO DA JANELA
014449* DE DIAS DO PARAMS OU JA SOMADO NESTA RODADA. ACHANDO, LIGA O
014450* SWITCH DE DUPLICIDADE E DEIXA EM WS-DUP-IX A ENTRADA REPETIDA.
014451*=============================================================
014452 5260-CHECK-DUPLICATE.
014453     MOVE "N"  TO WS-DUP-SWITCH
014454     MOVE "N"  TO WS-DUP-FOUND-SWITCH
014455     MOVE ZERO TO WS-DUP-IX
014456     PERFORM 5265-TEST-ONE-DUP THRU 5265-EXIT
014457         UNTIL WS-DUP-FOUND
014458             OR WS-DUP-IX >= WS-DUP-COUNT
014459
014460     IF WS-DUP-FOUND
014461         MOVE "Y" TO WS-DUP-SWITCH
014462     END-IF.
014463 5260-EXIT.
014464     EXIT.
014465
014466 5265-TEST-ONE-DUP.
014467     ADD 1 TO WS-DUP-IX
014468     IF DP-CCUSTO (WS-DUP-IX) NOT = WS-CCUSTO
014469         OR DP-MOEDA (WS-DUP-IX) NOT = WS-HIST-MOEDA
014470         GO TO 5265-EXIT
014471     END-IF
014472
014473     IF WS-HIST-MOEDA = SPACES
014474         IF DP-NUM1 (WS-DUP-IX) = NUM1
014475             AND DP-NUM2 (WS-DUP-IX) = NUM2
014476             MOVE "Y" TO WS-DUP-FOUND-SWITCH
014477         END-IF
014478     ELSE
014479         IF DP-VALOR-MOEDA (WS-DUP-IX) = WS-HIST-VALOR-MOEDA
014480             MOVE "Y" TO WS-DUP-FOUND-SWITCH
014481         END-IF
014482     END-IF.
014483 5265-EXIT.
014484     EXIT.
014485
014486*=============================================================
014487* 5270-ADD-DUP-ENTRY - GUARDA NA TABELA DE DUPLICIDADE O
014488* LANCAMENTO RECEM-SOMADO NA RODADA, PARA OS PROXIMOS
014489* REGISTROS DO LOTE (OU DAS OUTRAS FILIAIS) SEREM CONFERIDOS
014490* CONTRA ELE.
014491*=============================================================
014492 5270-ADD-DUP-ENTRY.
014493     IF WS-DUP-COUNT >= 5000
014494         IF NOT WS-DUP-TABLE-FULL
014495             DISPLAY "*** AVISO: TABELA DE DUPLICIDADE CHEIA - "
014496                 "CONFERENCIA PARCIAL NO RESTANTE DA RODADA ***"
014497             MOVE "Y" TO WS-DUP-FULL-SWITCH
014498         END-IF
014499         GO TO 5270-EXIT
014500     END-IF
014501
014502     ADD 1 TO WS-DUP-COUNT
014503     MOVE NUM1            TO DP-NUM1 (WS-DUP-COUNT)
014504     MOVE NUM2            TO DP-NUM2 (WS-DUP-COUNT)
014505     MOVE WS-CCUSTO       TO DP-CCUSTO (WS-DUP-COUNT)
014506     MOVE WS-HIST-MOEDA   TO DP-MOEDA (WS-DUP-COUNT)
014507     MOVE WS-HIST-VALOR-MOEDA
014508                          TO DP-VALOR-MOEDA (WS-DUP-COUNT)
014509     MOVE WS-RUN-DATE-ISO TO DP-DATA (WS-DUP-COUNT).
014510 5270-EXIT.
014511     EXIT.
014512
014513*=============================================================
014514* 5280-LOAD-DUP-TABLE - CARREGA NA TABELA DE DUPLICIDADE OS
014515* LANCAMENTOS EFETIVOS DO HISTORICO (SITUACAO OK, NAO
014516* ESTORNADOS) DESDE O INICIO DA JANELA DE DIAS DO PARAMS ATE
014517* A DATA DA RODADA. JANELA ZERO CONFERE SO O PROPRIO DIA. NO
014518* RESTART, AS SOMAS JA GRAVADAS HOJE ENTRAM POR ESTE CAMINHO.
014519*=============================================================
014520 5280-LOAD-DUP-TABLE.
014521     MOVE ZERO TO WS-DUP-COUNT
014522     MOVE "N"  TO WS-DUP-FULL-SWITCH
014523     IF NOT WS-HIST-AVAILABLE
014524         DISPLAY "*** AVISO: HISTORICO INDISPONIVEL - "
014525             "DUPLICIDADE CONFERIDA SO DENTRO DA RODADA ***"
014526         GO TO 5280-EXIT
014527     END-IF
014528
014529     COMPUTE WS-DUP-DATE-INT =
014530         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
014531         - WS-DIAS-DUPLICIDADE
014532     MOVE FUNCTION DATE-OF-INTEGER (WS-DUP-DATE-INT)
014533         TO WS-DUP-INICIO-NUM
014534
014535     MOVE SPACES TO WS-DUP-INICIO
014536     STRING WS-DI-CCYY DELIMITED BY SIZE
014537         "-"           DELIMITED BY SIZE
014538         WS-DI-MM      DELIMITED BY SIZE
014539         "-"           DELIMITED BY SIZE
014540         WS-DI-DD      DELIMITED BY SIZE
014541         INTO WS-DUP-INICIO
014542     END-STRING
014543
014544     MOVE "N" TO WS-HIST-EOF-SWITCH
014545     MOVE WS-DUP-INICIO TO HS-DATA
014546     MOVE ZERO          TO HS-SEQ
014547     START HIST-FILE KEY IS NOT LESS THAN HS-CHAVE
014548         INVALID KEY
014549             MOVE "Y" TO WS-HIST-EOF-SWITCH
014550     END-START
014551
014552     PERFORM 5285-LOAD-ONE-DUP THRU 5285-EXIT
014553         UNTIL END-OF-HIST-SCAN.
014554 5280-EXIT.
014555     EXIT.
014556
014557 5285-LOAD-ONE-DUP.
014558     READ HIST-FILE NEXT RECORD
014559         AT END
014560             MOVE "Y" TO WS-HIST-EOF-SWITCH
014561             GO TO 5285-EXIT
014562     END-READ
014563     IF HS-DATA > WS-RUN-DATE-ISO
014564         MOVE "Y" TO WS-HIST-EOF-SWITCH
014565         GO TO 5285-EXIT
014566     END-IF
014567     IF HS-SITUACAO NOT = "OK      "
014568         OR HS-REF-DATA NOT = SPACES
014569         GO TO 5285-EXIT
014570     END-IF
014571
014572     IF WS-DUP-COUNT >= 5000
014573         IF NOT WS-DUP-TABLE-FULL
014574             DISPLAY "*** AVISO: TABELA DE DUPLICIDADE CHEIA - "
014575                 "JANELA DO HISTORICO CONFERIDA EM PARTE ***"
014576             MOVE "Y" TO WS-DUP-FULL-SWITCH
014577         END-IF
014578         MOVE "Y" TO WS-HIST-EOF-SWITCH
014579         GO TO 5285-EXIT
014580     END-IF
014581
014582     ADD 1 TO WS-DUP-COUNT
014583     MOVE HS-NUM1   TO DP-NUM1 (WS-DUP-COUNT)
014584     MOVE HS-NUM2   TO DP-NUM2 (WS-DUP-COUNT)
014585     MOVE HS-CCUSTO TO DP-CCUSTO (WS-DUP-COUNT)
014586     IF HS-MOEDA = SPACES
014587         OR HS-VALOR-MOEDA IS NOT NUMERIC
014588         MOVE SPACES TO DP-MOEDA (WS-DUP-COUNT)
014589         MOVE ZERO   TO DP-VALOR-MOEDA (WS-DUP-COUNT)
014590     ELSE
014591         MOVE HS-MOEDA       TO DP-MOEDA (WS-DUP-COUNT)
014592         MOVE HS-VALOR-MOEDA
014593                        TO DP-VALOR-MOEDA (WS-DUP-COUNT)
014594     END-IF
014595     MOVE HS-DATA   TO DP-DATA (WS-DUP-COUNT).
014596 5285-EXIT.
014597     EXIT.
014598
014599*=============================================================
014600* 5070-WRITE-CHECKPOINT - GRAVA O NUMERO DO ULTIMO REGISTRO
014601* PROCESSADO, PARA PERMITIR O RESTART DO LOTE MAIS ADIANTE.
014602*=============================================================
014603 5070-WRITE-CHECKPOINT.
014604     OPEN OUTPUT CHECKPOINT-FILE
014605     IF WS-CHECKPOINT-STATUS = "00"
014606         INITIALIZE CHECKPOINT-RECORD WITH FILLER
014607         MOVE WS-RECS-PROCESSED TO CKPT-RECS-PROCESSED
014608         MOVE WS-RUN-TOTAL      TO CKPT-RUN-TOTAL
014609         MOVE WS-OVERFLOW-COUNT TO CKPT-OVERFLOW-COUNT
014610         MOVE WS-RUN-MODE       TO CKPT-RUN-MODE
014611         WRITE CHECKPOINT-RECORD
014620         CLOSE CHECKPOINT-FILE
014630     ELSE
014640         DISPLAY "*** ERRO: NAO FOI POSSIVEL GRAVAR O "
014920     MOVE ZERO TO WS-CCUSTO-REJ-COUNT
014930     MOVE ZERO TO WS-FORMAT-REJ-COUNT
014935     MOVE ZERO TO WS-LIMIT-REJ-COUNT
014936     MOVE ZERO TO WS-DUP-REJ-COUNT
014937     MOVE ZERO TO WS-CAMBIO-REJ-COUNT
014940     MOVE ZERO TO WS-RECS-PROCESSED
014950     MOVE ZERO TO WS-LAST-CHECKPOINT
014960     MOVE ZERO TO WS-GRAND-COUNT
014961     PERFORM 5280-LOAD-DUP-TABLE THRU 5280-EXIT
014970
014980     IF WS-RESTART-REQUESTED
014990         PERFORM 5050-READ-CHECKPOINT THRU 5050-EXIT
015250     DISPLAY "Registros com formato invalido: "
015260         WS-FORMAT-REJ-COUNT
015262     DISPLAY "Registros acima do limite da conta: "
015263         WS-LIMIT-REJ-COUNT
015264     DISPLAY "Registros em duplicidade (DUP): "
015265         WS-DUP-REJ-COUNT
015266     DISPLAY "Registros sem taxa de cambio (CAM): "
015267         WS-CAMBIO-REJ-COUNT.
015290 5500-EXIT.
015300     EXIT.
015310
021090     DISPLAY " "
021100     DISPLAY "Manutencao de contas/centros de custo (CADCONTA)"
021110     DISPLAY " I - Incluir conta"
021111     DISPLAY " A - Alterar descricao/grupo"
021130     DISPLAY " D - Desativar conta"
021140     DISPLAY " R - Reativar conta"
021142     DISPLAY " L - Alterar limites de lancamento"
021400
021410*=============================================================
021420* 6310-CONTA-ADD - INCLUI UM NOVO CODIGO DE CONTA/CENTRO DE
021426* CUSTO NO CADASTRO, JA NA SITUACAO ATIVA E LIGADO A UM GRUPO
021432* (DEPARTAMENTO) VALIDO DA HIERARQUIA.
021440*=============================================================
021450 6310-CONTA-ADD.
021460     DISPLAY "Codigo da nova conta: " WITH NO ADVANCING
021590
021600     DISPLAY "Descricao da conta: " WITH NO ADVANCING
021610     ACCEPT WS-CC-DESCRICAO-ENTRY
021611
021612     DISPLAY "Grupo (departamento) da conta: " WITH NO ADVANCING
021613     ACCEPT WS-GRUPO-CODIGO
021614     PERFORM 6390-VALIDATE-GRUPO THRU 6390-EXIT
021615     IF NOT WS-GRUPO-VALIDO
021616         DISPLAY "*** ERRO: " WS-GRUPO-MOTIVO " - CONTA NAO "
021617             "INCLUIDA ***"
021618         GO TO 6310-EXIT
021619     END-IF
021620
021630     MOVE SPACES                TO CONTA-RECORD
021640     MOVE WS-CCUSTO             TO CC-CODIGO
021650     MOVE WS-CC-DESCRICAO-ENTRY TO CC-DESCRICAO
021653     MOVE "A"                   TO CC-SITUACAO
021656     MOVE WS-GRUPO-CODIGO       TO CC-GRUPO
021661     MOVE ZERO                  TO CC-LIMITE-DIA
021662     MOVE ZERO                  TO CC-LIMITE-MES
021663
021774     EXIT.
021775
021776*=============================================================
021777* 6325-CONTA-LIMITS - PEDE A ALTERACAO DOS LIMITES DIARIO E
021778* MENSAL DE LANCAMENTO DE UMA CONTA JA EXISTENTE NO CADASTRO.
021779* CADA LIMITE ALTERADO VIRA UM PEDIDO NO PENDALT, QUE SO TEM
021780* EFEITO DEPOIS DA APROVACAO DE OUTRO SUPERVISOR (7400).
021781*=============================================================
021782 6325-CONTA-LIMITS.
021783     DISPLAY "Codigo da conta (limites): " WITH NO ADVANCING
021784     ACCEPT WS-CCUSTO
021785     PERFORM 6340-READ-CONTA THRU 6340-EXIT
021786     IF NOT WS-CONTA-FOUND
021787         DISPLAY "*** ERRO: CONTA " WS-CCUSTO " NAO EXISTE "
021788             "NO CADASTRO ***"
021789         GO TO 6325-EXIT
021790     END-IF
021791
021792     IF CC-LIMITE-DIA IS NOT NUMERIC
021793         MOVE ZERO TO CC-LIMITE-DIA
021794     END-IF
021795     IF CC-LIMITE-MES IS NOT NUMERIC
021796         MOVE ZERO TO CC-LIMITE-MES
021797     END-IF
021798
021799     MOVE ZERO      TO WS-PEND-PEDIDOS
021800     MOVE "C"       TO WS-PED-TIPO
021801     MOVE WS-CCUSTO TO WS-PED-CCUSTO
021802
021803     DISPLAY "Limite diario atual: " CC-LIMITE-DIA
021804     DISPLAY "Novo limite diario (branco mantem): "
021805         WITH NO ADVANCING
021806     PERFORM 6315-ACCEPT-LIMITE THRU 6315-EXIT
021807     IF WS-LIM-ENTRY-OK
021808         AND WS-LIM-ENTRY-VALUE NOT = CC-LIMITE-DIA
021809         MOVE "LIM-DIA "         TO WS-PED-CAMPO
021810         MOVE CC-LIMITE-DIA      TO WS-PED-VALOR-ANT
021811         MOVE WS-LIM-ENTRY-VALUE TO WS-PED-VALOR-NOVO
021812         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
021813     END-IF
021814
021815     DISPLAY "Limite mensal atual: " CC-LIMITE-MES
021816     DISPLAY "Novo limite mensal (branco mantem): "
021817         WITH NO ADVANCING
021818     PERFORM 6315-ACCEPT-LIMITE THRU 6315-EXIT
021819     IF WS-LIM-ENTRY-OK
021820         AND WS-LIM-ENTRY-VALUE NOT = CC-LIMITE-MES
021821         MOVE "LIM-MES "         TO WS-PED-CAMPO
021822         MOVE CC-LIMITE-MES      TO WS-PED-VALOR-ANT
021823         MOVE WS-LIM-ENTRY-VALUE TO WS-PED-VALOR-NOVO
021824         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
021825     END-IF
021826
021827     IF WS-PEND-PEDIDOS = ZERO
021828         DISPLAY "Nenhum pedido de alteracao de limite "
021829             "registrado."
021830     END-IF.
021831 6325-EXIT.
021832     EXIT.
021833
021834*=============================================================
021835* 6320-CONTA-CHANGE - ALTERA A DESCRICAO E O GRUPO DE UMA CONTA
021836* JA EXISTENTE NO CADASTRO. CONTA ATIVA SO PODE FICAR LIGADA A
021837* UM GRUPO VALIDO DA HIERARQUIA.
021838*=============================================================
021839 6320-CONTA-CHANGE.
021840     DISPLAY "Codigo da conta a alterar: " WITH NO ADVANCING
021841     ACCEPT WS-CCUSTO
021842     PERFORM 6340-READ-CONTA THRU 6340-EXIT
021850     IF NOT WS-CONTA-FOUND
021860         DISPLAY "*** ERRO: CONTA " WS-CCUSTO " NAO EXISTE "
021870             "NO CADASTRO ***"
021910     DISPLAY "Descricao atual....: " CC-DESCRICAO
021920     DISPLAY "Nova descricao.....: " WITH NO ADVANCING
021930     ACCEPT WS-CC-DESCRICAO-ENTRY
021931     DISPLAY "Grupo atual........: " CC-GRUPO
021932     DISPLAY "Novo grupo (branco mantem): " WITH NO ADVANCING
021933     ACCEPT WS-GRUPO-CODIGO
021934     IF WS-GRUPO-CODIGO = SPACES
021935         MOVE CC-GRUPO TO WS-GRUPO-CODIGO
021936     END-IF
021937     IF CC-CONTA-ATIVA OR WS-GRUPO-CODIGO NOT = SPACES
021938         PERFORM 6390-VALIDATE-GRUPO THRU 6390-EXIT
021939         IF NOT WS-GRUPO-VALIDO
021940             DISPLAY "*** ERRO: " WS-GRUPO-MOTIVO " - CONTA NAO "
021941                 "ALTERADA ***"
021942             GO TO 6320-EXIT
021943         END-IF
021944     END-IF
021945
021946     MOVE WS-CC-DESCRICAO-ENTRY TO CC-DESCRICAO
021947     MOVE WS-GRUPO-CODIGO       TO CC-GRUPO
021950     PERFORM 6350-REWRITE-CONTA THRU 6350-EXIT.
021960 6320-EXIT.
021970     EXIT.
022160     EXIT.
022170
022180*=============================================================
022181* 6335-CONTA-REACTIVATE - PEDE A DEVOLUCAO DE UMA CONTA
022182* DESATIVADA A SITUACAO ATIVA. O PEDIDO FICA NO PENDALT E A
022183* CONTA SO E REATIVADA DEPOIS DA APROVACAO DE OUTRO
022184* SUPERVISOR (7400).
022210*=============================================================
022220 6335-CONTA-REACTIVATE.
022230     DISPLAY "Codigo da conta a reativar: " WITH NO ADVANCING
022290         GO TO 6335-EXIT
022300     END-IF
022310
022311     IF CC-CONTA-ATIVA
022312         DISPLAY "*** ERRO: CONTA " WS-CCUSTO " JA ESTA ATIVA ***"
022313         GO TO 6335-EXIT
022314     END-IF
022315
022316     MOVE CC-GRUPO TO WS-GRUPO-CODIGO
022317     PERFORM 6390-VALIDATE-GRUPO THRU 6390-EXIT
022318     IF NOT WS-GRUPO-VALIDO
022319         DISPLAY "*** ERRO: " WS-GRUPO-MOTIVO " - LIGUE A CONTA "
022320             "A UM GRUPO VALIDO ANTES DE REATIVAR ***"
022321         GO TO 6335-EXIT
022322     END-IF
022323
022324     MOVE "C"         TO WS-PED-TIPO
022325     MOVE WS-CCUSTO   TO WS-PED-CCUSTO
022326     MOVE "SITUACAO"  TO WS-PED-CAMPO
022327     MOVE "T"         TO WS-PED-FORMATO
022328     MOVE CC-SITUACAO TO WS-PED-ANTERIOR
022329     MOVE "A"         TO WS-PED-NOVO
022330     PERFORM 7440-REGISTRA-PEDIDO THRU 7440-EXIT.
022340 6335-EXIT.
022350     EXIT.
022360
022830     END-IF
022840
022850     PERFORM 6340-READ-CONTA THRU 6340-EXIT
022851     IF NOT WS-CONTA-FOUND
022852         MOVE "Y"        TO WS-REJECT-SWITCH
022853         MOVE "CTA-INV " TO WS-SITUACAO
022854         GO TO 6360-EXIT
022855     END-IF
022856
022857     IF CC-CONTA-INATIVA
022858         MOVE "Y"        TO WS-REJECT-SWITCH
022859         MOVE "CTA-INAT" TO WS-SITUACAO
022860     END-IF.
022861 6360-EXIT.
022862     EXIT.
022863
022864*=============================================================
022865* 6370-OPEN-CONTA - ABRE O CADASTRO DE CONTAS (CADCONTA) PARA
022866* LEITURA E ATUALIZACAO, CRIANDO O ARQUIVO SE FOR A PRIMEIRA
022867* EXECUCAO.
022868*=============================================================
022869 6370-OPEN-CONTA.
022870     MOVE "N" TO WS-CONTA-AVAIL-SWITCH
022871     OPEN I-O CONTA-FILE
022872     IF WS-CONTA-STATUS NOT = "00"
022873         OPEN OUTPUT CONTA-FILE
022874         CLOSE CONTA-FILE
022875         OPEN I-O CONTA-FILE
022876     END-IF
022877
022878     IF WS-CONTA-STATUS = "00"
022879         MOVE "Y" TO WS-CONTA-AVAIL-SWITCH
022880     ELSE
022881         DISPLAY "*** AVISO: CADASTRO DE CONTAS INDISPONIVEL "
022882             "(STATUS = " WS-CONTA-STATUS ") - TODA CONTA SERA "
022883             "TRATADA COMO INVALIDA ***"
022884     END-IF.
022885 6370-EXIT.
022886     EXIT.
022887
022888*=============================================================
022889* 6380-CLOSE-CONTA - FECHA O CADASTRO DE CONTAS AO FINAL DA
022890* RODADA.
022891*=============================================================
022892 6380-CLOSE-CONTA.
022893     IF WS-CONTA-AVAILABLE
022894         CLOSE CONTA-FILE
022895     END-IF.
022896 6380-EXIT.
022897     EXIT.
022898
022899*=============================================================
022900* 6390-VALIDATE-GRUPO - CONFERE SE O GRUPO EM WS-GRUPO-CODIGO
022901* PODE RECEBER UMA CONTA: TEM DE EXISTIR NO CADGRUPO, SER DE
022902* NIVEL 1 (DEPARTAMENTO) E SUBIR, GRUPO A GRUPO, UM NIVEL POR
022903* VEZ ATE O TOPO (GRUPO SUPERIOR EM BRANCO). LIGA
022904* WS-GRUPO-VALIDO OU DEVOLVE O MOTIVO EM WS-GRUPO-MOTIVO.
022905*=============================================================
022906 6390-VALIDATE-GRUPO.
022907     MOVE "N"    TO WS-GRUPO-VALID-SWITCH
022908     MOVE SPACES TO WS-GRUPO-MOTIVO
022909     IF NOT WS-GRUPO-AVAILABLE
022910         MOVE "CADASTRO DE GRUPOS INDISPONIVEL"
022911             TO WS-GRUPO-MOTIVO
022912         GO TO 6390-EXIT
022913     END-IF
022914     IF WS-GRUPO-CODIGO = SPACES
022915         MOVE "GRUPO DA CONTA NAO INFORMADO" TO WS-GRUPO-MOTIVO
022916         GO TO 6390-EXIT
022917     END-IF
022918
022919     MOVE WS-GRUPO-CODIGO TO GR-CODIGO
022920     READ GRUPO-FILE
022921         INVALID KEY
022922             STRING "GRUPO " WS-GRUPO-CODIGO " NAO EXISTE"
022923                 DELIMITED BY SIZE INTO WS-GRUPO-MOTIVO
022924             END-STRING
022925             GO TO 6390-EXIT
022926     END-READ
022927     IF NOT GR-DEPARTAMENTO
022928         STRING "GRUPO " WS-GRUPO-CODIGO " NAO E DE NIVEL 1"
022929             DELIMITED BY SIZE INTO WS-GRUPO-MOTIVO
022930         END-STRING
022931         GO TO 6390-EXIT
022932     END-IF
022933
022934     MOVE "N" TO WS-GRUPO-TOPO-SWITCH
022935     PERFORM 6395-SUBIR-GRUPO THRU 6395-EXIT
022936         UNTIL WS-GRUPO-FIM-SUBIDA
022937     IF WS-GRUPO-MOTIVO = SPACES
022938         MOVE "Y" TO WS-GRUPO-VALID-SWITCH
022939     END-IF.
022940 6390-EXIT.
022941     EXIT.
022942
022943 6395-SUBIR-GRUPO.
022944     IF GR-PAI = SPACES
022945         MOVE "Y" TO WS-GRUPO-TOPO-SWITCH
022946         GO TO 6395-EXIT
022947     END-IF
022948
022949     COMPUTE WS-GRUPO-NIVEL-FILHO = GR-NIVEL + 1
022950     MOVE GR-PAI TO WS-GRUPO-SUPERIOR
022951     MOVE GR-PAI TO GR-CODIGO
022952     READ GRUPO-FILE
022953         INVALID KEY
022954             STRING "GRUPO SUPERIOR " WS-GRUPO-SUPERIOR
022955                 " NAO EXISTE" DELIMITED BY SIZE
022956                 INTO WS-GRUPO-MOTIVO
022957             END-STRING
022958             MOVE "Y" TO WS-GRUPO-TOPO-SWITCH
022959             GO TO 6395-EXIT
022960     END-READ
022961     IF GR-NIVEL NOT = WS-GRUPO-NIVEL-FILHO
022962         STRING "GRUPO SUPERIOR " WS-GRUPO-SUPERIOR
022963             " COM NIVEL INCORRETO" DELIMITED BY SIZE
022964             INTO WS-GRUPO-MOTIVO
022965         END-STRING
022966         MOVE "Y" TO WS-GRUPO-TOPO-SWITCH
022967     END-IF.
022968 6395-EXIT.
022969     EXIT.
022970
022971*=============================================================
022972* 6400-ORCA-MAINT - MANUTENCAO DO MESTRE DE ORCAMENTO POR
022973* CENTRO DE CUSTO E MES (ORCAMENT), SO PARA SUPERVISOR:
022974* INCLUSAO/ALTERACAO, CONSULTA DO MES, EXCLUSAO E CARGA DO
022975* ARQUIVO ANUAL ORCACARG. CADA GRAVACAO VAI PARA A TRILHA DE
022976* AUDITORIA.
022977*=============================================================
022978 6400-ORCA-MAINT.
022979     IF NOT WS-CONTA-AVAILABLE
022980         DISPLAY "*** CADASTRO DE CONTAS INDISPONIVEL ***"
022981         GO TO 6400-EXIT
022982     END-IF
022983
022984     PERFORM 6470-OPEN-ORCA THRU 6470-EXIT
022985     IF NOT WS-ORCA-AVAILABLE
022986         GO TO 6400-EXIT
022987     END-IF
022988
022989     MOVE "N" TO WS-ORCA-DONE-SWITCH
022990     PERFORM 6405-ORCA-MENU THRU 6405-EXIT
022991         UNTIL WS-ORCA-MAINT-DONE
022992
022993     CLOSE ORCA-FILE.
022994 6400-EXIT.
022995     EXIT.
022996
022997 6405-ORCA-MENU.
022998     DISPLAY " "
022999     DISPLAY "Orcamento por centro de custo e mes (ORCAMENT)"
023000     DISPLAY " I - Incluir/alterar orcamento"
023001     DISPLAY " C - Consultar orcamento de um mes"
023002     DISPLAY " E - Excluir orcamento"
023003     DISPLAY " L - Carregar arquivo anual (ORCACARG)"
023004     DISPLAY " F - Voltar ao menu principal"
023005     DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
023006     ACCEPT WS-ORCA-OPTION
023007
023008     EVALUATE WS-ORCA-OPTION
023009         WHEN "I"
023010         WHEN "i"
023011             PERFORM 6410-ORCA-UPDATE THRU 6410-EXIT
023012         WHEN "C"
023013         WHEN "c"
023014             PERFORM 6420-ORCA-QUERY THRU 6420-EXIT
023015         WHEN "E"
023016         WHEN "e"
023017             PERFORM 6430-ORCA-DELETE THRU 6430-EXIT
023018         WHEN "L"
023019         WHEN "l"
023020             PERFORM 6440-ORCA-LOAD THRU 6440-EXIT
023021         WHEN "F"
023022         WHEN "f"
023023             MOVE "Y" TO WS-ORCA-DONE-SWITCH
023024         WHEN OTHER
023025             DISPLAY "*** OPCAO INVALIDA - TENTE NOVAMENTE ***"
023026     END-EVALUATE.
023027 6405-EXIT.
023028     EXIT.
023029
023030*=============================================================
023031* 6410-ORCA-UPDATE - INCLUI OU ALTERA O VALOR ORCADO DE UM
023032* CENTRO DE CUSTO NO MES. O CENTRO DE CUSTO TEM DE EXISTIR NO
023033* CADASTRO DE CONTAS; VALOR NEGATIVO E RECUSADO.
023034*=============================================================
023035 6410-ORCA-UPDATE.
023036     PERFORM 6450-ACCEPT-ORCA-KEY THRU 6450-EXIT
023037     IF NOT WS-ORCA-KEY-OK
023038         GO TO 6410-EXIT
023039     END-IF
023040
023041     PERFORM 6460-READ-ORCA THRU 6460-EXIT
023042     MOVE ZERO TO WS-ORCA-VALOR-ANT
023043     IF WS-ORCA-FOUND
023044         MOVE OR-VALOR TO WS-ORCA-VALOR-ANT
023045         MOVE OR-VALOR TO WS-ORCA-DISPLAY
023046         DISPLAY "Valor orcado atual: " WS-ORCA-DISPLAY
023047     END-IF
023048
023049     DISPLAY "Valor orcado do mes: " WITH NO ADVANCING
023050     ACCEPT WS-NUM-ENTRY
023051     PERFORM 4099-VALIDATE-NUM-ENTRY THRU 4099-EXIT
023052     IF NOT WS-INPUT-VALID
023053         OR WS-NUM-VALUE < ZERO
023054         DISPLAY "*** VALOR INVALIDO - ORCAMENTO MANTIDO ***"
023055         GO TO 6410-EXIT
023056     END-IF
023057     MOVE WS-NUM-VALUE TO WS-ORCA-VALOR-NOVO
023058
023059     PERFORM 6465-WRITE-ORCA THRU 6465-EXIT
023060     IF WS-ORCA-STATUS NOT = "00"
023061         GO TO 6410-EXIT
023062     END-IF
023063
023064     MOVE "ORCA-ALT" TO WS-EVENT-SITUACAO
023065     PERFORM 6490-AUDIT-ORCA-CHANGE THRU 6490-EXIT
023066     DISPLAY "Orcamento de " WS-CCUSTO " em " WS-ORCA-MES-ENTRY
023067         " gravado.".
023068 6410-EXIT.
023069     EXIT.
023070
023071*=============================================================
023072* 6420-ORCA-QUERY - LISTA O ORCAMENTO DE TODOS OS CENTROS DE
023073* CUSTO DE UM MES, COM O TOTAL ORCADO.
023074*=============================================================
023075 6420-ORCA-QUERY.
023076     DISPLAY "Mes a consultar (AAAA-MM): " WITH NO ADVANCING
023077     ACCEPT WS-ORCA-MES-ENTRY
023078     PERFORM 6455-VALIDATE-ORCA-MES THRU 6455-EXIT
023079     IF NOT WS-ORCA-KEY-OK
023080         GO TO 6420-EXIT
023081     END-IF
023082
023083     MOVE ZERO TO WS-ORCA-COUNT
023084     MOVE ZERO TO WS-ORCA-TOTAL
023085     MOVE "N"  TO WS-ORCA-EOF-SWITCH
023086     MOVE WS-ORCA-MES-ENTRY TO OR-MES
023087     MOVE LOW-VALUES        TO OR-CCUSTO
023088     START ORCA-FILE KEY IS NOT LESS THAN OR-CHAVE
023089         INVALID KEY
023090             MOVE "Y" TO WS-ORCA-EOF-SWITCH
023091     END-START
023092
023093     DISPLAY "CCUSTO  VALOR ORCADO    OPERADOR  ALTERADO EM"
023094     PERFORM 6425-SHOW-ONE-ORCA THRU 6425-EXIT
023095         UNTIL END-OF-ORCA-SCAN
023096
023097     MOVE WS-ORCA-TOTAL TO WS-ORCA-DISPLAY
023098     DISPLAY "Centros de custo orcados: " WS-ORCA-COUNT
023099     DISPLAY "Total orcado do mes.....: " WS-ORCA-DISPLAY.
023100 6420-EXIT.
023101     EXIT.
023102
023103 6425-SHOW-ONE-ORCA.
023104     READ ORCA-FILE NEXT RECORD
023105         AT END
023106             MOVE "Y" TO WS-ORCA-EOF-SWITCH
023107             GO TO 6425-EXIT
023108     END-READ
023109
023110     IF OR-MES NOT = WS-ORCA-MES-ENTRY
023111         MOVE "Y" TO WS-ORCA-EOF-SWITCH
023112         GO TO 6425-EXIT
023113     END-IF
023114
023115     ADD 1        TO WS-ORCA-COUNT
023116     ADD OR-VALOR TO WS-ORCA-TOTAL
023117     MOVE OR-VALOR TO WS-ORCA-DISPLAY
023118     DISPLAY OR-CCUSTO "  " WS-ORCA-DISPLAY "  " OR-OPERADOR
023119         "  " OR-DATA-ALT.
023120 6425-EXIT.
023121     EXIT.
023122
023123*=============================================================
023124* 6430-ORCA-DELETE - EXCLUI O ORCAMENTO DE UM CENTRO DE CUSTO
023125* NO MES, APOS CONFIRMACAO.
023126*=============================================================
023127 6430-ORCA-DELETE.
023128     PERFORM 6450-ACCEPT-ORCA-KEY THRU 6450-EXIT
023129     IF NOT WS-ORCA-KEY-OK
023130         GO TO 6430-EXIT
023131     END-IF
023132
023133     PERFORM 6460-READ-ORCA THRU 6460-EXIT
023134     IF NOT WS-ORCA-FOUND
023135         DISPLAY "*** ERRO: NAO HA ORCAMENTO DE " WS-CCUSTO
023136             " EM " WS-ORCA-MES-ENTRY " ***"
023137         GO TO 6430-EXIT
023138     END-IF
023139
023140     MOVE OR-VALOR TO WS-ORCA-VALOR-ANT
023141     MOVE OR-VALOR TO WS-ORCA-DISPLAY
023142     DISPLAY "Valor orcado atual: " WS-ORCA-DISPLAY
023143     DISPLAY "Confirma a exclusao (S/N)? " WITH NO ADVANCING
023144     ACCEPT WS-ORCA-ANSWER
023145     IF WS-ORCA-ANSWER NOT = "S" AND WS-ORCA-ANSWER NOT = "s"
023146         DISPLAY "Exclusao cancelada."
023147         GO TO 6430-EXIT
023148     END-IF
023149
023150     DELETE ORCA-FILE
023151         INVALID KEY
023152             DISPLAY "*** ERRO: NAO FOI POSSIVEL EXCLUIR O "
023153                 "ORCAMENTO (STATUS = " WS-ORCA-STATUS ") ***"
023154             GO TO 6430-EXIT
023155     END-DELETE
023156
023157     MOVE ZERO       TO WS-ORCA-VALOR-NOVO
023158     MOVE "ORCA-EXC" TO WS-EVENT-SITUACAO
023159     PERFORM 6490-AUDIT-ORCA-CHANGE THRU 6490-EXIT
023160     DISPLAY "Orcamento de " WS-CCUSTO " em " WS-ORCA-MES-ENTRY
023161         " excluido.".
023162 6430-EXIT.
023163     EXIT.
023164
023165*=============================================================
023166* 6440-ORCA-LOAD - CARREGA O ARQUIVO ANUAL DE ORCAMENTO
023167* (ORCACARG): CADA LINHA INCLUI OU SUBSTITUI O VALOR ORCADO DO
023168* MES E CENTRO DE CUSTO. LINHAS COM MES INVALIDO, CENTRO DE
023169* CUSTO FORA DO CADASTRO OU VALOR INVALIDO SAO RECUSADAS E
023170* LISTADAS; O RESUMO DA CARGA VAI PARA A TRILHA DE AUDITORIA.
023171*=============================================================
023172 6440-ORCA-LOAD.
023173     OPEN INPUT ORCACARG-FILE
023174     IF WS-ORCACARG-STATUS NOT = "00"
023175         DISPLAY "*** ERRO: ARQUIVO DE CARGA ORCACARG "
023176             "INDISPONIVEL (STATUS = " WS-ORCACARG-STATUS ") ***"
023177         GO TO 6440-EXIT
023178     END-IF
023179
023180     MOVE ZERO TO WS-ORCA-CRG-LIDOS
023181     MOVE ZERO TO WS-ORCA-CRG-GRAVADOS
023182     MOVE ZERO TO WS-ORCA-CRG-RECUSADOS
023183     MOVE ZERO TO WS-ORCA-TOTAL
023184     MOVE "N"  TO WS-ORCA-EOF-SWITCH
023185     PERFORM 6445-LOAD-ONE-ORCA THRU 6445-EXIT
023186         UNTIL END-OF-ORCA-SCAN
023187
023188     CLOSE ORCACARG-FILE
023189
023190     PERFORM 3050-BUILD-TIMESTAMP THRU 3050-EXIT
023191     MOVE WS-OPERATOR-ID        TO AD-OPERATOR
023192     MOVE WS-AUDIT-TIMESTAMP    TO AD-TIMESTAMP
023193     MOVE WS-ORCA-CRG-GRAVADOS  TO AD-NUM1
023194     MOVE WS-ORCA-CRG-RECUSADOS TO AD-NUM2
023195     MOVE ZERO                  TO AD-SOMA
023196     MOVE SPACES                TO AD-CCUSTO
023197     MOVE "ORCA-CRG"            TO AD-SITUACAO
023198     WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL
023199
023200     MOVE WS-ORCA-TOTAL TO WS-ORCA-DISPLAY
023201     DISPLAY "Carga do orcamento encerrada:"
023202     DISPLAY "  Linhas lidas......: " WS-ORCA-CRG-LIDOS
023203     DISPLAY "  Linhas gravadas...: " WS-ORCA-CRG-GRAVADOS
023204     DISPLAY "  Linhas recusadas..: " WS-ORCA-CRG-RECUSADOS
023205     DISPLAY "  Total carregado...: " WS-ORCA-DISPLAY.
023206 6440-EXIT.
023207     EXIT.
023208
023209 6445-LOAD-ONE-ORCA.
023210     READ ORCACARG-FILE
023211         AT END
023212             MOVE "Y" TO WS-ORCA-EOF-SWITCH
023213             GO TO 6445-EXIT
023214     END-READ
023215
023216     ADD 1 TO WS-ORCA-CRG-LIDOS
023217     MOVE OC-MES    TO WS-ORCA-MES-ENTRY
023218     MOVE OC-CCUSTO TO WS-CCUSTO
023219     PERFORM 6455-VALIDATE-ORCA-MES THRU 6455-EXIT
023220     IF NOT WS-ORCA-KEY-OK
023221         ADD 1 TO WS-ORCA-CRG-RECUSADOS
023222         DISPLAY "    recusada (mes): " ORCACARG-RECORD
023223         GO TO 6445-EXIT
023224     END-IF
023225
023226     PERFORM 6340-READ-CONTA THRU 6340-EXIT
023227     IF NOT WS-CONTA-FOUND
023228         ADD 1 TO WS-ORCA-CRG-RECUSADOS
023229         DISPLAY "    recusada (conta): " ORCACARG-RECORD
023230         GO TO 6445-EXIT
023231     END-IF
023232
023233     IF OC-VALOR IS NOT NUMERIC
023234         OR OC-VALOR < ZERO
023235         ADD 1 TO WS-ORCA-CRG-RECUSADOS
023236         DISPLAY "    recusada (valor): " ORCACARG-RECORD
023237         GO TO 6445-EXIT
023238     END-IF
023239
023240     MOVE OC-VALOR TO WS-ORCA-VALOR-NOVO
023241     PERFORM 6460-READ-ORCA THRU 6460-EXIT
023242     PERFORM 6465-WRITE-ORCA THRU 6465-EXIT
023243     IF WS-ORCA-STATUS NOT = "00"
023244         ADD 1 TO WS-ORCA-CRG-RECUSADOS
023245         GO TO 6445-EXIT
023246     END-IF
023247
023248     ADD 1        TO WS-ORCA-CRG-GRAVADOS
023249     ADD OC-VALOR TO WS-ORCA-TOTAL.
023250 6445-EXIT.
023251     EXIT.
023252
023253*=============================================================
023254* 6450-ACCEPT-ORCA-KEY - LE DO TERMINAL O MES (AAAA-MM) E O
023255* CENTRO DE CUSTO DO ORCAMENTO, CONFERINDO O CENTRO DE CUSTO NO
023256* CADASTRO DE CONTAS.
023257*=============================================================
023258 6450-ACCEPT-ORCA-KEY.
023259     DISPLAY "Mes do orcamento (AAAA-MM): " WITH NO ADVANCING
023260     ACCEPT WS-ORCA-MES-ENTRY
023261     PERFORM 6455-VALIDATE-ORCA-MES THRU 6455-EXIT
023262     IF NOT WS-ORCA-KEY-OK
023263         GO TO 6450-EXIT
023264     END-IF
023265
023266     MOVE "N" TO WS-ORCA-KEY-SWITCH
023267     DISPLAY "Codigo da conta/centro de custo: " WITH NO ADVANCING
023268     ACCEPT WS-CCUSTO
023269     PERFORM 6340-READ-CONTA THRU 6340-EXIT
023270     IF NOT WS-CONTA-FOUND
023271         DISPLAY "*** ERRO: CONTA " WS-CCUSTO " NAO EXISTE "
023272             "NO CADASTRO ***"
023273         GO TO 6450-EXIT
023274     END-IF
023275     MOVE "Y" TO WS-ORCA-KEY-SWITCH.
023276 6450-EXIT.
023277     EXIT.
023278
023279*=============================================================
023280* 6455-VALIDATE-ORCA-MES - CRITICA O MES EM WS-ORCA-MES-ENTRY
023281* NO FORMATO AAAA-MM, COM MES ENTRE 01 E 12.
023282*=============================================================
023283 6455-VALIDATE-ORCA-MES.
023284     MOVE "N" TO WS-ORCA-KEY-SWITCH
023285     IF WS-ORCA-MES-CCYY IS NOT NUMERIC
023286         OR WS-ORCA-MES-SEP NOT = "-"
023287         OR WS-ORCA-MES-MM IS NOT NUMERIC
023288         OR WS-ORCA-MES-MM < "01"
023289         OR WS-ORCA-MES-MM > "12"
023290         DISPLAY "*** ERRO: MES INVALIDO (" WS-ORCA-MES-ENTRY
023291             ") - USE AAAA-MM ***"
023292         GO TO 6455-EXIT
023293     END-IF
023294     MOVE "Y" TO WS-ORCA-KEY-SWITCH.
023295 6455-EXIT.
023296     EXIT.
023297
023298*=============================================================
023299* 6460-READ-ORCA - LE O ORCAMENTO DO MES E CENTRO DE CUSTO
023300* CORRENTES E LIGA O SWITCH DE ENCONTRADO.
023301*=============================================================
023302 6460-READ-ORCA.
023303     MOVE "N" TO WS-ORCA-FOUND-SWITCH
023304     MOVE WS-ORCA-MES-ENTRY TO OR-MES
023305     MOVE WS-CCUSTO         TO OR-CCUSTO
023306     READ ORCA-FILE
023307         INVALID KEY
023308             CONTINUE
023309         NOT INVALID KEY
023310             MOVE "Y" TO WS-ORCA-FOUND-SWITCH
023311     END-READ.
023312 6460-EXIT.
023313     EXIT.
023314
023315*=============================================================
023316* 6465-WRITE-ORCA - GRAVA (INCLUSAO) OU REGRAVA (ALTERACAO) O
023317* ORCAMENTO CORRENTE COM O VALOR EM WS-ORCA-VALOR-NOVO, O
023318* OPERADOR E A DATA DA RODADA.
023319*=============================================================
023320 6465-WRITE-ORCA.
023321     IF NOT WS-ORCA-FOUND
023322         MOVE SPACES            TO ORCA-RECORD
023323         MOVE WS-ORCA-MES-ENTRY TO OR-MES
023324         MOVE WS-CCUSTO         TO OR-CCUSTO
023325     END-IF
023326     MOVE WS-ORCA-VALOR-NOVO TO OR-VALOR
023327     MOVE WS-OPERATOR-ID     TO OR-OPERADOR
023328     MOVE WS-RUN-DATE-ISO    TO OR-DATA-ALT
023329
023330     IF WS-ORCA-FOUND
023331         REWRITE ORCA-RECORD
023332             INVALID KEY
023333                 DISPLAY "*** ERRO: NAO FOI POSSIVEL REGRAVAR O "
023334                     "ORCAMENTO (STATUS = " WS-ORCA-STATUS ") ***"
023335         END-REWRITE
023336     ELSE
023337         WRITE ORCA-RECORD
023338             INVALID KEY
023339                 DISPLAY "*** ERRO: NAO FOI POSSIVEL INCLUIR O "
023340                     "ORCAMENTO (STATUS = " WS-ORCA-STATUS ") ***"
023341         END-WRITE
023342     END-IF.
023343 6465-EXIT.
023344     EXIT.
023345
023346*=============================================================
023347* 6470-OPEN-ORCA - ABRE O MESTRE DE ORCAMENTO (ORCAMENT) PARA
023348* LEITURA E ATUALIZACAO, CRIANDO O ARQUIVO SE FOR A PRIMEIRA
023349* EXECUCAO.
023350*=============================================================
023351 6470-OPEN-ORCA.
023352     MOVE "N" TO WS-ORCA-AVAIL-SWITCH
023353     OPEN I-O ORCA-FILE
023354     IF WS-ORCA-STATUS NOT = "00"
023355         OPEN OUTPUT ORCA-FILE
023356         CLOSE ORCA-FILE
023357         OPEN I-O ORCA-FILE
023358     END-IF
023359
023360     IF WS-ORCA-STATUS = "00"
023361         MOVE "Y" TO WS-ORCA-AVAIL-SWITCH
023362     ELSE
023363         DISPLAY "*** ERRO: MESTRE DE ORCAMENTO INDISPONIVEL "
023364             "(STATUS = " WS-ORCA-STATUS ") ***"
023365     END-IF.
023366 6470-EXIT.
023367     EXIT.
023368
023369*=============================================================
023370* 6490-AUDIT-ORCA-CHANGE - REGISTRA NA TRILHA DE AUDITORIA A
023371* ALTERACAO (ORCA-ALT) OU EXCLUSAO (ORCA-EXC) DE UM ORCAMENTO:
023372* CENTRO DE CUSTO, VALOR ANTERIOR EM NUM1 E NOVO VALOR EM NUM2.
023373*=============================================================
023374 6490-AUDIT-ORCA-CHANGE.
023375     PERFORM 3050-BUILD-TIMESTAMP THRU 3050-EXIT
023376
023377     MOVE WS-OPERATOR-ID     TO AD-OPERATOR
023378     MOVE WS-AUDIT-TIMESTAMP TO AD-TIMESTAMP
023379     MOVE WS-ORCA-VALOR-ANT  TO AD-NUM1
023380     MOVE WS-ORCA-VALOR-NOVO TO AD-NUM2
023381     MOVE ZERO               TO AD-SOMA
023382     MOVE WS-CCUSTO          TO AD-CCUSTO
023383     MOVE WS-EVENT-SITUACAO  TO AD-SITUACAO
023384
023385     WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
023386 6490-EXIT.
023387     EXIT.
023388
023389*=============================================================
023390* 6500-SUSPENSE-MODE - TRATAMENTO DAS PENDENCIAS DO LOTE
023391* (SUSPFILE): CARREGA AS PENDENCIAS, PERMITE LISTAR, CORRIGIR
023392* E LIBERAR PELO CAMINHO NORMAL DE REGISTRO, OU BAIXAR
023393* FORMALMENTE, E REGRAVA O ARQUIVO AO SAIR.
023394*=============================================================
023400 6500-SUSPENSE-MODE.
023410     PERFORM 6510-LOAD-SUSPENSE THRU 6510-EXIT
023420
023590     DISPLAY " L - Listar pendencias"
023600     DISPLAY " C - Corrigir e liberar um item"
023610     DISPLAY " B - Baixar um item (write-off)"
023611     DISPLAY " G - Liberar sem redigitar: duplicidade (DUP) ou "
023612         "taxa ja cadastrada (CAM) (supervisor)"
023620     DISPLAY " F - Voltar ao menu principal"
023630     DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
023640     ACCEPT WS-SUSP-OPTION
023730         WHEN "B"
023740         WHEN "b"
023750             PERFORM 6530-WRITEOFF-ITEM THRU 6530-EXIT
023751         WHEN "G"
023752         WHEN "g"
023753             IF WS-PERFIL-SUPERVISOR
023754                 PERFORM 6527-RELEASE-ORIGINAL THRU 6527-EXIT
023755             ELSE
023756                 PERFORM 1550-DENY-OPTION THRU 1550-EXIT
023757             END-IF
023760         WHEN "F"
023770         WHEN "f"
023780             MOVE "Y" TO WS-SUSP-DONE-SWITCH
024520* 6525-CORRECT-ITEM - PERMITE AO OPERADOR CORRIGIR OS VALORES
024530* DE UMA PENDENCIA E LIBERA-LA PELO CAMINHO NORMAL DE REGISTRO
024540* (RELATORIO, AUDITORIA E INTERFACE), MARCANDO O ITEM COMO
024541* LIBERADO. OS VALORES CORRIGIDOS SAO SEMPRE DIGITADOS EM REAIS,
024542* MESMO QUE O REGISTRO ORIGINAL ESTEJA EM MOEDA ESTRANGEIRA.
024560*=============================================================
024570 6525-CORRECT-ITEM.
024572     IF WS-MES-FECHADO
024610     END-IF
024620
024630     DISPLAY "Registro original: " SP-IMAGEM (WS-SUSP-ITEM)
024631     DISPLAY "Informe os valores corrigidos, em reais."
024650     PERFORM 4100-ACCEPT-NUM1 THRU 4100-EXIT
024660     PERFORM 4150-ACCEPT-NUM2 THRU 4150-EXIT
024670     PERFORM 4170-ACCEPT-CCUSTO THRU 4170-EXIT
024720
024730     MOVE "N" TO WS-OVERFLOW-SWITCH
024735     MOVE "N" TO WS-LIMIT-SWITCH
024736     MOVE "N" TO WS-DUP-SWITCH
024740     COMPUTE SOMA = NUM1 + NUM2
024750         ON SIZE ERROR
024760             MOVE "Y" TO WS-OVERFLOW-SWITCH
024900         "registrado. Soma: " SOMA.
024910 6525-EXIT.
024920     EXIT.
024921*=============================================================
024922* 6527-RELEASE-ORIGINAL - LIBERA, SEM REDIGITACAO, UMA
024923* PENDENCIA DE DUPLICIDADE (DUP) RECONHECIDA PELO SUPERVISOR
024924* COMO LANCAMENTO LEGITIMO, OU DE FALTA DE TAXA DE CAMBIO (CAM)
024925* CUJA TAXA JA FOI CADASTRADA: O REGISTRO ORIGINAL E CONVERTIDO
024926* PELA TAXA DA DATA DA PENDENCIA, QUANDO EM MOEDA ESTRANGEIRA,
024927* E SOMADO PELO CAMINHO NORMAL DE REGISTRO, E O ITEM FICA
024928* LIBERADO. A CONTA AINDA PRECISA ESTAR ATIVA E A TAXA
024929* CADASTRADA; SENAO, O ITEM SEGUE PENDENTE.
024930*=============================================================
024931 6527-RELEASE-ORIGINAL.
024932     IF WS-MES-FECHADO
024933         PERFORM 1098-DENY-MES-FECHADO THRU 1098-EXIT
024934         GO TO 6527-EXIT
024935     END-IF
024936     PERFORM 6535-SELECT-ITEM THRU 6535-EXIT
024937     IF WS-SUSP-ITEM = ZERO
024938         GO TO 6527-EXIT
024939     END-IF
024940
024941     IF SP-MOTIVO (WS-SUSP-ITEM) NOT = "DUP"
024942         AND SP-MOTIVO (WS-SUSP-ITEM) NOT = "CAM"
024943         DISPLAY "*** ERRO: ITEM NAO E DE DUPLICIDADE (DUP) NEM "
024944             "DE TAXA DE CAMBIO (CAM) - USE A OPCAO C PARA "
024945             "CORRIGIR ***"
024946         GO TO 6527-EXIT
024947     END-IF
024948
024949     MOVE SP-IMAGEM (WS-SUSP-ITEM) TO WS-DUP-IMAGEM
024950     DISPLAY "Registro original: " SP-IMAGEM (WS-SUSP-ITEM)
024951     IF SP-MOTIVO (WS-SUSP-ITEM) = "DUP"
024952         DISPLAY "Confirma a liberacao como lancamento legitimo? "
024953             "(S/N): " WITH NO ADVANCING
024954     ELSE
024955         DISPLAY "Confirma a liberacao pela taxa de cambio de "
024956             SP-DATA (WS-SUSP-ITEM) "? (S/N): " WITH NO ADVANCING
024957     END-IF
024958     ACCEPT WS-DUP-CONFIRMA
024959     IF WS-DUP-CONFIRMA NOT = "S" AND WS-DUP-CONFIRMA NOT = "s"
024960         DISPLAY "Item permanece pendente."
024961         GO TO 6527-EXIT
024962     END-IF
024963
024964     MOVE WS-DUP-IMG-MOEDA       TO WS-CAMBIO-ORIG-MOEDA
024965     MOVE WS-DUP-IMG-NUM1        TO WS-CAMBIO-ORIG-NUM1
024966     MOVE WS-DUP-IMG-NUM2        TO WS-CAMBIO-ORIG-NUM2
024967     MOVE SP-DATA (WS-SUSP-ITEM) TO WS-CAMBIO-DATA
024968     PERFORM 5240-CONVERT-MOEDA THRU 5240-EXIT
024969     IF WS-CAMBIO-SEM-TAXA
024970         DISPLAY "*** ERRO: MOEDA " WS-DUP-IMG-MOEDA " AINDA SEM "
024971             "TAXA DE CAMBIO EM " SP-DATA (WS-SUSP-ITEM)
024972             " - ITEM PERMANECE PENDENTE ***"
024973         GO TO 6527-EXIT
024974     END-IF
024975     IF WS-CAMBIO-ESTOURO
024976         INITIALIZE WS-HIST-CAMBIO
024977         DISPLAY "*** ERRO: VALOR CONVERTIDO EM REAIS FORA DA "
024978             "FAIXA - ITEM PERMANECE PENDENTE ***"
024979         GO TO 6527-EXIT
024980     END-IF
024981     MOVE WS-DUP-IMG-CCUSTO TO WS-CCUSTO
024982
024983     MOVE "N" TO WS-OVERFLOW-SWITCH
024984     MOVE "N" TO WS-LIMIT-SWITCH
024985     MOVE "N" TO WS-DUP-SWITCH
024986     PERFORM 6360-VALIDATE-CCUSTO THRU 6360-EXIT
024987     IF WS-RECORD-REJECTED
024988         MOVE "N" TO WS-REJECT-SWITCH
024989         INITIALIZE WS-HIST-CAMBIO
024990         DISPLAY "*** ERRO: CONTA " WS-CCUSTO " AUSENTE, "
024991             "INEXISTENTE OU INATIVA - ITEM PERMANECE "
024992             "PENDENTE ***"
024993         GO TO 6527-EXIT
024994     END-IF
024995
024996     COMPUTE SOMA = NUM1 + NUM2
024997         ON SIZE ERROR
024998             MOVE "Y" TO WS-OVERFLOW-SWITCH
024999     END-COMPUTE
025000     IF WS-OVERFLOW-DETECTED
025001         MOVE "N" TO WS-OVERFLOW-SWITCH
025002         INITIALIZE WS-HIST-CAMBIO
025003         DISPLAY "*** ERRO: " NUM1 " + " NUM2
025004             " FORA DA FAIXA - ITEM PERMANECE PENDENTE ***"
025005         GO TO 6527-EXIT
025006     END-IF
025007
025008     MOVE "OK      " TO WS-SITUACAO
025009     PERFORM 7000-RECORD-RESULT THRU 7000-EXIT
025010     INITIALIZE WS-HIST-CAMBIO
025011     MOVE "L" TO SP-SITUACAO-PEND (WS-SUSP-ITEM)
025012     DISPLAY "Item " WS-SUSP-ITEM " liberado sem redigitacao "
025013         "e registrado. Soma: " SOMA.
025014 6527-EXIT.
025015     EXIT.
025016
025017*=============================================================
025018* 6530-WRITEOFF-ITEM - BAIXA FORMALMENTE UMA PENDENCIA, SEM
025019* GERAR SOMA, MANTENDO O REGISTRO NO ARQUIVO COMO BAIXADO.
025020*=============================================================
025021 6530-WRITEOFF-ITEM.
025022     PERFORM 6535-SELECT-ITEM THRU 6535-EXIT
025023     IF WS-SUSP-ITEM = ZERO
025024         GO TO 6530-EXIT
025025     END-IF
025030
025040     MOVE "B" TO SP-SITUACAO-PEND (WS-SUSP-ITEM)
025050     DISPLAY "Item " WS-SUSP-ITEM " baixado (write-off)".
025330     IF SP-SITUACAO-PEND (WS-SUSP-ITEM) NOT = "P"
025340         DISPLAY "*** ERRO: ITEM JA LIBERADO OU BAIXADO ***"
025350         MOVE ZERO TO WS-SUSP-ITEM
025351         GO TO 6535-EXIT
025352     END-IF
025353
025354     IF SP-MOTIVO (WS-SUSP-ITEM) = "DUP"
025355         AND NOT WS-PERFIL-SUPERVISOR
025356         DISPLAY "*** ERRO: PENDENCIA DE DUPLICIDADE (DUP) SO "
025357             "PODE SER TRATADA PELO SUPERVISOR ***"
025358         MOVE ZERO TO WS-SUSP-ITEM
025360     END-IF.
025370 6535-EXIT.
025380     EXIT.
025530
025540*=============================================================
025550* 6550-WRITE-SUSPENSE - GRAVA UMA PENDENCIA COM A IMAGEM
025551* ORIGINAL DO REGISTRO DO LOTE, O MOTIVO (EST/FMT/CTA/LIM/DUP/
025552* CAM) E A DATA DA RODADA, NA SITUACAO PENDENTE.
025580*=============================================================
025590 6550-WRITE-SUSPENSE.
025600     MOVE SPACES             TO SUSPENSE-RECORD
028010*=============================================================
028020* 6670-SHOW-HIST-RECORD - EXIBE UM REGISTRO DO HISTORICO E
028030* PAUSA A CADA PAGINA CHEIA, DEIXANDO O OPERADOR INTERROMPER.
028031* LANCAMENTO ESTORNADO E ESTORNO SAEM COM A CHAVE DO SEU PAR.
028040*=============================================================
028050 6670-SHOW-HIST-RECORD.
028060     ADD 1 TO WS-INQ-MATCH-COUNT
028080     DISPLAY HS-DATA " " HS-HORA " " HS-OPERADOR
028090         " NUM1=" HS-NUM1 " NUM2=" HS-NUM2 " SOMA=" HS-SOMA
028100         " CCUSTO=" HS-CCUSTO " " HS-SITUACAO
028101     IF HS-REF-DATA NOT = SPACES
028102         IF HS-ESTORNO
028103             DISPLAY "           ESTORNO DO LANCAMENTO "
028104                 HS-REF-DATA "/" HS-REF-SEQ
028105         ELSE
028106             DISPLAY "           ESTORNADO PELO LANCAMENTO "
028107                 HS-REF-DATA "/" HS-REF-SEQ
028108         END-IF
028109     END-IF
028110
028120     IF WS-INQ-SHOWN >= WS-INQ-PAGE-SIZE
028130         MOVE ZERO TO WS-INQ-SHOWN
028230
028240*=============================================================
028250* 6700-PARAM-MAINT - MANUTENCAO DOS PARAMETROS DA RODADA:
028258* EXIBE OS VALORES VIGENTES E ACEITA OS NOVOS (BRANCO MANTEM O
028266* ATUAL). CADA PARAMETRO ALTERADO VIRA UM PEDIDO NO PENDALT;
028274* O ARQUIVO PARAMS SO E REGRAVADO, COM REGISTRO NA TRILHA DE
028282* AUDITORIA, DEPOIS DA APROVACAO DE OUTRO SUPERVISOR (7400).
028290*=============================================================
028300 6700-PARAM-MAINT.
028301     IF NOT WS-PEND-AVAILABLE
028302         DISPLAY "*** ALTERACOES PENDENTES (PENDALT) "
028303             "INDISPONIVEIS - PARAMETROS NAO PODEM SER "
028304             "ALTERADOS ***"
028305         GO TO 6700-EXIT
028306     END-IF
028307
028310     DISPLAY " "
028320     DISPLAY "PARAMETROS VIGENTES DA RODADA:"
028330     DISPLAY "  Intervalo de checkpoint...: "
028392     DISPLAY "  Idade maxima de pendencia: "
028394         WS-IDADE-PENDENCIA
028396     DISPLAY "  Validade da senha (dias).: " WS-SENHA-DIAS
028397     DISPLAY "  Tolerancia do orcamento %: " WS-TOL-ORCAMENTO
028398     DISPLAY "  Prazo de aprovacao (dias): " WS-PRAZO-APROVACAO
028399     DISPLAY "  Janela de duplicidade....: "
028400         WS-DIAS-DUPLICIDADE
028401     DISPLAY " "
028402
028403     MOVE WS-CHECKPOINT-INTERVAL TO WS-ANT-CHECKPOINT
028404     MOVE WS-MAX-LINES-PER-PAGE  TO WS-ANT-MAX-LINES
028405     MOVE WS-REPORT-TITLE        TO WS-ANT-REPORT-TITLE
028406     MOVE WS-TOLERANCIA          TO WS-ANT-TOLERANCIA
028407     MOVE WS-RETENCAO-DIAS       TO WS-ANT-RETENCAO
028408     MOVE WS-IDADE-PENDENCIA     TO WS-ANT-IDADE-PENDENCIA
028409     MOVE WS-SENHA-DIAS          TO WS-ANT-SENHA-DIAS
028410     MOVE WS-TOL-ORCAMENTO       TO WS-ANT-TOL-ORCAMENTO
028411     MOVE WS-PRAZO-APROVACAO     TO WS-ANT-PRAZO-APROVACAO
028412     MOVE WS-DIAS-DUPLICIDADE    TO WS-ANT-DIAS-DUPLICIDADE
028413
028420     DISPLAY "Novo intervalo de checkpoint (branco mantem): "
028430         WITH NO ADVANCING
028440     ACCEPT WS-PARM-NUM-ENTRY
028993         END-IF
028994     END-IF
028995
028996     DISPLAY "Nova tolerancia do orcamento em % (branco "
028997         "mantem): " WITH NO ADVANCING
028998     ACCEPT WS-PARM-NUM-ENTRY
028999     IF WS-PARM-NUM-ENTRY NOT = SPACES
029000         PERFORM 6710-EDIT-PARM-ENTRY THRU 6710-EXIT
029001         IF WS-PARM-ENTRY-VALID
029002             MOVE WS-PARM-NUM-VALUE TO WS-TOL-ORCAMENTO
029003         ELSE
029004             DISPLAY "*** VALOR INVALIDO - PARAMETRO MANTIDO ***"
029005         END-IF
029006     END-IF
029007
029008     DISPLAY "Novo prazo de aprovacao de alteracoes em dias "
029009         "(branco mantem, zero nao expira): " WITH NO ADVANCING
029010     ACCEPT WS-PARM-NUM-ENTRY
029011     IF WS-PARM-NUM-ENTRY NOT = SPACES
029012         PERFORM 6710-EDIT-PARM-ENTRY THRU 6710-EXIT
029013         IF WS-PARM-ENTRY-VALID
029014             AND WS-PARM-NUM-VALUE NOT > 99
029015             MOVE WS-PARM-NUM-VALUE TO WS-PRAZO-APROVACAO
029016         ELSE
029017             DISPLAY "*** VALOR INVALIDO - PARAMETRO MANTIDO ***"
029018         END-IF
029019     END-IF
029020     DISPLAY "Nova janela de conferencia de duplicidade em dias "
029021         "(branco mantem, zero so o dia): " WITH NO ADVANCING
029022     ACCEPT WS-PARM-NUM-ENTRY
029023     IF WS-PARM-NUM-ENTRY NOT = SPACES
029024         PERFORM 6710-EDIT-PARM-ENTRY THRU 6710-EXIT
029025         IF WS-PARM-ENTRY-VALID
029026             AND WS-PARM-NUM-VALUE NOT > 99
029027             MOVE WS-PARM-NUM-VALUE TO WS-DIAS-DUPLICIDADE
029028         ELSE
029029             DISPLAY "*** VALOR INVALIDO - PARAMETRO MANTIDO ***"
029030         END-IF
029031     END-IF
029032
029033     PERFORM 6760-PEDIR-PARM-CHANGES THRU 6760-EXIT
029034     IF WS-PEND-PEDIDOS = ZERO
029035         DISPLAY "Nenhum parametro alterado."
029036     END-IF.
029037 6700-EXIT.
029038     EXIT.
029040
029050*=============================================================
029060* 6710-EDIT-PARM-ENTRY - CRITICA COMUM DAS ENTRADAS NUMERICAS
029500     MOVE WS-RETENCAO-DIAS       TO PR-RETENCAO
029505     MOVE WS-IDADE-PENDENCIA     TO PR-IDADE-PENDENCIA
029507     MOVE WS-SENHA-DIAS          TO PR-SENHA-DIAS
029508     MOVE WS-TOL-ORCAMENTO       TO PR-TOL-ORCAMENTO
029509     MOVE WS-PRAZO-APROVACAO     TO PR-PRAZO-APROVACAO
029510     MOVE WS-DIAS-DUPLICIDADE    TO PR-DIAS-DUPLICIDADE
029511     WRITE PARAM-RECORD
029520     CLOSE PARAM-FILE.
029530 6750-EXIT.
029540     EXIT.
029541
029542*=============================================================
029543* 6760-PEDIR-PARM-CHANGES - REGISTRA UM PEDIDO NO PENDALT PARA
029544* CADA PARAMETRO DIGITADO DIFERENTE DO VIGENTE E DEVOLVE A
029545* MEMORIA AOS VALORES VIGENTES, QUE SO MUDAM NA APROVACAO.
029546*=============================================================
029547 6760-PEDIR-PARM-CHANGES.
029548     MOVE ZERO   TO WS-PEND-PEDIDOS
029549     MOVE "P"    TO WS-PED-TIPO
029550     MOVE SPACES TO WS-PED-CCUSTO
029551
029552     IF WS-CHECKPOINT-INTERVAL NOT = WS-ANT-CHECKPOINT
029553         MOVE "CHECKPNT"             TO WS-PED-CAMPO
029554         MOVE WS-ANT-CHECKPOINT      TO WS-PED-VALOR-ANT
029555         MOVE WS-CHECKPOINT-INTERVAL TO WS-PED-VALOR-NOVO
029556         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
029557     END-IF
029558     IF WS-MAX-LINES-PER-PAGE NOT = WS-ANT-MAX-LINES
029559         MOVE "LINHAS  "             TO WS-PED-CAMPO
029560         MOVE WS-ANT-MAX-LINES       TO WS-PED-VALOR-ANT
029561         MOVE WS-MAX-LINES-PER-PAGE  TO WS-PED-VALOR-NOVO
029562         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
029563     END-IF
029564     IF WS-REPORT-TITLE NOT = WS-ANT-REPORT-TITLE
029565         MOVE "TITULO  "             TO WS-PED-CAMPO
029566         MOVE "T"                    TO WS-PED-FORMATO
029567         MOVE WS-ANT-REPORT-TITLE    TO WS-PED-ANTERIOR
029568         MOVE WS-REPORT-TITLE        TO WS-PED-NOVO
029569         PERFORM 7440-REGISTRA-PEDIDO THRU 7440-EXIT
029570     END-IF
029571     IF WS-TOLERANCIA NOT = WS-ANT-TOLERANCIA
029572         MOVE "TOLERANC"             TO WS-PED-CAMPO
029573         MOVE WS-ANT-TOLERANCIA      TO WS-PED-VALOR-ANT
029574         MOVE WS-TOLERANCIA          TO WS-PED-VALOR-NOVO
029575         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
029576     END-IF
029577     IF WS-RETENCAO-DIAS NOT = WS-ANT-RETENCAO
029578         MOVE "RETENCAO"             TO WS-PED-CAMPO
029579         MOVE WS-ANT-RETENCAO        TO WS-PED-VALOR-ANT
029580         MOVE WS-RETENCAO-DIAS       TO WS-PED-VALOR-NOVO
029581         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
029582     END-IF
029583     IF WS-IDADE-PENDENCIA NOT = WS-ANT-IDADE-PENDENCIA
029584         MOVE "IDADEPEN"             TO WS-PED-CAMPO
029585         MOVE WS-ANT-IDADE-PENDENCIA TO WS-PED-VALOR-ANT
029586         MOVE WS-IDADE-PENDENCIA     TO WS-PED-VALOR-NOVO
029587         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
029588     END-IF
029589     IF WS-SENHA-DIAS NOT = WS-ANT-SENHA-DIAS
029590         MOVE "SENHADIA"             TO WS-PED-CAMPO
029591         MOVE WS-ANT-SENHA-DIAS      TO WS-PED-VALOR-ANT
029592         MOVE WS-SENHA-DIAS          TO WS-PED-VALOR-NOVO
029593         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
029594     END-IF
029595     IF WS-TOL-ORCAMENTO NOT = WS-ANT-TOL-ORCAMENTO
029596         MOVE "TOLORCAM"             TO WS-PED-CAMPO
029597         MOVE WS-ANT-TOL-ORCAMENTO   TO WS-PED-VALOR-ANT
029598         MOVE WS-TOL-ORCAMENTO       TO WS-PED-VALOR-NOVO
029599         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
029600     END-IF
029601     IF WS-PRAZO-APROVACAO NOT = WS-ANT-PRAZO-APROVACAO
029602         MOVE "PRAZOAPR"             TO WS-PED-CAMPO
029603         MOVE WS-ANT-PRAZO-APROVACAO TO WS-PED-VALOR-ANT
029604         MOVE WS-PRAZO-APROVACAO     TO WS-PED-VALOR-NOVO
029605         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
029606     END-IF
029607     IF WS-DIAS-DUPLICIDADE NOT = WS-ANT-DIAS-DUPLICIDADE
029608         MOVE "DIASDUPL"              TO WS-PED-CAMPO
029609         MOVE WS-ANT-DIAS-DUPLICIDADE TO WS-PED-VALOR-ANT
029610         MOVE WS-DIAS-DUPLICIDADE     TO WS-PED-VALOR-NOVO
029611         PERFORM 7446-PEDIDO-NUMERICO THRU 7446-EXIT
029612     END-IF
029613
029614     MOVE WS-ANT-CHECKPOINT      TO WS-CHECKPOINT-INTERVAL
029615     MOVE WS-ANT-MAX-LINES       TO WS-MAX-LINES-PER-PAGE
029616     MOVE WS-ANT-REPORT-TITLE    TO WS-REPORT-TITLE
029617     MOVE WS-ANT-TOLERANCIA      TO WS-TOLERANCIA
029618     MOVE WS-ANT-RETENCAO        TO WS-RETENCAO-DIAS
029619     MOVE WS-ANT-IDADE-PENDENCIA TO WS-IDADE-PENDENCIA
029620     MOVE WS-ANT-SENHA-DIAS      TO WS-SENHA-DIAS
029621     MOVE WS-ANT-TOL-ORCAMENTO   TO WS-TOL-ORCAMENTO
029622     MOVE WS-ANT-PRAZO-APROVACAO TO WS-PRAZO-APROVACAO
029623     MOVE WS-ANT-DIAS-DUPLICIDADE TO WS-DIAS-DUPLICIDADE.
029624 6760-EXIT.
029625     EXIT.
029626
029627*=============================================================
029628* 6790-AUDIT-PARM-CHANGE - REGISTRA NA TRILHA DE AUDITORIA QUE
029629* OS PARAMETROS DA RODADA FORAM ALTERADOS PELO OPERADOR
029630* CONECTADO (SITUACAO PARM-ALT, SEM VALORES DE SOMA).
029631*=============================================================
029632 6790-AUDIT-PARM-CHANGE.
029633     PERFORM 3050-BUILD-TIMESTAMP THRU 3050-EXIT
029634
029640     MOVE WS-OPERATOR-ID     TO AD-OPERATOR
029650     MOVE WS-AUDIT-TIMESTAMP TO AD-TIMESTAMP
029660     MOVE ZERO               TO AD-NUM1
029959     END-IF.
029960 6855-EXIT.
029961     EXIT.
029962
029963*=============================================================
029964* 6900-ESTORNO-MODE - ESTORNA UM LANCAMENTO JA CONTABILIZADO,
029965* ESCOLHIDO PELA CHAVE DO HISTORICO (DATA + SEQUENCIA): GRAVA O
029966* LANCAMENTO DE SINAL CONTRARIO, NA SITUACAO ESTORNO, PELO
029967* CAMINHO NORMAL DE REGISTRO (RELATORIO, AUDITORIA, INTERFACE E
029968* HISTORICO), LIGADO AO ORIGINAL, E MARCA NO ORIGINAL O ESTORNO
029969* QUE O ANULOU. RECUSA ESTORNO REPETIDO, ESTORNO DE ESTORNO,
029970* LANCAMENTO NAO CONTABILIZADO E ESTORNO EM MES JA FECHADO.
029971* SEM OPERADOR, A CHAVE VEM DO CARTAO DE EXECUCAO.
029972*=============================================================
029973 6900-ESTORNO-MODE.
029974     IF WS-MES-FECHADO
029975         PERFORM 1098-DENY-MES-FECHADO THRU 1098-EXIT
029976         GO TO 6900-EXIT
029977     END-IF
029978
029979     IF NOT WS-HIST-AVAILABLE
029980         DISPLAY "*** ERRO: HISTORICO DE SOMAS INDISPONIVEL - "
029981             "ESTORNO RECUSADO ***"
029982         PERFORM 6990-DENY-ESTORNO THRU 6990-EXIT
029983         GO TO 6900-EXIT
029984     END-IF
029985
029986     PERFORM 6910-ACCEPT-ESTORNO-KEY THRU 6910-EXIT
029987     IF NOT WS-EST-LIBERADO
029988         PERFORM 6990-DENY-ESTORNO THRU 6990-EXIT
029989         GO TO 6900-EXIT
029990     END-IF
029991
029992     PERFORM 6920-CHECK-ORIGINAL THRU 6920-EXIT
029993     IF NOT WS-EST-LIBERADO
029994         PERFORM 6990-DENY-ESTORNO THRU 6990-EXIT
029995         GO TO 6900-EXIT
029996     END-IF
029997
029998     IF NOT WS-UNATTENDED
029999         PERFORM 6930-CONFIRM-ESTORNO THRU 6930-EXIT
030000         IF NOT WS-EST-LIBERADO
030001             DISPLAY "Estorno cancelado pelo operador."
030002             GO TO 6900-EXIT
030003         END-IF
030004     END-IF
030005
030006     PERFORM 6940-POST-ESTORNO THRU 6940-EXIT
030007     IF NOT WS-EST-LIBERADO
030008         PERFORM 6990-DENY-ESTORNO THRU 6990-EXIT
030009         GO TO 6900-EXIT
030010     END-IF
030011
030012     PERFORM 6950-LINK-ORIGINAL THRU 6950-EXIT.
030013 6900-EXIT.
030014     EXIT.
030015
030016*=============================================================
030017* 6910-ACCEPT-ESTORNO-KEY - OBTEM A CHAVE DO LANCAMENTO A
030018* ESTORNAR (DO TERMINAL OU DO CARTAO DE EXECUCAO) E CRITICA O
030019* FORMATO DA DATA E DA SEQUENCIA.
030020*=============================================================
030021 6910-ACCEPT-ESTORNO-KEY.
030022     MOVE "N" TO WS-EST-OK-SWITCH
030023     IF WS-UNATTENDED
030024         MOVE WS-RC-DATA-ORIGEM TO WS-EST-ORIG-DATA
030025         MOVE WS-RC-SEQUENCIA   TO WS-EST-SEQ-ENTRY
030026     ELSE
030027         DISPLAY "Data do lancamento a estornar (AAAA-MM-DD): "
030028             WITH NO ADVANCING
030029         ACCEPT WS-EST-ORIG-DATA
030030         DISPLAY "Sequencia no historico (6 digitos, ex. "
030031             "000012): " WITH NO ADVANCING
030032         ACCEPT WS-EST-SEQ-ENTRY
030033     END-IF
030034
030035     IF WS-EST-ORIG-DATA (1:4) IS NOT NUMERIC
030036         OR WS-EST-ORIG-DATA (5:1) NOT = "-"
030037         OR WS-EST-ORIG-DATA (6:2) IS NOT NUMERIC
030038         OR WS-EST-ORIG-DATA (8:1) NOT = "-"
030039         OR WS-EST-ORIG-DATA (9:2) IS NOT NUMERIC
030040         DISPLAY "*** ERRO: DATA DO LANCAMENTO A ESTORNAR FORA "
030041             "DO FORMATO AAAA-MM-DD ***"
030042         GO TO 6910-EXIT
030043     END-IF
030044
030045     IF WS-EST-SEQ-ENTRY IS NOT NUMERIC
030046         DISPLAY "*** ERRO: SEQUENCIA DO LANCAMENTO A ESTORNAR "
030047             "INVALIDA ***"
030048         GO TO 6910-EXIT
030049     END-IF
030050
030051     MOVE WS-EST-SEQ-ENTRY TO WS-EST-ORIG-SEQ
030052     MOVE "Y" TO WS-EST-OK-SWITCH.
030053 6910-EXIT.
030054     EXIT.
030055
030056*=============================================================
030057* 6920-CHECK-ORIGINAL - LE O LANCAMENTO ORIGINAL NO HISTORICO E
030058* CONFERE SE ELE PODE SER ESTORNADO: PRECISA EXISTIR, ESTAR
030059* CONTABILIZADO (SITUACAO OK), NAO SER ELE MESMO UM ESTORNO E
030060* AINDA NAO TER SIDO ESTORNADO.
030061*=============================================================
030062 6920-CHECK-ORIGINAL.
030063     MOVE "N" TO WS-EST-OK-SWITCH
030064     MOVE WS-EST-ORIG-CHAVE TO HS-CHAVE
030065     READ HIST-FILE
030066         INVALID KEY
030067             DISPLAY "*** ERRO: LANCAMENTO " WS-EST-ORIG-DATA "/"
030068                 WS-EST-ORIG-SEQ " NAO ENCONTRADO NO "
030069                 "HISTORICO ***"
030070             GO TO 6920-EXIT
030071     END-READ
030072
030073     IF HS-ESTORNO
030074         DISPLAY "*** ERRO: LANCAMENTO " WS-EST-ORIG-DATA "/"
030075             WS-EST-ORIG-SEQ " JA E UM ESTORNO - RECUSADO ***"
030076         GO TO 6920-EXIT
030077     END-IF
030078
030079     IF HS-REF-DATA NOT = SPACES
030080         DISPLAY "*** ERRO: LANCAMENTO " WS-EST-ORIG-DATA "/"
030081             WS-EST-ORIG-SEQ " JA ESTORNADO PELO LANCAMENTO "
030082             HS-REF-DATA "/" HS-REF-SEQ " ***"
030083         GO TO 6920-EXIT
030084     END-IF
030085
030086     IF HS-SITUACAO NOT = "OK      "
030087         DISPLAY "*** ERRO: LANCAMENTO " WS-EST-ORIG-DATA "/"
030088             WS-EST-ORIG-SEQ " NAO CONTABILIZADO (SITUACAO "
030089             HS-SITUACAO ") - NADA A ESTORNAR ***"
030090         GO TO 6920-EXIT
030091     END-IF
030092
030093     MOVE "Y" TO WS-EST-OK-SWITCH.
030094 6920-EXIT.
030095     EXIT.
030096
030097*=============================================================
030098* 6930-CONFIRM-ESTORNO - MOSTRA O LANCAMENTO ORIGINAL E PEDE A
030099* CONFIRMACAO DO SUPERVISOR ANTES DE GRAVAR O ESTORNO.
030100*=============================================================
030101 6930-CONFIRM-ESTORNO.
030102     DISPLAY "Lancamento a estornar: " HS-DATA "/" HS-SEQ " "
030103         HS-HORA " " HS-OPERADOR
030104     DISPLAY "   NUM1=" HS-NUM1 " NUM2=" HS-NUM2 " SOMA=" HS-SOMA
030105         " CCUSTO=" HS-CCUSTO
030106     DISPLAY "Confirma o estorno? (S/N): " WITH NO ADVANCING
030107     ACCEPT WS-EST-ANSWER
030108     IF WS-EST-ANSWER NOT = "S" AND WS-EST-ANSWER NOT = "s"
030109         MOVE "N" TO WS-EST-OK-SWITCH
030110     END-IF.
030111 6930-EXIT.
030112     EXIT.
030113
030114*=============================================================
030115* 6940-POST-ESTORNO - MONTA O LANCAMENTO DE SINAL CONTRARIO AO
030116* ORIGINAL RECEM-LIDO E O REGISTRA PELO CAMINHO NORMAL, COM A
030117* CHAVE DO ORIGINAL NA REFERENCIA DO HISTORICO; DEVOLVE O
030118* CONSUMO DO DIA DA CONTA NA TABELA DE LIMITES DA RODADA.
030119*=============================================================
030120 6940-POST-ESTORNO.
030121     COMPUTE NUM1 = ZERO - HS-NUM1
030122     COMPUTE NUM2 = ZERO - HS-NUM2
030123     COMPUTE SOMA = ZERO - HS-SOMA
030124     MOVE HS-CCUSTO TO WS-CCUSTO
030125*    ESTORNO DE LANCAMENTO EM MOEDA ESTRANGEIRA LEVA A MESMA
030126*    MOEDA E TAXA DO ORIGINAL, COM O VALOR ORIGINAL NEGATIVO.
030127     IF HS-MOEDA NOT = SPACES
030128         AND HS-VALOR-MOEDA IS NUMERIC
030129         AND HS-TAXA IS NUMERIC
030130         MOVE HS-MOEDA TO WS-HIST-MOEDA
030131         COMPUTE WS-HIST-VALOR-MOEDA = ZERO - HS-VALOR-MOEDA
030132         MOVE HS-TAXA  TO WS-HIST-TAXA
030133     END-IF
030134
030135     MOVE "N" TO WS-OVERFLOW-SWITCH
030136     MOVE "N" TO WS-REJECT-SWITCH
030137     MOVE "N" TO WS-LIMIT-SWITCH
030138     MOVE "N" TO WS-DUP-SWITCH
030139     MOVE "ESTORNO " TO WS-SITUACAO
030140     MOVE WS-EST-ORIG-DATA TO WS-HIST-REF-DATA
030141     MOVE WS-EST-ORIG-SEQ  TO WS-HIST-REF-SEQ
030142
030143     PERFORM 7000-RECORD-RESULT THRU 7000-EXIT
030144
030145     MOVE WS-HIST-ULT-CHAVE TO WS-EST-NOVA-CHAVE
030146     MOVE SPACES   TO WS-HIST-REF-DATA
030147     MOVE ZERO     TO WS-HIST-REF-SEQ
030148     INITIALIZE WS-HIST-CAMBIO
030149
030150     IF WS-HIST-STATUS NOT = "00"
030151         DISPLAY "*** ERRO: ESTORNO NAO GRAVADO NO HISTORICO - "
030152             "LIGACAO COM O ORIGINAL " WS-EST-ORIG-DATA "/"
030153             WS-EST-ORIG-SEQ " NAO FEITA ***"
030154         MOVE "N" TO WS-EST-OK-SWITCH
030155         GO TO 6940-EXIT
030156     END-IF
030157
030158     MOVE "N"  TO WS-LIM-FOUND-SWITCH
030159     MOVE ZERO TO WS-LIM-IX
030160     PERFORM 7210-SEEK-LIM-ENTRY THRU 7210-EXIT
030161         UNTIL WS-LIM-FOUND
030162             OR WS-LIM-IX >= WS-LIM-COUNT
030163     IF WS-LIM-FOUND
030164         PERFORM 7250-CONSUME-LIMIT THRU 7250-EXIT
030165     END-IF.
030166 6940-EXIT.
030167     EXIT.
030168
030169*=============================================================
030170* 6950-LINK-ORIGINAL - RELE O LANCAMENTO ORIGINAL E GRAVA NELE
030171* A CHAVE DO ESTORNO QUE O ANULOU, O QUE IMPEDE UM SEGUNDO
030172* ESTORNO DO MESMO ITEM.
030173*=============================================================
030174 6950-LINK-ORIGINAL.
030175     MOVE WS-EST-ORIG-CHAVE TO HS-CHAVE
030176     READ HIST-FILE
030177         INVALID KEY
030178             DISPLAY "*** ERRO: LANCAMENTO " WS-EST-ORIG-DATA "/"
030179                 WS-EST-ORIG-SEQ " NAO RELIDO - LIGACAO COM O "
030180                 "ESTORNO NAO GRAVADA ***"
030181             PERFORM 6990-DENY-ESTORNO THRU 6990-EXIT
030182             GO TO 6950-EXIT
030183     END-READ
030184
030185     MOVE WS-EST-NOVA-CHAVE TO HS-REF-CHAVE
030186     REWRITE HIST-RECORD
030187         INVALID KEY
030188             DISPLAY "*** ERRO: FALHA AO REGRAVAR O LANCAMENTO "
030189                 WS-EST-ORIG-DATA "/" WS-EST-ORIG-SEQ
030190                 " (STATUS = "
030191                 WS-HIST-STATUS ") ***"
030192             PERFORM 6990-DENY-ESTORNO THRU 6990-EXIT
030193             GO TO 6950-EXIT
030194     END-REWRITE
030195
030196     DISPLAY "Lancamento " WS-EST-ORIG-DATA "/" WS-EST-ORIG-SEQ
030197         " estornado pelo lancamento " WS-EST-NOVA-DATA "/"
030198         WS-EST-NOVA-SEQ ". Soma do estorno: " SOMA.
030199 6950-EXIT.
030200     EXIT.
030201
030202*=============================================================
030203* 6990-DENY-ESTORNO - ESTORNO RECUSADO: SEM OPERADOR, DEVOLVE
030204* RETURN-CODE 8 AO SCHEDULER.
030205*=============================================================
030206 6990-DENY-ESTORNO.
030207     IF WS-UNATTENDED
030208         MOVE 8 TO RETURN-CODE
030209     END-IF.
030210 6990-EXIT.
030211     EXIT.
030212
030213*=============================================================
030214* 7000-RECORD-RESULT - REGISTRA UMA SOMA JA CALCULADA (NUM1,
030215* NUM2, SOMA E WS-SITUACAO) NO RELATORIO, NA TRILHA DE
030216* AUDITORIA E NO ARQUIVO DE INTERFACE, E ATUALIZA OS TOTAIS DA
030217* RODADA DE HOJE QUANDO A SOMA NAO ESTOUROU.
030218*=============================================================
030219 7000-RECORD-RESULT.
030220     IF WS-OVERFLOW-DETECTED OR WS-RECORD-REJECTED
030221         OR WS-LIMIT-EXCEEDED
030222         OR WS-DUP-DETECTED
030223         MOVE ZERO TO SOMA
030224     END-IF
030225     MOVE SPACES TO REPORT-LINE
030226     STRING NUM1 DELIMITED BY SIZE
030227         "      "        DELIMITED BY SIZE
030228         NUM2            DELIMITED BY SIZE
030229         "      "        DELIMITED BY SIZE
030230         SOMA            DELIMITED BY SIZE
030231         "      "        DELIMITED BY SIZE
030232         WS-CCUSTO       DELIMITED BY SIZE
030233         "   "           DELIMITED BY SIZE
030234         WS-SITUACAO     DELIMITED BY SIZE
030235         INTO REPORT-LINE
030236     END-STRING
030237
030238     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
030239     PERFORM 3100-WRITE-AUDIT-LINE THRU 3100-EXIT
030240     PERFORM 7100-WRITE-INTERFACE-RECORD THRU 7100-EXIT
030241     PERFORM 7650-WRITE-HISTORY THRU 7650-EXIT
030242
030243     IF NOT WS-OVERFLOW-DETECTED AND NOT WS-RECORD-REJECTED
030244         AND NOT WS-LIMIT-EXCEEDED
030245         AND NOT WS-DUP-DETECTED
030246         ADD SOMA TO WS-SESSION-TOTAL
030247         ADD 1    TO WS-SESSION-COUNT
030248     END-IF.
030249 7000-EXIT.
030250     EXIT.
030251
030252*=============================================================
030253* 7100-WRITE-INTERFACE-RECORD - GRAVA UM REGISTRO NO ARQUIVO DE
030254* INTERFACE (GLIFACE), NO LAYOUT FIXO NUM1/NUM2/SOMA, PARA OS
030255* SISTEMAS DE DESTINO (EX.: CONTABILIZACAO NO GL) CONSUMIREM.
030256*=============================================================
030257 7100-WRITE-INTERFACE-RECORD.
030258     IF NOT WS-INTF-HEADER-WRITTEN
030259         PERFORM 7920-WRITE-HEADER THRU 7920-EXIT
030260     END-IF
030261
030262     MOVE SPACES      TO INTERFACE-RECORD
030263     MOVE "D"         TO IR-TIPO
030264     MOVE NUM1        TO IR-NUM1
030265     MOVE NUM2        TO IR-NUM2
030266     MOVE SOMA        TO IR-SOMA
030267     MOVE WS-CCUSTO   TO IR-CCUSTO
030268     MOVE WS-SITUACAO TO IR-SITUACAO
030270     WRITE INTERFACE-RECORD
030280
030290     ADD 1    TO WS-INTF-REC-COUNT
030397
030398*=============================================================
030399* 7230-SCAN-HIST-USAGE - LEVANTA NO HISTORICO DE SOMAS O VALOR
030400* LIQUIDO JA LANCADO HOJE (SOMAS OK E ESTORNOS) NA CONTA DA
030401* ENTRADA DA VEZ, PARA O CONSUMO DO LIMITE DIARIO.
030402*=============================================================
030403 7230-SCAN-HIST-USAGE.
030404     MOVE ZERO TO LM-USADO-DIA (WS-LIM-IX)
030430         GO TO 7235-EXIT
030431     END-IF
030432     IF HS-CCUSTO = LM-CCUSTO (WS-LIM-IX)
030433         AND HS-LANCAMENTO-EFETIVO
030434         ADD HS-SOMA TO LM-USADO-DIA (WS-LIM-IX)
030435     END-IF.
030436 7235-EXIT.
030479     EXIT.
030480
030481*=============================================================
030482* 7300-FIXO-MAINT - MANUTENCAO DO MESTRE DE LANCAMENTOS
030483* RECORRENTES (LANCFIXO), SO PARA SUPERVISOR: INCLUSAO,
030484* LISTAGEM, SUSPENSAO E REATIVACAO. OS LANCAMENTOS ATIVOS SAO
030485* GERADOS NO TRANSIN PELO JOB GERAFIXO NAS DATAS EM QUE VENCEM.
030486* CADA GRAVACAO VAI PARA A TRILHA DE AUDITORIA.
030487*=============================================================
030488 7300-FIXO-MAINT.
030489     IF NOT WS-CONTA-AVAILABLE
030490         DISPLAY "*** CADASTRO DE CONTAS INDISPONIVEL ***"
030491         GO TO 7300-EXIT
030492     END-IF
030493
030494     PERFORM 7370-OPEN-FIXO THRU 7370-EXIT
030495     IF NOT WS-FIXO-AVAILABLE
030496         GO TO 7300-EXIT
030497     END-IF
030498
030499     MOVE "N" TO WS-FIXO-DONE-SWITCH
030500     PERFORM 7305-FIXO-MENU THRU 7305-EXIT
030501         UNTIL WS-FIXO-MAINT-DONE
030502
030503     CLOSE FIXO-FILE.
030504 7300-EXIT.
030505     EXIT.
030506
030507 7305-FIXO-MENU.
030508     DISPLAY " "
030509     DISPLAY "Lancamentos recorrentes (LANCFIXO)"
030510     DISPLAY " I - Incluir lancamento recorrente"
030511     DISPLAY " L - Listar lancamentos recorrentes"
030512     DISPLAY " S - Suspender lancamento recorrente"
030513     DISPLAY " R - Reativar lancamento recorrente"
030514     DISPLAY " F - Voltar ao menu principal"
030515     DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
030516     ACCEPT WS-FIXO-OPTION
030517
030518     EVALUATE WS-FIXO-OPTION
030519         WHEN "I"
030520         WHEN "i"
030521             PERFORM 7310-FIXO-ADD THRU 7310-EXIT
030522         WHEN "L"
030523         WHEN "l"
030524             PERFORM 7320-FIXO-LIST THRU 7320-EXIT
030525         WHEN "S"
030526         WHEN "s"
030527             PERFORM 7330-FIXO-SUSPEND THRU 7330-EXIT
030528         WHEN "R"
030529         WHEN "r"
030530             PERFORM 7335-FIXO-REACTIVATE THRU 7335-EXIT
030531         WHEN "F"
030532         WHEN "f"
030533             MOVE "Y" TO WS-FIXO-DONE-SWITCH
030534         WHEN OTHER
030535             DISPLAY "*** OPCAO INVALIDA - TENTE NOVAMENTE ***"
030536     END-EVALUATE.
030537 7305-EXIT.
030538     EXIT.
030539
030540*=============================================================
030541* 7310-FIXO-ADD - INCLUI UM LANCAMENTO RECORRENTE: VALORES,
030542* CONTA (TEM DE EXISTIR E ESTAR ATIVA), FREQUENCIA MENSAL OU
030543* SEMANAL, DIA DO VENCIMENTO E VIGENCIA. QUALQUER CAMPO
030544* INVALIDO CANCELA A INCLUSAO.
030545*=============================================================
030546 7310-FIXO-ADD.
030547     PERFORM 7340-ACCEPT-FIXO-CODE THRU 7340-EXIT
030548     IF NOT WS-FIXO-ENTRY-OK
030549         GO TO 7310-EXIT
030550     END-IF
030551     IF WS-FIXO-FOUND
030552         DISPLAY "*** ERRO: LANCAMENTO RECORRENTE " WS-FIXO-CODIGO
030553             " JA EXISTE ***"
030554         GO TO 7310-EXIT
030555     END-IF
030556
030557     MOVE SPACES         TO FIXO-RECORD
030558     MOVE WS-FIXO-CODIGO TO LF-CODIGO
030559     DISPLAY "Descricao: " WITH NO ADVANCING
030560     ACCEPT LF-DESCRICAO
030561
030562     DISPLAY "Primeiro valor (NUM1): " WITH NO ADVANCING
030563     ACCEPT WS-NUM-ENTRY
030564     PERFORM 4099-VALIDATE-NUM-ENTRY THRU 4099-EXIT
030565     IF NOT WS-INPUT-VALID
030566         DISPLAY "*** VALOR INVALIDO - INCLUSAO CANCELADA ***"
030567         GO TO 7310-EXIT
030568     END-IF
030569     MOVE WS-NUM-VALUE TO LF-NUM1
030570
030571     DISPLAY "Segundo valor (NUM2): " WITH NO ADVANCING
030572     ACCEPT WS-NUM-ENTRY
030573     PERFORM 4099-VALIDATE-NUM-ENTRY THRU 4099-EXIT
030574     IF NOT WS-INPUT-VALID
030575         DISPLAY "*** VALOR INVALIDO - INCLUSAO CANCELADA ***"
030576         GO TO 7310-EXIT
030577     END-IF
030578     MOVE WS-NUM-VALUE TO LF-NUM2
030579
030580     DISPLAY "Codigo da conta/centro de custo: " WITH NO ADVANCING
030581     ACCEPT WS-CCUSTO
030582     PERFORM 6360-VALIDATE-CCUSTO THRU 6360-EXIT
030583     IF WS-RECORD-REJECTED
030584         MOVE "N" TO WS-REJECT-SWITCH
030585         DISPLAY "*** ERRO: CONTA " WS-CCUSTO " INEXISTENTE OU "
030586             "INATIVA (" WS-SITUACAO ") - INCLUSAO CANCELADA ***"
030587         GO TO 7310-EXIT
030588     END-IF
030589     MOVE WS-CCUSTO TO LF-CCUSTO
030590
030591     DISPLAY "Frequencia (M = mensal, S = semanal): "
030592         WITH NO ADVANCING
030593     ACCEPT LF-FREQUENCIA
030594     INSPECT LF-FREQUENCIA CONVERTING "ms" TO "MS"
030595     IF NOT LF-MENSAL AND NOT LF-SEMANAL
030596         DISPLAY "*** FREQUENCIA INVALIDA - INCLUSAO "
030597             "CANCELADA ***"
030598         GO TO 7310-EXIT
030599     END-IF
030600
030601     IF LF-MENSAL
030602         DISPLAY "Dia do mes (01 a 31): " WITH NO ADVANCING
030603     ELSE
030604         DISPLAY "Dia da semana (01 = segunda ... 07 = domingo): "
030605             WITH NO ADVANCING
030606     END-IF
030607     ACCEPT WS-FIXO-DIA-ENTRY
030608     IF WS-FIXO-DIA-ENTRY IS NOT NUMERIC
030609         DISPLAY "*** DIA INVALIDO - INCLUSAO CANCELADA ***"
030610         GO TO 7310-EXIT
030611     END-IF
030612     MOVE WS-FIXO-DIA-ENTRY TO LF-DIA
030613     IF LF-DIA < 1
030614         OR (LF-MENSAL AND LF-DIA > 31)
030615         OR (LF-SEMANAL AND LF-DIA > 7)
030616         DISPLAY "*** DIA INVALIDO - INCLUSAO CANCELADA ***"
030617         GO TO 7310-EXIT
030618     END-IF
030619
030620     DISPLAY "Inicio da vigencia (AAAA-MM-DD, branco = hoje): "
030621         WITH NO ADVANCING
030622     ACCEPT WS-FIXO-DATA-X
030623     IF WS-FIXO-DATA-X = SPACES
030624         MOVE WS-RUN-DATE-ISO TO WS-FIXO-DATA-X
030625     END-IF
030626     PERFORM 7345-VALIDATE-FIXO-DATA THRU 7345-EXIT
030627     IF NOT WS-FIXO-ENTRY-OK
030628         GO TO 7310-EXIT
030629     END-IF
030630     MOVE WS-FIXO-DATA-X TO LF-DATA-INICIO
030631
030632     DISPLAY "Fim da vigencia (AAAA-MM-DD, branco = sem fim): "
030633         WITH NO ADVANCING
030634     ACCEPT WS-FIXO-DATA-X
030635     IF WS-FIXO-DATA-X NOT = SPACES
030636         PERFORM 7345-VALIDATE-FIXO-DATA THRU 7345-EXIT
030637         IF NOT WS-FIXO-ENTRY-OK
030638             GO TO 7310-EXIT
030639         END-IF
030640         IF WS-FIXO-DATA-X < LF-DATA-INICIO
030641             DISPLAY "*** ERRO: FIM DA VIGENCIA ANTERIOR AO "
030642                 "INICIO - INCLUSAO CANCELADA ***"
030643             GO TO 7310-EXIT
030644         END-IF
030645         MOVE WS-FIXO-DATA-X TO LF-DATA-FIM
030646     END-IF
030647
030648     MOVE "A"             TO LF-SITUACAO
030649     MOVE WS-OPERATOR-ID  TO LF-OPERADOR
030650     MOVE WS-RUN-DATE-ISO TO LF-DATA-ALT
030651     WRITE FIXO-RECORD
030652         INVALID KEY
030653             DISPLAY "*** ERRO: NAO FOI POSSIVEL INCLUIR O "
030654                 "LANCAMENTO (STATUS = " WS-FIXO-STATUS ") ***"
030655             GO TO 7310-EXIT
030656     END-WRITE
030657
030658     MOVE "FIXO-INC" TO WS-EVENT-SITUACAO
030659     PERFORM 7390-AUDIT-FIXO-CHANGE THRU 7390-EXIT
030660     DISPLAY "Lancamento recorrente " LF-CODIGO " incluido.".
030661 7310-EXIT.
030662     EXIT.
030663
030664*=============================================================
030665* 7320-FIXO-LIST - LISTA TODOS OS LANCAMENTOS RECORRENTES COM
030666* A VIGENCIA, A SITUACAO E A ULTIMA DATA GERADA.
030667*=============================================================
030668 7320-FIXO-LIST.
030669     MOVE ZERO TO WS-FIXO-COUNT
030670     MOVE "N"  TO WS-FIXO-EOF-SWITCH
030671     MOVE LOW-VALUES TO LF-CODIGO
030672     START FIXO-FILE KEY IS NOT LESS THAN LF-CODIGO
030673         INVALID KEY
030674             MOVE "Y" TO WS-FIXO-EOF-SWITCH
030675     END-START
030676
030677     DISPLAY "CODIGO DESCRICAO            NUM1       NUM2       "
030678         "CCUSTO F DD INICIO     FIM        S ULTIMA"
030679     PERFORM 7325-SHOW-ONE-FIXO THRU 7325-EXIT
030680         UNTIL END-OF-FIXO-SCAN
030681
030682     DISPLAY "Lancamentos recorrentes: " WS-FIXO-COUNT.
030683 7320-EXIT.
030684     EXIT.
030685
030686 7325-SHOW-ONE-FIXO.
030687     READ FIXO-FILE NEXT RECORD
030688         AT END
030689             MOVE "Y" TO WS-FIXO-EOF-SWITCH
030690             GO TO 7325-EXIT
030691     END-READ
030692
030693     ADD 1 TO WS-FIXO-COUNT
030694     DISPLAY LF-CODIGO " " LF-DESCRICAO (1:20) " " LF-NUM1 " "
030695         LF-NUM2 " " LF-CCUSTO " " LF-FREQUENCIA " " LF-DIA " "
030696         LF-DATA-INICIO " " LF-DATA-FIM " " LF-SITUACAO " "
030697         LF-ULT-DATA.
030698 7325-EXIT.
030699     EXIT.
030700
030701*=============================================================
030702* 7330-FIXO-SUSPEND - SUSPENDE UM LANCAMENTO RECORRENTE ATIVO;
030703* O JOB GERAFIXO DEIXA DE GERA-LO ATE A REATIVACAO.
030704*=============================================================
030705 7330-FIXO-SUSPEND.
030706     PERFORM 7340-ACCEPT-FIXO-CODE THRU 7340-EXIT
030707     IF NOT WS-FIXO-ENTRY-OK
030708         GO TO 7330-EXIT
030709     END-IF
030710     IF NOT WS-FIXO-FOUND
030711         DISPLAY "*** ERRO: LANCAMENTO RECORRENTE " WS-FIXO-CODIGO
030712             " NAO EXISTE ***"
030713         GO TO 7330-EXIT
030714     END-IF
030715     IF LF-SUSPENSO
030716         DISPLAY "*** ERRO: LANCAMENTO RECORRENTE " WS-FIXO-CODIGO
030717             " JA ESTA SUSPENSO ***"
030718         GO TO 7330-EXIT
030719     END-IF
030720
030721     MOVE "S"        TO LF-SITUACAO
030722     MOVE "FIXO-SUS" TO WS-EVENT-SITUACAO
030723     PERFORM 7350-REWRITE-FIXO THRU 7350-EXIT.
030724 7330-EXIT.
030725     EXIT.
030726
030727*=============================================================
030728* 7335-FIXO-REACTIVATE - REATIVA UM LANCAMENTO RECORRENTE
030729* SUSPENSO. OCORRENCIAS VENCIDAS DURANTE A SUSPENSAO NAO SAO
030730* GERADAS RETROATIVAMENTE.
030731*=============================================================
030732 7335-FIXO-REACTIVATE.
030733     PERFORM 7340-ACCEPT-FIXO-CODE THRU 7340-EXIT
030734     IF NOT WS-FIXO-ENTRY-OK
030735         GO TO 7335-EXIT
030736     END-IF
030737     IF NOT WS-FIXO-FOUND
030738         DISPLAY "*** ERRO: LANCAMENTO RECORRENTE " WS-FIXO-CODIGO
030739             " NAO EXISTE ***"
030740         GO TO 7335-EXIT
030741     END-IF
030742     IF LF-ATIVO
030743         DISPLAY "*** ERRO: LANCAMENTO RECORRENTE " WS-FIXO-CODIGO
030744             " JA ESTA ATIVO ***"
030745         GO TO 7335-EXIT
030746     END-IF
030747
030748     MOVE "A"        TO LF-SITUACAO
030749     MOVE "FIXO-REA" TO WS-EVENT-SITUACAO
030750     PERFORM 7350-REWRITE-FIXO THRU 7350-EXIT.
030751 7335-EXIT.
030752     EXIT.
030753
030754*=============================================================
030755* 7340-ACCEPT-FIXO-CODE - LE DO TERMINAL O CODIGO DO
030756* LANCAMENTO RECORRENTE E PROCURA O REGISTRO NO MESTRE.
030757*=============================================================
030758 7340-ACCEPT-FIXO-CODE.
030759     MOVE "N" TO WS-FIXO-OK-SWITCH
030760     MOVE "N" TO WS-FIXO-FOUND-SWITCH
030761     DISPLAY "Codigo do lancamento recorrente: " WITH NO ADVANCING
030762     ACCEPT WS-FIXO-CODIGO
030763     IF WS-FIXO-CODIGO = SPACES
030764         DISPLAY "*** ERRO: CODIGO DO LANCAMENTO EM BRANCO ***"
030765         GO TO 7340-EXIT
030766     END-IF
030767
030768     MOVE WS-FIXO-CODIGO TO LF-CODIGO
030769     READ FIXO-FILE
030770         INVALID KEY
030771             CONTINUE
030772         NOT INVALID KEY
030773             MOVE "Y" TO WS-FIXO-FOUND-SWITCH
030774     END-READ
030775     MOVE "Y" TO WS-FIXO-OK-SWITCH.
030776 7340-EXIT.
030777     EXIT.
030778
030779*=============================================================
030780* 7345-VALIDATE-FIXO-DATA - CRITICA A DATA EM WS-FIXO-DATA-X
030781* NO FORMATO AAAA-MM-DD, COM MES ENTRE 01 E 12 E DIA ENTRE 01
030782* E 31.
030783*=============================================================
030784 7345-VALIDATE-FIXO-DATA.
030785     MOVE "N" TO WS-FIXO-OK-SWITCH
030786     IF WS-FIXO-DATA-CCYY IS NOT NUMERIC
030787         OR WS-FIXO-DATA-SEP1 NOT = "-"
030788         OR WS-FIXO-DATA-MM IS NOT NUMERIC
030789         OR WS-FIXO-DATA-SEP2 NOT = "-"
030790         OR WS-FIXO-DATA-DD IS NOT NUMERIC
030791         OR WS-FIXO-DATA-MM < "01"
030792         OR WS-FIXO-DATA-MM > "12"
030793         OR WS-FIXO-DATA-DD < "01"
030794         OR WS-FIXO-DATA-DD > "31"
030795         DISPLAY "*** ERRO: DATA INVALIDA (" WS-FIXO-DATA-X
030796             ") - USE AAAA-MM-DD ***"
030797         GO TO 7345-EXIT
030798     END-IF
030799     MOVE "Y" TO WS-FIXO-OK-SWITCH.
030800 7345-EXIT.
030801     EXIT.
030802
030803*=============================================================
030804* 7350-REWRITE-FIXO - REGRAVA O LANCAMENTO RECORRENTE CORRENTE
030805* COM O OPERADOR E A DATA DA RODADA E REGISTRA NA TRILHA DE
030806* AUDITORIA O EVENTO EM WS-EVENT-SITUACAO.
030807*=============================================================
030808 7350-REWRITE-FIXO.
030809     MOVE WS-OPERATOR-ID  TO LF-OPERADOR
030810     MOVE WS-RUN-DATE-ISO TO LF-DATA-ALT
030811     REWRITE FIXO-RECORD
030812         INVALID KEY
030813             DISPLAY "*** ERRO: NAO FOI POSSIVEL REGRAVAR O "
030814                 "LANCAMENTO (STATUS = " WS-FIXO-STATUS ") ***"
030815             GO TO 7350-EXIT
030816     END-REWRITE
030817
030818     PERFORM 7390-AUDIT-FIXO-CHANGE THRU 7390-EXIT
030819     DISPLAY "Lancamento recorrente " LF-CODIGO " gravado com "
030820         "situacao " LF-SITUACAO ".".
030821 7350-EXIT.
030822     EXIT.
030823
030824*=============================================================
030825* 7370-OPEN-FIXO - ABRE O MESTRE DE LANCAMENTOS RECORRENTES
030826* (LANCFIXO) PARA LEITURA E ATUALIZACAO, CRIANDO O ARQUIVO SE
030827* FOR A PRIMEIRA EXECUCAO.
030828*=============================================================
030829 7370-OPEN-FIXO.
030830     MOVE "N" TO WS-FIXO-AVAIL-SWITCH
030831     OPEN I-O FIXO-FILE
030832     IF WS-FIXO-STATUS NOT = "00"
030833         OPEN OUTPUT FIXO-FILE
030834         CLOSE FIXO-FILE
030835         OPEN I-O FIXO-FILE
030836     END-IF
030837
030838     IF WS-FIXO-STATUS = "00"
030839         MOVE "Y" TO WS-FIXO-AVAIL-SWITCH
030840     ELSE
030841         DISPLAY "*** ERRO: MESTRE DE LANCAMENTOS RECORRENTES "
030842             "INDISPONIVEL (STATUS = " WS-FIXO-STATUS ") ***"
030843     END-IF.
030844 7370-EXIT.
030845     EXIT.
030846
030847*=============================================================
030848* 7390-AUDIT-FIXO-CHANGE - REGISTRA NA TRILHA DE AUDITORIA A
030849* INCLUSAO (FIXO-INC), SUSPENSAO (FIXO-SUS) OU REATIVACAO
030850* (FIXO-REA) DE UM LANCAMENTO RECORRENTE, COM OS VALORES E A
030851* CONTA DO LANCAMENTO.
030852*=============================================================
030853 7390-AUDIT-FIXO-CHANGE.
030854     PERFORM 3050-BUILD-TIMESTAMP THRU 3050-EXIT
030855
030856     MOVE WS-OPERATOR-ID     TO AD-OPERATOR
030857     MOVE WS-AUDIT-TIMESTAMP TO AD-TIMESTAMP
030858     MOVE LF-NUM1            TO AD-NUM1
030859     MOVE LF-NUM2            TO AD-NUM2
030860     MOVE ZERO               TO AD-SOMA
030861     MOVE LF-CCUSTO          TO AD-CCUSTO
030862     MOVE WS-EVENT-SITUACAO  TO AD-SITUACAO
030863
030864     WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
030865 7390-EXIT.
030866     EXIT.
030867
030868*=============================================================
030869* 7400-APROVA-MODE - APROVACAO DAS ALTERACOES PENDENTES
030870* (PENDALT), SO PARA SUPERVISOR: LISTA OS PEDIDOS EM ABERTO E
030871* APROVA OU REJEITA UM PEDIDO. A APROVACAO EXIGE UM SUPERVISOR
030872* DIFERENTE DO SOLICITANTE E SO ENTAO APLICA A ALTERACAO NO
030873* CADCONTA OU NO PARAMS. CADA DECISAO VAI PARA A TRILHA DE
030874* AUDITORIA.
030875*=============================================================
030876 7400-APROVA-MODE.
030877     IF NOT WS-PEND-AVAILABLE
030878         DISPLAY "*** ALTERACOES PENDENTES (PENDALT) "
030879             "INDISPONIVEIS ***"
030880         GO TO 7400-EXIT
030881     END-IF
030882
030883     MOVE "N" TO WS-PEND-DONE-SWITCH
030884     PERFORM 7405-APROVA-MENU THRU 7405-EXIT
030885         UNTIL WS-PEND-MAINT-DONE.
030886 7400-EXIT.
030887     EXIT.
030888
030889 7405-APROVA-MENU.
030890     DISPLAY " "
030891     DISPLAY "Aprovacao de alteracoes pendentes (PENDALT)"
030892     DISPLAY " L - Listar pedidos pendentes"
030893     DISPLAY " A - Aprovar pedido"
030894     DISPLAY " R - Rejeitar pedido"
030895     DISPLAY " F - Voltar ao menu principal"
030896     DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
030897     ACCEPT WS-PEND-OPTION
030898
030899     EVALUATE WS-PEND-OPTION
030900         WHEN "L"
030901         WHEN "l"
030902             PERFORM 7410-APROVA-LIST THRU 7410-EXIT
030903         WHEN "A"
030904         WHEN "a"
030905             PERFORM 7420-APROVA-PEDIDO THRU 7420-EXIT
030906         WHEN "R"
030907         WHEN "r"
030908             PERFORM 7430-REJEITA-PEDIDO THRU 7430-EXIT
030909         WHEN "F"
030910         WHEN "f"
030911             MOVE "Y" TO WS-PEND-DONE-SWITCH
030912         WHEN OTHER
030913             DISPLAY "*** OPCAO INVALIDA - TENTE NOVAMENTE ***"
030914     END-EVALUATE.
030915 7405-EXIT.
030916     EXIT.
030917
030918*=============================================================
030919* 7410-APROVA-LIST - LISTA OS PEDIDOS AINDA PENDENTES COM O
030920* ALVO (CONTA OU PARAMS), O CAMPO, OS VALORES ANTERIOR E NOVO,
030921* O SOLICITANTE E A DATA DO PEDIDO.
030922*=============================================================
030923 7410-APROVA-LIST.
030924     MOVE ZERO TO WS-PEND-COUNT
030925     MOVE "N"  TO WS-PEND-EOF-SWITCH
030926     MOVE ZERO TO PA-NUMERO
030927     START PEND-FILE KEY IS NOT LESS THAN PA-NUMERO
030928         INVALID KEY
030929             MOVE "Y" TO WS-PEND-EOF-SWITCH
030930     END-START
030931
030932     DISPLAY "NUMERO ALVO   CAMPO    ANTERIOR             "
030933         "NOVO                 SOLICIT. DATA"
030934     PERFORM 7415-SHOW-ONE-PEDIDO THRU 7415-EXIT
030935         UNTIL END-OF-PEND-SCAN
030936
030937     DISPLAY "Pedidos pendentes: " WS-PEND-COUNT.
030938 7410-EXIT.
030939     EXIT.
030940
030941 7415-SHOW-ONE-PEDIDO.
030942     READ PEND-FILE NEXT RECORD
030943         AT END
030944             MOVE "Y" TO WS-PEND-EOF-SWITCH
030945             GO TO 7415-EXIT
030946     END-READ
030947
030948     IF NOT PA-PENDENTE
030949         GO TO 7415-EXIT
030950     END-IF
030951
030952     ADD 1 TO WS-PEND-COUNT
030953     PERFORM 7418-EDIT-VALORES THRU 7418-EXIT
030954     DISPLAY PA-NUMERO " " WS-PED-ALVO " " PA-CAMPO " "
030955         WS-PED-ANT-TELA (1:20) " " WS-PED-NOVO-TELA (1:20) " "
030956         PA-SOLICITANTE " " PA-DATA-PEDIDO.
030957 7415-EXIT.
030958     EXIT.
030959
030960*=============================================================
030961* 7418-EDIT-VALORES - PREPARA PARA A TELA O ALVO DO PEDIDO
030962* CORRENTE (CONTA OU PARAMS) E OS VALORES ANTERIOR E NOVO,
030963* EDITANDO OS NUMERICOS.
030964*=============================================================
030965 7418-EDIT-VALORES.
030966     IF PA-TIPO-PARAM
030967         MOVE "PARAMS" TO WS-PED-ALVO
030968     ELSE
030969         MOVE PA-CCUSTO TO WS-PED-ALVO
030970     END-IF
030971
030972     IF PA-VALOR-NUMERICO
030973         MOVE PA-ANT-NUM  TO WS-PED-EDIT
030974         MOVE WS-PED-EDIT TO WS-PED-ANT-TELA
030975         MOVE PA-NOVO-NUM TO WS-PED-EDIT
030976         MOVE WS-PED-EDIT TO WS-PED-NOVO-TELA
030977     ELSE
030978         MOVE PA-VALOR-ANTERIOR TO WS-PED-ANT-TELA
030979         MOVE PA-VALOR-NOVO     TO WS-PED-NOVO-TELA
030980     END-IF.
030981 7418-EXIT.
030982     EXIT.
030983
030984*=============================================================
030985* 7420-APROVA-PEDIDO - APROVA UM PEDIDO PENDENTE. O SUPERVISOR
030986* CONECTADO NAO PODE APROVAR O PROPRIO PEDIDO. A ALTERACAO E
030987* APLICADA NO CADCONTA OU NO PARAMS E, SO SE A GRAVACAO DER
030988* CERTO, O PEDIDO PASSA A APROVADO (ALT-APR).
030989*=============================================================
030990 7420-APROVA-PEDIDO.
030991     PERFORM 7435-ACCEPT-PEDIDO THRU 7435-EXIT
030992     IF NOT WS-PEND-ENTRY-OK
030993         GO TO 7420-EXIT
030994     END-IF
030995
030996     IF PA-SOLICITANTE = WS-OPERATOR-ID
030997         DISPLAY "*** ERRO: O PEDIDO " PA-NUMERO " FOI FEITO "
030998             "POR " WS-OPERATOR-ID " - A APROVACAO CABE A "
030999             "OUTRO SUPERVISOR ***"
031000         GO TO 7420-EXIT
031001     END-IF
031002
031003     DISPLAY "Confirma a aprovacao (S/N)? " WITH NO ADVANCING
031004     ACCEPT WS-PEND-ANSWER
031005     IF WS-PEND-ANSWER NOT = "S" AND WS-PEND-ANSWER NOT = "s"
031006         DISPLAY "Aprovacao cancelada."
031007         GO TO 7420-EXIT
031008     END-IF
031009
031010     PERFORM 7425-APPLY-PEDIDO THRU 7425-EXIT
031011     IF NOT WS-PEND-APLICADO
031012         DISPLAY "*** PEDIDO " PA-NUMERO " MANTIDO PENDENTE ***"
031013         GO TO 7420-EXIT
031014     END-IF
031015
031016     MOVE "A"       TO PA-SITUACAO
031017     MOVE "ALT-APR" TO WS-EVENT-SITUACAO
031018     PERFORM 7450-DECIDE-PEDIDO THRU 7450-EXIT.
031019 7420-EXIT.
031020     EXIT.
031021
031022*=============================================================
031023* 7425-APPLY-PEDIDO - APLICA O VALOR NOVO DO PEDIDO CORRENTE
031024* NO CADASTRO DE CONTAS OU NOS PARAMETROS DA RODADA E LIGA
031025* WS-PEND-APLICADO QUANDO A GRAVACAO DER CERTO.
031026*=============================================================
031027 7425-APPLY-PEDIDO.
031028     MOVE "N" TO WS-PEND-APLICADO-SWITCH
031029     IF PA-TIPO-PARAM
031030         PERFORM 7427-APPLY-PARAM THRU 7427-EXIT
031031     ELSE
031032         PERFORM 7426-APPLY-CONTA THRU 7426-EXIT
031033     END-IF.
031034 7425-EXIT.
031035     EXIT.
031036
031037 7426-APPLY-CONTA.
031038     MOVE PA-CCUSTO TO WS-CCUSTO
031039     PERFORM 6340-READ-CONTA THRU 6340-EXIT
031040     IF NOT WS-CONTA-FOUND
031041         DISPLAY "*** ERRO: CONTA " WS-CCUSTO " NAO EXISTE "
031042             "NO CADASTRO ***"
031043         GO TO 7426-EXIT
031044     END-IF
031045
031046     EVALUATE PA-CAMPO
031047         WHEN "LIM-DIA "
031048             MOVE PA-NOVO-NUM TO CC-LIMITE-DIA
031049         WHEN "LIM-MES "
031050             MOVE PA-NOVO-NUM TO CC-LIMITE-MES
031051         WHEN "SITUACAO"
031052             MOVE CC-GRUPO TO WS-GRUPO-CODIGO
031053             PERFORM 6390-VALIDATE-GRUPO THRU 6390-EXIT
031054             IF NOT WS-GRUPO-VALIDO
031055                 DISPLAY "*** ERRO: " WS-GRUPO-MOTIVO
031056                     " - CONTA NAO REATIVADA ***"
031057                 GO TO 7426-EXIT
031058             END-IF
031059             MOVE PA-VALOR-NOVO (1:1) TO CC-SITUACAO
031060         WHEN OTHER
031061             DISPLAY "*** ERRO: CAMPO " PA-CAMPO " DESCONHECIDO "
031062                 "***"
031063             GO TO 7426-EXIT
031064     END-EVALUATE
031065
031066     PERFORM 6350-REWRITE-CONTA THRU 6350-EXIT
031067     IF WS-CONTA-STATUS = "00"
031068         MOVE "Y" TO WS-PEND-APLICADO-SWITCH
031069     END-IF.
031070 7426-EXIT.
031071     EXIT.
031072
031073 7427-APPLY-PARAM.
031074     EVALUATE PA-CAMPO
031075         WHEN "CHECKPNT"
031076             MOVE PA-NOVO-NUM TO WS-CHECKPOINT-INTERVAL
031077         WHEN "LINHAS  "
031078             MOVE PA-NOVO-NUM TO WS-MAX-LINES-PER-PAGE
031079         WHEN "TITULO  "
031080             MOVE PA-VALOR-NOVO TO WS-REPORT-TITLE
031081         WHEN "TOLERANC"
031082             MOVE PA-NOVO-NUM TO WS-TOLERANCIA
031083         WHEN "RETENCAO"
031084             MOVE PA-NOVO-NUM TO WS-RETENCAO-DIAS
031085         WHEN "IDADEPEN"
031086             MOVE PA-NOVO-NUM TO WS-IDADE-PENDENCIA
031087         WHEN "SENHADIA"
031088             MOVE PA-NOVO-NUM TO WS-SENHA-DIAS
031089         WHEN "TOLORCAM"
031090             MOVE PA-NOVO-NUM TO WS-TOL-ORCAMENTO
031091         WHEN "PRAZOAPR"
031092             MOVE PA-NOVO-NUM TO WS-PRAZO-APROVACAO
031093         WHEN "DIASDUPL"
031094             MOVE PA-NOVO-NUM TO WS-DIAS-DUPLICIDADE
031095         WHEN OTHER
031096             DISPLAY "*** ERRO: PARAMETRO " PA-CAMPO
031097                 " DESCONHECIDO ***"
031098             GO TO 7427-EXIT
031099     END-EVALUATE
031100
031101     PERFORM 6750-SAVE-PARAMS THRU 6750-EXIT
031102     IF WS-PARAM-STATUS = "00"
031103         MOVE "Y" TO WS-PEND-APLICADO-SWITCH
031104         PERFORM 6790-AUDIT-PARM-CHANGE THRU 6790-EXIT
031105         DISPLAY "Parametros gravados."
031106     END-IF.
031107 7427-EXIT.
031108     EXIT.
031109
031110*=============================================================
031111* 7430-REJEITA-PEDIDO - REJEITA UM PEDIDO PENDENTE, SEM
031112* ALTERAR O CADASTRO NEM OS PARAMETROS (ALT-REJ). QUALQUER
031113* SUPERVISOR PODE REJEITAR, INCLUSIVE O SOLICITANTE.
031114*=============================================================
031115 7430-REJEITA-PEDIDO.
031116     PERFORM 7435-ACCEPT-PEDIDO THRU 7435-EXIT
031117     IF NOT WS-PEND-ENTRY-OK
031118         GO TO 7430-EXIT
031119     END-IF
031120
031121     DISPLAY "Confirma a rejeicao (S/N)? " WITH NO ADVANCING
031122     ACCEPT WS-PEND-ANSWER
031123     IF WS-PEND-ANSWER NOT = "S" AND WS-PEND-ANSWER NOT = "s"
031124         DISPLAY "Rejeicao cancelada."
031125         GO TO 7430-EXIT
031126     END-IF
031127
031128     MOVE "R"       TO PA-SITUACAO
031129     MOVE "ALT-REJ" TO WS-EVENT-SITUACAO
031130     PERFORM 7450-DECIDE-PEDIDO THRU 7450-EXIT.
031131 7430-EXIT.
031132     EXIT.
031133
031134*=============================================================
031135* 7435-ACCEPT-PEDIDO - LE DO TERMINAL O NUMERO DO PEDIDO, LE O
031136* REGISTRO NO PENDALT, EXIGE QUE ESTEJA PENDENTE E EXIBE OS
031137* DADOS DO PEDIDO PARA A DECISAO.
031138*=============================================================
031139 7435-ACCEPT-PEDIDO.
031140     MOVE "N" TO WS-PEND-OK-SWITCH
031141     DISPLAY "Numero do pedido (6 digitos, ex. 000012): "
031142         WITH NO ADVANCING
031143     ACCEPT WS-PEND-NUMERO-ENTRY
031144     IF WS-PEND-NUMERO-ENTRY IS NOT NUMERIC
031145         DISPLAY "*** ERRO: NUMERO DO PEDIDO INVALIDO ***"
031146         GO TO 7435-EXIT
031147     END-IF
031148
031149     MOVE WS-PEND-NUMERO-ENTRY TO PA-NUMERO
031150     READ PEND-FILE
031151         INVALID KEY
031152             DISPLAY "*** ERRO: PEDIDO " WS-PEND-NUMERO-ENTRY
031153                 " NAO EXISTE ***"
031154             GO TO 7435-EXIT
031155     END-READ
031156
031157     IF NOT PA-PENDENTE
031158         DISPLAY "*** ERRO: PEDIDO " PA-NUMERO " NAO ESTA "
031159             "PENDENTE (SITUACAO " PA-SITUACAO ") ***"
031160         GO TO 7435-EXIT
031161     END-IF
031162
031163     PERFORM 7418-EDIT-VALORES THRU 7418-EXIT
031164     DISPLAY "Alvo..........: " WS-PED-ALVO
031165     DISPLAY "Campo.........: " PA-CAMPO
031166     DISPLAY "Valor anterior: " WS-PED-ANT-TELA
031167     DISPLAY "Valor novo....: " WS-PED-NOVO-TELA
031168     DISPLAY "Solicitante...: " PA-SOLICITANTE " em "
031169         PA-DATA-PEDIDO " " PA-HORA-PEDIDO
031170     MOVE "Y" TO WS-PEND-OK-SWITCH.
031171 7435-EXIT.
031172     EXIT.
031173
031174*=============================================================
031175* 7440-REGISTRA-PEDIDO - GRAVA NO PENDALT UM PEDIDO DE
031176* ALTERACAO COM OS DADOS EM WS-PED-..., O OPERADOR CONECTADO
031177* COMO SOLICITANTE E SITUACAO PENDENTE (ALT-PED). RECUSA UM
031178* SEGUNDO PEDIDO PENDENTE PARA O MESMO CAMPO DO MESMO ALVO.
031179*=============================================================
031180 7440-REGISTRA-PEDIDO.
031181     IF NOT WS-PEND-AVAILABLE
031182         DISPLAY "*** ALTERACOES PENDENTES (PENDALT) "
031183             "INDISPONIVEIS - PEDIDO NAO REGISTRADO ***"
031184         GO TO 7440-EXIT
031185     END-IF
031186
031187     MOVE ZERO TO WS-PEND-DUP-NUMERO
031188     MOVE "N"  TO WS-PEND-EOF-SWITCH
031189     MOVE ZERO TO PA-NUMERO
031190     START PEND-FILE KEY IS NOT LESS THAN PA-NUMERO
031191         INVALID KEY
031192             MOVE "Y" TO WS-PEND-EOF-SWITCH
031193     END-START
031194     PERFORM 7445-SEEK-DUP-PEDIDO THRU 7445-EXIT
031195         UNTIL END-OF-PEND-SCAN
031196     IF WS-PEND-DUP-NUMERO NOT = ZERO
031197         DISPLAY "*** ERRO: JA EXISTE O PEDIDO PENDENTE "
031198             WS-PEND-DUP-NUMERO " PARA " WS-PED-CAMPO
031199             " - DECIDA-O ANTES DE PEDIR OUTRO ***"
031200         GO TO 7440-EXIT
031201     END-IF
031202
031203     PERFORM 3050-BUILD-TIMESTAMP THRU 3050-EXIT
031204     ADD 1 TO WS-PEND-ULT-NUMERO
031205
031206     MOVE SPACES                    TO PEND-RECORD
031207     MOVE WS-PEND-ULT-NUMERO        TO PA-NUMERO
031208     MOVE WS-PED-TIPO               TO PA-TIPO
031209     MOVE WS-PED-CCUSTO             TO PA-CCUSTO
031210     MOVE WS-PED-CAMPO              TO PA-CAMPO
031211     MOVE WS-PED-FORMATO            TO PA-FORMATO
031212     MOVE WS-PED-ANTERIOR           TO PA-VALOR-ANTERIOR
031213     MOVE WS-PED-NOVO               TO PA-VALOR-NOVO
031214     MOVE WS-OPERATOR-ID            TO PA-SOLICITANTE
031215     MOVE WS-AUDIT-TIMESTAMP (1:10) TO PA-DATA-PEDIDO
031216     MOVE WS-AUDIT-TIMESTAMP (12:8) TO PA-HORA-PEDIDO
031217     MOVE "P"                       TO PA-SITUACAO
031218     WRITE PEND-RECORD
031219         INVALID KEY
031220             DISPLAY "*** ERRO: NAO FOI POSSIVEL GRAVAR O "
031221                 "PEDIDO (STATUS = " WS-PEND-STATUS ") ***"
031222             GO TO 7440-EXIT
031223     END-WRITE
031224
031225     ADD 1 TO WS-PEND-PEDIDOS
031226     MOVE "ALT-PED" TO WS-EVENT-SITUACAO
031227     PERFORM 7490-AUDIT-PEDIDO THRU 7490-EXIT
031228     DISPLAY "Pedido " PA-NUMERO " (" PA-CAMPO ") registrado - "
031229         "aguarda aprovacao de outro supervisor.".
031230 7440-EXIT.
031231     EXIT.
031232
031233 7445-SEEK-DUP-PEDIDO.
031234     READ PEND-FILE NEXT RECORD
031235         AT END
031236             MOVE "Y" TO WS-PEND-EOF-SWITCH
031237             GO TO 7445-EXIT
031238     END-READ
031239
031240     IF PA-PENDENTE
031241         AND PA-TIPO   = WS-PED-TIPO
031242         AND PA-CCUSTO = WS-PED-CCUSTO
031243         AND PA-CAMPO  = WS-PED-CAMPO
031244         MOVE PA-NUMERO TO WS-PEND-DUP-NUMERO
031245         MOVE "Y"       TO WS-PEND-EOF-SWITCH
031246     END-IF.
031247 7445-EXIT.
031248     EXIT.
031249
031250*=============================================================
031251* 7446-PEDIDO-NUMERICO - MONTA OS VALORES ANTERIOR E NOVO DE UM
031252* PEDIDO NUMERICO A PARTIR DE WS-PED-VALOR-ANT/-NOVO E GRAVA O
031253* PEDIDO (7440).
031254*=============================================================
031255 7446-PEDIDO-NUMERICO.
031256     MOVE SPACES            TO WS-PED-ANTERIOR
031257     MOVE SPACES            TO WS-PED-NOVO
031258     MOVE WS-PED-VALOR-ANT  TO WS-PED-ANT-NUM
031259     MOVE WS-PED-VALOR-NOVO TO WS-PED-NOVO-NUM
031260     MOVE "N"               TO WS-PED-FORMATO
031261     PERFORM 7440-REGISTRA-PEDIDO THRU 7440-EXIT.
031262 7446-EXIT.
031263     EXIT.
031264
031265*=============================================================
031266* 7450-DECIDE-PEDIDO - REGRAVA O PEDIDO CORRENTE COM A DECISAO
031267* JA MOVIDA PARA PA-SITUACAO, O SUPERVISOR QUE DECIDIU E A DATA,
031268* E REGISTRA O EVENTO EM WS-EVENT-SITUACAO NA AUDITORIA.
031269*=============================================================
031270 7450-DECIDE-PEDIDO.
031271     PERFORM 3050-BUILD-TIMESTAMP THRU 3050-EXIT
031272     MOVE WS-OPERATOR-ID            TO PA-DECISOR
031273     MOVE WS-AUDIT-TIMESTAMP (1:10) TO PA-DATA-DECISAO
031274     REWRITE PEND-RECORD
031275         INVALID KEY
031276             DISPLAY "*** ERRO: NAO FOI POSSIVEL REGRAVAR O "
031277                 "PEDIDO (STATUS = " WS-PEND-STATUS ") ***"
031278             GO TO 7450-EXIT
031279     END-REWRITE
031280
031281     PERFORM 7490-AUDIT-PEDIDO THRU 7490-EXIT
031282     DISPLAY "Pedido " PA-NUMERO " gravado com situacao "
031283         PA-SITUACAO ".".
031284 7450-EXIT.
031285     EXIT.
031286
031287*=============================================================
031288* 7470-OPEN-PEND - ABRE O ARQUIVO DE ALTERACOES PENDENTES
031289* (PENDALT) PARA LEITURA E ATUALIZACAO, CRIANDO-O SE FOR A
031290* PRIMEIRA EXECUCAO. NA LEITURA INICIAL GUARDA O ULTIMO NUMERO
031291* USADO E EXPIRA OS PEDIDOS PENDENTES HA MAIS DIAS QUE O PRAZO
031292* DE APROVACAO DO PARAMS (ZERO = NAO EXPIRA).
031293*=============================================================
031294 7470-OPEN-PEND.
031295     MOVE "N" TO WS-PEND-AVAIL-SWITCH
031296     OPEN I-O PEND-FILE
031297     IF WS-PEND-STATUS NOT = "00"
031298         OPEN OUTPUT PEND-FILE
031299         CLOSE PEND-FILE
031300         OPEN I-O PEND-FILE
031301     END-IF
031302
031303     IF WS-PEND-STATUS NOT = "00"
031304         DISPLAY "*** AVISO: ALTERACOES PENDENTES (PENDALT) "
031305             "INDISPONIVEIS (STATUS = " WS-PEND-STATUS ") ***"
031306         GO TO 7470-EXIT
031307     END-IF
031308     MOVE "Y" TO WS-PEND-AVAIL-SWITCH
031309
031310     MOVE ZERO TO WS-PEND-ULT-NUMERO
031311     MOVE ZERO TO WS-PEND-EXPIRADOS
031312     MOVE "N"  TO WS-PEND-EOF-SWITCH
031313     MOVE ZERO TO PA-NUMERO
031314     START PEND-FILE KEY IS NOT LESS THAN PA-NUMERO
031315         INVALID KEY
031316             MOVE "Y" TO WS-PEND-EOF-SWITCH
031317     END-START
031318     PERFORM 7475-SCAN-ONE-PEDIDO THRU 7475-EXIT
031319         UNTIL END-OF-PEND-SCAN
031320
031321     IF WS-PEND-EXPIRADOS > ZERO
031322         DISPLAY "*** AVISO: " WS-PEND-EXPIRADOS " PEDIDO(S) DE "
031323             "ALTERACAO EXPIRADO(S) SEM APROVACAO ***"
031324     END-IF.
031325 7470-EXIT.
031326     EXIT.
031327
031328 7475-SCAN-ONE-PEDIDO.
031329     READ PEND-FILE NEXT RECORD
031330         AT END
031331             MOVE "Y" TO WS-PEND-EOF-SWITCH
031332             GO TO 7475-EXIT
031333     END-READ
031334
031335     MOVE PA-NUMERO TO WS-PEND-ULT-NUMERO
031336     IF NOT PA-PENDENTE
031337         OR WS-PRAZO-APROVACAO = ZERO
031338         GO TO 7475-EXIT
031339     END-IF
031340
031341     MOVE PA-DATA-PEDIDO (1:4) TO WS-PD-CCYY
031342     MOVE PA-DATA-PEDIDO (6:2) TO WS-PD-MM
031343     MOVE PA-DATA-PEDIDO (9:2) TO WS-PD-DD
031344     IF WS-PEND-DATE-NUM IS NOT NUMERIC
031345         GO TO 7475-EXIT
031346     END-IF
031347     COMPUTE WS-PEND-IDADE =
031348         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
031349         - FUNCTION INTEGER-OF-DATE (WS-PEND-DATE-NUM)
031350     IF WS-PEND-IDADE NOT > WS-PRAZO-APROVACAO
031351         GO TO 7475-EXIT
031352     END-IF
031353
031354     MOVE "E"                  TO PA-SITUACAO
031355     MOVE "PRAZO"              TO PA-DECISOR
031356     MOVE WS-RUN-DATE-ISO      TO PA-DATA-DECISAO
031357     REWRITE PEND-RECORD
031358         INVALID KEY
031359             GO TO 7475-EXIT
031360     END-REWRITE
031361
031362     ADD 1 TO WS-PEND-EXPIRADOS
031363     MOVE "ALT-EXP" TO WS-EVENT-SITUACAO
031364     PERFORM 7490-AUDIT-PEDIDO THRU 7490-EXIT.
031365 7475-EXIT.
031366     EXIT.
031367
031368*=============================================================
031369* 7480-CLOSE-PEND - FECHA O ARQUIVO DE ALTERACOES PENDENTES AO
031370* FINAL DA RODADA.
031371*=============================================================
031372 7480-CLOSE-PEND.
031373     IF WS-PEND-AVAILABLE
031374         CLOSE PEND-FILE
031375     END-IF.
031376 7480-EXIT.
031377     EXIT.
031378
031379*=============================================================
031380* 7490-AUDIT-PEDIDO - REGISTRA NA TRILHA DE AUDITORIA O PEDIDO
031381* (ALT-PED), A APROVACAO (ALT-APR), A REJEICAO (ALT-REJ) OU A
031382* EXPIRACAO (ALT-EXP) DE UMA ALTERACAO, COM OS VALORES ANTERIOR
031383* E NOVO EM NUM1/NUM2 QUANDO NUMERICOS E A CONTA DO PEDIDO.
031384*=============================================================
031385 7490-AUDIT-PEDIDO.
031386     PERFORM 3050-BUILD-TIMESTAMP THRU 3050-EXIT
031387
031388     MOVE WS-OPERATOR-ID     TO AD-OPERATOR
031389     MOVE WS-AUDIT-TIMESTAMP TO AD-TIMESTAMP
031390     IF PA-VALOR-NUMERICO
031391         MOVE PA-ANT-NUM     TO AD-NUM1
031392         MOVE PA-NOVO-NUM    TO AD-NUM2
031393     ELSE
031394         MOVE ZERO           TO AD-NUM1
031395         MOVE ZERO           TO AD-NUM2
031396     END-IF
031397     MOVE ZERO               TO AD-SOMA
031398     MOVE PA-CCUSTO          TO AD-CCUSTO
031399     MOVE WS-EVENT-SITUACAO  TO AD-SITUACAO
031400
031401     WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
031402 7490-EXIT.
031403     EXIT.
031404
031405*=============================================================
031406* 7500-GRUPO-MAINT - MANUTENCAO DO CADASTRO DE GRUPOS DA
031407* HIERARQUIA DE CENTROS DE CUSTO (CADGRUPO), SO PARA
031408* SUPERVISOR: INCLUSAO, ALTERACAO DA DESCRICAO OU DO GRUPO
031409* SUPERIOR E LISTAGEM. CADA GRAVACAO VAI PARA A TRILHA DE
031410* AUDITORIA. O RELATORIO HIERARQ TOTALIZA O SALDOPER PELOS
031411* NIVEIS DESTE CADASTRO.
031412*=============================================================
031413 7500-GRUPO-MAINT.
031414     IF NOT WS-GRUPO-AVAILABLE
031415         DISPLAY "*** CADASTRO DE GRUPOS INDISPONIVEL ***"
031416         GO TO 7500-EXIT
031417     END-IF
031418
031419     MOVE "N" TO WS-GRUPO-DONE-SWITCH
031420     PERFORM 7505-GRUPO-MENU THRU 7505-EXIT
031421         UNTIL WS-GRUPO-MAINT-DONE.
031422 7500-EXIT.
031423     EXIT.
031424
031425 7505-GRUPO-MENU.
031426     DISPLAY " "
031427     DISPLAY "Hierarquia de centros de custo (CADGRUPO)"
031428     DISPLAY " I - Incluir grupo"
031429     DISPLAY " A - Alterar descricao/grupo superior"
031430     DISPLAY " L - Listar grupos"
031431     DISPLAY " F - Voltar ao menu principal"
031432     DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
031433     ACCEPT WS-GRUPO-OPTION
031434
031435     EVALUATE WS-GRUPO-OPTION
031436         WHEN "I"
031437         WHEN "i"
031438             PERFORM 7510-GRUPO-ADD THRU 7510-EXIT
031439         WHEN "A"
031440         WHEN "a"
031441             PERFORM 7520-GRUPO-CHANGE THRU 7520-EXIT
031442         WHEN "L"
031443         WHEN "l"
031444             PERFORM 7530-GRUPO-LIST THRU 7530-EXIT
031445         WHEN "F"
031446         WHEN "f"
031447             MOVE "Y" TO WS-GRUPO-DONE-SWITCH
031448         WHEN OTHER
031449             DISPLAY "*** OPCAO INVALIDA - TENTE NOVAMENTE ***"
031450     END-EVALUATE.
031451 7505-EXIT.
031452     EXIT.
031453
031454*=============================================================
031455* 7510-GRUPO-ADD - INCLUI UM GRUPO: CODIGO NOVO, DESCRICAO,
031456* NIVEL (1 = DEPARTAMENTO, 2 = DIRETORIA, ATE 9) E GRUPO
031457* SUPERIOR, QUE TEM DE EXISTIR E SER UM NIVEL ACIMA (BRANCO =
031458* TOPO DA HIERARQUIA). QUALQUER CAMPO INVALIDO CANCELA A
031459* INCLUSAO.
031460*=============================================================
031461 7510-GRUPO-ADD.
031462     DISPLAY "Codigo do novo grupo: " WITH NO ADVANCING
031463     ACCEPT WS-GRUPO-CODIGO
031464     IF WS-GRUPO-CODIGO = SPACES
031465         DISPLAY "*** ERRO: CODIGO NAO INFORMADO ***"
031466         GO TO 7510-EXIT
031467     END-IF
031468     MOVE WS-GRUPO-CODIGO TO GR-CODIGO
031469     READ GRUPO-FILE
031470         INVALID KEY
031471             CONTINUE
031472         NOT INVALID KEY
031473             DISPLAY "*** ERRO: GRUPO " WS-GRUPO-CODIGO
031474                 " JA EXISTE ***"
031475             GO TO 7510-EXIT
031476     END-READ
031477
031478     DISPLAY "Descricao do grupo: " WITH NO ADVANCING
031479     ACCEPT WS-GRUPO-DESCR-ENTRY
031480
031481     DISPLAY "Nivel (1 = departamento, 2 = diretoria, ... 9): "
031482         WITH NO ADVANCING
031483     ACCEPT WS-GRUPO-NIVEL-ENTRY
031484     IF WS-GRUPO-NIVEL-ENTRY IS NOT NUMERIC
031485         OR WS-GRUPO-NIVEL-ENTRY = "0"
031486         DISPLAY "*** ERRO: NIVEL INVALIDO - GRUPO NAO "
031487             "INCLUIDO ***"
031488         GO TO 7510-EXIT
031489     END-IF
031490     MOVE WS-GRUPO-NIVEL-ENTRY TO WS-GRUPO-NIVEL
031491
031492     DISPLAY "Grupo superior (branco = topo): " WITH NO ADVANCING
031493     ACCEPT WS-GRUPO-PAI-ENTRY
031494     PERFORM 7540-CHECK-SUPERIOR THRU 7540-EXIT
031495     IF NOT WS-GRUPO-VALIDO
031496         DISPLAY "*** ERRO: " WS-GRUPO-MOTIVO " - GRUPO NAO "
031497             "INCLUIDO ***"
031498         GO TO 7510-EXIT
031499     END-IF
031500
031501     MOVE SPACES               TO GRUPO-RECORD
031502     MOVE WS-GRUPO-CODIGO      TO GR-CODIGO
031503     MOVE WS-GRUPO-DESCR-ENTRY TO GR-DESCRICAO
031504     MOVE WS-GRUPO-NIVEL       TO GR-NIVEL
031505     MOVE WS-GRUPO-PAI-ENTRY   TO GR-PAI
031506     WRITE GRUPO-RECORD
031507         INVALID KEY
031508             DISPLAY "*** ERRO: NAO FOI POSSIVEL INCLUIR O "
031509                 "GRUPO (STATUS = " WS-GRUPO-STATUS ") ***"
031510             GO TO 7510-EXIT
031511     END-WRITE
031512
031513     MOVE "GRUP-INC" TO WS-EVENT-SITUACAO
031514     PERFORM 7590-AUDIT-GRUPO-CHANGE THRU 7590-EXIT
031515     DISPLAY "Grupo " GR-CODIGO " incluido.".
031516 7510-EXIT.
031517     EXIT.
031518
031519*=============================================================
031520* 7520-GRUPO-CHANGE - ALTERA A DESCRICAO E/OU O GRUPO SUPERIOR
031521* DE UM GRUPO EXISTENTE (BRANCO MANTEM; "*" LEVA O GRUPO AO
031522* TOPO). O NIVEL NAO MUDA, PARA NAO QUEBRAR OS GRUPOS E AS
031523* CONTAS LIGADOS ABAIXO DELE.
031524*=============================================================
031525 7520-GRUPO-CHANGE.
031526     DISPLAY "Codigo do grupo a alterar: " WITH NO ADVANCING
031527     ACCEPT WS-GRUPO-CODIGO
031528     MOVE WS-GRUPO-CODIGO TO GR-CODIGO
031529     READ GRUPO-FILE
031530         INVALID KEY
031531             DISPLAY "*** ERRO: GRUPO " WS-GRUPO-CODIGO
031532                 " NAO EXISTE ***"
031533             GO TO 7520-EXIT
031534     END-READ
031535
031536     MOVE GR-NIVEL TO WS-GRUPO-NIVEL
031537     DISPLAY "Descricao atual...: " GR-DESCRICAO
031538     DISPLAY "Nivel.............: " GR-NIVEL
031539     DISPLAY "Grupo superior....: " GR-PAI
031540     DISPLAY "Nova descricao (branco mantem): " WITH NO ADVANCING
031541     ACCEPT WS-GRUPO-DESCR-ENTRY
031542     IF WS-GRUPO-DESCR-ENTRY = SPACES
031543         MOVE GR-DESCRICAO TO WS-GRUPO-DESCR-ENTRY
031544     END-IF
031545
031546     DISPLAY "Novo grupo superior (branco mantem, * = topo): "
031547         WITH NO ADVANCING
031548     ACCEPT WS-GRUPO-PAI-ENTRY
031549     EVALUATE WS-GRUPO-PAI-ENTRY
031550         WHEN SPACES
031551             MOVE GR-PAI TO WS-GRUPO-PAI-ENTRY
031552         WHEN "*"
031553             MOVE SPACES TO WS-GRUPO-PAI-ENTRY
031554     END-EVALUATE
031555
031556     PERFORM 7540-CHECK-SUPERIOR THRU 7540-EXIT
031557     IF NOT WS-GRUPO-VALIDO
031558         DISPLAY "*** ERRO: " WS-GRUPO-MOTIVO " - GRUPO NAO "
031559             "ALTERADO ***"
031560         GO TO 7520-EXIT
031561     END-IF
031562
031563     MOVE WS-GRUPO-CODIGO TO GR-CODIGO
031564     READ GRUPO-FILE
031565         INVALID KEY
031566             DISPLAY "*** ERRO: GRUPO " WS-GRUPO-CODIGO
031567                 " NAO EXISTE ***"
031568             GO TO 7520-EXIT
031569     END-READ
031570     MOVE WS-GRUPO-DESCR-ENTRY TO GR-DESCRICAO
031571     MOVE WS-GRUPO-PAI-ENTRY   TO GR-PAI
031572     REWRITE GRUPO-RECORD
031573         INVALID KEY
031574             DISPLAY "*** ERRO: NAO FOI POSSIVEL REGRAVAR O "
031575                 "GRUPO (STATUS = " WS-GRUPO-STATUS ") ***"
031576             GO TO 7520-EXIT
031577     END-REWRITE
031578
031579     MOVE "GRUP-ALT" TO WS-EVENT-SITUACAO
031580     PERFORM 7590-AUDIT-GRUPO-CHANGE THRU 7590-EXIT
031581     DISPLAY "Grupo " GR-CODIGO " alterado.".
031582 7520-EXIT.
031583     EXIT.
031584
031585*=============================================================
031586* 7530-GRUPO-LIST - LISTA TODOS OS GRUPOS COM O NIVEL E O
031587* GRUPO SUPERIOR.
031588*=============================================================
031589 7530-GRUPO-LIST.
031590     MOVE ZERO TO WS-GRUPO-COUNT
031591     MOVE "N"  TO WS-GRUPO-EOF-SWITCH
031592     MOVE LOW-VALUES TO GR-CODIGO
031593     START GRUPO-FILE KEY IS NOT LESS THAN GR-CODIGO
031594         INVALID KEY
031595             MOVE "Y" TO WS-GRUPO-EOF-SWITCH
031596     END-START
031597
031598     DISPLAY "GRUPO  N SUPER. DESCRICAO"
031599     PERFORM 7535-SHOW-ONE-GRUPO THRU 7535-EXIT
031600         UNTIL END-OF-GRUPO-SCAN
031601
031602     DISPLAY "Grupos cadastrados: " WS-GRUPO-COUNT.
031603 7530-EXIT.
031604     EXIT.
031605
031606 7535-SHOW-ONE-GRUPO.
031607     READ GRUPO-FILE NEXT RECORD
031608         AT END
031609             MOVE "Y" TO WS-GRUPO-EOF-SWITCH
031610             GO TO 7535-EXIT
031611     END-READ
031612
031613     ADD 1 TO WS-GRUPO-COUNT
031614     DISPLAY GR-CODIGO " " GR-NIVEL " " GR-PAI " " GR-DESCRICAO.
031615 7535-EXIT.
031616     EXIT.
031617
031618*=============================================================
031619* 7540-CHECK-SUPERIOR - CONFERE O GRUPO SUPERIOR EM
031620* WS-GRUPO-PAI-ENTRY PARA UM GRUPO DE NIVEL WS-GRUPO-NIVEL:
031621* BRANCO (TOPO) OU UM GRUPO EXISTENTE, DIFERENTE DO PROPRIO E
031622* EXATAMENTE UM NIVEL ACIMA. LIGA WS-GRUPO-VALIDO OU DEVOLVE O
031623* MOTIVO EM WS-GRUPO-MOTIVO.
031624*=============================================================
031625 7540-CHECK-SUPERIOR.
031626     MOVE "N"    TO WS-GRUPO-VALID-SWITCH
031627     MOVE SPACES TO WS-GRUPO-MOTIVO
031628     IF WS-GRUPO-PAI-ENTRY = SPACES
031629         MOVE "Y" TO WS-GRUPO-VALID-SWITCH
031630         GO TO 7540-EXIT
031631     END-IF
031632     IF WS-GRUPO-PAI-ENTRY = WS-GRUPO-CODIGO
031633         MOVE "GRUPO NAO PODE SER SUPERIOR DE SI MESMO"
031634             TO WS-GRUPO-MOTIVO
031635         GO TO 7540-EXIT
031636     END-IF
031637
031638     MOVE WS-GRUPO-PAI-ENTRY TO GR-CODIGO
031639     READ GRUPO-FILE
031640         INVALID KEY
031641             STRING "GRUPO SUPERIOR " WS-GRUPO-PAI-ENTRY
031642                 " NAO EXISTE" DELIMITED BY SIZE
031643                 INTO WS-GRUPO-MOTIVO
031644             END-STRING
031645             GO TO 7540-EXIT
031646     END-READ
031647     COMPUTE WS-GRUPO-NIVEL-FILHO = WS-GRUPO-NIVEL + 1
031648     IF GR-NIVEL NOT = WS-GRUPO-NIVEL-FILHO
031649         STRING "GRUPO SUPERIOR " WS-GRUPO-PAI-ENTRY
031650             " NAO E DO NIVEL ACIMA" DELIMITED BY SIZE
031651             INTO WS-GRUPO-MOTIVO
031652         END-STRING
031653         GO TO 7540-EXIT
031654     END-IF
031655     MOVE "Y" TO WS-GRUPO-VALID-SWITCH.
031656 7540-EXIT.
031657     EXIT.
031658
031659*=============================================================
031660* 7570-OPEN-GRUPO - ABRE O CADASTRO DE GRUPOS (CADGRUPO) PARA
031661* LEITURA E ATUALIZACAO, CRIANDO O ARQUIVO SE FOR A PRIMEIRA
031662* EXECUCAO.
031663*=============================================================
031664 7570-OPEN-GRUPO.
031665     MOVE "N" TO WS-GRUPO-AVAIL-SWITCH
031666     OPEN I-O GRUPO-FILE
031667     IF WS-GRUPO-STATUS NOT = "00"
031668         OPEN OUTPUT GRUPO-FILE
031669         CLOSE GRUPO-FILE
031670         OPEN I-O GRUPO-FILE
031671     END-IF
031672
031673     IF WS-GRUPO-STATUS = "00"
031674         MOVE "Y" TO WS-GRUPO-AVAIL-SWITCH
031675     ELSE
031676         DISPLAY "*** AVISO: CADASTRO DE GRUPOS INDISPONIVEL "
031677             "(STATUS = " WS-GRUPO-STATUS ") - CONTAS NAO "
031678             "PODEM SER INCLUIDAS NEM REATIVADAS ***"
031679     END-IF.
031680 7570-EXIT.
031681     EXIT.
031682
031683*=============================================================
031684* 7580-CLOSE-GRUPO - FECHA O CADASTRO DE GRUPOS AO FINAL DA
031685* RODADA.
031686*=============================================================
031687 7580-CLOSE-GRUPO.
031688     IF WS-GRUPO-AVAILABLE
031689         CLOSE GRUPO-FILE
031690     END-IF.
031691 7580-EXIT.
031692     EXIT.
031693
031694*=============================================================
031695* 7590-AUDIT-GRUPO-CHANGE - REGISTRA NA TRILHA DE AUDITORIA A
031696* INCLUSAO (GRUP-INC) OU ALTERACAO (GRUP-ALT) DE UM GRUPO DA
031697* HIERARQUIA, COM O NIVEL EM NUM1 E O CODIGO DO GRUPO NO CAMPO
031698* DE CONTA.
031699*=============================================================
031700 7590-AUDIT-GRUPO-CHANGE.
031701     PERFORM 3050-BUILD-TIMESTAMP THRU 3050-EXIT
031702
031703     MOVE WS-OPERATOR-ID     TO AD-OPERATOR
031704     MOVE WS-AUDIT-TIMESTAMP TO AD-TIMESTAMP
031705     MOVE GR-NIVEL           TO AD-NUM1
031706     MOVE ZERO               TO AD-NUM2
031707     MOVE ZERO               TO AD-SOMA
031708     MOVE GR-CODIGO          TO AD-CCUSTO
031709     MOVE WS-EVENT-SITUACAO  TO AD-SITUACAO
031710
031711     WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
031712 7590-EXIT.
031713     EXIT.
031714
031715*=============================================================
031716* 7600-OPEN-HISTORY - ABRE O HISTORICO DE SOMAS (HISTSOMA),
031717* CRIANDO O ARQUIVO SE FOR A PRIMEIRA EXECUCAO, E POSICIONA A
031718* SEQUENCIA DIARIA APOS O ULTIMO REGISTRO JA GRAVADO HOJE.
031719*=============================================================
031720 7600-OPEN-HISTORY.
031721     MOVE "N" TO WS-HIST-AVAIL-SWITCH
031722     OPEN I-O HIST-FILE
031723     IF WS-HIST-STATUS NOT = "00"
031724         OPEN OUTPUT HIST-FILE
031725         CLOSE HIST-FILE
031726         OPEN I-O HIST-FILE
031727     END-IF
031728
031729     IF WS-HIST-STATUS NOT = "00"
031730         DISPLAY "*** AVISO: HISTORICO DE SOMAS INDISPONIVEL "
031731             "(STATUS = " WS-HIST-STATUS ") - RODADA SEGUE SEM "
031732             "HISTORICO ***"
031733         GO TO 7600-EXIT
031734     END-IF
031735
031736     MOVE "Y" TO WS-HIST-AVAIL-SWITCH
031737
031738     MOVE WS-RUN-DATE-ISO TO WS-HIST-TODAY
031739
031740     MOVE ZERO TO WS-HIST-SEQ
031741     MOVE "N"  TO WS-HIST-EOF-SWITCH
031742     MOVE WS-HIST-TODAY TO HS-DATA
031743     MOVE ZERO          TO HS-SEQ
031744     START HIST-FILE KEY IS NOT LESS THAN HS-CHAVE
031745         INVALID KEY
031746             MOVE "Y" TO WS-HIST-EOF-SWITCH
031747     END-START
031748
031749     PERFORM 7610-SEEK-LAST-SEQ THRU 7610-EXIT
031750         UNTIL END-OF-HIST-SCAN.
031751 7600-EXIT.
031752     EXIT.
031753
031754 7610-SEEK-LAST-SEQ.
031755     READ HIST-FILE NEXT RECORD
031756         AT END
031757             MOVE "Y" TO WS-HIST-EOF-SWITCH
031758             GO TO 7610-EXIT
031759     END-READ
031760     IF HS-DATA = WS-HIST-TODAY
031761         MOVE HS-SEQ TO WS-HIST-SEQ
031762     ELSE
031763         MOVE "Y" TO WS-HIST-EOF-SWITCH
031764     END-IF.
031765 7610-EXIT.
031766     EXIT.
031767
031768*=============================================================
031769* 7650-WRITE-HISTORY - GRAVA NO HISTORICO INDEXADO O REGISTRO
031770* DA ADICAO QUE ACABOU DE SER CONTABILIZADA, CHAVEADO POR DATA
031771* E SEQUENCIA DIARIA.
031772*=============================================================
031773 7650-WRITE-HISTORY.
031774     IF NOT WS-HIST-AVAILABLE
031775         GO TO 7650-EXIT
031776     END-IF
031777
031778     ADD 1 TO WS-HIST-SEQ
031779     MOVE SPACES TO HIST-RECORD
031780     MOVE WS-AUDIT-TIMESTAMP (1:10)  TO HS-DATA
031781     MOVE WS-HIST-SEQ                TO HS-SEQ
031782     MOVE WS-AUDIT-TIMESTAMP (12:8)  TO HS-HORA
031783     MOVE WS-OPERATOR-ID             TO HS-OPERADOR
031784     MOVE NUM1                       TO HS-NUM1
031785     MOVE NUM2                       TO HS-NUM2
031786     MOVE SOMA                       TO HS-SOMA
031787     MOVE WS-CCUSTO                  TO HS-CCUSTO
031788     MOVE WS-SITUACAO                TO HS-SITUACAO
031789     MOVE WS-HIST-REF-CHAVE          TO HS-REF-CHAVE
031790     MOVE WS-HIST-MOEDA              TO HS-MOEDA
031791     MOVE WS-HIST-VALOR-MOEDA        TO HS-VALOR-MOEDA
031792     MOVE WS-HIST-TAXA               TO HS-TAXA
031793     MOVE HS-CHAVE                   TO WS-HIST-ULT-CHAVE
031794     WRITE HIST-RECORD
031795         INVALID KEY
031796             DISPLAY "*** ERRO: FALHA AO GRAVAR O HISTORICO "
031797                 "(STATUS = " WS-HIST-STATUS ") ***"
031798     END-WRITE.
031799 7650-EXIT.
031800     EXIT.
031801
031802*=============================================================
031803* 7690-CLOSE-HISTORY - FECHA O HISTORICO DE SOMAS AO FINAL DA
031804* RODADA, QUANDO DISPONIVEL.
031805*=============================================================
031806 7690-CLOSE-HISTORY.
031807     IF WS-HIST-AVAILABLE
031808         CLOSE HIST-FILE
031809     END-IF.
031810 7690-EXIT.
031811     EXIT.
031812
031813*=============================================================
031814* 7700-CAMBIO-MAINT - MANUTENCAO DA TABELA DE TAXAS DE CAMBIO
031815* (CAMBIO), SO PARA SUPERVISOR: INCLUSAO/ALTERACAO DA TAXA DE
031816* UMA MOEDA NUMA DATA DE NEGOCIO, CONSULTA DAS TAXAS DE UMA
031817* MOEDA E EXCLUSAO. CADA GRAVACAO VAI PARA A TRILHA DE
031818* AUDITORIA. O LOTE CONVERTE EM REAIS PELA TAXA DA DATA DE
031819* NEGOCIO; SEM TAXA, O REGISTRO VAI PARA AS PENDENCIAS (CAM).
031820*=============================================================
031821 7700-CAMBIO-MAINT.
031822     IF NOT WS-CAMBIO-AVAILABLE
031823         DISPLAY "*** TABELA DE TAXAS DE CAMBIO INDISPONIVEL ***"
031824         GO TO 7700-EXIT
031825     END-IF
031826
031827     MOVE "N" TO WS-CAMBIO-DONE-SWITCH
031828     PERFORM 7705-CAMBIO-MENU THRU 7705-EXIT
031829         UNTIL WS-CAMBIO-MAINT-DONE.
031830 7700-EXIT.
031831     EXIT.
031832
031833 7705-CAMBIO-MENU.
031834     DISPLAY " "
031835     DISPLAY "Taxas de cambio por moeda e data (CAMBIO)"
031836     DISPLAY " I - Incluir/alterar taxa"
031837     DISPLAY " C - Consultar taxas de uma moeda"
031838     DISPLAY " E - Excluir taxa"
031839     DISPLAY " F - Voltar ao menu principal"
031840     DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
031841     ACCEPT WS-CAMBIO-OPTION
031842
031843     EVALUATE WS-CAMBIO-OPTION
031844         WHEN "I"
031845         WHEN "i"
031846             PERFORM 7710-CAMBIO-UPDATE THRU 7710-EXIT
031847         WHEN "C"
031848         WHEN "c"
031849             PERFORM 7720-CAMBIO-QUERY THRU 7720-EXIT
031850         WHEN "E"
031851         WHEN "e"
031852             PERFORM 7730-CAMBIO-DELETE THRU 7730-EXIT
031853         WHEN "F"
031854         WHEN "f"
031855             MOVE "Y" TO WS-CAMBIO-DONE-SWITCH
031856         WHEN OTHER
031857             DISPLAY "*** OPCAO INVALIDA - TENTE NOVAMENTE ***"
031858     END-EVALUATE.
031859 7705-EXIT.
031860     EXIT.
031861
031862*=============================================================
031863* 7710-CAMBIO-UPDATE - INCLUI OU ALTERA A TAXA DE UMA MOEDA NA
031864* DATA DE NEGOCIO. A TAXA E O VALOR EM REAIS DE UMA UNIDADE DA
031865* MOEDA, DIGITADO COM TRES INTEIROS E SEIS DECIMAIS
031866* (999,999999); TAXA ZERO E RECUSADA.
031867*=============================================================
031868 7710-CAMBIO-UPDATE.
031869     PERFORM 7750-ACCEPT-CAMBIO-KEY THRU 7750-EXIT
031870     IF NOT WS-CAMBIO-KEY-OK
031871         GO TO 7710-EXIT
031872     END-IF
031873
031874     PERFORM 7760-READ-CAMBIO THRU 7760-EXIT
031875     IF WS-CAMBIO-FOUND
031876         MOVE CB-TAXA TO WS-CAMBIO-TAXA
031877         DISPLAY "Taxa atual: " WS-CTP-INT "," WS-CTP-DEC
031878     END-IF
031879
031880     DISPLAY "Taxa em reais por unidade (999,999999): "
031881         WITH NO ADVANCING
031882     ACCEPT WS-CAMBIO-TAXA-ENTRY
031883     IF WS-CTE-INT IS NOT NUMERIC
031884         OR WS-CTE-SEP NOT = ","
031885         OR WS-CTE-DEC IS NOT NUMERIC
031886         DISPLAY "*** TAXA INVALIDA - USE 999,999999 - TAXA "
031887             "MANTIDA ***"
031888         GO TO 7710-EXIT
031889     END-IF
031890     MOVE WS-CTE-INT TO WS-CTP-INT
031891     MOVE WS-CTE-DEC TO WS-CTP-DEC
031892     IF WS-CAMBIO-TAXA = ZERO
031893         DISPLAY "*** TAXA ZERO NAO E ACEITA - TAXA MANTIDA ***"
031894         GO TO 7710-EXIT
031895     END-IF
031896
031897     IF NOT WS-CAMBIO-FOUND
031898         MOVE SPACES                TO CAMBIO-RECORD
031899         MOVE WS-CAMBIO-MOEDA-ENTRY TO CB-MOEDA
031900         MOVE WS-CAMBIO-DATA-ENTRY  TO CB-DATA
031901     END-IF
031902     MOVE WS-CAMBIO-TAXA  TO CB-TAXA
031903     MOVE WS-OPERATOR-ID  TO CB-OPERADOR
031904     MOVE WS-RUN-DATE-ISO TO CB-DATA-ALT
031905
031906     IF WS-CAMBIO-FOUND
031907         REWRITE CAMBIO-RECORD
031908             INVALID KEY
031909                 DISPLAY "*** ERRO: NAO FOI POSSIVEL REGRAVAR A "
031910                     "TAXA (STATUS = " WS-CAMBIO-STATUS ") ***"
031911                 GO TO 7710-EXIT
031912         END-REWRITE
031913     ELSE
031914         WRITE CAMBIO-RECORD
031915             INVALID KEY
031916                 DISPLAY "*** ERRO: NAO FOI POSSIVEL INCLUIR A "
031917                     "TAXA (STATUS = " WS-CAMBIO-STATUS ") ***"
031918                 GO TO 7710-EXIT
031919         END-WRITE
031920     END-IF
031921
031922     MOVE "CAMB-ALT" TO WS-EVENT-SITUACAO
031923     PERFORM 7790-AUDIT-CAMBIO-CHANGE THRU 7790-EXIT
031924     DISPLAY "Taxa de " WS-CAMBIO-MOEDA-ENTRY " em "
031925         WS-CAMBIO-DATA-ENTRY " gravada.".
031926 7710-EXIT.
031927     EXIT.
031928
031929*=============================================================
031930* 7720-CAMBIO-QUERY - LISTA TODAS AS TAXAS CADASTRADAS DE UMA
031931* MOEDA, POR DATA DE NEGOCIO.
031932*=============================================================
031933 7720-CAMBIO-QUERY.
031934     DISPLAY "Moeda a consultar (ex. USD): " WITH NO ADVANCING
031935     ACCEPT WS-CAMBIO-MOEDA-ENTRY
031936     PERFORM 7755-VALIDATE-MOEDA THRU 7755-EXIT
031937     IF NOT WS-CAMBIO-KEY-OK
031938         GO TO 7720-EXIT
031939     END-IF
031940
031941     MOVE ZERO TO WS-CAMBIO-COUNT
031942     MOVE "N"  TO WS-CAMBIO-EOF-SWITCH
031943     MOVE WS-CAMBIO-MOEDA-ENTRY TO CB-MOEDA
031944     MOVE LOW-VALUES            TO CB-DATA
031945     START CAMBIO-FILE KEY IS NOT LESS THAN CB-CHAVE
031946         INVALID KEY
031947             MOVE "Y" TO WS-CAMBIO-EOF-SWITCH
031948     END-START
031949
031950     DISPLAY "DATA        TAXA        OPERADOR  ALTERADO EM"
031951     PERFORM 7725-SHOW-ONE-CAMBIO THRU 7725-EXIT
031952         UNTIL END-OF-CAMBIO-SCAN
031953
031954     DISPLAY "Taxas cadastradas da moeda: " WS-CAMBIO-COUNT.
031955 7720-EXIT.
031956     EXIT.
031957
031958 7725-SHOW-ONE-CAMBIO.
031959     READ CAMBIO-FILE NEXT RECORD
031960         AT END
031961             MOVE "Y" TO WS-CAMBIO-EOF-SWITCH
031962             GO TO 7725-EXIT
031963     END-READ
031964
031965     IF CB-MOEDA NOT = WS-CAMBIO-MOEDA-ENTRY
031966         MOVE "Y" TO WS-CAMBIO-EOF-SWITCH
031967         GO TO 7725-EXIT
031968     END-IF
031969
031970     ADD 1 TO WS-CAMBIO-COUNT
031971     MOVE CB-TAXA TO WS-CAMBIO-TAXA
031972     DISPLAY CB-DATA "  " WS-CTP-INT "," WS-CTP-DEC "  "
031973         CB-OPERADOR "  " CB-DATA-ALT.
031974 7725-EXIT.
031975     EXIT.
031976
031977*=============================================================
031978* 7730-CAMBIO-DELETE - EXCLUI A TAXA DE UMA MOEDA NA DATA DE
031979* NEGOCIO, APOS CONFIRMACAO.
031980*=============================================================
031981 7730-CAMBIO-DELETE.
031982     PERFORM 7750-ACCEPT-CAMBIO-KEY THRU 7750-EXIT
031983     IF NOT WS-CAMBIO-KEY-OK
031984         GO TO 7730-EXIT
031985     END-IF
031986
031987     PERFORM 7760-READ-CAMBIO THRU 7760-EXIT
031988     IF NOT WS-CAMBIO-FOUND
031989         DISPLAY "*** ERRO: NAO HA TAXA DE " WS-CAMBIO-MOEDA-ENTRY
031990             " EM " WS-CAMBIO-DATA-ENTRY " ***"
031991         GO TO 7730-EXIT
031992     END-IF
031993
031994     MOVE CB-TAXA TO WS-CAMBIO-TAXA
031995     DISPLAY "Taxa atual: " WS-CTP-INT "," WS-CTP-DEC
031996     DISPLAY "Confirma a exclusao (S/N)? " WITH NO ADVANCING
031997     ACCEPT WS-CAMBIO-ANSWER
031998     IF WS-CAMBIO-ANSWER NOT = "S" AND WS-CAMBIO-ANSWER NOT = "s"
031999         DISPLAY "Exclusao cancelada."
032000         GO TO 7730-EXIT
032001     END-IF
032002
032003     DELETE CAMBIO-FILE
032004         INVALID KEY
032005             DISPLAY "*** ERRO: NAO FOI POSSIVEL EXCLUIR A "
032006                 "TAXA (STATUS = " WS-CAMBIO-STATUS ") ***"
032007             GO TO 7730-EXIT
032008     END-DELETE
032009
032010     MOVE "CAMB-EXC" TO WS-EVENT-SITUACAO
032011     PERFORM 7790-AUDIT-CAMBIO-CHANGE THRU 7790-EXIT
032012     DISPLAY "Taxa de " WS-CAMBIO-MOEDA-ENTRY " em "
032013         WS-CAMBIO-DATA-ENTRY " excluida.".
032014 7730-EXIT.
032015     EXIT.
032016
032017*=============================================================
032018* 7750-ACCEPT-CAMBIO-KEY - LE DO TERMINAL A MOEDA E A DATA DE
032019* NEGOCIO DA TAXA (BRANCO = DATA DA RODADA), CRITICANDO O
032020* CODIGO DA MOEDA E O FORMATO AAAA-MM-DD DA DATA.
032021*=============================================================
032022 7750-ACCEPT-CAMBIO-KEY.
032023     DISPLAY "Moeda (codigo de 3 letras, ex. USD): "
032024         WITH NO ADVANCING
032025     ACCEPT WS-CAMBIO-MOEDA-ENTRY
032026     PERFORM 7755-VALIDATE-MOEDA THRU 7755-EXIT
032027     IF NOT WS-CAMBIO-KEY-OK
032028         GO TO 7750-EXIT
032029     END-IF
032030
032031     MOVE "N" TO WS-CAMBIO-KEY-SWITCH
032032     DISPLAY "Data de negocio (AAAA-MM-DD, branco = "
032033         WS-RUN-DATE-ISO "): " WITH NO ADVANCING
032034     ACCEPT WS-CAMBIO-DATA-ENTRY
032035     IF WS-CAMBIO-DATA-ENTRY = SPACES
032036         MOVE WS-RUN-DATE-ISO TO WS-CAMBIO-DATA-ENTRY
032037     END-IF
032038
032039     IF WS-CAMBIO-DATA-ENTRY (1:4) IS NOT NUMERIC
032040         OR WS-CAMBIO-DATA-ENTRY (5:1) NOT = "-"
032041         OR WS-CAMBIO-DATA-ENTRY (6:2) IS NOT NUMERIC
032042         OR WS-CAMBIO-DATA-ENTRY (6:2) < "01"
032043         OR WS-CAMBIO-DATA-ENTRY (6:2) > "12"
032044         OR WS-CAMBIO-DATA-ENTRY (8:1) NOT = "-"
032045         OR WS-CAMBIO-DATA-ENTRY (9:2) IS NOT NUMERIC
032046         OR WS-CAMBIO-DATA-ENTRY (9:2) < "01"
032047         OR WS-CAMBIO-DATA-ENTRY (9:2) > "31"
032048         DISPLAY "*** ERRO: DATA INVALIDA (" WS-CAMBIO-DATA-ENTRY
032049             ") - USE AAAA-MM-DD ***"
032050         GO TO 7750-EXIT
032051     END-IF
032052     MOVE "Y" TO WS-CAMBIO-KEY-SWITCH.
032053 7750-EXIT.
032054     EXIT.
032055
032056*=============================================================
032057* 7755-VALIDATE-MOEDA - CRITICA O CODIGO DA MOEDA EM
032058* WS-CAMBIO-MOEDA-ENTRY: TRES LETRAS MAIUSCULAS, DIFERENTE DE
032059* BRL (REAIS NAO TEM TAXA).
032060*=============================================================
032061 7755-VALIDATE-MOEDA.
032062     MOVE "N" TO WS-CAMBIO-KEY-SWITCH
032063     IF WS-CAMBIO-MOEDA-ENTRY IS NOT ALPHABETIC-UPPER
032064         OR WS-CAMBIO-MOEDA-ENTRY (1:1) = SPACE
032065         OR WS-CAMBIO-MOEDA-ENTRY (2:1) = SPACE
032066         OR WS-CAMBIO-MOEDA-ENTRY (3:1) = SPACE
032067         OR WS-CAMBIO-MOEDA-ENTRY = "BRL"
032068         DISPLAY "*** ERRO: MOEDA INVALIDA ("
032069             WS-CAMBIO-MOEDA-ENTRY ") - USE 3 LETRAS MAIUSCULAS, "
032070             "EXCETO BRL ***"
032071         GO TO 7755-EXIT
032072     END-IF
032073     MOVE "Y" TO WS-CAMBIO-KEY-SWITCH.
032074 7755-EXIT.
032075     EXIT.
032076
032077*=============================================================
032078* 7760-READ-CAMBIO - LE A TAXA DA MOEDA E DATA CORRENTES E LIGA
032079* O SWITCH DE ENCONTRADA.
032080*=============================================================
032081 7760-READ-CAMBIO.
032082     MOVE "N" TO WS-CAMBIO-FOUND-SWITCH
032083     MOVE WS-CAMBIO-MOEDA-ENTRY TO CB-MOEDA
032084     MOVE WS-CAMBIO-DATA-ENTRY  TO CB-DATA
032085     READ CAMBIO-FILE
032086         INVALID KEY
032087             CONTINUE
032088         NOT INVALID KEY
032089             MOVE "Y" TO WS-CAMBIO-FOUND-SWITCH
032090     END-READ.
032091 7760-EXIT.
032092     EXIT.
032093
032094*=============================================================
032095* 7770-OPEN-CAMBIO - ABRE A TABELA DE TAXAS DE CAMBIO (CAMBIO)
032096* PARA LEITURA E ATUALIZACAO, CRIANDO O ARQUIVO SE FOR A
032097* PRIMEIRA EXECUCAO.
032098*=============================================================
032099 7770-OPEN-CAMBIO.
032100     MOVE "N" TO WS-CAMBIO-AVAIL-SWITCH
032101     OPEN I-O CAMBIO-FILE
032102     IF WS-CAMBIO-STATUS NOT = "00"
032103         OPEN OUTPUT CAMBIO-FILE
032104         CLOSE CAMBIO-FILE
032105         OPEN I-O CAMBIO-FILE
032106     END-IF
032107
032108     IF WS-CAMBIO-STATUS = "00"
032109         MOVE "Y" TO WS-CAMBIO-AVAIL-SWITCH
032110     ELSE
032111         DISPLAY "*** AVISO: TABELA DE TAXAS DE CAMBIO "
032112             "INDISPONIVEL (STATUS = " WS-CAMBIO-STATUS ") - "
032113             "REGISTROS EM MOEDA ESTRANGEIRA IRAO PARA "
032114             "PENDENCIAS ***"
032115     END-IF.
032116 7770-EXIT.
032117     EXIT.
032118
032119*=============================================================
032120* 7780-CLOSE-CAMBIO - FECHA A TABELA DE TAXAS DE CAMBIO AO
032121* FINAL DA RODADA.
032122*=============================================================
032123 7780-CLOSE-CAMBIO.
032124     IF WS-CAMBIO-AVAILABLE
032125         CLOSE CAMBIO-FILE
032126     END-IF.
032127 7780-EXIT.
032128     EXIT.
032129
032130*=============================================================
032131* 7790-AUDIT-CAMBIO-CHANGE - REGISTRA NA TRILHA DE AUDITORIA A
032132* INCLUSAO/ALTERACAO (CAMB-ALT) OU EXCLUSAO (CAMB-EXC) DE UMA
032133* TAXA DE CAMBIO: MOEDA E TAXA GRAVADA OU EXCLUIDA NOS CAMPOS
032134* DE MOEDA E TAXA, E A DATA DE NEGOCIO DA TAXA (AAMMDD) NO
032135* CAMPO DE CONTA. A TAXA ANTERIOR ESTA NO EVENTO QUE A GRAVOU.
032136*=============================================================
032137 7790-AUDIT-CAMBIO-CHANGE.
032138     PERFORM 3050-BUILD-TIMESTAMP THRU 3050-EXIT
032139
032140     MOVE WS-OPERATOR-ID     TO AD-OPERATOR
032141     MOVE WS-AUDIT-TIMESTAMP TO AD-TIMESTAMP
032142     MOVE ZERO               TO AD-NUM1
032143     MOVE ZERO               TO AD-NUM2
032144     MOVE ZERO               TO AD-SOMA
032145     MOVE SPACES             TO AD-CCUSTO
032146     STRING WS-CAMBIO-DATA-ENTRY (3:2) DELIMITED BY SIZE
032147         WS-CAMBIO-DATA-ENTRY (6:2)    DELIMITED BY SIZE
032148         WS-CAMBIO-DATA-ENTRY (9:2)    DELIMITED BY SIZE
032149         INTO AD-CCUSTO
032150     END-STRING
032151     MOVE WS-EVENT-SITUACAO     TO AD-SITUACAO
032152     MOVE WS-CAMBIO-MOEDA-ENTRY TO AD-MOEDA
032153     MOVE ZERO                  TO AD-VALOR-MOEDA
032154     MOVE WS-CAMBIO-TAXA        TO AD-TAXA
032155
032156     WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL
032157
032158     MOVE SPACES TO AD-MOEDA
032159     MOVE ZERO   TO AD-TAXA.
032160 7790-EXIT.
032161     EXIT.
032162
032163*=============================================================
032164* 7900-OPEN-INTERFACE - ABRE O ARQUIVO DE INTERFACE (GLIFACE)
032165* PARA EXTENSAO, CRIANDO O ARQUIVO SE FOR A PRIMEIRA EXECUCAO.
032166* O HEADER DO ENVELOPE SO E GRAVADO NO PRIMEIRO DETALHE DA
032167* RODADA, PARA NAO GERAR REMESSA VAZIA EM RODADA SEM SOMAS.
032168*=============================================================
032169 7900-OPEN-INTERFACE.
032170     OPEN EXTEND INTERFACE-FILE
032171     IF WS-INTERFACE-STATUS NOT = "00"
032172         OPEN OUTPUT INTERFACE-FILE
032173         CLOSE INTERFACE-FILE
032174         OPEN EXTEND INTERFACE-FILE
032175     END-IF
032176
032177     MOVE "N"  TO WS-INTF-HEADER-SWITCH
032178     MOVE ZERO TO WS-INTF-REC-COUNT
032179     MOVE ZERO TO WS-INTF-HASH-LIQ.
032180 7900-EXIT.
032181     EXIT.
032182
032183*=============================================================
032184* 7920-WRITE-HEADER - NO PRIMEIRO DETALHE DA RODADA, OBTEM O
032185* PROXIMO NUMERO DE SEQUENCIA DE REMESSA E GRAVA O HEADER DO
032186* ENVELOPE DE CONTROLE.
032187*=============================================================
032188 7920-WRITE-HEADER.
032189     PERFORM 7910-NEXT-SEQUENCE THRU 7910-EXIT
032190
032191     MOVE SPACES              TO INTERFACE-RECORD
032192     MOVE "H"                 TO IR-TIPO
032193     MOVE WS-RUN-DATE-ISO     TO IH-DATA
032194     MOVE WS-INTF-SEQUENCIA   TO IH-SEQUENCIA
032195     MOVE ZERO                TO IH-SEQ-ORIGINAL
032196     WRITE INTERFACE-RECORD
032197     MOVE "Y" TO WS-INTF-HEADER-SWITCH.
032198 7920-EXIT.
032199     EXIT.
032200
032201*=============================================================
032202* 7910-NEXT-SEQUENCE - LE NO ARQUIVO GLSEQNO A ULTIMA
032203* SEQUENCIA DE REMESSA USADA, SOMA 1 E REGRAVA O ARQUIVO COM
032204* A SEQUENCIA DA REMESSA DESTA RODADA.
032205*=============================================================
032206 7910-NEXT-SEQUENCE.
032207     MOVE ZERO TO WS-INTF-SEQUENCIA
032208     OPEN INPUT SEQ-FILE
032209     IF WS-SEQ-STATUS = "00"
032210         READ SEQ-FILE
032211             AT END
032212                 CONTINUE
032213             NOT AT END
032214                 MOVE SQ-ULTIMA-SEQUENCIA TO WS-INTF-SEQUENCIA
032215         END-READ
032216         CLOSE SEQ-FILE
032217     END-IF
032218
032219     ADD 1 TO WS-INTF-SEQUENCIA
032220
032221     OPEN OUTPUT SEQ-FILE
032222     IF WS-SEQ-STATUS = "00"
032223         MOVE WS-INTF-SEQUENCIA TO SQ-ULTIMA-SEQUENCIA
032224         WRITE SEQ-RECORD
032225         CLOSE SEQ-FILE
032226     ELSE
032227         DISPLAY "*** ERRO: NAO FOI POSSIVEL ATUALIZAR A "
032228             "SEQUENCIA DE REMESSA (STATUS = " WS-SEQ-STATUS
032229             ") ***"
032230     END-IF.
032231 7910-EXIT.
032232     EXIT.
032233
032234*=============================================================
032235* 7950-CLOSE-INTERFACE - GRAVA O TRAILER DO ENVELOPE DE
032236* CONTROLE, FECHA O ARQUIVO DE INTERFACE (GLIFACE) E REGISTRA
032237* A REMESSA NO CONTROLE GLCTRL COMO ENVIADA. RODADA SEM
032238* DETALHES NAO GERA ENVELOPE NEM REMESSA.
032239*=============================================================
032240 7950-CLOSE-INTERFACE.
032241     IF NOT WS-INTF-HEADER-WRITTEN
032242         CLOSE INTERFACE-FILE
032243         GO TO 7950-EXIT
032244     END-IF
032245
032246     MOVE SPACES            TO INTERFACE-RECORD
032247     MOVE "T"               TO IR-TIPO
032248     MOVE WS-INTF-REC-COUNT TO IT-QUANTIDADE
032249     MOVE WS-INTF-HASH-LIQ  TO IT-HASH-LIQUIDO
032250     WRITE INTERFACE-RECORD
032251     CLOSE INTERFACE-FILE
032252
032253     PERFORM 7960-REGISTER-REMESSA THRU 7960-EXIT.
032254 7950-EXIT.
032255     EXIT.
032256
032257*=============================================================
032258* 7960-REGISTER-REMESSA - REGISTRA A REMESSA DESTA RODADA NO
032259* ARQUIVO DE CONTROLE GLCTRL (SEQUENCIA, DATA, QUANTIDADE E
032260* HASH LIQUIDO), NA SITUACAO ENVIADA, PARA CONFERENCIA COM O
032261* RETORNO DO GL.
032262*=============================================================
032263 7960-REGISTER-REMESSA.
032270     OPEN EXTEND REMESSA-FILE
032280     IF WS-REMESSA-STATUS NOT = "00"
032290         OPEN OUTPUT REMESSA-FILE
032560     PERFORM 3900-CLOSE-AUDIT THRU 3900-EXIT
032570     PERFORM 7950-CLOSE-INTERFACE THRU 7950-EXIT
032580     PERFORM 6380-CLOSE-CONTA THRU 6380-EXIT
032582     PERFORM 7480-CLOSE-PEND THRU 7480-EXIT
032584     PERFORM 7580-CLOSE-GRUPO THRU 7580-EXIT
032586     PERFORM 7780-CLOSE-CAMBIO THRU 7780-EXIT
032590     PERFORM 7690-CLOSE-HISTORY THRU 7690-EXIT.
032600 8000-EXIT.
032610     EXIT.
032620
032630*=============================================================
032640* 8500-LOG-INICIO - GRAVA NO DIARIO DA CADEIA NOTURNA (RUNLOG)
032650* O INICIO DA RODADA, COM A DATA DE NEGOCIO E O OPERADOR. SEM
032660* DATA NO CARTAO DE EXECUCAO VALE A DATA DE HOJE; SEM OPERADOR,
032670* O USUARIO DO AMBIENTE.
032680*=============================================================
032690 8500-LOG-INICIO.
032700     MOVE WS-RUN-DATE-ISO TO WS-RUNLOG-DATA
032710     MOVE WS-OPERATOR-ID TO WS-RUNLOG-OPERADOR
032720     IF WS-RUNLOG-DATA = SPACES
032730         ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
032740         STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
032750             "-"                 DELIMITED BY SIZE
032760             WS-RUNLOG-TS-MM     DELIMITED BY SIZE
032770             "-"                 DELIMITED BY SIZE
032780             WS-RUNLOG-TS-DD     DELIMITED BY SIZE
032790             INTO WS-RUNLOG-DATA
032800         END-STRING
032810     END-IF
032820     IF WS-RUNLOG-OPERADOR = SPACES
032830         ACCEPT WS-RUNLOG-OPERADOR FROM ENVIRONMENT "USER"
032840     END-IF
032850     IF WS-RUNLOG-OPERADOR = SPACES
032860         MOVE "NOTURNO " TO WS-RUNLOG-OPERADOR
032870     END-IF
032880
032890     MOVE SPACES TO WS-RUNLOG-DETAIL
032900     MOVE "I"    TO RL-EVENTO
032910     MOVE ZERO   TO RL-RC
032920     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT
032930     MOVE "Y" TO WS-RUNLOG-INICIO-SWITCH.
032940 8500-EXIT.
032950     EXIT.
032960
032970*=============================================================
032980* 8510-WRITE-RUNLOG - COMPLETA O REGISTRO DO DIARIO COM O
032990* PROGRAMA, A DATA DE NEGOCIO, O OPERADOR E O MOMENTO DA
033000* GRAVACAO E O ACRESCENTA AO RUNLOG, CRIADO NA PRIMEIRA
033010* GRAVACAO. DIARIO INDISPONIVEL SO GERA AVISO.
033020*=============================================================
033030 8510-WRITE-RUNLOG.
033040     ACCEPT WS-RUNLOG-TS-FIELDS FROM DATE YYYYMMDD
033050     ACCEPT WS-RUNLOG-TIME-FIELDS FROM TIME
033060
033070     MOVE "SOMA"            TO RL-PROGRAMA
033080     MOVE WS-RUNLOG-DATA     TO RL-DATA-NEGOCIO
033090     MOVE WS-RUNLOG-OPERADOR TO RL-OPERADOR
033100     MOVE WS-RUNLOG-MENSAGEM TO RL-MENSAGEM
033110     MOVE WS-RC-FUNCAO       TO RL-MODO
033120     STRING WS-RUNLOG-TS-CCYY DELIMITED BY SIZE
033130         "-"                 DELIMITED BY SIZE
033140         WS-RUNLOG-TS-MM     DELIMITED BY SIZE
033150         "-"                 DELIMITED BY SIZE
033160         WS-RUNLOG-TS-DD     DELIMITED BY SIZE
033170         INTO RL-TS-DATA
033180     END-STRING
033190     STRING WS-RUNLOG-TIME-HH DELIMITED BY SIZE
033200         ":"                 DELIMITED BY SIZE
033210         WS-RUNLOG-TIME-MM   DELIMITED BY SIZE
033220         ":"                 DELIMITED BY SIZE
033230         WS-RUNLOG-TIME-SS   DELIMITED BY SIZE
033240         INTO RL-TS-HORA
033250     END-STRING
033260
033270     OPEN EXTEND RUNLOG-FILE
033280     IF WS-RUNLOG-STATUS NOT = "00"
033290         OPEN OUTPUT RUNLOG-FILE
033300         CLOSE RUNLOG-FILE
033310         OPEN EXTEND RUNLOG-FILE
033320     END-IF
033330     IF WS-RUNLOG-STATUS NOT = "00"
033340         DISPLAY "*** AVISO: DIARIO RUNLOG INDISPONIVEL "
033350             "(STATUS = " WS-RUNLOG-STATUS ") ***"
033360         GO TO 8510-EXIT
033370     END-IF
033380
033390     WRITE RUNLOG-LINE FROM WS-RUNLOG-DETAIL
033400     CLOSE RUNLOG-FILE.
033410 8510-EXIT.
033420     EXIT.
033430
033440*=============================================================
033450* 8600-LOG-FIM - GRAVA NO DIARIO O FIM DA RODADA COM O
033460* RETURN-CODE DEVOLVIDO AO SCHEDULER. EXECUTADO ANTES DE CADA
033470* STOP RUN; SO GRAVA SE O INICIO FOI REGISTRADO, E UMA UNICA
033480* VEZ.
033490*=============================================================
033500 8600-LOG-FIM.
033510     IF NOT WS-RUNLOG-INICIADO
033520         GO TO 8600-EXIT
033530     END-IF
033540     MOVE "N" TO WS-RUNLOG-INICIO-SWITCH
033550
033560     MOVE SPACES      TO WS-RUNLOG-DETAIL
033570     MOVE "F"         TO RL-EVENTO
033580     MOVE RETURN-CODE TO RL-RC
033590     PERFORM 8510-WRITE-RUNLOG THRU 8510-EXIT.
033600 8600-EXIT.
033610     EXIT.
