000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Gerafixo.
000030 AUTHOR. J-SANTOS.
000040 INSTALLATION. CONTROLADORIA - ROTINAS DE FECHAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* GERAFIXO - GERADOR DO LOTE DE LANCAMENTOS RECORRENTES.    *
000090* LE O MESTRE DE LANCAMENTOS RECORRENTES (LANCFIXO) E GRAVA *
000100* NO TRANSIN, COM O ENVELOPE DE TRANSMISSAO (HEADER COM A   *
000110* ORIGEM LANCFIXO E A DATA, TRAILER COM QUANTIDADE E HASH   *
000120* DE VALOR), UM DETALHE PARA CADA LANCAMENTO ATIVO QUE      *
000130* VENCE NA DATA DA RODADA. O LOTE SEGUE DEPOIS PELO MODO    *
000140* BATCH DO PROGRAMA SOMA E PELO CONTROLE DE LOTES           *
000150* (LOTECTRL) COMO QUALQUER OUTRO. A DATA VEM DO CARTAO DE   *
000160* EXECUCAO (RUNCARD), QUANDO PRESENTE, OU E A DATA DE HOJE. *
000170* CADA LANCAMENTO GERADO GUARDA A DATA NO MESTRE, E A MESMA *
000180* OCORRENCIA NUNCA SAI DUAS VEZES PARA A MESMA DATA. SEM    *
000190* NADA A GERAR, O TRANSIN NAO E TOCADO. O RELATORIO FIXORPT *
000200* LISTA O QUE FOI GERADO E O QUE FOI IGNORADO, COM O        *
000210* MOTIVO. DEVOLVE RETURN-CODE PARA O SCHEDULER: 0 LIMPO, 4  *
000220* COM LANCAMENTOS VENCIDOS NAO GERADOS, 8 FALHA DE ARQUIVO. *
000230*-----------------------------------------------------------*
000240* HISTORICO DE ALTERACOES                                   *
000250*-----------------------------------------------------------*
000260* DATA       AUTOR    DESCRICAO                             *
000270* ---------- -------- --------------------------------------*
000280* 2026-10-15 JRS      VERSAO INICIAL DO GERADOR DE LOTE DOS  *
000290*                     LANCAMENTOS RECORRENTES.               *
000300*-----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FIXO-FILE ASSIGN TO "LANCFIXO"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS LF-CODIGO
000390         FILE STATUS IS WS-FIXO-STATUS.
000400
000410     SELECT CONTA-FILE ASSIGN TO "CADCONTA"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CC-CODIGO
000450         FILE STATUS IS WS-CONTA-STATUS.
000460
000470     SELECT TRANS-FILE ASSIGN TO "TRANSIN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TRANS-STATUS.
000500
000510     SELECT RELATORIO-FILE ASSIGN TO "FIXORPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RELATORIO-STATUS.
000540
000550     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RUNCARD-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  FIXO-FILE
000620     RECORDING MODE IS F.
000630 01  FIXO-RECORD.
000640     COPY "lfixrec.cpy".
000650
000660 FD  CONTA-FILE
000670     RECORDING MODE IS F.
000680 01  CONTA-RECORD.
000690     COPY "cadcrec.cpy".
000700
000710*    LOTE DE ENTRADA DO MODO BATCH DO PROGRAMA SOMA: DETALHES
000720*    ENTRE O HEADER (TIPO H) E O TRAILER (TIPO T) DO ENVELOPE.
000730 FD  TRANS-FILE
000740     RECORDING MODE IS F.
000750 01  TRANS-RECORD.
000760     05  TRANS-NUM1              PIC S9(7)V99 SIGN IS LEADING
000770                                     SEPARATE CHARACTER.
000780     05  TRANS-NUM2              PIC S9(7)V99 SIGN IS LEADING
000790                                     SEPARATE CHARACTER.
000800     05  TRANS-CCUSTO            PIC X(06).
000810 01  TRANS-HEADER-VIEW.
000820     05  TH-TIPO                 PIC X(01).
000830     05  TH-ORIGEM               PIC X(08).
000840     05  TH-DATA                 PIC X(10).
000850     05  FILLER                  PIC X(07).
000860 01  TRANS-TRAILER-VIEW.
000870     05  TT-TIPO                 PIC X(01).
000880     05  TT-QUANTIDADE           PIC 9(06).
000890     05  TT-HASH                 PIC S9(11)V99 SIGN IS LEADING
000900                                     SEPARATE CHARACTER.
000910     05  FILLER                  PIC X(05).
000920
000930 FD  RELATORIO-FILE
000940     RECORDING MODE IS F.
000950 01  RELATORIO-LINE              PIC X(100).
000960
000970 FD  RUNCARD-FILE
000980     RECORDING MODE IS F.
000990 01  RUNCARD-RECORD.
001000     COPY "runcrec.cpy".
001010
001020 WORKING-STORAGE SECTION.
001030*-----------------------------------------------------------*
001040* CHAVES DE ARQUIVO E SWITCHES DE FIM DE ARQUIVO            *
001050*-----------------------------------------------------------*
001060 77  WS-FIXO-STATUS               PIC X(02).
001070 77  WS-CONTA-STATUS              PIC X(02).
001080 77  WS-TRANS-STATUS              PIC X(02).
001090 77  WS-RELATORIO-STATUS          PIC X(02).
001100 77  WS-RUNCARD-STATUS            PIC X(02).
001110
001120 77  WS-FIXO-EOF-SWITCH           PIC X(01) VALUE "N".
001130     88  END-OF-FIXO-SCAN         VALUE "Y".
001140 77  WS-FIXO-AVAIL-SWITCH         PIC X(01) VALUE "N".
001150     88  WS-FIXO-AVAILABLE        VALUE "Y".
001160 77  WS-LOTE-SWITCH               PIC X(01) VALUE "N".
001170     88  WS-LOTE-GRAVADO          VALUE "Y".
001180
001190*-----------------------------------------------------------*
001200* DATA DA RODADA: FORMATO ISO, DIA DA SEMANA E INDICADOR DE *
001210* ULTIMO DIA DO MES                                         *
001220*-----------------------------------------------------------*
001230 01  WS-RUN-DATE-FIELDS.
001240     05  WS-RUN-DATE-CCYY         PIC 9(4).
001250     05  WS-RUN-DATE-MM           PIC 9(2).
001260     05  WS-RUN-DATE-DD           PIC 9(2).
001270 01  WS-RUN-DATE-NUM              REDEFINES WS-RUN-DATE-FIELDS
001280                                      PIC 9(08).
001290
001300 77  WS-RUN-DATE-ISO              PIC X(10).
001310 77  WS-RUN-DATE-INT              PIC 9(7)  COMP VALUE ZERO.
001320
001330*    DIA DA SEMANA DA DATA DA RODADA: 1 = SEGUNDA ... 7 = DOMINGO
001340*    (O DIA 1 DO CALENDARIO INTEIRO, 01/01/1601, FOI SEGUNDA).
001350 77  WS-DIA-SEMANA                PIC 9(1)  VALUE ZERO.
001360
001370 01  WS-NEXT-DATE-FIELDS.
001380     05  WS-NEXT-DATE-CCYY        PIC 9(4).
001390     05  WS-NEXT-DATE-MM          PIC 9(2).
001400     05  WS-NEXT-DATE-DD          PIC 9(2).
001410 01  WS-NEXT-DATE-NUM             REDEFINES WS-NEXT-DATE-FIELDS
001420                                      PIC 9(08).
001430 77  WS-ULTIMO-DIA-SWITCH         PIC X(01) VALUE "N".
001440     88  WS-ULTIMO-DIA-MES        VALUE "Y".
001450
001460*-----------------------------------------------------------*
001470* RESULTADO DA ANALISE DE UM LANCAMENTO RECORRENTE          *
001480*-----------------------------------------------------------*
001490 77  WS-ACAO                      PIC X(01).
001500     88  WS-ACAO-GERAR            VALUE "G".
001510     88  WS-ACAO-IGNORAR          VALUE "I".
001520     88  WS-ACAO-NAO-VENCE        VALUE "N".
001530 77  WS-RESULTADO                 PIC X(30).
001540 77  WS-VENCE-SWITCH              PIC X(01) VALUE "N".
001550     88  WS-VENCE-HOJE            VALUE "Y".
001560*    MOTIVOS INFORMATIVOS (VIGENCIA ENCERRADA, SUSPENSO) NAO
001570*    MUDAM O RETURN-CODE; OS DEMAIS SIM.
001580 77  WS-AVISO-SWITCH              PIC X(01) VALUE "N".
001590     88  WS-IGNORADO-COM-AVISO    VALUE "Y".
001600
001610*-----------------------------------------------------------*
001620* TABELA DOS LANCAMENTOS A GERAR: O LOTE SO E GRAVADO NO    *
001630* TRANSIN DEPOIS DA VARREDURA INTEIRA, E O MESTRE SO E      *
001640* ATUALIZADO DEPOIS DO LOTE GRAVADO                         *
001650*-----------------------------------------------------------*
001660 77  WS-GER-COUNT                 PIC 9(3)  COMP VALUE ZERO.
001670 77  WS-GER-IX                    PIC 9(3)  COMP VALUE ZERO.
001680
001690 01  WS-GER-TABLE.
001700     05  WS-GER-ENTRY             OCCURS 500 TIMES.
001710         10  GT-CODIGO            PIC X(06).
001720         10  GT-NUM1              PIC S9(7)V99 COMP.
001730         10  GT-NUM2              PIC S9(7)V99 COMP.
001740         10  GT-CCUSTO            PIC X(06).
001750
001760 77  WS-LOTE-HASH                 PIC S9(11)V99 COMP VALUE ZERO.
001770
001780*-----------------------------------------------------------*
001790* CONTADORES DA RODADA                                      *
001800*-----------------------------------------------------------*
001810 77  WS-LIDOS-COUNT               PIC 9(6)  COMP VALUE ZERO.
001820 77  WS-IGNORADOS-COUNT           PIC 9(6)  COMP VALUE ZERO.
001830 77  WS-NAO-VENCE-COUNT           PIC 9(6)  COMP VALUE ZERO.
001840
001850*-----------------------------------------------------------*
001860* CAMPOS DE EDICAO DO RELATORIO                             *
001870*-----------------------------------------------------------*
001880 77  WS-COUNT-DISPLAY             PIC 9(06).
001890 01  WS-VALOR-DISPLAY             PIC S9(11)V99 SIGN IS LEADING
001900                                      SEPARATE CHARACTER.
001910 01  WS-VALOR-DISPLAY-X           REDEFINES WS-VALOR-DISPLAY
001920                                      PIC X(14).
001930 01  WS-NUM-DISPLAY               PIC S9(7)V99 SIGN IS LEADING
001940                                      SEPARATE CHARACTER.
001950 01  WS-NUM-DISPLAY-X             REDEFINES WS-NUM-DISPLAY
001960                                      PIC X(10).
001970 PROCEDURE DIVISION.
001980*=============================================================
001990* 0000-MAINLINE - CONDUZ A GERACAO DO LOTE DE LANCAMENTOS
002000* RECORRENTES E DEVOLVE O CONTROLE AO SISTEMA OPERACIONAL.
002010*=============================================================
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002040     PERFORM 2000-OPEN-RELATORIO THRU 2000-EXIT
002050     PERFORM 3000-SCAN-FIXOS THRU 3000-EXIT
002060     PERFORM 4000-WRITE-LOTE THRU 4000-EXIT
002070     PERFORM 5000-UPDATE-FIXOS THRU 5000-EXIT
002080     PERFORM 6000-WRITE-TOTAIS THRU 6000-EXIT
002090     PERFORM 8000-TERMINATE THRU 8000-EXIT
002100
002110     STOP RUN.
002120
002130*=============================================================
002140* 1000-INITIALIZE - DEFINE A DATA DA RODADA (DATA DO CARTAO DE
002150* EXECUCAO, QUANDO PRESENTE, OU DATA DE HOJE), CALCULA O DIA DA
002160* SEMANA E SE E O ULTIMO DIA DO MES, E ABRE O CADASTRO DE
002170* CONTAS E O MESTRE DE LANCAMENTOS RECORRENTES.
002180*=============================================================
002190 1000-INITIALIZE.
002200     ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD
002210
002220     PERFORM 1100-READ-RUNCARD THRU 1100-EXIT
002230
002240     STRING WS-RUN-DATE-CCYY DELIMITED BY SIZE
002250         "-"                 DELIMITED BY SIZE
002260         WS-RUN-DATE-MM      DELIMITED BY SIZE
002270         "-"                 DELIMITED BY SIZE
002280         WS-RUN-DATE-DD      DELIMITED BY SIZE
002290         INTO WS-RUN-DATE-ISO
002300     END-STRING
002310
002320     COMPUTE WS-RUN-DATE-INT =
002330         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
002340     COMPUTE WS-DIA-SEMANA =
002350         FUNCTION MOD (WS-RUN-DATE-INT - 1, 7) + 1
002360     COMPUTE WS-NEXT-DATE-NUM =
002370         FUNCTION DATE-OF-INTEGER (WS-RUN-DATE-INT + 1)
002380     MOVE "N" TO WS-ULTIMO-DIA-SWITCH
002390     IF WS-NEXT-DATE-DD = 1
002400         MOVE "Y" TO WS-ULTIMO-DIA-SWITCH
002410     END-IF
002420
002430     OPEN INPUT CONTA-FILE
002440     IF WS-CONTA-STATUS NOT = "00"
002450         DISPLAY "*** ERRO: CADASTRO DE CONTAS CADCONTA "
002460             "INDISPONIVEL (STATUS = " WS-CONTA-STATUS ") ***"
002470         MOVE 8 TO RETURN-CODE
002480         STOP RUN
002490     END-IF
002500
002510*    MESTRE AUSENTE = NENHUM LANCAMENTO RECORRENTE CADASTRADO.
002520     MOVE "N" TO WS-FIXO-AVAIL-SWITCH
002530     OPEN I-O FIXO-FILE
002540     EVALUATE WS-FIXO-STATUS
002550         WHEN "00"
002560             MOVE "Y" TO WS-FIXO-AVAIL-SWITCH
002570         WHEN "35"
002580             DISPLAY "*** AVISO: MESTRE DE LANCAMENTOS "
002590                 "RECORRENTES LANCFIXO AUSENTE - NADA A GERAR ***"
002600         WHEN OTHER
002610             DISPLAY "*** ERRO: MESTRE DE LANCAMENTOS "
002620                 "RECORRENTES LANCFIXO INDISPONIVEL (STATUS = "
002630                 WS-FIXO-STATUS ") ***"
002640             CLOSE CONTA-FILE
002650             MOVE 8 TO RETURN-CODE
002660             STOP RUN
002670     END-EVALUATE
002680
002690     DISPLAY "Lancamentos recorrentes da data " WS-RUN-DATE-ISO
002700         " (dia da semana " WS-DIA-SEMANA ").".
002710 1000-EXIT.
002720     EXIT.
002730
002740*=============================================================
002750* 1100-READ-RUNCARD - PROCURA O CARTAO DE EXECUCAO (RUNCARD) E,
002760* QUANDO PRESENTE COM DATA INFORMADA, USA A DATA DO CARTAO.
002770* DATA FORA DO FORMATO AAAA-MM-DD ENCERRA O JOB COM RC 8.
002780*=============================================================
002790 1100-READ-RUNCARD.
002800     OPEN INPUT RUNCARD-FILE
002810     IF WS-RUNCARD-STATUS NOT = "00"
002820         GO TO 1100-EXIT
002830     END-IF
002840
002850     READ RUNCARD-FILE
002860         AT END
002870             MOVE SPACES TO RC-DATA
002880     END-READ
002890     CLOSE RUNCARD-FILE
002900
002910     IF RC-DATA = SPACES
002920         GO TO 1100-EXIT
002930     END-IF
002940
002950     IF RC-DATA (1:4) IS NOT NUMERIC
002960         OR RC-DATA (5:1) NOT = "-"
002970         OR RC-DATA (6:2) IS NOT NUMERIC
002980         OR RC-DATA (8:1) NOT = "-"
002990         OR RC-DATA (9:2) IS NOT NUMERIC
003000         OR RC-DATA (6:2) < "01"
003010         OR RC-DATA (6:2) > "12"
003020         OR RC-DATA (9:2) < "01"
003030         OR RC-DATA (9:2) > "31"
003040         DISPLAY "*** ERRO: DATA DO CARTAO DE EXECUCAO INVALIDA ("
003050             RC-DATA ") ***"
003060         MOVE 8 TO RETURN-CODE
003070         STOP RUN
003080     END-IF
003090
003100     MOVE RC-DATA (1:4) TO WS-RUN-DATE-CCYY
003110     MOVE RC-DATA (6:2) TO WS-RUN-DATE-MM
003120     MOVE RC-DATA (9:2) TO WS-RUN-DATE-DD.
003130 1100-EXIT.
003140     EXIT.
003150
003160*=============================================================
003170* 2000-OPEN-RELATORIO - ABRE O RELATORIO FIXORPT E EMITE O
003180* CABECALHO DA DATA.
003190*=============================================================
003200 2000-OPEN-RELATORIO.
003210     OPEN OUTPUT RELATORIO-FILE
003220     IF WS-RELATORIO-STATUS NOT = "00"
003230         DISPLAY "*** ERRO: RELATORIO FIXORPT INDISPONIVEL "
003240             "(STATUS = " WS-RELATORIO-STATUS ") ***"
003250         MOVE 8 TO RETURN-CODE
003260         STOP RUN
003270     END-IF
003280
003290     MOVE SPACES TO RELATORIO-LINE
003300     STRING "LANCAMENTOS RECORRENTES - LOTE DA DATA "
003310                             DELIMITED BY SIZE
003320         WS-RUN-DATE-ISO     DELIMITED BY SIZE
003330         INTO RELATORIO-LINE
003340     END-STRING
003350     WRITE RELATORIO-LINE
003360
003370     MOVE ALL "=" TO RELATORIO-LINE
003380     WRITE RELATORIO-LINE
003390
003400     MOVE SPACES TO RELATORIO-LINE
003410     WRITE RELATORIO-LINE
003420
003430     MOVE SPACES TO RELATORIO-LINE
003440     MOVE "CODIGO"      TO RELATORIO-LINE (1:6)
003450     MOVE "DESCRICAO"   TO RELATORIO-LINE (8:9)
003460     MOVE "CCUSTO"      TO RELATORIO-LINE (33:6)
003470     MOVE "NUM1"        TO RELATORIO-LINE (40:4)
003480     MOVE "NUM2"        TO RELATORIO-LINE (51:4)
003490     MOVE "RESULTADO"   TO RELATORIO-LINE (62:9)
003500     WRITE RELATORIO-LINE.
003510 2000-EXIT.
003520     EXIT.
003530
003540*=============================================================
003550* 3000-SCAN-FIXOS - PERCORRE O MESTRE DE LANCAMENTOS
003560* RECORRENTES EM ORDEM DE CODIGO, SEPARANDO OS QUE VENCEM NA
003570* DATA DA RODADA.
003580*=============================================================
003590 3000-SCAN-FIXOS.
003600     IF NOT WS-FIXO-AVAILABLE
003610         GO TO 3000-EXIT
003620     END-IF
003630
003640     MOVE "N" TO WS-FIXO-EOF-SWITCH
003650     MOVE LOW-VALUES TO LF-CODIGO
003660     START FIXO-FILE KEY IS NOT LESS THAN LF-CODIGO
003670         INVALID KEY
003680             MOVE "Y" TO WS-FIXO-EOF-SWITCH
003690     END-START
003700     PERFORM 3100-PROCESS-ONE-FIXO THRU 3100-EXIT
003710         UNTIL END-OF-FIXO-SCAN.
003720 3000-EXIT.
003730     EXIT.
003740
003750*=============================================================
003760* 3100-PROCESS-ONE-FIXO - ANALISA UM LANCAMENTO RECORRENTE E O
003770* RESERVA PARA O LOTE, OU O LISTA COMO IGNORADO COM O MOTIVO.
003780* OS QUE NAO VENCEM NA DATA SO ENTRAM NA CONTAGEM.
003790*=============================================================
003800 3100-PROCESS-ONE-FIXO.
003810     READ FIXO-FILE NEXT RECORD
003820         AT END
003830             MOVE "Y" TO WS-FIXO-EOF-SWITCH
003840             GO TO 3100-EXIT
003850     END-READ
003860
003870     ADD 1 TO WS-LIDOS-COUNT
003880     PERFORM 3200-CHECK-FIXO THRU 3200-EXIT
003890
003900     IF WS-ACAO-NAO-VENCE
003910         ADD 1 TO WS-NAO-VENCE-COUNT
003920         GO TO 3100-EXIT
003930     END-IF
003940
003950     IF WS-ACAO-IGNORAR
003960         ADD 1 TO WS-IGNORADOS-COUNT
003970         IF WS-IGNORADO-COM-AVISO
003980             MOVE 4 TO RETURN-CODE
003990         END-IF
004000         PERFORM 3400-WRITE-LINHA THRU 3400-EXIT
004010         GO TO 3100-EXIT
004020     END-IF
004030
004040     ADD 1 TO WS-GER-COUNT
004050     MOVE LF-CODIGO TO GT-CODIGO (WS-GER-COUNT)
004060     MOVE LF-NUM1   TO GT-NUM1 (WS-GER-COUNT)
004070     MOVE LF-NUM2   TO GT-NUM2 (WS-GER-COUNT)
004080     MOVE LF-CCUSTO TO GT-CCUSTO (WS-GER-COUNT)
004090     ADD LF-NUM1 LF-NUM2 TO WS-LOTE-HASH
004100     MOVE "GERADO" TO WS-RESULTADO
004110     PERFORM 3400-WRITE-LINHA THRU 3400-EXIT.
004120 3100-EXIT.
004130     EXIT.
004140
004150*=============================================================
004160* 3200-CHECK-FIXO - DECIDE O DESTINO DO LANCAMENTO CORRENTE:
004170* FORA DA VIGENCIA OU SEM VENCIMENTO NA DATA (NAO VENCE), OU,
004180* VENCENDO, IGNORADO POR VIGENCIA ENCERRADA, SUSPENSAO,
004190* GERACAO JA FEITA NA DATA, VALOR INVALIDO, CONTA INEXISTENTE
004200* OU INATIVA E LOTE CHEIO; SENAO, GERAR.
004210*=============================================================
004220 3200-CHECK-FIXO.
004230     MOVE "I"    TO WS-ACAO
004240     MOVE "N"    TO WS-AVISO-SWITCH
004250     MOVE SPACES TO WS-RESULTADO
004260
004270     IF WS-RUN-DATE-ISO < LF-DATA-INICIO
004280         MOVE "N" TO WS-ACAO
004290         GO TO 3200-EXIT
004300     END-IF
004310
004320     IF LF-DATA-FIM NOT = SPACES
004330         AND WS-RUN-DATE-ISO > LF-DATA-FIM
004340         MOVE "IGNORADO - VIGENCIA ENCERRADA" TO WS-RESULTADO
004350         GO TO 3200-EXIT
004360     END-IF
004370
004380     PERFORM 3300-TEST-VENCIMENTO THRU 3300-EXIT
004390     IF NOT WS-VENCE-HOJE
004400         MOVE "N" TO WS-ACAO
004410         GO TO 3200-EXIT
004420     END-IF
004430
004440     IF NOT LF-ATIVO
004450         MOVE "IGNORADO - LANCAMENTO SUSPENSO" TO WS-RESULTADO
004460         GO TO 3200-EXIT
004470     END-IF
004480
004490     MOVE "Y" TO WS-AVISO-SWITCH
004500     IF LF-ULT-DATA NOT = SPACES
004510         AND LF-ULT-DATA NOT < WS-RUN-DATE-ISO
004520         MOVE "IGNORADO - JA GERADO NA DATA" TO WS-RESULTADO
004530         GO TO 3200-EXIT
004540     END-IF
004550
004560     IF LF-NUM1 IS NOT NUMERIC
004570         OR LF-NUM2 IS NOT NUMERIC
004580         MOVE "IGNORADO - VALOR INVALIDO" TO WS-RESULTADO
004590         GO TO 3200-EXIT
004600     END-IF
004610
004620     MOVE LF-CCUSTO TO CC-CODIGO
004630     READ CONTA-FILE
004640         INVALID KEY
004650             MOVE "IGNORADO - CONTA INEXISTENTE" TO WS-RESULTADO
004660             GO TO 3200-EXIT
004670     END-READ
004680     IF NOT CC-CONTA-ATIVA
004690         MOVE "IGNORADO - CONTA INATIVA" TO WS-RESULTADO
004700         GO TO 3200-EXIT
004710     END-IF
004720
004730     IF WS-GER-COUNT >= 500
004740         MOVE "IGNORADO - LOTE CHEIO (500)" TO WS-RESULTADO
004750         GO TO 3200-EXIT
004760     END-IF
004770
004780     MOVE "N" TO WS-AVISO-SWITCH
004790     MOVE "G" TO WS-ACAO.
004800 3200-EXIT.
004810     EXIT.
004820
004830*=============================================================
004840* 3300-TEST-VENCIMENTO - LIGA O SWITCH DE VENCIMENTO QUANDO O
004850* LANCAMENTO CORRENTE VENCE NA DATA DA RODADA. MENSAL: NO DIA
004860* DO MES, OU NO ULTIMO DIA QUANDO O MES NAO TEM AQUELE DIA.
004870* SEMANAL: NO DIA DA SEMANA.
004880*=============================================================
004890 3300-TEST-VENCIMENTO.
004900     MOVE "N" TO WS-VENCE-SWITCH
004910     IF LF-DIA IS NOT NUMERIC
004920         GO TO 3300-EXIT
004930     END-IF
004940
004950     IF LF-MENSAL
004960         IF LF-DIA = WS-RUN-DATE-DD
004970             OR (WS-ULTIMO-DIA-MES AND LF-DIA > WS-RUN-DATE-DD)
004980             MOVE "Y" TO WS-VENCE-SWITCH
004990         END-IF
005000         GO TO 3300-EXIT
005010     END-IF
005020
005030     IF LF-SEMANAL
005040         AND LF-DIA = WS-DIA-SEMANA
005050         MOVE "Y" TO WS-VENCE-SWITCH
005060     END-IF.
005070 3300-EXIT.
005080     EXIT.
005090
005100 3400-WRITE-LINHA.
005110     MOVE SPACES TO RELATORIO-LINE
005120     MOVE LF-CODIGO          TO RELATORIO-LINE (1:6)
005130     MOVE LF-DESCRICAO       TO RELATORIO-LINE (8:24)
005140     MOVE LF-CCUSTO          TO RELATORIO-LINE (33:6)
005150     MOVE LF-NUM1            TO WS-NUM-DISPLAY
005160     MOVE WS-NUM-DISPLAY-X   TO RELATORIO-LINE (40:10)
005170     MOVE LF-NUM2            TO WS-NUM-DISPLAY
005180     MOVE WS-NUM-DISPLAY-X   TO RELATORIO-LINE (51:10)
005190     MOVE WS-RESULTADO       TO RELATORIO-LINE (62:30)
005200     WRITE RELATORIO-LINE.
005210 3400-EXIT.
005220     EXIT.
005230
005240*=============================================================
005250* 4000-WRITE-LOTE - GRAVA NO TRANSIN O LOTE DOS LANCAMENTOS
005260* RESERVADOS, ENTRE O HEADER (ORIGEM LANCFIXO, DATA DA RODADA)
005270* E O TRAILER (QUANTIDADE E HASH = SOMA DE NUM1 E NUM2). SEM
005280* LANCAMENTOS, O TRANSIN NAO E TOCADO.
005290*=============================================================
005300 4000-WRITE-LOTE.
005310     MOVE "N" TO WS-LOTE-SWITCH
005320     IF WS-GER-COUNT = ZERO
005330         GO TO 4000-EXIT
005340     END-IF
005350
005360     OPEN OUTPUT TRANS-FILE
005370     IF WS-TRANS-STATUS NOT = "00"
005380         DISPLAY "*** ERRO: LOTE TRANSIN INDISPONIVEL (STATUS = "
005390             WS-TRANS-STATUS ") - NADA FOI GERADO ***"
005400         MOVE 8 TO RETURN-CODE
005410         GO TO 4000-EXIT
005420     END-IF
005430
005440     MOVE SPACES          TO TRANS-HEADER-VIEW
005450     MOVE "H"             TO TH-TIPO
005460     MOVE "LANCFIXO"      TO TH-ORIGEM
005470     MOVE WS-RUN-DATE-ISO TO TH-DATA
005480     WRITE TRANS-HEADER-VIEW
005490
005500     MOVE ZERO TO WS-GER-IX
005510     PERFORM 4100-WRITE-ONE-DETALHE THRU 4100-EXIT
005520         UNTIL WS-GER-IX >= WS-GER-COUNT
005530
005540     MOVE SPACES       TO TRANS-TRAILER-VIEW
005550     MOVE "T"          TO TT-TIPO
005560     MOVE WS-GER-COUNT TO TT-QUANTIDADE
005570     MOVE WS-LOTE-HASH TO TT-HASH
005580     WRITE TRANS-TRAILER-VIEW
005590
005600     CLOSE TRANS-FILE
005610     IF WS-TRANS-STATUS NOT = "00"
005620         DISPLAY "*** ERRO: FALHA NA GRAVACAO DO LOTE TRANSIN "
005630             "(STATUS = " WS-TRANS-STATUS ") ***"
005640         MOVE 8 TO RETURN-CODE
005650         GO TO 4000-EXIT
005660     END-IF
005670     MOVE "Y" TO WS-LOTE-SWITCH.
005680 4000-EXIT.
005690     EXIT.
005700
005710 4100-WRITE-ONE-DETALHE.
005720     ADD 1 TO WS-GER-IX
005730     MOVE GT-NUM1 (WS-GER-IX)   TO TRANS-NUM1
005740     MOVE GT-NUM2 (WS-GER-IX)   TO TRANS-NUM2
005750     MOVE GT-CCUSTO (WS-GER-IX) TO TRANS-CCUSTO
005760     WRITE TRANS-RECORD.
005770 4100-EXIT.
005780     EXIT.
005790
005800*=============================================================
005810* 5000-UPDATE-FIXOS - COM O LOTE GRAVADO, MARCA A DATA DA
005820* RODADA COMO ULTIMA GERACAO DE CADA LANCAMENTO DO LOTE, PARA
005830* QUE UMA NOVA EXECUCAO NA MESMA DATA NAO O GERE DE NOVO.
005840*=============================================================
005850 5000-UPDATE-FIXOS.
005860     IF NOT WS-LOTE-GRAVADO
005870         GO TO 5000-EXIT
005880     END-IF
005890
005900     MOVE ZERO TO WS-GER-IX
005910     PERFORM 5100-UPDATE-ONE-FIXO THRU 5100-EXIT
005920         UNTIL WS-GER-IX >= WS-GER-COUNT.
005930 5000-EXIT.
005940     EXIT.
005950
005960 5100-UPDATE-ONE-FIXO.
005970     ADD 1 TO WS-GER-IX
005980     MOVE GT-CODIGO (WS-GER-IX) TO LF-CODIGO
005990     READ FIXO-FILE
006000         INVALID KEY
006010             DISPLAY "*** AVISO: LANCAMENTO RECORRENTE "
006020                 GT-CODIGO (WS-GER-IX) " NAO RELIDO - DATA DA "
006030                 "GERACAO NAO GRAVADA ***"
006040             MOVE 4 TO RETURN-CODE
006050             GO TO 5100-EXIT
006060     END-READ
006070
006080     MOVE WS-RUN-DATE-ISO TO LF-ULT-DATA
006090     REWRITE FIXO-RECORD
006100         INVALID KEY
006110             DISPLAY "*** AVISO: LANCAMENTO RECORRENTE "
006120                 LF-CODIGO " NAO REGRAVADO (STATUS = "
006130                 WS-FIXO-STATUS ") ***"
006140             MOVE 4 TO RETURN-CODE
006150     END-REWRITE.
006160 5100-EXIT.
006170     EXIT.
006180
006190*=============================================================
006200* 6000-WRITE-TOTAIS - EMITE AS CONTAGENS DA RODADA E O
006210* CONTROLE DO LOTE GRAVADO (QUANTIDADE E HASH).
006220*=============================================================
006230 6000-WRITE-TOTAIS.
006240     IF WS-LIDOS-COUNT = ZERO
006250         MOVE "   (NENHUM LANCAMENTO RECORRENTE CADASTRADO)"
006260             TO RELATORIO-LINE
006270         WRITE RELATORIO-LINE
006280     END-IF
006290
006300     MOVE SPACES TO RELATORIO-LINE
006310     WRITE RELATORIO-LINE
006320
006330     MOVE WS-LIDOS-COUNT TO WS-COUNT-DISPLAY
006340     MOVE "   LANCAMENTOS LIDOS NO MESTRE.....: "
006350         TO RELATORIO-LINE
006360     MOVE WS-COUNT-DISPLAY TO RELATORIO-LINE (39:6)
006370     WRITE RELATORIO-LINE
006380
006390     MOVE WS-NAO-VENCE-COUNT TO WS-COUNT-DISPLAY
006400     MOVE "   SEM VENCIMENTO NA DATA..........: "
006410         TO RELATORIO-LINE
006420     MOVE WS-COUNT-DISPLAY TO RELATORIO-LINE (39:6)
006430     WRITE RELATORIO-LINE
006440
006450     MOVE WS-IGNORADOS-COUNT TO WS-COUNT-DISPLAY
006460     MOVE "   IGNORADOS.......................: "
006470         TO RELATORIO-LINE
006480     MOVE WS-COUNT-DISPLAY TO RELATORIO-LINE (39:6)
006490     WRITE RELATORIO-LINE
006500
006510     MOVE WS-GER-COUNT TO WS-COUNT-DISPLAY
006520     MOVE "   GERADOS NO LOTE.................: "
006530         TO RELATORIO-LINE
006540     MOVE WS-COUNT-DISPLAY TO RELATORIO-LINE (39:6)
006550     WRITE RELATORIO-LINE
006560
006570     MOVE WS-LOTE-HASH TO WS-VALOR-DISPLAY
006580     MOVE "   HASH DO LOTE (NUM1 + NUM2)......: "
006590         TO RELATORIO-LINE
006600     MOVE WS-VALOR-DISPLAY-X TO RELATORIO-LINE (39:14)
006610     WRITE RELATORIO-LINE
006620
006630     MOVE SPACES TO RELATORIO-LINE
006640     EVALUATE TRUE
006650         WHEN WS-LOTE-GRAVADO
006660             MOVE "   LOTE GRAVADO NO TRANSIN - ORIGEM LANCFIXO."
006670                 TO RELATORIO-LINE
006680         WHEN WS-GER-COUNT = ZERO
006690             MOVE "   NADA A GERAR - TRANSIN NAO FOI TOCADO."
006700                 TO RELATORIO-LINE
006710         WHEN OTHER
006720             MOVE "   LOTE NAO GRAVADO - MESTRE INALTERADO."
006730                 TO RELATORIO-LINE
006740     END-EVALUATE
006750     WRITE RELATORIO-LINE.
006760 6000-EXIT.
006770     EXIT.
006780
006790*=============================================================
006800* 8000-TERMINATE - PONTO UNICO DE ENCERRAMENTO DO PROGRAMA.
006810*=============================================================
006820 8000-TERMINATE.
006830     IF WS-FIXO-AVAILABLE
006840         CLOSE FIXO-FILE
006850     END-IF
006860     CLOSE CONTA-FILE
006870     CLOSE RELATORIO-FILE
006880     DISPLAY "Gerador de recorrentes encerrado - " WS-GER-COUNT
006890         " lancamento(s) gerado(s); relatorio em FIXORPT.".
006900 8000-EXIT.
006910     EXIT.
