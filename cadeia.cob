000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Cadeia.
000030 AUTHOR. J-SANTOS.
000040 INSTALLATION. CONTROLADORIA - ROTINAS DE FECHAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080* CADEIA - RELATORIO DIARIO DE SITUACAO DA CADEIA NOTURNA.  *
000090* LE O DIARIO DE EXECUCAO (RUNLOG) GRAVADO PELOS JOBS DA    *
000100* CADEIA E, PARA A DATA DE NEGOCIO, LISTA CADA PASSO NA     *
000110* ORDEM DA CADEIA (SOMA, CCRESUM, CONCILIA, GLACKCHK,       *
000120* GLRESEND, SUSPAGE, AUDRESUM E FECHAMES) COM OPERADOR,     *
000130* INICIO, FIM, RETURN-CODE E SITUACAO, APONTANDO PASSOS     *
000140* AUSENTES, COM FALHA (RETURN-CODE 8 OU RODADA SEM FIM) E   *
000150* FORA DE ORDEM (INICIADOS ANTES DO FIM DE UM PASSO         *
000160* ANTERIOR), NO RELATORIO CADEIRPT. VALE A RODADA MAIS      *
000170* RECENTE DE CADA PASSO; DO PROGRAMA SOMA CONTAM SO AS      *
000180* RODADAS DE LOTE (B) E DE CONSOLIDACAO (C). GLRESEND E     *
000190* FECHAMES SAO EVENTUAIS E SO SAO COBRADOS QUANDO RODAM. A  *
000200* DATA VEM DO CARTAO DE EXECUCAO (RUNCARD), QUANDO          *
000210* PRESENTE, OU E A DATA DE HOJE. DEVOLVE RETURN-CODE PARA O *
000220* SCHEDULER: 0 CADEIA COMPLETA, 4 COM PENDENCIAS, 8 FALHA   *
000230* DE ARQUIVO.                                               *
000240*-----------------------------------------------------------*
000250* HISTORICO DE ALTERACOES                                   *
000260*-----------------------------------------------------------*
000270* DATA       AUTOR    DESCRICAO                             *
000280* ---------- -------- --------------------------------------*
000290* 2026-10-15 JRS      VERSAO INICIAL DO RELATORIO DE         *
000300*                     SITUACAO DA CADEIA NOTURNA.            *
000310*-----------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RUNLOG-STATUS.
000390
000400     SELECT STATUS-FILE ASSIGN TO "CADEIRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-STATUS-STATUS.
000430
000440     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RUNCARD-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  RUNLOG-FILE
000510     RECORDING MODE IS F.
000520 01  RUNLOG-RECORD.
000530     COPY "runlrec.cpy".
000540
000550 FD  STATUS-FILE
000560     RECORDING MODE IS F.
000570 01  STATUS-LINE                 PIC X(100).
000580
000590 FD  RUNCARD-FILE
000600     RECORDING MODE IS F.
000610 01  RUNCARD-RECORD.
000620     COPY "runcrec.cpy".
000630
000640 WORKING-STORAGE SECTION.
000650*-----------------------------------------------------------*
000660* CHAVES DE ARQUIVO E SWITCHES DE FIM DE ARQUIVO            *
000670*-----------------------------------------------------------*
000680 77  WS-RUNLOG-STATUS             PIC X(02).
000690 77  WS-STATUS-STATUS             PIC X(02).
000700 77  WS-RUNCARD-STATUS            PIC X(02).
000710
000720 77  WS-RUNLOG-EOF-SWITCH         PIC X(01) VALUE "N".
000730     88  END-OF-RUNLOG            VALUE "Y".
000740
000750*-----------------------------------------------------------*
000760* DATA DE NEGOCIO DO RELATORIO                              *
000770*-----------------------------------------------------------*
000780 01  WS-RUN-DATE-FIELDS.
000790     05  WS-RUN-DATE-CCYY         PIC 9(4).
000800     05  WS-RUN-DATE-MM           PIC 9(2).
000810     05  WS-RUN-DATE-DD           PIC 9(2).
000820
000830 77  WS-TARGET-DATE               PIC X(10).
000840
000850*-----------------------------------------------------------*
000860* PASSOS DA CADEIA NOTURNA, NA ORDEM DE EXECUCAO. TIPO O =  *
000870* OBRIGATORIO TODA NOITE, E = EVENTUAL (SO QUANDO RODA).    *
000880*-----------------------------------------------------------*
000890 01  WS-PASSO-VALORES.
000900     05  FILLER                   PIC X(09) VALUE "SOMA    O".
000910     05  FILLER                   PIC X(09) VALUE "CCRESUM O".
000920     05  FILLER                   PIC X(09) VALUE "CONCILIAO".
000930     05  FILLER                   PIC X(09) VALUE "GLACKCHKO".
000940     05  FILLER                   PIC X(09) VALUE "GLRESENDE".
000950     05  FILLER                   PIC X(09) VALUE "SUSPAGE O".
000960     05  FILLER                   PIC X(09) VALUE "AUDRESUMO".
000970     05  FILLER                   PIC X(09) VALUE "FECHAMESE".
000980 01  WS-PASSO-TABLE               REDEFINES WS-PASSO-VALORES.
000990     05  WS-PASSO-ENTRY           OCCURS 8 TIMES.
001000         10  PS-PROGRAMA          PIC X(08).
001010         10  PS-TIPO              PIC X(01).
001020             88  PS-OBRIGATORIO   VALUE "O".
001030             88  PS-EVENTUAL      VALUE "E".
001040
001050 77  WS-PASSO-COUNT               PIC 9(2)  COMP VALUE 8.
001060 77  WS-PASSO-IX                  PIC 9(2)  COMP VALUE ZERO.
001070 77  WS-ANT-IX                    PIC 9(2)  COMP VALUE ZERO.
001080
001090 77  WS-PASSO-FOUND-SWITCH        PIC X(01) VALUE "N".
001100     88  WS-PASSO-FOUND           VALUE "Y".
001110
001120*-----------------------------------------------------------*
001130* SITUACAO DE CADA PASSO NA DATA (RODADA MAIS RECENTE)      *
001140*-----------------------------------------------------------*
001150 01  WS-ESTADO-TABLE.
001160     05  WS-ESTADO-ENTRY          OCCURS 8 TIMES.
001170         10  ES-INICIO-SWITCH     PIC X(01).
001180         10  ES-FIM-SWITCH        PIC X(01).
001190         10  ES-INICIO            PIC X(18).
001200         10  ES-FIM               PIC X(18).
001210         10  ES-RC                PIC 9(02).
001220         10  ES-OPERADOR          PIC X(08).
001230         10  ES-RODADAS           PIC 9(03).
001240         10  ES-MENSAGEM          PIC X(40).
001250
001260 77  WS-ORDEM-SWITCH              PIC X(01) VALUE "N".
001270     88  WS-FORA-DE-ORDEM         VALUE "Y".
001280
001290*-----------------------------------------------------------*
001300* CONTADORES DO PARECER                                     *
001310*-----------------------------------------------------------*
001320 77  WS-OK-COUNT                  PIC 9(2)  COMP VALUE ZERO.
001330 77  WS-AUSENTE-COUNT             PIC 9(2)  COMP VALUE ZERO.
001340 77  WS-FALHA-COUNT               PIC 9(2)  COMP VALUE ZERO.
001350 77  WS-ORDEM-COUNT               PIC 9(2)  COMP VALUE ZERO.
001360 77  WS-EVENTUAL-COUNT            PIC 9(2)  COMP VALUE ZERO.
001370 77  WS-ESTORNO-COUNT             PIC 9(4)  COMP VALUE ZERO.
001380
001390*-----------------------------------------------------------*
001400* CAMPOS DE EDICAO DO RELATORIO                             *
001410*-----------------------------------------------------------*
001420 77  WS-PASSO-DISPLAY             PIC 9(02).
001430 77  WS-COUNT-DISPLAY             PIC 9(04).
001440 77  WS-SITUACAO-LABEL            PIC X(18).
001450 77  WS-ORDEM-FLAG                PIC X(13).
001460 PROCEDURE DIVISION.
001470*=============================================================
001480* 0000-MAINLINE - CONDUZ O RELATORIO DE SITUACAO DA CADEIA E
001490* DEVOLVE O CONTROLE AO SISTEMA OPERACIONAL AO TERMINO.
001500*=============================================================
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001530     PERFORM 2000-OPEN-STATUS THRU 2000-EXIT
001540     PERFORM 3000-SCAN-RUNLOG THRU 3000-EXIT
001550     PERFORM 4000-WRITE-PASSOS THRU 4000-EXIT
001560     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
001570     PERFORM 8000-TERMINATE THRU 8000-EXIT
001580
001590     STOP RUN.
001600
001610*=============================================================
001620* 1000-INITIALIZE - DEFINE A DATA DE NEGOCIO DO RELATORIO
001630* (CARTAO DE EXECUCAO OU HOJE) E LIMPA A SITUACAO DOS PASSOS.
001640*=============================================================
001650 1000-INITIALIZE.
001660     ACCEPT WS-RUN-DATE-FIELDS FROM DATE YYYYMMDD
001670
001680     STRING WS-RUN-DATE-CCYY DELIMITED BY SIZE
001690         "-"                 DELIMITED BY SIZE
001700         WS-RUN-DATE-MM      DELIMITED BY SIZE
001710         "-"                 DELIMITED BY SIZE
001720         WS-RUN-DATE-DD      DELIMITED BY SIZE
001730         INTO WS-TARGET-DATE
001740     END-STRING
001750
001760     PERFORM 1100-READ-RUNCARD THRU 1100-EXIT
001770
001780     INITIALIZE WS-ESTADO-TABLE
001790
001800     DISPLAY "Situacao da cadeia noturna de " WS-TARGET-DATE.
001810 1000-EXIT.
001820     EXIT.
001830
001840*=============================================================
001850* 1100-READ-RUNCARD - PROCURA O CARTAO DE EXECUCAO (RUNCARD) E,
001860* QUANDO PRESENTE COM DATA INFORMADA, USA A DATA DO CARTAO COMO
001870* DATA DE NEGOCIO DO RELATORIO.
001880*=============================================================
001890 1100-READ-RUNCARD.
001900     OPEN INPUT RUNCARD-FILE
001910     IF WS-RUNCARD-STATUS NOT = "00"
001920         GO TO 1100-EXIT
001930     END-IF
001940
001950     READ RUNCARD-FILE
001960         AT END
001970             CONTINUE
001980         NOT AT END
001990             IF RC-DATA NOT = SPACES
002000                 MOVE RC-DATA TO WS-TARGET-DATE
002010             END-IF
002020     END-READ
002030     CLOSE RUNCARD-FILE.
002040 1100-EXIT.
002050     EXIT.
002060
002070*=============================================================
002080* 2000-OPEN-STATUS - ABRE O RELATORIO CADEIRPT E EMITE O
002090* CABECALHO DO DIA.
002100*=============================================================
002110 2000-OPEN-STATUS.
002120     OPEN OUTPUT STATUS-FILE
002130     IF WS-STATUS-STATUS NOT = "00"
002140         DISPLAY "*** ERRO: RELATORIO CADEIRPT INDISPONIVEL "
002150             "(STATUS = " WS-STATUS-STATUS ") ***"
002160         MOVE 8 TO RETURN-CODE
002170         STOP RUN
002180     END-IF
002190
002200     MOVE SPACES TO STATUS-LINE
002210     STRING "SITUACAO DA CADEIA NOTURNA - "
002220                             DELIMITED BY SIZE
002230         WS-TARGET-DATE      DELIMITED BY SIZE
002240         INTO STATUS-LINE
002250     END-STRING
002260     WRITE STATUS-LINE
002270
002280     MOVE ALL "=" TO STATUS-LINE
002290     WRITE STATUS-LINE
002300
002310     MOVE SPACES TO STATUS-LINE
002320     WRITE STATUS-LINE
002330
002340     MOVE SPACES TO STATUS-LINE
002350     MOVE "PS"       TO STATUS-LINE (1:2)
002360     MOVE "PROGRAMA" TO STATUS-LINE (4:8)
002370     MOVE "OPERADOR" TO STATUS-LINE (13:8)
002380     MOVE "INICIO"   TO STATUS-LINE (22:6)
002390     MOVE "FIM"      TO STATUS-LINE (42:3)
002400     MOVE "RC"       TO STATUS-LINE (62:2)
002410     MOVE "ROD"      TO STATUS-LINE (65:3)
002420     MOVE "SITUACAO" TO STATUS-LINE (69:8)
002430     MOVE "ORDEM"    TO STATUS-LINE (88:5)
002440     WRITE STATUS-LINE.
002450 2000-EXIT.
002460     EXIT.
002470
002480*=============================================================
002490* 3000-SCAN-RUNLOG - LE O DIARIO DA CADEIA E GUARDA, PARA CADA
002500* PASSO, A RODADA MAIS RECENTE NA DATA DE NEGOCIO. DIARIO
002510* AUSENTE E TRATADO COMO VAZIO (TODOS OS PASSOS AUSENTES).
002520*=============================================================
002530 3000-SCAN-RUNLOG.
002540     MOVE "N" TO WS-RUNLOG-EOF-SWITCH
002550
002560     OPEN INPUT RUNLOG-FILE
002570     IF WS-RUNLOG-STATUS NOT = "00"
002580         DISPLAY "*** AVISO: DIARIO RUNLOG INDISPONIVEL "
002590             "(STATUS = " WS-RUNLOG-STATUS ") - TRATADO "
002600             "COMO VAZIO ***"
002610         GO TO 3000-EXIT
002620     END-IF
002630
002640     PERFORM 3100-READ-ONE-RUNLOG THRU 3100-EXIT
002650         UNTIL END-OF-RUNLOG
002660
002670     CLOSE RUNLOG-FILE.
002680 3000-EXIT.
002690     EXIT.
002700
002710 3100-READ-ONE-RUNLOG.
002720     READ RUNLOG-FILE
002730         AT END
002740             MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
002750         NOT AT END
002760             IF RL-DATA-NEGOCIO = WS-TARGET-DATE
002770                 PERFORM 3200-RECORD-EVENT THRU 3200-EXIT
002780             END-IF
002790     END-READ.
002800 3100-EXIT.
002810     EXIT.
002820
002830*=============================================================
002840* 3200-RECORD-EVENT - LOCALIZA O PASSO DO REGISTRO E GUARDA O
002850* INICIO OU O FIM DA RODADA. UM NOVO INICIO SUBSTITUI A RODADA
002860* ANTERIOR DO MESMO PASSO. ESTORNOS DO PROGRAMA SOMA (FUNCAO E)
002870* NAO SAO PASSOS DA CADEIA E SO SAO CONTADOS.
002880*=============================================================
002890 3200-RECORD-EVENT.
002900     IF RL-PROGRAMA = "SOMA"
002910         AND RL-MODO NOT = "B" AND RL-MODO NOT = "C"
002920         IF RL-INICIO
002930             ADD 1 TO WS-ESTORNO-COUNT
002940         END-IF
002950         GO TO 3200-EXIT
002960     END-IF
002970
002980     MOVE "N"  TO WS-PASSO-FOUND-SWITCH
002990     MOVE ZERO TO WS-PASSO-IX
003000     PERFORM 3300-FIND-PASSO THRU 3300-EXIT
003010         UNTIL WS-PASSO-FOUND
003020             OR WS-PASSO-IX >= WS-PASSO-COUNT
003030     IF NOT WS-PASSO-FOUND
003040         GO TO 3200-EXIT
003050     END-IF
003060
003070     IF RL-INICIO
003080         MOVE "Y"         TO ES-INICIO-SWITCH (WS-PASSO-IX)
003090         MOVE "N"         TO ES-FIM-SWITCH (WS-PASSO-IX)
003100         MOVE RL-MOMENTO  TO ES-INICIO (WS-PASSO-IX)
003110         MOVE SPACES      TO ES-FIM (WS-PASSO-IX)
003120         MOVE ZERO        TO ES-RC (WS-PASSO-IX)
003130         MOVE RL-OPERADOR TO ES-OPERADOR (WS-PASSO-IX)
003140         MOVE SPACES      TO ES-MENSAGEM (WS-PASSO-IX)
003150         ADD 1 TO ES-RODADAS (WS-PASSO-IX)
003160         GO TO 3200-EXIT
003170     END-IF
003180
003190     IF ES-INICIO-SWITCH (WS-PASSO-IX) NOT = "Y"
003200         MOVE "Y"         TO ES-INICIO-SWITCH (WS-PASSO-IX)
003210         MOVE RL-MOMENTO  TO ES-INICIO (WS-PASSO-IX)
003220         MOVE RL-OPERADOR TO ES-OPERADOR (WS-PASSO-IX)
003230         ADD 1 TO ES-RODADAS (WS-PASSO-IX)
003240     END-IF
003250     MOVE "Y"         TO ES-FIM-SWITCH (WS-PASSO-IX)
003260     MOVE RL-MOMENTO  TO ES-FIM (WS-PASSO-IX)
003270     MOVE RL-RC       TO ES-RC (WS-PASSO-IX)
003280     MOVE RL-MENSAGEM TO ES-MENSAGEM (WS-PASSO-IX).
003290 3200-EXIT.
003300     EXIT.
003310
003320 3300-FIND-PASSO.
003330     ADD 1 TO WS-PASSO-IX
003340     IF PS-PROGRAMA (WS-PASSO-IX) = RL-PROGRAMA
003350         MOVE "Y" TO WS-PASSO-FOUND-SWITCH
003360     END-IF.
003370 3300-EXIT.
003380     EXIT.
003390
003400*=============================================================
003410* 4000-WRITE-PASSOS - CLASSIFICA E LISTA CADA PASSO DA CADEIA,
003420* NA ORDEM DE EXECUCAO.
003430*=============================================================
003440 4000-WRITE-PASSOS.
003450     MOVE ZERO TO WS-PASSO-IX
003460     PERFORM 4100-WRITE-ONE-PASSO THRU 4100-EXIT
003470         UNTIL WS-PASSO-IX >= WS-PASSO-COUNT.
003480 4000-EXIT.
003490     EXIT.
003500
003510*=============================================================
003520* 4100-WRITE-ONE-PASSO - APURA A SITUACAO DO PASSO (CONCLUIDO,
003530* AUSENTE, SEM FIM OU FALHOU), CONFERE A ORDEM CONTRA OS PASSOS
003540* ANTERIORES E EMITE A LINHA DO RELATORIO, SEGUIDA DA MENSAGEM
003550* GRAVADA PELO JOB, QUANDO HOUVER.
003560*=============================================================
003570 4100-WRITE-ONE-PASSO.
003580     ADD 1 TO WS-PASSO-IX
003590     MOVE SPACES TO WS-SITUACAO-LABEL
003600     MOVE SPACES TO WS-ORDEM-FLAG
003610
003620     EVALUATE TRUE
003630         WHEN ES-INICIO-SWITCH (WS-PASSO-IX) NOT = "Y"
003640             IF PS-EVENTUAL (WS-PASSO-IX)
003650                 MOVE "NAO EXECUTADO" TO WS-SITUACAO-LABEL
003660                 ADD 1 TO WS-EVENTUAL-COUNT
003670             ELSE
003680                 MOVE "*AUSENTE" TO WS-SITUACAO-LABEL
003690                 ADD 1 TO WS-AUSENTE-COUNT
003700             END-IF
003710         WHEN ES-FIM-SWITCH (WS-PASSO-IX) NOT = "Y"
003720             MOVE "*SEM FIM" TO WS-SITUACAO-LABEL
003730             ADD 1 TO WS-FALHA-COUNT
003740         WHEN ES-RC (WS-PASSO-IX) >= 8
003750             MOVE "*FALHOU" TO WS-SITUACAO-LABEL
003760             ADD 1 TO WS-FALHA-COUNT
003770         WHEN ES-RC (WS-PASSO-IX) > ZERO
003780             MOVE "CONCLUIDO C/ AVISO" TO WS-SITUACAO-LABEL
003790             ADD 1 TO WS-OK-COUNT
003800         WHEN OTHER
003810             MOVE "CONCLUIDO" TO WS-SITUACAO-LABEL
003820             ADD 1 TO WS-OK-COUNT
003830     END-EVALUATE
003840
003850     IF ES-INICIO-SWITCH (WS-PASSO-IX) = "Y"
003860         MOVE "N"  TO WS-ORDEM-SWITCH
003870         MOVE ZERO TO WS-ANT-IX
003880         PERFORM 4200-CHECK-ORDEM THRU 4200-EXIT
003890             UNTIL WS-ANT-IX >= WS-PASSO-IX - 1
003900         IF WS-FORA-DE-ORDEM
003910             MOVE "FORA DE ORDEM" TO WS-ORDEM-FLAG
003920             ADD 1 TO WS-ORDEM-COUNT
003930         END-IF
003940     END-IF
003950
003960     MOVE WS-PASSO-IX TO WS-PASSO-DISPLAY
003970     MOVE SPACES TO STATUS-LINE
003980     MOVE WS-PASSO-DISPLAY TO STATUS-LINE (1:2)
003990     MOVE PS-PROGRAMA (WS-PASSO-IX) TO STATUS-LINE (4:8)
004000     IF ES-INICIO-SWITCH (WS-PASSO-IX) = "Y"
004010         MOVE ES-OPERADOR (WS-PASSO-IX) TO STATUS-LINE (13:8)
004020         MOVE ES-INICIO (WS-PASSO-IX) (1:10)
004030             TO STATUS-LINE (22:10)
004040         MOVE ES-INICIO (WS-PASSO-IX) (11:8)
004050             TO STATUS-LINE (33:8)
004060         MOVE ES-RODADAS (WS-PASSO-IX) TO STATUS-LINE (65:3)
004070     END-IF
004080     IF ES-FIM-SWITCH (WS-PASSO-IX) = "Y"
004090         MOVE ES-FIM (WS-PASSO-IX) (1:10) TO STATUS-LINE (42:10)
004100         MOVE ES-FIM (WS-PASSO-IX) (11:8) TO STATUS-LINE (53:8)
004110         MOVE ES-RC (WS-PASSO-IX)         TO STATUS-LINE (62:2)
004120     END-IF
004130     MOVE WS-SITUACAO-LABEL TO STATUS-LINE (69:18)
004140     MOVE WS-ORDEM-FLAG     TO STATUS-LINE (88:13)
004150     WRITE STATUS-LINE
004160
004170     IF ES-MENSAGEM (WS-PASSO-IX) NOT = SPACES
004180         MOVE SPACES TO STATUS-LINE
004190         MOVE "MENSAGEM:" TO STATUS-LINE (13:9)
004200         MOVE ES-MENSAGEM (WS-PASSO-IX) TO STATUS-LINE (23:40)
004210         WRITE STATUS-LINE
004220     END-IF.
004230 4100-EXIT.
004240     EXIT.
004250
004260*=============================================================
004270* 4200-CHECK-ORDEM - O PASSO ESTA FORA DE ORDEM QUANDO COMECOU
004280* ANTES DO FIM DE UM PASSO ANTERIOR DA CADEIA, OU ENQUANTO UM
004290* PASSO ANTERIOR INICIADO AINDA NAO TINHA FIM REGISTRADO.
004300*=============================================================
004310 4200-CHECK-ORDEM.
004320     ADD 1 TO WS-ANT-IX
004330     IF ES-INICIO-SWITCH (WS-ANT-IX) NOT = "Y"
004340         GO TO 4200-EXIT
004350     END-IF
004360
004370     IF ES-FIM-SWITCH (WS-ANT-IX) NOT = "Y"
004380         IF ES-INICIO (WS-ANT-IX) < ES-INICIO (WS-PASSO-IX)
004390             MOVE "Y" TO WS-ORDEM-SWITCH
004400         END-IF
004410         GO TO 4200-EXIT
004420     END-IF
004430
004440     IF ES-FIM (WS-ANT-IX) > ES-INICIO (WS-PASSO-IX)
004450         MOVE "Y" TO WS-ORDEM-SWITCH
004460     END-IF.
004470 4200-EXIT.
004480     EXIT.
004490
004500*=============================================================
004510* 5000-WRITE-TOTALS - EMITE OS TOTAIS POR SITUACAO E O PARECER
004520* DA CADEIA; COM PASSO AUSENTE, COM FALHA OU FORA DE ORDEM O
004530* RETURN-CODE E 4.
004540*=============================================================
004550 5000-WRITE-TOTALS.
004560     MOVE SPACES TO STATUS-LINE
004570     WRITE STATUS-LINE
004580
004590     MOVE "TOTAIS DA CADEIA:" TO STATUS-LINE
004600     WRITE STATUS-LINE
004610
004620     MOVE WS-OK-COUNT TO WS-COUNT-DISPLAY
004630     MOVE "   PASSOS CONCLUIDOS.......: " TO STATUS-LINE
004640     MOVE WS-COUNT-DISPLAY TO STATUS-LINE (30:4)
004650     WRITE STATUS-LINE
004660
004670     MOVE WS-AUSENTE-COUNT TO WS-COUNT-DISPLAY
004680     MOVE "   PASSOS AUSENTES.........: " TO STATUS-LINE
004690     MOVE WS-COUNT-DISPLAY TO STATUS-LINE (30:4)
004700     WRITE STATUS-LINE
004710
004720     MOVE WS-FALHA-COUNT TO WS-COUNT-DISPLAY
004730     MOVE "   PASSOS COM FALHA........: " TO STATUS-LINE
004740     MOVE WS-COUNT-DISPLAY TO STATUS-LINE (30:4)
004750     WRITE STATUS-LINE
004760
004770     MOVE WS-ORDEM-COUNT TO WS-COUNT-DISPLAY
004780     MOVE "   PASSOS FORA DE ORDEM....: " TO STATUS-LINE
004790     MOVE WS-COUNT-DISPLAY TO STATUS-LINE (30:4)
004800     WRITE STATUS-LINE
004810
004820     MOVE WS-EVENTUAL-COUNT TO WS-COUNT-DISPLAY
004830     MOVE "   EVENTUAIS NAO EXECUTADOS: " TO STATUS-LINE
004840     MOVE WS-COUNT-DISPLAY TO STATUS-LINE (30:4)
004850     WRITE STATUS-LINE
004860
004870     MOVE WS-ESTORNO-COUNT TO WS-COUNT-DISPLAY
004880     MOVE "   ESTORNOS AVULSOS (SOMA).: " TO STATUS-LINE
004890     MOVE WS-COUNT-DISPLAY TO STATUS-LINE (30:4)
004900     WRITE STATUS-LINE
004910
004920     MOVE SPACES TO STATUS-LINE
004930     WRITE STATUS-LINE
004940
004950     IF WS-AUSENTE-COUNT > ZERO
004960         OR WS-FALHA-COUNT > ZERO
004970         OR WS-ORDEM-COUNT > ZERO
004980         MOVE "PARECER: CADEIA COM PASSOS AUSENTES, COM FALHA OU "
004990             TO STATUS-LINE
005000         MOVE "FORA DE ORDEM - VER LISTA ACIMA."
005010             TO STATUS-LINE (51:32)
005020         MOVE 4 TO RETURN-CODE
005030     ELSE
005040         MOVE "PARECER: CADEIA COMPLETA E EM ORDEM."
005050             TO STATUS-LINE
005060     END-IF
005070     WRITE STATUS-LINE
005080     DISPLAY STATUS-LINE.
005090 5000-EXIT.
005100     EXIT.
005110
005120*=============================================================
005130* 8000-TERMINATE - PONTO UNICO DE ENCERRAMENTO DO PROGRAMA.
005140*=============================================================
005150 8000-TERMINATE.
005160     CLOSE STATUS-FILE
005170     DISPLAY "Situacao da cadeia encerrada - relatorio em "
005180         "CADEIRPT.".
005190 8000-EXIT.
005200     EXIT.
