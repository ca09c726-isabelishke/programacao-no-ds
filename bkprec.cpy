000010*-----------------------------------------------------------*
000020* BKPREC - LAYOUT DA LINHA DAS COPIAS SEQUENCIAIS DOS       *
000030* MESTRES INDEXADOS (BKCADCON, BKSALDOP, BKHISTSO),         *
000040* GRAVADAS E RELIDAS PELO UTILITARIO BKPMEST. CADA COPIA    *
000050* TEM UM CABECALHO (H) COM O MESTRE E A DATA DE NEGOCIO DA  *
000060* COPIA, UM DETALHE (D) POR REGISTRO DO MESTRE, COM O VALOR *
000070* DE CONTROLE DO REGISTRO, E UM TRAILER (T) COM A           *
000080* QUANTIDADE DE REGISTROS E O TOTAL DE VALOR, PARA PROVAR A *
000090* COPIA NA RECARGA. VALOR DE CONTROLE: CADCONTA = LIMITE DO *
000100* DIA MAIS LIMITE DO MES; SALDOPER = VALOR DO PERIODO;      *
000110* HISTSOMA = SOMA DO LANCAMENTO. DEVE SER COPIADO SOB UM    *
000120* ITEM DE NIVEL 01.                                         *
000130*-----------------------------------------------------------*
000140     05  BK-TIPO                  PIC X(01).
000150         88  BK-REG-CABECALHO     VALUE "H".
000160         88  BK-REG-DETALHE       VALUE "D".
000170         88  BK-REG-TRAILER       VALUE "T".
000180     05  BK-MESTRE                PIC X(08).
000190     05  BK-CORPO                 PIC X(136).
000200     05  BK-CABECALHO-VIEW        REDEFINES BK-CORPO.
000210         10  BK-H-DATA            PIC X(10).
000220         10  BK-H-GERADO          PIC X(19).
000230         10  BK-H-OPERADOR        PIC X(08).
000240         10  FILLER               PIC X(99).
000250     05  BK-DETALHE-VIEW          REDEFINES BK-CORPO.
000260         10  BK-D-VALOR           PIC S9(11)V99 SIGN IS LEADING
000270                                      SEPARATE CHARACTER.
000280         10  BK-D-REGISTRO        PIC X(120).
000290         10  FILLER               PIC X(02).
000300     05  BK-TRAILER-VIEW          REDEFINES BK-CORPO.
000310         10  BK-T-QUANTIDADE      PIC 9(09).
000320         10  BK-T-VALOR           PIC S9(13)V99 SIGN IS LEADING
000330                                      SEPARATE CHARACTER.
000340         10  FILLER               PIC X(111).
