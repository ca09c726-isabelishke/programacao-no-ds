000020* HISTREC - LAYOUT DO REGISTRO DO HISTORICO INDEXADO DE     *
000030* SOMAS (HISTSOMA), CHAVEADO POR DATA + SEQUENCIA DIARIA.   *
000040* COMPARTILHADO ENTRE O PROGRAMA SOMA, QUE O GRAVA, E OS    *
000050* JOBS DE FECHAMENTO QUE O LEEM (CCRESUM, CONCILIA).        *
000060* DEVE SER COPIADO SOB UM ITEM DE NIVEL 01.                 *
000070* OS VALORES LEVAM SINAL, SETE DIGITOS INTEIROS E DOIS      *
000080* DECIMAIS IMPLICITOS (CENTAVOS).                           *
000200                                      SEPARATE CHARACTER.
000210     05  HS-CCUSTO                PIC X(06).
000220     05  HS-SITUACAO              PIC X(08).
000222         88  HS-LANCAMENTO-EFETIVO VALUE "OK      " "ESTORNO ".
000224         88  HS-ESTORNO            VALUE "ESTORNO ".
000230*        LIGACAO ENTRE UM LANCAMENTO E O SEU ESTORNO: NO
000240*        ORIGINAL APONTA O ESTORNO QUE O ANULOU; NO ESTORNO
000250*        (SITUACAO "ESTORNO ") APONTA O ORIGINAL. EM BRANCO
000260*        NOS DEMAIS REGISTROS.
000270     05  HS-REF-CHAVE.
000280         10  HS-REF-DATA          PIC X(10).
000290         10  HS-REF-SEQ           PIC 9(06).
000300*        LANCAMENTO EM MOEDA ESTRANGEIRA: CODIGO DA MOEDA, VALOR
000310*        ORIGINAL NA MOEDA (NUM1 + NUM2 DO LOTE) E TAXA DE
000320*        CAMBIO DA DATA USADA NA CONVERSAO. NUM1, NUM2 E SOMA
000330*        FICAM SEMPRE EM REAIS. EM BRANCO/ZERO NOS LANCAMENTOS
000340*        EM REAIS.
000350     05  HS-MOEDA                 PIC X(03).
000360     05  HS-VALOR-MOEDA           PIC S9(7)V99 SIGN IS LEADING
000370                                      SEPARATE CHARACTER.
000380     05  HS-TAXA                  PIC 9(03)V9(06).
