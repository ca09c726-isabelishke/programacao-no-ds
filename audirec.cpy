000350     05  FILLER                   PIC X(11) VALUE
000360                                      "  SITUACAO=".
000370     05  AD-SITUACAO              PIC X(08).
000380*    LANCAMENTO EM MOEDA ESTRANGEIRA: MOEDA, VALOR ORIGINAL NA
000390*    MOEDA E TAXA DE CAMBIO USADA NA CONVERSAO PARA REAIS. EM
000400*    BRANCO/ZERO NOS LANCAMENTOS EM REAIS E NOS EVENTOS.
000410     05  FILLER                   PIC X(08) VALUE "  MOEDA=".
000420     05  AD-MOEDA                 PIC X(03) VALUE SPACES.
000430     05  FILLER                   PIC X(07) VALUE "  ORIG=".
000440     05  AD-VALOR-MOEDA           PIC S9(7)V99 SIGN IS LEADING
000450                                      SEPARATE CHARACTER
000460                                      VALUE ZERO.
000470     05  FILLER                   PIC X(07) VALUE "  TAXA=".
000480     05  AD-TAXA                  PIC 9(03)V9(06) VALUE ZERO.
