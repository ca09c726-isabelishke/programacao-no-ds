000117*        VALIDADE DA SENHA DE OPERADOR EM DIAS; DEPOIS DISSO O
000118*        SIGN-ON EXIGE TROCA (ZERO = SENHA NAO EXPIRA).
000119     05  PR-SENHA-DIAS           PIC 9(04).
000120*        TOLERANCIA, EM PERCENTUAL, DO REALIZADO ACIMA DO
000121*        ORCADO ANTES DE O CENTRO DE CUSTO SER APONTADO NO
000122*        RELATORIO DE ORCADO X REALIZADO (ORCAREAL).
000123     05  PR-TOL-ORCAMENTO        PIC 9(04).
000133*        PRAZO, EM DIAS, PARA UM SEGUNDO SUPERVISOR APROVAR UMA
000143*        ALTERACAO PENDENTE (PENDALT) ANTES DE ELA EXPIRAR
000153*        (ZERO = NAO EXPIRA; AUSENTE = 7 DIAS).
000163     05  PR-PRAZO-APROVACAO      PIC 9(02).
000173*        JANELA, EM DIAS ANTERIORES A DATA DA RODADA, EM QUE O
000183*        LOTE CONFERE LANCAMENTO REPETIDO (MESMO VALOR, MOEDA E
000193*        CONTA) NO HISTSOMA (ZERO = SO O PROPRIO DIA; AUSENTE
000203*        = 3 DIAS).
000213     05  PR-DIAS-DUPLICIDADE     PIC 9(02).
000223     05  FILLER                  PIC X(02).
