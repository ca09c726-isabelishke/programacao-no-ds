000010*-----------------------------------------------------------*
000020* ORCAREC - LAYOUT DO REGISTRO DO MESTRE DE ORCAMENTO POR   *
000030* CENTRO DE CUSTO (ORCAMENT), CHAVEADO COMO O SALDOPER: MES *
000040* (AAAA-MM) MAIS CODIGO DA CONTA (CC-CODIGO). GUARDA O      *
000050* VALOR ORCADO DO MES E QUEM O GRAVOU POR ULTIMO.           *
000060* COMPARTILHADO ENTRE O PROGRAMA SOMA, QUE O MANTEM E O     *
000070* CARREGA DO ARQUIVO ANUAL (ORCACARG), E O RELATORIO DE     *
000080* ORCADO X REALIZADO (ORCAREAL).                            *
000090* DEVE SER COPIADO SOB UM ITEM DE NIVEL 01.                 *
000100*-----------------------------------------------------------*
000110     05  OR-CHAVE.
000120         10  OR-MES               PIC X(07).
000130         10  OR-CCUSTO            PIC X(06).
000140     05  OR-VALOR                 PIC S9(11)V99 SIGN IS LEADING
000150                                      SEPARATE CHARACTER.
000160     05  OR-OPERADOR              PIC X(08).
000170     05  OR-DATA-ALT              PIC X(10).
000180     05  FILLER                   PIC X(05).
