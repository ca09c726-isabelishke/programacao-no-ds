000010*-----------------------------------------------------------*
000020* CAMBREC - LAYOUT DO REGISTRO DA TABELA DE TAXAS DE CAMBIO *
000030* (CAMBIO), CHAVEADO POR MOEDA (CODIGO DE TRES LETRAS, EX.  *
000040* USD, EUR) MAIS DATA DE NEGOCIO (AAAA-MM-DD). A TAXA E O   *
000050* VALOR EM REAIS DE UMA UNIDADE DA MOEDA NAQUELA DATA, COM  *
000060* SEIS DECIMAIS. MANTIDO PELO SUPERVISOR NO PROGRAMA SOMA E *
000070* USADO NO LOTE PARA CONVERTER EM REAIS OS REGISTROS EM     *
000080* MOEDA ESTRANGEIRA. DEVE SER COPIADO SOB UM ITEM DE NIVEL  *
000090* 01.                                                       *
000100*-----------------------------------------------------------*
000110     05  CB-CHAVE.
000120         10  CB-MOEDA             PIC X(03).
000130         10  CB-DATA              PIC X(10).
000140     05  CB-TAXA                  PIC 9(03)V9(06).
000150     05  CB-OPERADOR              PIC X(08).
000160     05  CB-DATA-ALT              PIC X(10).
000170     05  FILLER                   PIC X(10).
