000010*-----------------------------------------------------------*
000020* GRPREC - LAYOUT DO REGISTRO DO CADASTRO DE GRUPOS DA      *
000030* HIERARQUIA DE CENTROS DE CUSTO (CADGRUPO), CHAVEADO PELO  *
000040* CODIGO DO GRUPO. NIVEL 1 E O DEPARTAMENTO, AO QUAL AS     *
000050* CONTAS DO CADCONTA SE LIGAM (CC-GRUPO); NIVEL 2 E A       *
000060* DIRETORIA, E ASSIM POR DIANTE. O GRUPO SUPERIOR TEM DE    *
000070* SER EXATAMENTE UM NIVEL ACIMA; GRUPO SUPERIOR EM BRANCO   *
000080* MARCA O TOPO DA HIERARQUIA. MANTIDO PELO PROGRAMA SOMA E  *
000090* LIDO PELO RELATORIO HIERARQ. DEVE SER COPIADO SOB UM ITEM *
000100* DE NIVEL 01.                                              *
000110*-----------------------------------------------------------*
000120     05  GR-CODIGO                PIC X(06).
000130     05  GR-DESCRICAO             PIC X(30).
000140     05  GR-NIVEL                 PIC 9(01).
000150         88  GR-DEPARTAMENTO      VALUE 1.
000160         88  GR-DIRETORIA         VALUE 2.
000170         88  GR-NIVEL-VALIDO      VALUE 1 THRU 9.
000180     05  GR-PAI                   PIC X(06).
000190     05  FILLER                   PIC X(07).
