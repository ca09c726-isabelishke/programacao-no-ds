000140*        (ZEROS = SEM LIMITE), CONFERIDOS NO REGISTRO DO LOTE.
000150     05  CC-LIMITE-DIA            PIC 9(7)V99.
000160     05  CC-LIMITE-MES            PIC 9(7)V99.
000161*        GRUPO (DEPARTAMENTO, NIVEL 1 DO CADGRUPO) AO QUAL A
000162*        CONTA PERTENCE; TODA CONTA ATIVA TEM DE SUBIR POR ELE
000163*        ATE O TOPO DA HIERARQUIA.
000164     05  CC-GRUPO                 PIC X(06).
000170     05  FILLER                   PIC X(03).
