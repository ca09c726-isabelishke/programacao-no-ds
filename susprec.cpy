000010*-----------------------------------------------------------*
000020* SUSPREC - LAYOUT DO REGISTRO DO ARQUIVO DE PENDENCIAS DO  *
000030* LOTE (SUSPFILE): SITUACAO (P PENDENTE, L LIBERADO, B      *
000040* BAIXADO), MOTIVO (EST/FMT/CTA/LIM/ENV/DUP/CAM), DATA DA  *
000050* RODADA E IMAGEM ORIGINAL DO REGISTRO REJEITADO.           *
000060* COMPARTILHADO ENTRE O PROGRAMA SOMA, QUE GRAVA E TRATA AS *
000070* PENDENCIAS, E O RELATORIO DE ENVELHECIMENTO (SUSPAGE).    *
000080* DEVE SER COPIADO SOB UM ITEM DE NIVEL 01.                 *
000100     05  SR-SITUACAO-PEND         PIC X(01).
000110     05  SR-MOTIVO                PIC X(03).
000120     05  SR-DATA                  PIC X(10).
000130     05  SR-IMAGEM                PIC X(29).
