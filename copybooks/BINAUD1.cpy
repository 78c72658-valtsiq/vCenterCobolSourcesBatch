000800      05 FD-AUD-EMISSOR-DEPOIS            PIC X(035).             00080015
000900      05 FD-AUD-RESULTADO-COD             PIC X(002).             00090015
001000      05 FD-AUD-RESULTADO-DESC            PIC X(030).             00100015
001100*     Registro de manutencao de FAIXA (BATCH022): tipo 'F', com o 00110015
001200*     inicio normalizado da faixa em FD-AUD-CODIGO e o fim        00120015
001300*     normalizado em FD-AUD-CODIGO-FIM.  Manutencao de BIN avulso 00130015
001400*     (BATCH003/BATCH008/BATCH009) = tipo em branco e fim zero.   00140015
001500      05 FD-AUD-TIPO-REGISTRO             PIC X(001).             00150015
001600         88 FD-AUD-REGISTRO-FAIXA          VALUE 'F'.             00160015
001700      05 FD-AUD-CODIGO-FIM                PIC 9(008).             00170015
