000100   01 FD-BRANDRG-REG.                                             00010015
000200*     Regras de prefixo e tamanho por bandeira (VSAM KSDS         00020015
000300*     BRANDRG1, chave FD-BRANDRG-CHAVE = bandeira + sequencia).   00030015
000400*     Cada registro e uma faixa de prefixos iniciais validos da   00040015
000500*     bandeira, com 1 a 6 digitos (ex.: VISA 4-4 com 1 digito;    00050015
000600*     MASTERCARD 51-55 com 2 digitos e 2221-2720 com 4), e os     00060015
000700*     tamanhos de BIN aceitos naquela faixa.  Bandeira sem        00070015
000800*     nenhum registro nao e criticada.  Lido pela critica da      00080015
000900*     manutencao (BATCH013), pela traducao do incremental         00090015
001000*     (BATCH015) e pela varredura do BATCH028.  LRECL=40.         00100015
001100      05 FD-BRANDRG-CHAVE.                                        00110015
001200         10 FD-BRANDRG-BANDEIRA              PIC X(010).          00120015
001300         10 FD-BRANDRG-SEQUENCIA             PIC 9(003).          00130015
001400      05 FD-BRANDRG-PREFIXO-DIGITOS          PIC 9(001).          00140015
001500      05 FD-BRANDRG-PREFIXO-INICIO           PIC 9(006).          00150015
001600      05 FD-BRANDRG-PREFIXO-FIM              PIC 9(006).          00160015
001700      05 FD-BRANDRG-ACEITA-6                 PIC X(001).          00170015
001800         88 FD-BRANDRG-TAMANHO-6-OK          VALUE 'S'.           00180015
001900      05 FD-BRANDRG-ACEITA-8                 PIC X(001).          00190015
002000         88 FD-BRANDRG-TAMANHO-8-OK          VALUE 'S'.           00200015
002100      05 FILLER                              PIC X(012).          00210015
