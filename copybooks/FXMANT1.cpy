000100*  Transacao de manutencao do arquivo de faixas (FXMANT01),       00010015
000200*  aplicada pelo BATCH022 sobre o BINFAIXA1.  A faixa e           00020015
000300*  identificada pelos seus limites (inicio/fim), na mesma         00030015
000400*  convencao de tamanho do BINFAIXA.  LRECL=79.                   00040015
000500   01 FD-FXMANT-REG.                                              00050015
000600*     Acao: A = inclusao, C = alteracao, D = exclusao; mesma      00060015
000700*     convencao do BINMANT1 - exclusao com data de expiracao      00070015
000800*     preenchida programa a expiracao da faixa em vez de          00080015
000900*     remove-la do arquivo.                                       00090015
001000      05 FD-FXM-ACAO                      PIC X(001).             00100015
001100      05 FD-FXM-CODIGO-INICIO             PIC 9(008).             00110015
001200      05 FD-FXM-CODIGO-FIM                PIC 9(008).             00120015
001300*     Tamanho 6 = limites keyados em 6 digitos (ate 999999),      00130015
001400*     normalizados para inicio x 100 e fim x 100 + 99;            00140015
001500*     qualquer outro valor = limites ja em 8 digitos.             00150015
001600      05 FD-FXM-TAMANHO                   PIC 9(001).             00160015
001700      05 FD-FXM-BANDEIRA                  PIC X(010).             00170015
001800      05 FD-FXM-EMISSOR                   PIC X(035).             00180015
001900*     Datas de vigencia, AAAAMMDD; zeros = vigencia imediata /    00190015
002000*     sem expiracao.                                              00200015
002100      05 FD-FXM-DATA-VIGENCIA             PIC 9(008).             00210015
002200      05 FD-FXM-DATA-EXPIRACAO            PIC 9(008).             00220015
