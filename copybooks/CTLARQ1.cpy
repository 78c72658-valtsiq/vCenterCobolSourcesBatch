000100*  Registros de controle dos arquivos de interface BINOUT01       00010015
000200*  (BATCH001), BINDEL01 (BATCH004), BINENR01 (BATCH014) e         00020015
000300*  BINMEXP1 (BATCH018), e tambem do BINPIT01 (BATCH026), que sai  00030015
000400*  no layout do BINOUT01.  O primeiro registro de cada geracao e  00040015
000500*  o cabecalho (marca '*HEADER ', data do ciclo e programa        00050015
000600*  produtor); o ultimo e o trailer (marca '*TRAILER', data do     00060015
000700*  ciclo, quantidade de registros de dados e total de hash = soma 00070015
000800*  dos codigos de BIN dos registros de dados).  O produtor grava  00080015
000900*  com WRITE ... FROM; o leitor confere cabecalho e trailer ANTES 00090015
001000*  de processar a geracao e despreza os dois no processamento.    00100015
001100*  Ocupam os 54 primeiros bytes do registro (o restante vai em    00110015
001200*  branco nos arquivos de LRECL maior).                           00120015
001300   01 CTLARQ-REG.                                                 00130015
001400      05 CTLARQ-MARCA                        PIC X(008).          00140015
001500         88 CTLARQ-CABECALHO                 VALUE '*HEADER '.    00150015
001600         88 CTLARQ-TRAILER                   VALUE '*TRAILER'.    00160015
001700      05 CTLARQ-DATA-CICLO                   PIC 9(008).          00170015
001800      05 CTLARQ-CABECALHO-DADOS.                                  00180015
001900         10 CTLARQ-PROGRAMA                  PIC X(008).          00190015
002000         10 FILLER                           PIC X(030).          00200015
002100      05 CTLARQ-TRAILER-DADOS REDEFINES CTLARQ-CABECALHO-DADOS.   00210015
002200         10 CTLARQ-QTD-REGISTROS             PIC 9(007).          00220015
002300         10 CTLARQ-HASH-CODIGOS              PIC 9(015).          00230015
002400         10 FILLER                           PIC X(016).          00240015
