012100      05 WS-TOT-FILHOS           PIC 9(007) VALUE ZERO.           01210015
012200      05 WS-TOT-DIVERGENCIAS     PIC 9(007) VALUE ZERO.           01220015
012300      05 WS-TOT-TRANS-GERADAS    PIC 9(007) VALUE ZERO.           01230015
012305      05 WS-TOT-HASH-TRANS       PIC 9(015) VALUE ZERO.           01230515
012310                                                                  01231015
012315*  Registros de controle do BINMEXP1 (CTLARQ1), conferidos pelo   01231515
012320*  BATCH013: cabecalho com a data do processamento e trailer com  01232015
012325*  a quantidade de transacoes e a soma dos codigos.               01232515
012330   01 WS-DATA-CORRENTE                      PIC X(008).           01233015
012335   01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE             01233515
012340                                            PIC 9(008).           01234015
012345                                                                  01234515
012350   COPY CTLARQ1.                                                  01235015
012400                                                                  01240015
012410   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    01241015
012420                                                                  01242015
012430   COPY RUNCTLA1.                                                 01243015
012440                                                                  01244015
012500 PROCEDURE DIVISION.                                              01250015
012550     PERFORM 200-REGISTRA-INICIO                                  01255015
012600     PERFORM 010-LE-PEDIDO-EXPLOSAO                               01260015
012700     PERFORM 015-CARREGA-FAIXAS                                   01270015
012800     OPEN INPUT BINCARD1                                          01280015
013200        MOVE 16 TO RETURN-CODE                                    01320015
013300     ELSE                                                         01330015
013400        OPEN OUTPUT BINMEXP                                       01340015
013450        PERFORM 086-GRAVA-CABECALHO-EXPLOSAO                      01345015
013500        DISPLAY 'BATCH018 - ANALISE DA MIGRACAO 6 x 8 DIGITOS'    01350015
013600        DISPLAY ' '                                               01360015
013700        PERFORM UNTIL WS-EOF = 'Y'                                01370015
014600        IF EXPLOSAO-PEDIDA                                        01460015
014700           PERFORM 080-GERA-EXPLOSAO                              01470015
014800        END-IF                                                    01480015
014850        PERFORM 087-GRAVA-TRAILER-EXPLOSAO                        01485015
014900        CLOSE BINMEXP                                             01490015
015000     END-IF                                                       01500015
015100     PERFORM 090-IMPRIME-TOTAIS                                   01510015
015200     IF WS-TOT-DIVERGENCIAS > 0 AND RETURN-CODE = 0               01520015
015300        MOVE 4 TO RETURN-CODE                                     01530015
015400     END-IF                                                       01540015
015450     PERFORM 210-REGISTRA-FIM                                     01545015
015500     STOP RUN.                                                    01550015
015600* --------------------------------                                01560015
015700 010-LE-PEDIDO-EXPLOSAO.                                          01570015
038800        MOVE WS-EXPL-EMISSOR-COD TO FD-MANT-EMISSOR-CODIGO        03880015
038900        WRITE FD-BINMANT-REG                                      03890015
039000        ADD 1 TO WS-TOT-TRANS-GERADAS                             03900015
039050        ADD FD-MANT-CODIGO TO WS-TOT-HASH-TRANS                   03905015
039100     END-IF                                                       03910015
039200     .                                                            03920015
039300* --------------------------------                                03930015
039302 086-GRAVA-CABECALHO-EXPLOSAO.                                    03930215
039304*    Gravado mesmo sem explosao pedida: o BINMEXP1 de uma rodada  03930415
039306*    so de analise sai com cabecalho e trailer zerado.            03930615
039308     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-CORRENTE         03930815
039310     MOVE SPACES               TO CTLARQ-REG                      03931015
039312     SET CTLARQ-CABECALHO      TO TRUE                            03931215
039314     MOVE WS-DATA-CORRENTE-NUM TO CTLARQ-DATA-CICLO               03931415
039316     MOVE 'BATCH018'           TO CTLARQ-PROGRAMA                 03931615
039318     WRITE FD-BINMANT-REG FROM CTLARQ-REG                         03931815
039320     .                                                            03932015
039322* --------------------------------                                03932215
039324 087-GRAVA-TRAILER-EXPLOSAO.                                      03932415
039326     MOVE SPACES               TO CTLARQ-REG                      03932615
039328     SET CTLARQ-TRAILER        TO TRUE                            03932815
039330     MOVE WS-DATA-CORRENTE-NUM TO CTLARQ-DATA-CICLO               03933015
039332     MOVE WS-TOT-TRANS-GERADAS TO CTLARQ-QTD-REGISTROS            03933215
039334     MOVE WS-TOT-HASH-TRANS    TO CTLARQ-HASH-CODIGOS             03933415
039336     WRITE FD-BINMANT-REG FROM CTLARQ-REG                         03933615
039338     .                                                            03933815
039340* --------------------------------                                03934015
039400 090-IMPRIME-TOTAIS.                                              03940015
039500     DISPLAY ' '                                                  03950015
039600     DISPLAY '==========================================='        03960015
041400             WS-TOT-TRANS-GERADAS                                 04140015
041500     DISPLAY '==========================================='        04150015
041600     .                                                            04160015
041700* --------------------------------                                04170015
041800 200-REGISTRA-INICIO.                                             04180015
041900*    Registra o inicio no controle de execucao (RUNCTL01,         04190015
042000*    subprograma RUNCTL), para que os totais do job entrem no     04200015
042100*    balanceamento do fim da janela (BATCH029).  Sem protecao     04210015
042200*    de reexecucao: reexecutar e o caminho normal de              04220015
042300*    recuperacao; falha no controle apenas avisa.                 04230015
042400     INITIALIZE RUNCTL-AREA                                       04240015
042500     MOVE 'I'        TO RUNCTL-FUNCAO                             04250015
042600     MOVE 'BATCH018' TO RUNCTL-PROGRAMA                           04260015
042700     MOVE ZERO       TO RUNCTL-DATA-CICLO                         04270015
042800     MOVE 'N'        TO RUNCTL-PROTEGE                            04280015
042900     MOVE 'N'        TO RUNCTL-OVERRIDE                           04290015
043000     CALL 'RUNCTL' USING RUNCTL-AREA                              04300015
043100     IF RUNCTL-RETORNO = '99'                                     04310015
043200        DISPLAY 'BATCH018 - AVISO: CONTROLE DE EXECUCAO'          04320015
043300                ' INDISPONIVEL'                                   04330015
043400     END-IF                                                       04340015
043500     .                                                            04350015
043600* --------------------------------                                04360015
043700 210-REGISTRA-FIM.                                                04370015
043800*    Registra a conclusao com os totais de controle               04380015
043900*    (lidos = registros do mestre; selecionados = transacoes      04390015
044000*    de explosao geradas; excecoes = divergencias).               04400015
044100*    O RETURN-CODE e preservado e restaurado apos a chamada,      04410015
044200*    pois o retorno do subprograma sobrescreve o registrador.     04420015
044300     MOVE RETURN-CODE TO WS-RETORNO-JOB                           04430015
044400     IF WS-RETORNO-JOB > 4                                        04440015
044500        MOVE 'E' TO RUNCTL-FUNCAO                                 04450015
044600     ELSE                                                         04460015
044700        MOVE 'C' TO RUNCTL-FUNCAO                                 04470015
044800     END-IF                                                       04480015
044900     MOVE WS-TOT-LIDOS         TO RUNCTL-TOT-LIDOS                04490015
045000     MOVE WS-TOT-TRANS-GERADAS TO RUNCTL-TOT-SELECIONADOS         04500015
045100     MOVE ZERO                 TO RUNCTL-TOT-REJEITADOS           04510015
045200     MOVE WS-TOT-DIVERGENCIAS  TO RUNCTL-TOT-EXCECOES             04520015
045300     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    04530015
045400     CALL 'RUNCTL' USING RUNCTL-AREA                              04540015
045500     MOVE WS-RETORNO-JOB TO RETURN-CODE                           04550015
045600     .                                                            04560015
