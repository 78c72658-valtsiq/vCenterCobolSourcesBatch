005400                                                                  00540015
005500   FD BINAUD                                                      00550015
005600        RECORDING MODE IS F                                       00560015
005700        RECORD CONTAINS 154 CHARACTERS.                           00570015
005800                                                                  00580015
005900   COPY BINAUD1.                                                  00590015
006000                                                                  00600015
012700      05 WS-TOT-FORA-ESCOPO      PIC 9(007) VALUE ZERO.           01270015
012800      05 WS-TOT-ERROS            PIC 9(007) VALUE ZERO.           01280015
012900                                                                  01290015
012910   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    01291015
012920                                                                  01292015
012930   COPY RUNCTLA1.                                                 01293015
012940                                                                  01294015
013000 PROCEDURE DIVISION.                                              01300015
013050     PERFORM 200-REGISTRA-INICIO                                  01305015
013100     PERFORM 010-LE-PARAMETRO-BANDEIRA                            01310015
013200     IF RETURN-CODE = 0                                           01320015
013300        PERFORM 015-ABRE-ARQUIVOS                                 01330015
015100           MOVE 8 TO RETURN-CODE                                  01510015
015200        END-IF                                                    01520015
015300     END-IF                                                       01530015
015350     PERFORM 210-REGISTRA-FIM                                     01535015
015400     STOP RUN.                                                    01540015
015500* --------------------------------                                01550015
015600 010-LE-PARAMETRO-BANDEIRA.                                       01560015
044200     MOVE WS-DEPOIS-EMISSOR    TO FD-AUD-EMISSOR-DEPOIS           04420015
044300     MOVE WS-RESULTADO-COD     TO FD-AUD-RESULTADO-COD            04430015
044400     MOVE WS-RESULTADO-DESC    TO FD-AUD-RESULTADO-DESC           04440015
044410     MOVE SPACE                TO FD-AUD-TIPO-REGISTRO            04441015
044420     MOVE ZERO                 TO FD-AUD-CODIGO-FIM               04442015
044500     WRITE FD-BINAUD-REG                                          04450015
044600     .                                                            04460015
044700* --------------------------------                                04470015
047100             WS-TOT-ERROS                                         04710015
047200     DISPLAY '==========================================='        04720015
047300     .                                                            04730015
047400* --------------------------------                                04740015
047500 200-REGISTRA-INICIO.                                             04750015
047600*    Registra o inicio no controle de execucao (RUNCTL01,         04760015
047700*    subprograma RUNCTL), para que os totais do job entrem no     04770015
047800*    balanceamento do fim da janela (BATCH029).  Sem protecao     04780015
047900*    de reexecucao: reexecutar e o caminho normal de              04790015
048000*    recuperacao; falha no controle apenas avisa.                 04800015
048100     INITIALIZE RUNCTL-AREA                                       04810015
048200     MOVE 'I'        TO RUNCTL-FUNCAO                             04820015
048300     MOVE 'BATCH009' TO RUNCTL-PROGRAMA                           04830015
048400     MOVE ZERO       TO RUNCTL-DATA-CICLO                         04840015
048500     MOVE 'N'        TO RUNCTL-PROTEGE                            04850015
048600     MOVE 'N'        TO RUNCTL-OVERRIDE                           04860015
048700     CALL 'RUNCTL' USING RUNCTL-AREA                              04870015
048800     IF RUNCTL-RETORNO = '99'                                     04880015
048900        DISPLAY 'BATCH009 - AVISO: CONTROLE DE EXECUCAO'          04890015
049000                ' INDISPONIVEL'                                   04900015
049100     END-IF                                                       04910015
049200     .                                                            04920015
049300* --------------------------------                                04930015
049400 210-REGISTRA-FIM.                                                04940015
049500*    Registra a conclusao com os totais de controle               04950015
049600*    (lidos = registros do arquivo da bandeira; selecionados =    04960015
049700*    inclusoes, alteracoes e exclusoes aplicadas; rejeitados =    04970015
049800*    registros rejeitados; excecoes = erros).                     04980015
049900*    O RETURN-CODE e preservado e restaurado apos a chamada,      04990015
050000*    pois o retorno do subprograma sobrescreve o registrador.     05000015
050100     MOVE RETURN-CODE TO WS-RETORNO-JOB                           05010015
050200     IF WS-RETORNO-JOB > 4                                        05020015
050300        MOVE 'E' TO RUNCTL-FUNCAO                                 05030015
050400     ELSE                                                         05040015
050500        MOVE 'C' TO RUNCTL-FUNCAO                                 05050015
050600     END-IF                                                       05060015
050700     MOVE WS-TOT-LIDOS      TO RUNCTL-TOT-LIDOS                   05070015
050800     COMPUTE RUNCTL-TOT-SELECIONADOS =                            05080015
050900             WS-TOT-INCLUIDOS + WS-TOT-ALTERADOS                  05090015
051000             + WS-TOT-EXCLUIDOS                                   05100015
051100     MOVE WS-TOT-REJEITADOS TO RUNCTL-TOT-REJEITADOS              05110015
051200     MOVE WS-TOT-ERROS      TO RUNCTL-TOT-EXCECOES                05120015
051300     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    05130015
051400     CALL 'RUNCTL' USING RUNCTL-AREA                              05140015
051500     MOVE WS-RETORNO-JOB TO RETURN-CODE                           05150015
051600     .                                                            05160015
