006600      05 WS-TOT-MANTIDOS         PIC 9(007) VALUE ZERO.           00660015
006700      05 WS-TOT-ERROS            PIC 9(007) VALUE ZERO.           00670015
006800                                                                  00680015
006810   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    00681015
006820                                                                  00682015
006830   COPY RUNCTLA1.                                                 00683015
006840                                                                  00684015
006900 PROCEDURE DIVISION.                                              00690015
006950     PERFORM 200-REGISTRA-INICIO                                  00695015
007000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL            00700015
007100     PERFORM 010-LE-DATA-CORTE                                    00710015
007200     IF RETURN-CODE = 0                                           00720015
008800     IF WS-TOT-ERROS > 0 AND RETURN-CODE = 0                      00880015
008900        MOVE 8 TO RETURN-CODE                                     00890015
009000     END-IF                                                       00900015
009050     PERFORM 210-REGISTRA-FIM                                     00905015
009100     STOP RUN.                                                    00910015
009200* --------------------------------                                00920015
009300 010-LE-DATA-CORTE.                                               00930015
019500             WS-TOT-ERROS                                         01950015
019600     DISPLAY '==========================================='        01960015
019700     .                                                            01970015
019800* --------------------------------                                01980015
019900 200-REGISTRA-INICIO.                                             01990015
020000*    Registra o inicio no controle de execucao (RUNCTL01,         02000015
020100*    subprograma RUNCTL), para que os totais do job entrem no     02010015
020200*    balanceamento do fim da janela (BATCH029).  Sem protecao     02020015
020300*    de reexecucao: reexecutar e o caminho normal de              02030015
020400*    recuperacao; falha no controle apenas avisa.                 02040015
020500     INITIALIZE RUNCTL-AREA                                       02050015
020600     MOVE 'I'        TO RUNCTL-FUNCAO                             02060015
020700     MOVE 'BATCH016' TO RUNCTL-PROGRAMA                           02070015
020800     MOVE ZERO       TO RUNCTL-DATA-CICLO                         02080015
020900     MOVE 'N'        TO RUNCTL-PROTEGE                            02090015
021000     MOVE 'N'        TO RUNCTL-OVERRIDE                           02100015
021100     CALL 'RUNCTL' USING RUNCTL-AREA                              02110015
021200     IF RUNCTL-RETORNO = '99'                                     02120015
021300        DISPLAY 'BATCH016 - AVISO: CONTROLE DE EXECUCAO'          02130015
021400                ' INDISPONIVEL'                                   02140015
021500     END-IF                                                       02150015
021600     .                                                            02160015
021700* --------------------------------                                02170015
021800 210-REGISTRA-FIM.                                                02180015
021900*    Registra a conclusao com os totais de controle               02190015
022000*    (lidos = registros do historico; selecionados = arquivados;  02200015
022100*    excecoes = erros).                                           02210015
022200*    O RETURN-CODE e preservado e restaurado apos a chamada,      02220015
022300*    pois o retorno do subprograma sobrescreve o registrador.     02230015
022400     MOVE RETURN-CODE TO WS-RETORNO-JOB                           02240015
022500     IF WS-RETORNO-JOB > 4                                        02250015
022600        MOVE 'E' TO RUNCTL-FUNCAO                                 02260015
022700     ELSE                                                         02270015
022800        MOVE 'C' TO RUNCTL-FUNCAO                                 02280015
022900     END-IF                                                       02290015
023000     MOVE WS-TOT-LIDOS      TO RUNCTL-TOT-LIDOS                   02300015
023100     MOVE WS-TOT-ARQUIVADOS TO RUNCTL-TOT-SELECIONADOS            02310015
023200     MOVE ZERO              TO RUNCTL-TOT-REJEITADOS              02320015
023300     MOVE WS-TOT-ERROS      TO RUNCTL-TOT-EXCECOES                02330015
023400     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    02340015
023500     CALL 'RUNCTL' USING RUNCTL-AREA                              02350015
023600     MOVE WS-RETORNO-JOB TO RETURN-CODE                           02360015
023700     .                                                            02370015
