008200      05 WS-TOT-BINS-A-VENCER    PIC 9(007) VALUE ZERO.           00820015
008300      05 WS-TOT-FAIXAS-A-VENCER  PIC 9(007) VALUE ZERO.           00830015
008400                                                                  00840015
008410   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    00841015
008420                                                                  00842015
008430   COPY RUNCTLA1.                                                 00843015
008440                                                                  00844015
008500 PROCEDURE DIVISION.                                              00850015
008550     PERFORM 200-REGISTRA-INICIO                                  00855015
008600     PERFORM 010-LE-HORIZONTE                                     00860015
008700     PERFORM 015-PREPARA-LIMITES                                  00870015
008800     DISPLAY 'BATCH020 - AVISO DE VENCIMENTO DE VIGENCIAS'        00880015
011100              OR WS-TOT-FAIXAS-A-VENCER > 0)                      01110015
011200        MOVE 4 TO RETURN-CODE                                     01120015
011300     END-IF                                                       01130015
011350     PERFORM 210-REGISTRA-FIM                                     01135015
011400     STOP RUN.                                                    01140015
011500* --------------------------------                                01150015
011600 010-LE-HORIZONTE.                                                01160015
022300             WS-TOT-FAIXAS-A-VENCER                               02230015
022400     DISPLAY '==========================================='        02240015
022500     .                                                            02250015
022600* --------------------------------                                02260015
022700 200-REGISTRA-INICIO.                                             02270015
022800*    Registra o inicio no controle de execucao (RUNCTL01,         02280015
022900*    subprograma RUNCTL), para que os totais do job entrem no     02290015
023000*    balanceamento do fim da janela (BATCH029).  Sem protecao     02300015
023100*    de reexecucao: reexecutar e o caminho normal de              02310015
023200*    recuperacao; falha no controle apenas avisa.                 02320015
023300     INITIALIZE RUNCTL-AREA                                       02330015
023400     MOVE 'I'        TO RUNCTL-FUNCAO                             02340015
023500     MOVE 'BATCH020' TO RUNCTL-PROGRAMA                           02350015
023600     MOVE ZERO       TO RUNCTL-DATA-CICLO                         02360015
023700     MOVE 'N'        TO RUNCTL-PROTEGE                            02370015
023800     MOVE 'N'        TO RUNCTL-OVERRIDE                           02380015
023900     CALL 'RUNCTL' USING RUNCTL-AREA                              02390015
024000     IF RUNCTL-RETORNO = '99'                                     02400015
024100        DISPLAY 'BATCH020 - AVISO: CONTROLE DE EXECUCAO'          02410015
024200                ' INDISPONIVEL'                                   02420015
024300     END-IF                                                       02430015
024400     .                                                            02440015
024500* --------------------------------                                02450015
024600 210-REGISTRA-FIM.                                                02460015
024700*    Registra a conclusao com os totais de controle               02470015
024800*    (lidos = registros do BIN00001; selecionados = BINs e        02480015
024900*    faixas a vencer no horizonte).                               02490015
025000*    O RETURN-CODE e preservado e restaurado apos a chamada,      02500015
025100*    pois o retorno do subprograma sobrescreve o registrador.     02510015
025200     MOVE RETURN-CODE TO WS-RETORNO-JOB                           02520015
025300     IF WS-RETORNO-JOB > 4                                        02530015
025400        MOVE 'E' TO RUNCTL-FUNCAO                                 02540015
025500     ELSE                                                         02550015
025600        MOVE 'C' TO RUNCTL-FUNCAO                                 02560015
025700     END-IF                                                       02570015
025800     MOVE WS-TOT-LIDOS TO RUNCTL-TOT-LIDOS                        02580015
025900     COMPUTE RUNCTL-TOT-SELECIONADOS =                            02590015
026000             WS-TOT-BINS-A-VENCER + WS-TOT-FAIXAS-A-VENCER        02600015
026100     MOVE ZERO         TO RUNCTL-TOT-REJEITADOS                   02610015
026200     MOVE ZERO         TO RUNCTL-TOT-EXCECOES                     02620015
026300     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    02630015
026400     CALL 'RUNCTL' USING RUNCTL-AREA                              02640015
026500     MOVE WS-RETORNO-JOB TO RETURN-CODE                           02650015
026600     .                                                            02660015
