010200      05 WS-TOT-EXCLUSOES                PIC 9(007) VALUE ZERO.   01020015
010300      05 WS-TOT-ERROS                    PIC 9(007) VALUE ZERO.   01030015
010400                                                                  01040015
010410   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    01041015
010420                                                                  01042015
010430   COPY RUNCTLA1.                                                 01043015
010440                                                                  01044015
010500 PROCEDURE DIVISION.                                              01050015
010550     PERFORM 200-REGISTRA-INICIO                                  01055015
010600     OPEN INPUT ISSMANT                                           01060015
010700     IF WS-ISSMANT-STATUS NOT = '00'                              01070015
010800        DISPLAY 'BATCH010 - ERRO AO ABRIR ISSMANT - STATUS: '     01080015
014500        CLOSE ISSMANT                                             01450015
014600     END-IF.                                                      01460015
014700     PERFORM 090-IMPRIME-TOTAIS                                   01470015
014750     PERFORM 210-REGISTRA-FIM                                     01475015
014800     STOP RUN.                                                    01480015
014900* --------------------------------                                01490015
015000 000-PROCESSA-TRANSACAO.                                          01500015
031900             WS-TOT-ERROS                                         03190015
032000     DISPLAY '==========================================='        03200015
032100     .                                                            03210015
032200* --------------------------------                                03220015
032300 200-REGISTRA-INICIO.                                             03230015
032400*    Registra o inicio no controle de execucao (RUNCTL01,         03240015
032500*    subprograma RUNCTL), para que os totais do job entrem no     03250015
032600*    balanceamento do fim da janela (BATCH029).  Sem protecao     03260015
032700*    de reexecucao: reexecutar e o caminho normal de              03270015
032800*    recuperacao; falha no controle apenas avisa.                 03280015
032900     INITIALIZE RUNCTL-AREA                                       03290015
033000     MOVE 'I'        TO RUNCTL-FUNCAO                             03300015
033100     MOVE 'BATCH010' TO RUNCTL-PROGRAMA                           03310015
033200     MOVE ZERO       TO RUNCTL-DATA-CICLO                         03320015
033300     MOVE 'N'        TO RUNCTL-PROTEGE                            03330015
033400     MOVE 'N'        TO RUNCTL-OVERRIDE                           03340015
033500     CALL 'RUNCTL' USING RUNCTL-AREA                              03350015
033600     IF RUNCTL-RETORNO = '99'                                     03360015
033700        DISPLAY 'BATCH010 - AVISO: CONTROLE DE EXECUCAO'          03370015
033800                ' INDISPONIVEL'                                   03380015
033900     END-IF                                                       03390015
034000     .                                                            03400015
034100* --------------------------------                                03410015
034200 210-REGISTRA-FIM.                                                03420015
034300*    Registra a conclusao com os totais de controle               03430015
034400*    (lidos = transacoes; selecionados = transacoes aplicadas     03440015
034500*    com sucesso; excecoes = transacoes com erro).                03450015
034600*    O RETURN-CODE e preservado e restaurado apos a chamada,      03460015
034700*    pois o retorno do subprograma sobrescreve o registrador.     03470015
034800     MOVE RETURN-CODE TO WS-RETORNO-JOB                           03480015
034900     IF WS-RETORNO-JOB > 4                                        03490015
035000        MOVE 'E' TO RUNCTL-FUNCAO                                 03500015
035100     ELSE                                                         03510015
035200        MOVE 'C' TO RUNCTL-FUNCAO                                 03520015
035300     END-IF                                                       03530015
035400     MOVE WS-TOT-LIDAS TO RUNCTL-TOT-LIDOS                        03540015
035500     COMPUTE RUNCTL-TOT-SELECIONADOS =                            03550015
035600             WS-TOT-INCLUSOES + WS-TOT-ALTERACOES                 03560015
035700             + WS-TOT-EXCLUSOES                                   03570015
035800     MOVE ZERO         TO RUNCTL-TOT-REJEITADOS                   03580015
035900     MOVE WS-TOT-ERROS TO RUNCTL-TOT-EXCECOES                     03590015
036000     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    03600015
036100     CALL 'RUNCTL' USING RUNCTL-AREA                              03610015
036200     MOVE WS-RETORNO-JOB TO RETURN-CODE                           03620015
036300     .                                                            03630015
