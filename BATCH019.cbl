011300      05 WS-TOT-FILA-TRABALHO    PIC 9(007) VALUE ZERO.           01130015
011400      05 WS-TOT-ERROS            PIC 9(007) VALUE ZERO.           01140015
011500                                                                  01150015
011510   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    01151015
011520                                                                  01152015
011530   COPY RUNCTLA1.                                                 01153015
011540                                                                  01154015
011600 PROCEDURE DIVISION.                                              01160015
011650     PERFORM 200-REGISTRA-INICIO                                  01165015
011700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL            01170015
011800     PERFORM 010-LE-LIMITE-CICLOS                                 01180015
011900     PERFORM 020-ABRE-ARQUIVOS                                    01190015
014100           END-IF                                                 01410015
014200        END-IF                                                    01420015
014300     END-IF                                                       01430015
014350     PERFORM 210-REGISTRA-FIM                                     01435015
014400     STOP RUN.                                                    01440015
014500* --------------------------------                                01450015
014600 010-LE-LIMITE-CICLOS.                                            01460015
036500             WS-TOT-ERROS                                         03650015
036600     DISPLAY '==========================================='        03660015
036700     .                                                            03670015
036800* --------------------------------                                03680015
036900 200-REGISTRA-INICIO.                                             03690015
037000*    Registra o inicio no controle de execucao (RUNCTL01,         03700015
037100*    subprograma RUNCTL), para que os totais do job entrem no     03710015
037200*    balanceamento do fim da janela (BATCH029).  Sem protecao     03720015
037300*    de reexecucao: reexecutar e o caminho normal de              03730015
037400*    recuperacao; falha no controle apenas avisa.                 03740015
037500     INITIALIZE RUNCTL-AREA                                       03750015
037600     MOVE 'I'        TO RUNCTL-FUNCAO                             03760015
037700     MOVE 'BATCH019' TO RUNCTL-PROGRAMA                           03770015
037800     MOVE ZERO       TO RUNCTL-DATA-CICLO                         03780015
037900     MOVE 'N'        TO RUNCTL-PROTEGE                            03790015
038000     MOVE 'N'        TO RUNCTL-OVERRIDE                           03800015
038100     CALL 'RUNCTL' USING RUNCTL-AREA                              03810015
038200     IF RUNCTL-RETORNO = '99'                                     03820015
038300        DISPLAY 'BATCH019 - AVISO: CONTROLE DE EXECUCAO'          03830015
038400                ' INDISPONIVEL'                                   03840015
038500     END-IF                                                       03850015
038600     .                                                            03860015
038700* --------------------------------                                03870015
038800 210-REGISTRA-FIM.                                                03880015
038900*    Registra a conclusao com os totais de controle               03890015
039000*    (lidos = excecoes do BINEXCP1; selecionados = itens na       03900015
039100*    fila de trabalho; rejeitados = ocorrencias fechadas;         03910015
039200*    excecoes = erros).                                           03920015
039300*    O RETURN-CODE e preservado e restaurado apos a chamada,      03930015
039400*    pois o retorno do subprograma sobrescreve o registrador.     03940015
039500     MOVE RETURN-CODE TO WS-RETORNO-JOB                           03950015
039600     IF WS-RETORNO-JOB > 4                                        03960015
039700        MOVE 'E' TO RUNCTL-FUNCAO                                 03970015
039800     ELSE                                                         03980015
039900        MOVE 'C' TO RUNCTL-FUNCAO                                 03990015
040000     END-IF                                                       04000015
040100     MOVE WS-TOT-LIDAS         TO RUNCTL-TOT-LIDOS                04010015
040200     MOVE WS-TOT-FILA-TRABALHO TO RUNCTL-TOT-SELECIONADOS         04020015
040300     MOVE WS-TOT-FECHADAS      TO RUNCTL-TOT-REJEITADOS           04030015
040400     MOVE WS-TOT-ERROS         TO RUNCTL-TOT-EXCECOES             04040015
040500     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    04050015
040600     CALL 'RUNCTL' USING RUNCTL-AREA                              04060015
040700     MOVE WS-RETORNO-JOB TO RETURN-CODE                           04070015
040800     .                                                            04080015
