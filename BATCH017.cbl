011700      05 WS-TOT-DESCONHECIDOS    PIC 9(007) VALUE ZERO.           01170015
011800      05 WS-TOT-LISTADOS         PIC 9(005) VALUE ZERO.           01180015
011900                                                                  01190015
011910   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    01191015
011920                                                                  01192015
011930   COPY RUNCTLA1.                                                 01193015
011940                                                                  01194015
012000 PROCEDURE DIVISION.                                              01200015
012050     PERFORM 200-REGISTRA-INICIO                                  01205015
012100     PERFORM 005-PREPARA-DATAS                                    01210015
012200     PERFORM 010-LE-SELECAO                                       01220015
012300     PERFORM 020-CARREGA-EMISSORES                                01230015
013800        PERFORM 060-IMPRIME-RELATORIO                             01380015
013900     END-IF                                                       01390015
014000     PERFORM 090-IMPRIME-TOTAIS                                   01400015
014050     PERFORM 210-REGISTRA-FIM                                     01405015
014100     STOP RUN.                                                    01410015
014200* --------------------------------                                01420015
014300 005-PREPARA-DATAS.                                               01430015
040900             WS-TOT-LISTADOS                                      04090015
041000     DISPLAY '==========================================='        04100015
041100     .                                                            04110015
041200* --------------------------------                                04120015
041300 200-REGISTRA-INICIO.                                             04130015
041400*    Registra o inicio no controle de execucao (RUNCTL01,         04140015
041500*    subprograma RUNCTL), para que os totais do job entrem no     04150015
041600*    balanceamento do fim da janela (BATCH029).  Sem protecao     04160015
041700*    de reexecucao: reexecutar e o caminho normal de              04170015
041800*    recuperacao; falha no controle apenas avisa.                 04180015
041900     INITIALIZE RUNCTL-AREA                                       04190015
042000     MOVE 'I'        TO RUNCTL-FUNCAO                             04200015
042100     MOVE 'BATCH017' TO RUNCTL-PROGRAMA                           04210015
042200     MOVE ZERO       TO RUNCTL-DATA-CICLO                         04220015
042300     MOVE 'N'        TO RUNCTL-PROTEGE                            04230015
042400     MOVE 'N'        TO RUNCTL-OVERRIDE                           04240015
042500     CALL 'RUNCTL' USING RUNCTL-AREA                              04250015
042600     IF RUNCTL-RETORNO = '99'                                     04260015
042700        DISPLAY 'BATCH017 - AVISO: CONTROLE DE EXECUCAO'          04270015
042800                ' INDISPONIVEL'                                   04280015
042900     END-IF                                                       04290015
043000     .                                                            04300015
043100* --------------------------------                                04310015
043200 210-REGISTRA-FIM.                                                04320015
043300*    Registra a conclusao com os totais de controle               04330015
043400*    (lidos = registros do mestre; selecionados = emissores       04340015
043500*    listados; excecoes = BINs sem codigo de emissor ou com       04350015
043600*    emissor desconhecido).                                       04360015
043700*    O RETURN-CODE e preservado e restaurado apos a chamada,      04370015
043800*    pois o retorno do subprograma sobrescreve o registrador.     04380015
043900     MOVE RETURN-CODE TO WS-RETORNO-JOB                           04390015
044000     IF WS-RETORNO-JOB > 4                                        04400015
044100        MOVE 'E' TO RUNCTL-FUNCAO                                 04410015
044200     ELSE                                                         04420015
044300        MOVE 'C' TO RUNCTL-FUNCAO                                 04430015
044400     END-IF                                                       04440015
044500     MOVE WS-TOT-LIDOS    TO RUNCTL-TOT-LIDOS                     04450015
044600     MOVE WS-TOT-LISTADOS TO RUNCTL-TOT-SELECIONADOS              04460015
044700     MOVE ZERO            TO RUNCTL-TOT-REJEITADOS                04470015
044800     COMPUTE RUNCTL-TOT-EXCECOES =                                04480015
044900             WS-TOT-SEM-CODIGO + WS-TOT-DESCONHECIDOS             04490015
045000     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    04500015
045100     CALL 'RUNCTL' USING RUNCTL-AREA                              04510015
045200     MOVE WS-RETORNO-JOB TO RETURN-CODE                           04520015
045300     .                                                            04530015
