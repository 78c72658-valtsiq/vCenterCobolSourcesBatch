005910      05 WS-TOT-TAM-INVALIDOS    PIC 9(007) VALUE ZERO.           00591015
005900      05 WS-TOT-ERROS            PIC 9(007) VALUE ZERO.           00590015
006000                                                                  00600015
006010   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    00601015
006020                                                                  00602015
006030   COPY RUNCTLA1.                                                 00603015
006040                                                                  00604015
006100 PROCEDURE DIVISION.                                              00610015
006150     PERFORM 200-REGISTRA-INICIO                                  00615015
006200     PERFORM 010-CARREGA-FAIXAS                                   00620015
006300     PERFORM 020-VALIDA-FAIXAS-INVERTIDAS                         00630015
006400     PERFORM 030-VALIDA-SOBREPOSICOES                             00640015
006700     IF WS-TOT-ERROS > 0 AND RETURN-CODE = 0                      00670015
006800        MOVE 8 TO RETURN-CODE                                     00680015
006900     END-IF                                                       00690015
006950     PERFORM 210-REGISTRA-FIM                                     00695015
007000     STOP RUN.                                                    00700015
007100* --------------------------------                                00710015
007200 010-CARREGA-FAIXAS.                                              00720015
027900             WS-TOT-ERROS                                         02790015
028000     DISPLAY '==========================================='        02800015
028100     .                                                            02810015
028200* --------------------------------                                02820015
028300 200-REGISTRA-INICIO.                                             02830015
028400*    Registra o inicio no controle de execucao (RUNCTL01,         02840015
028500*    subprograma RUNCTL), para que os totais do job entrem no     02850015
028600*    balanceamento do fim da janela (BATCH029).  Sem protecao     02860015
028700*    de reexecucao: reexecutar e o caminho normal de              02870015
028800*    recuperacao; falha no controle apenas avisa.                 02880015
028900     INITIALIZE RUNCTL-AREA                                       02890015
029000     MOVE 'I'        TO RUNCTL-FUNCAO                             02900015
029100     MOVE 'BATCH005' TO RUNCTL-PROGRAMA                           02910015
029200     MOVE ZERO       TO RUNCTL-DATA-CICLO                         02920015
029300     MOVE 'N'        TO RUNCTL-PROTEGE                            02930015
029400     MOVE 'N'        TO RUNCTL-OVERRIDE                           02940015
029500     CALL 'RUNCTL' USING RUNCTL-AREA                              02950015
029600     IF RUNCTL-RETORNO = '99'                                     02960015
029700        DISPLAY 'BATCH005 - AVISO: CONTROLE DE EXECUCAO'          02970015
029800                ' INDISPONIVEL'                                   02980015
029900     END-IF                                                       02990015
030000     .                                                            03000015
030100* --------------------------------                                03010015
030200 210-REGISTRA-FIM.                                                03020015
030300*    Registra a conclusao com os totais de controle               03030015
030400*    (lidos = faixas do BINFAIXA1; selecionados = registros do    03040015
030500*    BIN00001 confrontados; excecoes = erros de faixa).           03050015
030600*    O RETURN-CODE e preservado e restaurado apos a chamada,      03060015
030700*    pois o retorno do subprograma sobrescreve o registrador.     03070015
030800     MOVE RETURN-CODE TO WS-RETORNO-JOB                           03080015
030900     IF WS-RETORNO-JOB > 4                                        03090015
031000        MOVE 'E' TO RUNCTL-FUNCAO                                 03100015
031100     ELSE                                                         03110015
031200        MOVE 'C' TO RUNCTL-FUNCAO                                 03120015
031300     END-IF                                                       03130015
031400     MOVE WS-TOT-FAIXAS-LIDAS TO RUNCTL-TOT-LIDOS                 03140015
031500     MOVE WS-TOT-BINS-LIDOS   TO RUNCTL-TOT-SELECIONADOS          03150015
031600     MOVE ZERO                TO RUNCTL-TOT-REJEITADOS            03160015
031700     MOVE WS-TOT-ERROS        TO RUNCTL-TOT-EXCECOES              03170015
031800     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    03180015
031900     CALL 'RUNCTL' USING RUNCTL-AREA                              03190015
032000     MOVE WS-RETORNO-JOB TO RETURN-CODE                           03200015
032100     .                                                            03210015
