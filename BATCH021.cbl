008100      05 WS-TOT-EXCLUIDO-VIVO    PIC 9(007) VALUE ZERO.           00810015
008200      05 WS-TOT-VIVO-AUSENTE     PIC 9(007) VALUE ZERO.           00820015
008300                                                                  00830015
008310   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    00831015
008320                                                                  00832015
008330   COPY RUNCTLA1.                                                 00833015
008340                                                                  00834015
008400 PROCEDURE DIVISION.                                              00840015
008450     PERFORM 200-REGISTRA-INICIO                                  00845015
008500     PERFORM 010-ABRE-ARQUIVOS                                    00850015
008600     IF RETURN-CODE = 0                                           00860015
008700        DISPLAY 'BATCH021 - VERIFICACAO DO MESTRE x HISTORICO'    00870015
010100              OR WS-TOT-VIVO-AUSENTE > 0)                         01010015
010200        MOVE 8 TO RETURN-CODE                                     01020015
010300     END-IF                                                       01030015
010350     PERFORM 210-REGISTRA-FIM                                     01035015
010400     STOP RUN.                                                    01040015
010500* --------------------------------                                01050015
010600 010-ABRE-ARQUIVOS.                                               01060015
015700     .                                                            01570015
015800* --------------------------------                                01580015
015900 035-ACUMULA-ACAO.                                                01590015
015910*    Registros de faixa (tipo 'F', BATCH022) nao descrevem o      01591015
015920*    registro avulso do mestre com a mesma chave e sao ignorados. 01592015
016000     IF FD-HIST-RESULTADO-COD = '00'                              01600015
016050           AND NOT FD-HIST-REGISTRO-FAIXA                         01605015
016100        MOVE FD-HIST-DATA-HORA TO WS-ESP-DATA-HORA                01610015
016200        IF FD-HIST-ACAO = 'D'                                     01620015
016300              AND FD-HIST-BANDEIRA-DEPOIS = SPACES                01630015
027700             WS-TOT-VIVO-AUSENTE                                  02770015
027800     DISPLAY '==========================================='        02780015
027900     .                                                            02790015
028000* --------------------------------                                02800015
028100 200-REGISTRA-INICIO.                                             02810015
028200*    Registra o inicio no controle de execucao (RUNCTL01,         02820015
028300*    subprograma RUNCTL), para que os totais do job entrem no     02830015
028400*    balanceamento do fim da janela (BATCH029).  Sem protecao     02840015
028500*    de reexecucao: reexecutar e o caminho normal de              02850015
028600*    recuperacao; falha no controle apenas avisa.                 02860015
028700     INITIALIZE RUNCTL-AREA                                       02870015
028800     MOVE 'I'        TO RUNCTL-FUNCAO                             02880015
028900     MOVE 'BATCH021' TO RUNCTL-PROGRAMA                           02890015
029000     MOVE ZERO       TO RUNCTL-DATA-CICLO                         02900015
029100     MOVE 'N'        TO RUNCTL-PROTEGE                            02910015
029200     MOVE 'N'        TO RUNCTL-OVERRIDE                           02920015
029300     CALL 'RUNCTL' USING RUNCTL-AREA                              02930015
029400     IF RUNCTL-RETORNO = '99'                                     02940015
029500        DISPLAY 'BATCH021 - AVISO: CONTROLE DE EXECUCAO'          02950015
029600                ' INDISPONIVEL'                                   02960015
029700     END-IF                                                       02970015
029800     .                                                            02980015
029900* --------------------------------                                02990015
030000 210-REGISTRA-FIM.                                                03000015
030100*    Registra a conclusao com os totais de controle               03010015
030200*    (lidos = registros do mestre; selecionados = conformes;      03020015
030300*    excecoes = soma das divergencias de todos os tipos).         03030015
030400*    O RETURN-CODE e preservado e restaurado apos a chamada,      03040015
030500*    pois o retorno do subprograma sobrescreve o registrador.     03050015
030600     MOVE RETURN-CODE TO WS-RETORNO-JOB                           03060015
030700     IF WS-RETORNO-JOB > 4                                        03070015
030800        MOVE 'E' TO RUNCTL-FUNCAO                                 03080015
030900     ELSE                                                         03090015
031000        MOVE 'C' TO RUNCTL-FUNCAO                                 03100015
031100     END-IF                                                       03110015
031200     MOVE WS-TOT-MESTRE-LIDOS TO RUNCTL-TOT-LIDOS                 03120015
031300     MOVE WS-TOT-CONFORMES    TO RUNCTL-TOT-SELECIONADOS          03130015
031400     MOVE ZERO                TO RUNCTL-TOT-REJEITADOS            03140015
031500     COMPUTE RUNCTL-TOT-EXCECOES =                                03150015
031600             WS-TOT-SEM-HISTORICO + WS-TOT-DIVERGENTES            03160015
031700             + WS-TOT-EXCLUIDO-VIVO + WS-TOT-VIVO-AUSENTE         03170015
031800     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    03180015
031900     CALL 'RUNCTL' USING RUNCTL-AREA                              03190015
032000     MOVE WS-RETORNO-JOB TO RETURN-CODE                           03200015
032100     .                                                            03210015
