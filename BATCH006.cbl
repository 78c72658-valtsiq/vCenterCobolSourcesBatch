001900                                                                  00190015
002000   FD BINAUD                                                      00200015
002100        RECORDING MODE IS F                                       00210015
002200        RECORD CONTAINS 154 CHARACTERS.                           00220015
002300                                                                  00230015
002400   COPY BINAUD1.                                                  00240015
002500                                                                  00250015
005100      05 WS-TOT-JA-EXISTENTES    PIC 9(007) VALUE ZERO.           00510015
005200      05 WS-TOT-ERROS            PIC 9(007) VALUE ZERO.           00520015
005300                                                                  00530015
005310   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    00531015
005320                                                                  00532015
005330   COPY RUNCTLA1.                                                 00533015
005340                                                                  00534015
005400 PROCEDURE DIVISION.                                              00540015
005450     PERFORM 200-REGISTRA-INICIO                                  00545015
005500     PERFORM 010-ABRE-ARQUIVOS                                    00550015
005600     IF RETURN-CODE = 0                                           00560015
005700        PERFORM UNTIL AUD-FIM-ARQUIVO                             00570015
006800     IF WS-TOT-ERROS > 0 AND RETURN-CODE = 0                      00680015
006900        MOVE 8 TO RETURN-CODE                                     00690015
007000     END-IF                                                       00700015
007050     PERFORM 210-REGISTRA-FIM                                     00705015
007100     STOP RUN.                                                    00710015
007200* --------------------------------                                00720015
007300 010-ABRE-ARQUIVOS.                                               00730015
012000     MOVE FD-AUD-EMISSOR-DEPOIS  TO FD-HIST-EMISSOR-DEPOIS        01200015
012100     MOVE FD-AUD-RESULTADO-COD   TO FD-HIST-RESULTADO-COD         01210015
012200     MOVE FD-AUD-RESULTADO-DESC  TO FD-HIST-RESULTADO-DESC        01220015
012210     MOVE FD-AUD-TIPO-REGISTRO   TO FD-HIST-TIPO-REGISTRO         01221015
012220     MOVE FD-AUD-CODIGO-FIM      TO FD-HIST-CODIGO-FIM            01222015
012300     WRITE FD-BINHIST-REG                                         01230015
012400        INVALID KEY                                               01240015
012500           PERFORM 040-TRATA-CHAVE-EXISTENTE                      01250015
017000                 AND FD-HIST-EMISSOR-DEPOIS =                     01700015
017100                     FD-AUD-EMISSOR-DEPOIS                        01710015
017200                 AND FD-HIST-RESULTADO-COD = FD-AUD-RESULTADO-COD 01720015
017210                 AND FD-HIST-TIPO-REGISTRO =                      01721015
017220                     FD-AUD-TIPO-REGISTRO                         01722015
017300                 ADD 1 TO WS-TOT-JA-EXISTENTES                    01730015
017400                 SET GRAVACAO-RESOLVIDA TO TRUE                   01740015
017500              ELSE                                                01750015
019200             WS-TOT-ERROS                                         01920015
019300     DISPLAY '==========================================='        01930015
019400     .                                                            01940015
019500* --------------------------------                                01950015
019600 200-REGISTRA-INICIO.                                             01960015
019700*    Registra o inicio no controle de execucao (RUNCTL01,         01970015
019800*    subprograma RUNCTL), para que os totais do job entrem no     01980015
019900*    balanceamento do fim da janela (BATCH029).  Sem protecao     01990015
020000*    de reexecucao: reexecutar e o caminho normal de              02000015
020100*    recuperacao; falha no controle apenas avisa.                 02010015
020200     INITIALIZE RUNCTL-AREA                                       02020015
020300     MOVE 'I'        TO RUNCTL-FUNCAO                             02030015
020400     MOVE 'BATCH006' TO RUNCTL-PROGRAMA                           02040015
020500     MOVE ZERO       TO RUNCTL-DATA-CICLO                         02050015
020600     MOVE 'N'        TO RUNCTL-PROTEGE                            02060015
020700     MOVE 'N'        TO RUNCTL-OVERRIDE                           02070015
020800     CALL 'RUNCTL' USING RUNCTL-AREA                              02080015
020900     IF RUNCTL-RETORNO = '99'                                     02090015
021000        DISPLAY 'BATCH006 - AVISO: CONTROLE DE EXECUCAO'          02100015
021100                ' INDISPONIVEL'                                   02110015
021200     END-IF                                                       02120015
021300     .                                                            02130015
021400* --------------------------------                                02140015
021500 210-REGISTRA-FIM.                                                02150015
021600*    Registra a conclusao com os totais de controle               02160015
021700*    (lidos = registros de auditoria; selecionados = inseridos    02170015
021800*    no historico; rejeitados = ja existentes no historico;       02180015
021900*    excecoes = erros).                                           02190015
022000*    O RETURN-CODE e preservado e restaurado apos a chamada,      02200015
022100*    pois o retorno do subprograma sobrescreve o registrador.     02210015
022200     MOVE RETURN-CODE TO WS-RETORNO-JOB                           02220015
022300     IF WS-RETORNO-JOB > 4                                        02230015
022400        MOVE 'E' TO RUNCTL-FUNCAO                                 02240015
022500     ELSE                                                         02250015
022600        MOVE 'C' TO RUNCTL-FUNCAO                                 02260015
022700     END-IF                                                       02270015
022800     MOVE WS-TOT-LIDAS         TO RUNCTL-TOT-LIDOS                02280015
022900     MOVE WS-TOT-INSERIDAS     TO RUNCTL-TOT-SELECIONADOS         02290015
023000     MOVE WS-TOT-JA-EXISTENTES TO RUNCTL-TOT-REJEITADOS           02300015
023100     MOVE WS-TOT-ERROS         TO RUNCTL-TOT-EXCECOES             02310015
023200     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    02320015
023300     CALL 'RUNCTL' USING RUNCTL-AREA                              02330015
023400     MOVE WS-RETORNO-JOB TO RETURN-CODE                           02340015
023500     .                                                            02350015
