002500                                                                  00250015
002600   FD BINAUD                                                      00260015
002700        RECORDING MODE IS F                                       00270015
002800        RECORD CONTAINS 154 CHARACTERS.                           00280015
002900                                                                  00290015
003000   COPY BINAUD1.                                                  00300015
003100                                                                  00310015
005400      05 WS-TOT-EXPURGADOS       PIC 9(007) VALUE ZERO.           00540015
005500      05 WS-TOT-ERROS            PIC 9(007) VALUE ZERO.           00550015
005600                                                                  00560015
005610   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    00561015
005620                                                                  00562015
005630   COPY RUNCTLA1.                                                 00563015
005640                                                                  00564015
005700 PROCEDURE DIVISION.                                              00570015
005750     PERFORM 200-REGISTRA-INICIO                                  00575015
005800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL            00580015
005900     OPEN I-O BINCARD1                                            00590015
006000     IF WS-BINCARD1-STATUS NOT = '00'                             00600015
008400     IF WS-TOT-ERROS > 0 AND RETURN-CODE = 0                      00840015
008500        MOVE 8 TO RETURN-CODE                                     00850015
008600     END-IF                                                       00860015
008650     PERFORM 210-REGISTRA-FIM                                     00865015
008700     STOP RUN.                                                    00870015
008800* --------------------------------                                00880015
008900 010-VERIFICA-EXPIRACAO.                                          00890015
014100     MOVE SPACES                  TO FD-AUD-EMISSOR-DEPOIS        01410015
014200     MOVE '00'                    TO FD-AUD-RESULTADO-COD         01420015
014300     MOVE 'EXPURGO - EXPIRACAO VENCIDA' TO FD-AUD-RESULTADO-DESC  01430015
014310     MOVE SPACE                   TO FD-AUD-TIPO-REGISTRO         01431015
014320     MOVE ZERO                    TO FD-AUD-CODIGO-FIM            01432015
014400     WRITE FD-BINAUD-REG                                          01440015
014500     .                                                            01450015
014600* --------------------------------                                01460015
015800             WS-TOT-ERROS                                         01580015
015900     DISPLAY '==========================================='        01590015
016000     .                                                            01600015
016100* --------------------------------                                01610015
016200 200-REGISTRA-INICIO.                                             01620015
016300*    Registra o inicio no controle de execucao (RUNCTL01,         01630015
016400*    subprograma RUNCTL), para que os totais do job entrem no     01640015
016500*    balanceamento do fim da janela (BATCH029).  Sem protecao     01650015
016600*    de reexecucao: reexecutar e o caminho normal de              01660015
016700*    recuperacao; falha no controle apenas avisa.                 01670015
016800     INITIALIZE RUNCTL-AREA                                       01680015
016900     MOVE 'I'        TO RUNCTL-FUNCAO                             01690015
017000     MOVE 'BATCH008' TO RUNCTL-PROGRAMA                           01700015
017100     MOVE ZERO       TO RUNCTL-DATA-CICLO                         01710015
017200     MOVE 'N'        TO RUNCTL-PROTEGE                            01720015
017300     MOVE 'N'        TO RUNCTL-OVERRIDE                           01730015
017400     CALL 'RUNCTL' USING RUNCTL-AREA                              01740015
017500     IF RUNCTL-RETORNO = '99'                                     01750015
017600        DISPLAY 'BATCH008 - AVISO: CONTROLE DE EXECUCAO'          01760015
017700                ' INDISPONIVEL'                                   01770015
017800     END-IF                                                       01780015
017900     .                                                            01790015
018000* --------------------------------                                01800015
018100 210-REGISTRA-FIM.                                                01810015
018200*    Registra a conclusao com os totais de controle               01820015
018300*    (lidos = registros do mestre; selecionados = expurgados;     01830015
018400*    excecoes = erros).                                           01840015
018500*    O RETURN-CODE e preservado e restaurado apos a chamada,      01850015
018600*    pois o retorno do subprograma sobrescreve o registrador.     01860015
018700     MOVE RETURN-CODE TO WS-RETORNO-JOB                           01870015
018800     IF WS-RETORNO-JOB > 4                                        01880015
018900        MOVE 'E' TO RUNCTL-FUNCAO                                 01890015
019000     ELSE                                                         01900015
019100        MOVE 'C' TO RUNCTL-FUNCAO                                 01910015
019200     END-IF                                                       01920015
019300     MOVE WS-TOT-LIDOS      TO RUNCTL-TOT-LIDOS                   01930015
019400     MOVE WS-TOT-EXPURGADOS TO RUNCTL-TOT-SELECIONADOS            01940015
019500     MOVE ZERO              TO RUNCTL-TOT-REJEITADOS              01950015
019600     MOVE WS-TOT-ERROS      TO RUNCTL-TOT-EXCECOES                01960015
019700     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    01970015
019800     CALL 'RUNCTL' USING RUNCTL-AREA                              01980015
019900     MOVE WS-RETORNO-JOB TO RETURN-CODE                           01990015
020000     .                                                            02000015
