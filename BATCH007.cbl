004320      88 ARQUIVO-MORTO-PRESENTE              VALUE 'S'.           00432015
004330   01 WS-HARQ-EOF                           PIC X(001) VALUE 'N'. 00433015
004340      88 HARQ-FIM-ARQUIVO                    VALUE 'Y'.           00434015
004350   01 WS-ALCANCE-SW                         PIC X(001) VALUE 'N'. 00435015
004360      88 CONSULTA-ALCANCA-REGISTRO           VALUE 'S'.           00436015
004400                                                                  00440015
004500   01 WS-CODIGO-INICIO                      PIC 9(008).           00450015
004600   01 WS-CODIGO-FIM                         PIC 9(008).           00460015
005300      05 WS-QTD-CONSULTA         PIC 9(007) VALUE ZERO.           00530015
005310      05 WS-TOT-DO-ARQUIVO       PIC 9(007) VALUE ZERO.           00531015
005400                                                                  00540015
005410   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    00541015
005420                                                                  00542015
005430   COPY RUNCTLA1.                                                 00543015
005440                                                                  00544015
005500 PROCEDURE DIVISION.                                              00550015
005550     PERFORM 200-REGISTRA-INICIO                                  00555015
005600     OPEN INPUT BINHIST                                           00560015
005700     IF WS-BINHIST-STATUS NOT = '00'                              00570015
005800        DISPLAY 'BATCH007 - ERRO AO ABRIR BINHIST1 - STATUS: '    00580015
007700        CLOSE BINHIST                                             00770015
007800     END-IF                                                       00780015
007900     PERFORM 090-IMPRIME-TOTAIS                                   00790015
007950     PERFORM 210-REGISTRA-FIM                                     00795015
008000     STOP RUN.                                                    00800015
008100* --------------------------------                                00810015
008200 010-PROCESSA-CONSULTA.                                           00820015
008600*    O historico e lido por chave a partir do primeiro registro do00860015
008700*    BIN inicial, em ordem de BIN + data/hora, que e a ordem      00870015
008800*    cronologica do ciclo de vida de cada BIN.                    00880015
008810*    Faixas (registros tipo 'F' do BATCH022) ficam na chave do seu00881015
008820*    inicio: as que comecam ANTES do BIN inicial e o cobrem sao   00882015
008830*    buscadas numa passada propria, antes da leitura por chave.   00883015
008900     MOVE FD-CONS-CODIGO-INICIO TO WS-CODIGO-INICIO               00890015
009000     IF FD-CONS-CODIGO-FIM = ZERO                                 00900015
009100        MOVE FD-CONS-CODIGO-INICIO TO WS-CODIGO-FIM               00910015
010800     PERFORM 020-IMPRIME-CABECALHO-CONSULTA                       01080015
010810     IF ARQUIVO-MORTO-PRESENTE                                    01081015
010820        PERFORM 025-CONSULTA-ARQUIVO-MORTO                        01082015
010821     END-IF                                                       01082115
010822     IF WS-CODIGO-INICIO > ZERO                                   01082215
010823        PERFORM 032-POSICIONA-FAIXAS-ANTERIORES                   01082315
010824        PERFORM 035-LE-FAIXAS-ANTERIORES                          01082415
010825           UNTIL HIST-FIM-PESQUISA                                01082515
010830     END-IF                                                       01083015
010900     PERFORM 030-POSICIONA-HISTORICO                              01090015
011000     PERFORM 040-LE-E-IMPRIME-HISTORICO                           01100015
012433        AT END                                                    01243315
012434           SET HARQ-FIM-ARQUIVO TO TRUE                           01243415
012435        NOT AT END                                                01243515
012436           PERFORM 028-VERIFICA-ALCANCE-ARQUIVO                   01243615
012437           IF CONSULTA-ALCANCA-REGISTRO                           01243715
012438                 AND FD-HARC-DATA-HORA (1:8) NOT <                01243815
012439                     WS-DATA-INICIO                               01243915
012440                 AND FD-HARC-DATA-HORA (1:8) NOT >                01244015
012460             FD-HARC-EMISSOR-DEPOIS ' '                           01246015
012461             FD-HARC-RESULTADO-COD ' '                            01246115
012462             FD-HARC-RESULTADO-DESC ' (ARQ)'                      01246215
012463     IF FD-HARC-REGISTRO-FAIXA                                    01246315
012464        DISPLAY '   FAIXA ' FD-HARC-CODIGO ' A '                  01246415
012465                FD-HARC-CODIGO-FIM ' (ARQ)'                       01246515
012466     END-IF                                                       01246615
012467     .                                                            01246715
012468* --------------------------------                                01246815
012469 028-VERIFICA-ALCANCE-ARQUIVO.                                    01246915
012470*    O registro arquivado entra na consulta quando o seu codigo   01247015
012471*    cai no intervalo consultado ou, sendo registro de faixa,     01247115
012472*    quando a faixa comeca antes do intervalo e o alcanca.        01247215
012473     MOVE 'N' TO WS-ALCANCE-SW                                    01247315
012474     IF FD-HARC-CODIGO NOT < WS-CODIGO-INICIO                     01247415
012475           AND FD-HARC-CODIGO NOT > WS-CODIGO-FIM                 01247515
012476        SET CONSULTA-ALCANCA-REGISTRO TO TRUE                     01247615
012477     END-IF                                                       01247715
012478     IF FD-HARC-REGISTRO-FAIXA                                    01247815
012479           AND FD-HARC-CODIGO < WS-CODIGO-INICIO                  01247915
012480           AND FD-HARC-CODIGO-FIM NUMERIC                         01248015
012481           AND FD-HARC-CODIGO-FIM NOT < WS-CODIGO-INICIO          01248115
012482        SET CONSULTA-ALCANCA-REGISTRO TO TRUE                     01248215
012483     END-IF                                                       01248315
012484     .                                                            01248415
012500* --------------------------------                                01250015
012600 030-POSICIONA-HISTORICO.                                         01260015
012700     MOVE 'N' TO WS-HIST-FIM-SW                                   01270015
013200        INVALID KEY                                               01320015
013300           SET HIST-FIM-PESQUISA TO TRUE                          01330015
013400     END-START                                                    01340015
013402     .                                                            01340215
013404* --------------------------------                                01340415
013406 032-POSICIONA-FAIXAS-ANTERIORES.                                 01340615
013408*    Posiciona no inicio do historico para a passada das faixas   01340815
013410*    que comecam antes do BIN inicial da consulta.                01341015
013412     MOVE 'N' TO WS-HIST-FIM-SW                                   01341215
013414     MOVE ZERO             TO FD-HIST-CODIGO                      01341415
013416     MOVE LOW-VALUES       TO FD-HIST-DATA-HORA                   01341615
013418     MOVE ZERO             TO FD-HIST-SEQUENCIA                   01341815
013420     START BINHIST KEY NOT LESS FD-HIST-CHAVE                     01342015
013422        INVALID KEY                                               01342215
013424           SET HIST-FIM-PESQUISA TO TRUE                          01342415
013426     END-START                                                    01342615
013428     .                                                            01342815
013430* --------------------------------                                01343015
013432 035-LE-FAIXAS-ANTERIORES.                                        01343215
013434*    Lista so os registros de faixa cujo fim alcanca o BIN        01343415
013436*    inicial; a passada termina ao chegar nele, de onde a leitura 01343615
013438*    por chave de 040-LE-E-IMPRIME-HISTORICO segue.               01343815
013440     READ BINHIST NEXT RECORD                                     01344015
013442        AT END                                                    01344215
013444           SET HIST-FIM-PESQUISA TO TRUE                          01344415
013446        NOT AT END                                                01344615
013448           IF FD-HIST-CODIGO NOT < WS-CODIGO-INICIO               01344815
013450              SET HIST-FIM-PESQUISA TO TRUE                       01345015
013452           ELSE                                                   01345215
013454              IF FD-HIST-REGISTRO-FAIXA                           01345415
013456                    AND FD-HIST-CODIGO-FIM NUMERIC                01345615
013458                    AND FD-HIST-CODIGO-FIM NOT <                  01345815
013460                        WS-CODIGO-INICIO                          01346015
013462                    AND FD-HIST-DATA-HORA (1:8) NOT <             01346215
013464                        WS-DATA-INICIO                            01346415
013466                    AND FD-HIST-DATA-HORA (1:8) NOT >             01346615
013468                        WS-DATA-FIM                               01346815
013470                 ADD 1 TO WS-QTD-CONSULTA                         01347015
013472                 ADD 1 TO WS-TOT-IMPRESSOS                        01347215
013474                 PERFORM 050-IMPRIME-DETALHE                      01347415
013476              END-IF                                              01347615
013478           END-IF                                                 01347815
013480     END-READ                                                     01348015
013500     .                                                            01350015
013600* --------------------------------                                01360015
013700 040-LE-E-IMPRIME-HISTORICO.                                      01370015
016300             FD-HIST-EMISSOR-DEPOIS ' '                           01630015
016400             FD-HIST-RESULTADO-COD ' '                            01640015
016500             FD-HIST-RESULTADO-DESC                               01650015
016510     IF FD-HIST-REGISTRO-FAIXA                                    01651015
016520        DISPLAY '   FAIXA ' FD-HIST-CODIGO ' A '                  01652015
016530                FD-HIST-CODIGO-FIM                                01653015
016540     END-IF                                                       01654015
016600     .                                                            01660015
016700* --------------------------------                                01670015
016800 090-IMPRIME-TOTAIS.                                              01680015
017520             WS-TOT-DO-ARQUIVO                                    01752015
017600     DISPLAY '==========================================='        01760015
017700     .                                                            01770015
017800* --------------------------------                                01780015
017900 200-REGISTRA-INICIO.                                             01790015
018000*    Registra o inicio no controle de execucao (RUNCTL01,         01800015
018100*    subprograma RUNCTL), para que os totais do job entrem no     01810015
018200*    balanceamento do fim da janela (BATCH029).  Sem protecao     01820015
018300*    de reexecucao: reexecutar e o caminho normal de              01830015
018400*    recuperacao; falha no controle apenas avisa.                 01840015
018500     INITIALIZE RUNCTL-AREA                                       01850015
018600     MOVE 'I'        TO RUNCTL-FUNCAO                             01860015
018700     MOVE 'BATCH007' TO RUNCTL-PROGRAMA                           01870015
018800     MOVE ZERO       TO RUNCTL-DATA-CICLO                         01880015
018900     MOVE 'N'        TO RUNCTL-PROTEGE                            01890015
019000     MOVE 'N'        TO RUNCTL-OVERRIDE                           01900015
019100     CALL 'RUNCTL' USING RUNCTL-AREA                              01910015
019200     IF RUNCTL-RETORNO = '99'                                     01920015
019300        DISPLAY 'BATCH007 - AVISO: CONTROLE DE EXECUCAO'          01930015
019400                ' INDISPONIVEL'                                   01940015
019500     END-IF                                                       01950015
019600     .                                                            01960015
019700* --------------------------------                                01970015
019800 210-REGISTRA-FIM.                                                01980015
019900*    Registra a conclusao com os totais de controle               01990015
020000*    (lidos = consultas; selecionados = registros de historico    02000015
020100*    impressos).                                                  02010015
020200*    O RETURN-CODE e preservado e restaurado apos a chamada,      02020015
020300*    pois o retorno do subprograma sobrescreve o registrador.     02030015
020400     MOVE RETURN-CODE TO WS-RETORNO-JOB                           02040015
020500     IF WS-RETORNO-JOB > 4                                        02050015
020600        MOVE 'E' TO RUNCTL-FUNCAO                                 02060015
020700     ELSE                                                         02070015
020800        MOVE 'C' TO RUNCTL-FUNCAO                                 02080015
020900     END-IF                                                       02090015
021000     MOVE WS-TOT-CONSULTAS TO RUNCTL-TOT-LIDOS                    02100015
021100     MOVE WS-TOT-IMPRESSOS TO RUNCTL-TOT-SELECIONADOS             02110015
021200     MOVE ZERO             TO RUNCTL-TOT-REJEITADOS               02120015
021300     MOVE ZERO             TO RUNCTL-TOT-EXCECOES                 02130015
021400     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    02140015
021500     CALL 'RUNCTL' USING RUNCTL-AREA                              02150015
021600     MOVE WS-RETORNO-JOB TO RETURN-CODE                           02160015
021700     .                                                            02170015
