001540        SELECT OPERPRM ASSIGN TO 'OPERPRM1'                       00154015
001550        ORGANIZATION SEQUENTIAL                                   00155015
001560        FILE STATUS IS WS-OPERPRM-STATUS.                         00156015
001570       SELECT CICLOPRM ASSIGN TO 'CICLOPRM'                       00157015
001580       ORGANIZATION SEQUENTIAL                                    00158015
001590       FILE STATUS IS WS-CICLOPRM-STATUS.                         00159015
001600*-------------------------------------------------                00160015
001700 DATA DIVISION.                                                   00170015
001800   FILE SECTION.                                                  00180015
004744   01 FD-OPERPRM-REG.                                             00474415
004746      05 FD-OPERPRM-IND                      PIC X(001).          00474615
004748                                                                  00474815
004753   FD CICLOPRM                                                    00475315
004758        RECORDING MODE IS F                                       00475815
004763        RECORD CONTAINS 8 CHARACTERS.                             00476315
004768                                                                  00476815
004773*  Data do ciclo (AAAAMMDD) que a geracao corrente do extrato     00477315
004778*  deve trazer no cabecalho; cartao ausente, vazio ou zerado =    00477815
004783*  data corrente (mesma convencao do RUNGATE).                    00478315
004788   01 FD-CICLOPRM-REG.                                            00478815
004793      05 FD-CICLO-DATA                       PIC 9(008).          00479315
004798                                                                  00479815
004800   WORKING-STORAGE SECTION.                                       00480015
004900   01 WS-BINANT-STATUS                      PIC X(002) VALUE '00'.00490015
005000   01 WS-BINATU-STATUS                      PIC X(002) VALUE '00'.00500015
005010   01 WS-LIMPRM-STATUS                      PIC X(002) VALUE '00'.00501015
005020   01 WS-OPERPRM-STATUS                     PIC X(002) VALUE '00'.00502015
005025   01 WS-CICLOPRM-STATUS                    PIC X(002) VALUE '00'.00502515
005030                                                                  00503015
005040*  Disjuntor de volume do delta (LIMPRM01/OPERPRM1).  Os          00504015
005042*  percentuais apurados usam 9(5): com uma geracao anterior       00504215
005052      88 DISJUNTOR-ARMADO                    VALUE 'S'.           00505215
005060   01 WS-OPER-OVERRIDE                      PIC X(001) VALUE 'N'. 00506015
005062      88 OVERRIDE-INFORMADO                  VALUE 'S'.           00506215
005064   01 WS-ANT-SEM-CONTROLE-SW                PIC X(001) VALUE 'N'. 00506415
005066      88 ANT-SEM-CONTROLE                    VALUE 'S'.           00506615
005070   01 WS-PCT-LIM-EXCLUSOES                  PIC 9(003) VALUE ZERO.00507015
005072   01 WS-PCT-LIM-TOTAL                      PIC 9(003) VALUE ZERO.00507215
005080   01 WS-PCT-EXCLUSOES                      PIC 9(005) VALUE ZERO.00508015
007600      05 WS-TOT-ALTERACOES       PIC 9(007) VALUE ZERO.           00760015
007700      05 WS-TOT-EXCLUSOES        PIC 9(007) VALUE ZERO.           00770015
007800      05 WS-TOT-INALTERADOS      PIC 9(007) VALUE ZERO.           00780015
007802      05 WS-TOT-GRAVADOS-DELTA   PIC 9(007) VALUE ZERO.           00780215
007804      05 WS-TOT-HASH-DELTA       PIC 9(015) VALUE ZERO.           00780415
007806                                                                  00780615
007808*  Conferencia dos registros de controle (CTLARQ1) das geracoes   00780815
007810*  do extrato antes do confronto: arquivo em conferencia,         00781015
007812*  quantidade e soma dos codigos dos registros de dados lidos e   00781215
007814*  os valores declarados no cabecalho e no trailer.               00781415
007816   01 WS-DATA-CICLO                         PIC 9(008) VALUE ZERO.00781615
007818   01 WS-DATA-CORRENTE                      PIC X(008).           00781815
007820   01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE             00782015
007822                                            PIC 9(008).           00782215
007824   01 WS-DATA-GERACAO-ATU                   PIC 9(008) VALUE ZERO.00782415
007826   01 WS-DATA-GERACAO-ANT                   PIC 9(008) VALUE ZERO.00782615
007828   01 WS-DATA-CICLO-VESPERA                 PIC 9(008) VALUE ZERO.00782815
007830   01 WS-CICLO-SW                           PIC X(001) VALUE 'N'. 00783015
007832      88 CICLO-INFORMADO                     VALUE 'S'.           00783215
007834   01 WS-GERACOES-SW                        PIC X(001) VALUE 'S'. 00783415
007836      88 GERACOES-VALIDAS                    VALUE 'S'.           00783615
007838      88 GERACAO-INVALIDA                    VALUE 'N'.           00783815
007840   01 WS-CTL-ARQUIVO                        PIC X(008).           00784015
007842   01 WS-CTL-SW                             PIC X(001) VALUE 'S'. 00784215
007844      88 CTL-ARQUIVO-VALIDO                  VALUE 'S'.           00784415
007846      88 CTL-ARQUIVO-INVALIDO                VALUE 'N'.           00784615
007848   01 WS-CTL-CABECALHO-SW                   PIC X(001) VALUE 'N'. 00784815
007850      88 CTL-CABECALHO-LIDO                  VALUE 'S'.           00785015
007852   01 WS-CTL-TRAILER-SW                     PIC X(001) VALUE 'N'. 00785215
007854      88 CTL-TRAILER-LIDO                    VALUE 'S'.           00785415
007856   01 WS-CTL-LIDOS                          PIC 9(007) VALUE ZERO.00785615
007858   01 WS-CTL-QTD-REGISTROS                  PIC 9(007) VALUE ZERO.00785815
007860   01 WS-CTL-HASH-CODIGOS                   PIC 9(015) VALUE ZERO.00786015
007862   01 WS-CTL-CODIGO                         PIC 9(008) VALUE ZERO.00786215
007864   01 WS-CTL-DATA-CABECALHO                 PIC 9(008) VALUE ZERO.00786415
007866   01 WS-CTL-PROGRAMA                       PIC X(008).           00786615
007868   01 WS-CTL-TRL-DATA                       PIC 9(008) VALUE ZERO.00786815
007870   01 WS-CTL-TRL-QTD                        PIC 9(007) VALUE ZERO.00787015
007872   01 WS-CTL-TRL-HASH                       PIC 9(015) VALUE ZERO.00787215
007874                                                                  00787415
007876   COPY CTLARQ1.                                                  00787615
007900                                                                  00790015
007910   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    00791015
007920                                                                  00792015
007930   COPY RUNCTLA1.                                                 00793015
007940                                                                  00794015
008000 PROCEDURE DIVISION.                                              00800015
008002     PERFORM 200-REGISTRA-INICIO                                  00800215
008005     PERFORM 005-DEFINE-CICLO                                     00800515
008010     PERFORM 012-LE-LIMITES                                       00801015
008020     PERFORM 013-LE-OVERRIDE                                      00802015
008030     PERFORM 006-CONFERE-GERACOES                                 00803015
008040     IF GERACAO-INVALIDA                                          00804015
008050        PERFORM 007-RETEM-DELTA                                   00805015
008060     ELSE                                                         00806015
008070        PERFORM 010-CARREGA-GERACAO-ANTERIOR                      00807015
008080     END-IF                                                       00808015
008200     IF CARGA-COMPLETA AND GERACOES-VALIDAS                       00820015
008510        PERFORM 015-ORDENA-GERACAO-ANTERIOR                       00851015
008300        OPEN INPUT BINOUT-ATU                                     00830015
008400        IF WS-BINATU-STATUS NOT = '00'                            00840015
008700           MOVE 16 TO RETURN-CODE                                 00870015
008800        ELSE                                                      00880015
008900           OPEN OUTPUT BINDELTA                                   00890015
008950           PERFORM 046-GRAVA-CABECALHO-DELTA                      00895015
009000           PERFORM UNTIL ATU-FIM-ARQUIVO                          00900015
009100              READ BINOUT-ATU                                     00910015
009200                 AT END SET ATU-FIM-ARQUIVO TO TRUE               00920015
009300              NOT AT END                                          00930015
009350                 MOVE FD-BINOUT-ATU-REG TO CTLARQ-REG             00935015
009400                 IF NOT CTLARQ-CABECALHO AND NOT CTLARQ-TRAILER   00940015
009450                    ADD 1 TO WS-TOT-LIDOS-ATU                     00945015
009500                    PERFORM 020-COMPARA-REGISTRO                  00950015
009550                 END-IF                                           00955015
009600              END-READ                                            00960015
009700           END-PERFORM                                            00970015
009800           PERFORM 030-PROCESSA-EXCLUSOES                         00980015
009850           PERFORM 047-GRAVA-TRAILER-DELTA                        00985015
009900           CLOSE BINOUT-ATU                                       00990015
010000           CLOSE BINDELTA                                         01000015
010010           PERFORM 045-VERIFICA-DISJUNTOR                         01001015
010100        END-IF                                                    01010015
010200     END-IF                                                       01020015
010300     PERFORM 090-IMPRIME-TOTAIS                                   01030015
010350     PERFORM 210-REGISTRA-FIM                                     01035015
010400     STOP RUN.                                                    01040015
010401* --------------------------------                                01040115
010402 005-DEFINE-CICLO.                                                01040215
010403*    Data do ciclo que a geracao corrente do extrato deve trazer  01040315
010404*    no cabecalho (repetida no cabecalho do BINDEL01): cartao     01040415
010405*    CICLOPRM (janela que atravessa a meia-noite) ou, na falta    01040515
010406*    dele, a data corrente - mesma convencao do portao RUNGATE    01040615
010407*    que antecede este passo.  Sem cartao, a geracao produzida    01040715
010408*    na vespera tambem e aceita (BATCH001 antes e BATCH004        01040815
010409*    depois da meia-noite).                                       01040915
010410     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-CORRENTE         01041015
010411     MOVE WS-DATA-CORRENTE-NUM TO WS-DATA-CICLO                   01041115
010412     OPEN INPUT CICLOPRM                                          01041215
010413     IF WS-CICLOPRM-STATUS = '00'                                 01041315
010414        READ CICLOPRM                                             01041415
010415           AT END CONTINUE                                        01041515
010416           NOT AT END                                             01041615
010417              IF FD-CICLO-DATA NUMERIC AND FD-CICLO-DATA > ZERO   01041715
010418                 MOVE FD-CICLO-DATA TO WS-DATA-CICLO              01041815
010419                 SET CICLO-INFORMADO TO TRUE                      01041915
010420              END-IF                                              01042015
010421        END-READ                                                  01042115
010422        CLOSE CICLOPRM                                            01042215
010423     END-IF                                                       01042315
010424     COMPUTE WS-DATA-CICLO-VESPERA = FUNCTION DATE-OF-INTEGER     01042415
010425             (FUNCTION INTEGER-OF-DATE (WS-DATA-CICLO) - 1)       01042515
010426     .                                                            01042615
010427* --------------------------------                                01042715
010428 006-CONFERE-GERACOES.                                            01042815
010429*    Confere os registros de controle (CTLARQ1) das duas geracoes 01042915
010430*    do extrato ANTES do confronto: cabecalho no primeiro         01043015
010431*    registro, trailer no ultimo, quantidade de registros e total 01043115
010432*    de hash iguais aos declarados no trailer.  A geracao         01043215
010433*    corrente tem de ser do ciclo (005-DEFINE-CICLO) e a anterior 01043315
010434*    nao pode ser de ciclo posterior ao dela.  Geracao vazia,     01043415
010435*    cortada ao meio ou de outro dia recusa o delta inteiro.      01043515
010436     PERFORM 008-CONFERE-ATUAL                                    01043615
010437     IF GERACOES-VALIDAS                                          01043715
010438        PERFORM 009-CONFERE-ANTERIOR                              01043815
010439     END-IF                                                       01043915
010440     .                                                            01044015
010441* --------------------------------                                01044115
010442 007-RETEM-DELTA.                                                 01044215
010443*    Geracao recusada: BINDEL01 e gravado vazio, como no          01044315
010444*    disjuntor de volume, para que nenhum delta parcial siga para 01044415
010445*    o roteamento.                                                01044515
010446     OPEN OUTPUT BINDELTA                                         01044615
010447     CLOSE BINDELTA                                               01044715
010448     DISPLAY 'BATCH004 - DELTA NAO GERADO (BINDEL01 GRAVADO'      01044815
010449             ' VAZIO) - CONFERIR AS GERACOES DO BINOUT01'         01044915
010450     .                                                            01045015
010500* --------------------------------                                01050015
010501 008-CONFERE-ATUAL.                                               01050115
010502     MOVE 'BINATU01' TO WS-CTL-ARQUIVO                            01050215
010503     PERFORM 060-INICIA-CONFERENCIA                               01050315
010504     OPEN INPUT BINOUT-ATU                                        01050415
010505     IF WS-BINATU-STATUS NOT = '00'                               01050515
010506        DISPLAY 'BATCH004 - ERRO AO ABRIR BINATU01 - STATUS: '    01050615
010507                WS-BINATU-STATUS                                  01050715
010508        SET GERACAO-INVALIDA TO TRUE                              01050815
010509        MOVE 16 TO RETURN-CODE                                    01050915
010510     ELSE                                                         01051015
010511        PERFORM UNTIL ATU-FIM-ARQUIVO OR CTL-ARQUIVO-INVALIDO     01051115
010512           READ BINOUT-ATU                                        01051215
010513              AT END SET ATU-FIM-ARQUIVO TO TRUE                  01051315
010514              NOT AT END                                          01051415
010515                 MOVE FD-BINOUT-ATU-REG TO CTLARQ-REG             01051515
010516                 IF NOT CTLARQ-CABECALHO AND NOT CTLARQ-TRAILER   01051615
010517                    MOVE FD-ATU-CODIGO TO WS-CTL-CODIGO           01051715
010518                 END-IF                                           01051815
010519                 PERFORM 062-CONFERE-REGISTRO                     01051915
010520           END-READ                                               01052015
010521        END-PERFORM                                               01052115
010522        CLOSE BINOUT-ATU                                          01052215
010523        MOVE 'N' TO WS-ATU-EOF                                    01052315
010524        PERFORM 064-CONFERE-FECHAMENTO                            01052415
010525        MOVE WS-CTL-DATA-CABECALHO TO WS-DATA-GERACAO-ATU         01052515
010526        IF CTL-ARQUIVO-VALIDO                                     01052615
010527              AND WS-DATA-GERACAO-ATU NOT = WS-DATA-CICLO         01052715
010528              AND (CICLO-INFORMADO                                01052815
010529                OR WS-DATA-GERACAO-ATU NOT =                      01052915
010530                   WS-DATA-CICLO-VESPERA)                         01053015
010531           DISPLAY 'BATCH004 - ERRO: BINATU01 E DO CICLO '        01053115
010532                   WS-DATA-GERACAO-ATU ' - ESPERADO O CICLO '     01053215
010533                   WS-DATA-CICLO                                  01053315
010534           PERFORM 066-REJEITA-GERACAO                            01053415
010535        END-IF                                                    01053515
010536     END-IF                                                       01053615
010537     .                                                            01053715
010538* --------------------------------                                01053815
010539 009-CONFERE-ANTERIOR.                                            01053915
010540*    Geracao anterior ausente ou vazia continua valendo como      01054015
010541*    primeira carga (ver o JCL); com registros, tem de estar      01054115
010542*    completa.  Ciclo igual ao da corrente e aceito (BATCH001     01054215
010543*    reexecutado no ciclo com override).  Com override do         01054315
010544*    operador (OPERPRM1 = 'S'), geracao que nao comeca por        01054415
010545*    cabecalho e aceita como gravada antes dos registros de       01054515
010546*    controle (virada da implantacao, ver o JCL): so o BINATU01   01054615
010547*    e conferido.                                                 01054715
010548     MOVE 'BINANT01' TO WS-CTL-ARQUIVO                            01054815
010549     PERFORM 060-INICIA-CONFERENCIA                               01054915
010550     MOVE 'N' TO WS-ANT-SEM-CONTROLE-SW                           01055015
010551     OPEN INPUT BINOUT-ANT                                        01055115
010552     IF WS-BINANT-STATUS = '00'                                   01055215
010553        PERFORM UNTIL ANT-FIM-ARQUIVO OR CTL-ARQUIVO-INVALIDO     01055315
010554           READ BINOUT-ANT                                        01055415
010555              AT END SET ANT-FIM-ARQUIVO TO TRUE                  01055515
010556              NOT AT END                                          01055615
010557                 MOVE FD-BINOUT-ANT-REG TO CTLARQ-REG             01055715
010558                 IF WS-CTL-LIDOS = ZERO AND OVERRIDE-INFORMADO    01055815
010559                       AND NOT CTLARQ-CABECALHO                   01055915
010560                       AND NOT CTLARQ-TRAILER                     01056015
010561                    SET ANT-SEM-CONTROLE TO TRUE                  01056115
010562                    SET ANT-FIM-ARQUIVO TO TRUE                   01056215
010563                 ELSE                                             01056315
010564                    IF NOT CTLARQ-CABECALHO AND NOT CTLARQ-TRAILER01056415
010565                       MOVE FD-ANT-CODIGO TO WS-CTL-CODIGO        01056515
010566                    END-IF                                        01056615
010567                    PERFORM 062-CONFERE-REGISTRO                  01056715
010568                 END-IF                                           01056815
010569           END-READ                                               01056915
010570        END-PERFORM                                               01057015
010571        CLOSE BINOUT-ANT                                          01057115
010572        MOVE 'N' TO WS-ANT-EOF                                    01057215
010573        EVALUATE TRUE                                             01057315
010574           WHEN ANT-SEM-CONTROLE                                  01057415
010575              DISPLAY 'BATCH004 - AVISO: BINANT01 SEM REGISTROS'  01057515
010576                      ' DE CONTROLE ACEITO POR OVERRIDE DO'       01057615
010577                      ' OPERADOR'                                 01057715
010578           WHEN WS-CTL-LIDOS = ZERO                               01057815
010579              DISPLAY 'BATCH004 - AVISO: BINANT01 VAZIO -'        01057915
010580                      ' PRIMEIRA CARGA, TUDO SAI COMO INCLUSAO'   01058015
010581           WHEN OTHER                                             01058115
010582              PERFORM 064-CONFERE-FECHAMENTO                      01058215
010583              MOVE WS-CTL-DATA-CABECALHO TO WS-DATA-GERACAO-ANT   01058315
010584              IF CTL-ARQUIVO-VALIDO                               01058415
010585                    AND WS-DATA-GERACAO-ANT > WS-DATA-GERACAO-ATU 01058515
010586                 DISPLAY 'BATCH004 - ERRO: BINANT01 E DO CICLO '  01058615
010587                         WS-DATA-GERACAO-ANT ', POSTERIOR AO DO'  01058715
010588                         ' BINATU01 (' WS-DATA-GERACAO-ATU ')'    01058815
010589                 PERFORM 066-REJEITA-GERACAO                      01058915
010590              END-IF                                              01059015
010591        END-EVALUATE                                              01059115
010592     END-IF                                                       01059215
010593     .                                                            01059315
010594* --------------------------------                                01059415
010600 010-CARREGA-GERACAO-ANTERIOR.                                    01060015
010700*    Carrega em memoria a geracao anterior do extrato             01070015
010800*    (BINOUT01(-1), DD BINANT01) para comparacao com a geracao    01080015
010900*    corrente.  Arquivo ausente ou vazio = primeira carga: todo   01090015
011000*    registro da geracao corrente sera emitido como inclusao.     01100015
011010*    Os registros de controle (CTLARQ1), ja conferidos em         01101015
011020*    006-CONFERE-GERACOES, sao desprezados.                       01102015
011100     OPEN INPUT BINOUT-ANT                                        01110015
011200     IF WS-BINANT-STATUS = '00'                                   01120015
011300        PERFORM UNTIL ANT-FIM-ARQUIVO                             01130015
011400           READ BINOUT-ANT                                        01140015
011500              AT END SET ANT-FIM-ARQUIVO TO TRUE                  01150015
011600           NOT AT END                                             01160015
011610              MOVE FD-BINOUT-ANT-REG TO CTLARQ-REG                01161015
011620              IF CTLARQ-CABECALHO OR CTLARQ-TRAILER               01162015
011630                 CONTINUE                                         01163015
011640              ELSE                                                01164015
011700                 IF WS-QTD-ANTERIOR >= 100000                     01170015
011800                    DISPLAY 'BATCH004 - ERRO: BINANT01'           01180015
011900                            ' EXCEDE 100000 REGISTROS -'          01190015
011950                            ' DELTA NAO GERADO'                   01195015
012000                    SET CARGA-ESTOURADA TO TRUE                   01200015
012100                    MOVE 16 TO RETURN-CODE                        01210015
012200                    SET ANT-FIM-ARQUIVO TO TRUE                   01220015
012300                 ELSE                                             01230015
012400                    ADD 1 TO WS-TOT-LIDOS-ANT                     01240015
012500                    ADD 1 TO WS-QTD-ANTERIOR                      01250015
012600                    MOVE FD-ANT-CODIGO TO                         01260015
012700                         WS-ANT-CODIGO (WS-QTD-ANTERIOR)          01270015
012800                    MOVE FD-ANT-BANDEIRA TO                       01280015
012900                         WS-ANT-BANDEIRA (WS-QTD-ANTERIOR)        01290015
013000                    MOVE FD-ANT-EMISSOR TO                        01300015
013100                         WS-ANT-EMISSOR (WS-QTD-ANTERIOR)         01310015
013610                 MOVE FD-ANT-TAMANHO TO                           01361015
013620                      WS-ANT-TAMANHO (WS-QTD-ANTERIOR)            01362015
013200                    MOVE 'N' TO                                   01320015
013250                         WS-ANT-CASADO-SW (WS-QTD-ANTERIOR)       01325015
013300                 END-IF                                           01330015
013350              END-IF                                              01335015
013400           END-READ                                               01340015
013500        END-PERFORM                                               01350015
013600        CLOSE BINOUT-ANT                                          01360015
018310           MOVE WS-ANT-TAMANHO (WS-IDX-ANT)                       01831015
018320                TO FD-DELTA-TAMANHO                               01832015
018100           WRITE FD-BINDELTA-REG                                  01810015
018110           ADD 1 TO WS-TOT-GRAVADOS-DELTA                         01811015
018120           ADD WS-ANT-CODIGO (WS-IDX-ANT) TO WS-TOT-HASH-DELTA    01812015
018200        END-IF                                                    01820015
018300     END-PERFORM                                                  01830015
018400     .                                                            01840015
018900     MOVE FD-ATU-EMISSOR  TO FD-DELTA-EMISSOR                     01890015
019510     MOVE FD-ATU-TAMANHO   TO FD-DELTA-TAMANHO                    01951015
019000     WRITE FD-BINDELTA-REG                                        01900015
019010     ADD 1 TO WS-TOT-GRAVADOS-DELTA                               01901015
019020     ADD FD-ATU-CODIGO TO WS-TOT-HASH-DELTA                       01902015
019100     .                                                            01910015
019110* --------------------------------                                01911015
019120 045-VERIFICA-DISJUNTOR.                                          01912015
019560     END-IF                                                       01956015
019570     .                                                            01957015
019200* --------------------------------                                01920015
019580 046-GRAVA-CABECALHO-DELTA.                                       01958015
019582     MOVE SPACES         TO CTLARQ-REG                            01958215
019584     SET CTLARQ-CABECALHO TO TRUE                                 01958415
019586     MOVE WS-DATA-GERACAO-ATU TO CTLARQ-DATA-CICLO                01958615
019588     MOVE 'BATCH004'     TO CTLARQ-PROGRAMA                       01958815
019590     WRITE FD-BINDELTA-REG FROM CTLARQ-REG                        01959015
019592     .                                                            01959215
019594* --------------------------------                                01959415
019596 047-GRAVA-TRAILER-DELTA.                                         01959615
019598*    Trailer do BINDEL01 (CTLARQ1): quantidade de linhas do       01959815
019600*    delta e soma dos codigos, conferidos pelo BATCH024.          01960015
019602     MOVE SPACES                TO CTLARQ-REG                     01960215
019604     SET CTLARQ-TRAILER         TO TRUE                           01960415
019606     MOVE WS-DATA-GERACAO-ATU   TO CTLARQ-DATA-CICLO              01960615
019608     MOVE WS-TOT-GRAVADOS-DELTA TO CTLARQ-QTD-REGISTROS           01960815
019610     MOVE WS-TOT-HASH-DELTA     TO CTLARQ-HASH-CODIGOS            01961015
019612     WRITE FD-BINDELTA-REG FROM CTLARQ-REG                        01961215
019614     .                                                            01961415
019616* --------------------------------                                01961615
019618 060-INICIA-CONFERENCIA.                                          01961815
019620     SET CTL-ARQUIVO-VALIDO TO TRUE                               01962015
019622     MOVE 'N' TO WS-CTL-CABECALHO-SW                              01962215
019624     MOVE 'N' TO WS-CTL-TRAILER-SW                                01962415
019626     MOVE ZERO TO WS-CTL-LIDOS WS-CTL-QTD-REGISTROS               01962615
019628                  WS-CTL-HASH-CODIGOS WS-CTL-DATA-CABECALHO       01962815
019630                  WS-CTL-TRL-DATA WS-CTL-TRL-QTD WS-CTL-TRL-HASH  01963015
019632     MOVE SPACES TO WS-CTL-PROGRAMA                               01963215
019634     .                                                            01963415
019636* --------------------------------                                01963615
019638 062-CONFERE-REGISTRO.                                            01963815
019640*    Mesma disciplina da conferencia do retorno do roteamento no  01964015
019642*    BATCH024: cabecalho primeiro, um so, e nada depois do        01964215
019644*    trailer; os registros de dados sao contados e os codigos     01964415
019646*    somados (WS-CTL-CODIGO, movido pelo chamador).               01964615
019648     ADD 1 TO WS-CTL-LIDOS                                        01964815
019650     EVALUATE TRUE                                                01965015
019652        WHEN NOT CTL-CABECALHO-LIDO                               01965215
019654           IF CTLARQ-CABECALHO AND CTLARQ-DATA-CICLO NUMERIC      01965415
019656              SET CTL-CABECALHO-LIDO TO TRUE                      01965615
019658              MOVE CTLARQ-DATA-CICLO TO WS-CTL-DATA-CABECALHO     01965815
019660              MOVE CTLARQ-PROGRAMA   TO WS-CTL-PROGRAMA           01966015
019662           ELSE                                                   01966215
019664              DISPLAY 'BATCH004 - ERRO: ' WS-CTL-ARQUIVO          01966415
019666                      ' SEM REGISTRO DE CABECALHO VALIDO'         01966615
019668              PERFORM 066-REJEITA-GERACAO                         01966815
019670           END-IF                                                 01967015
019672        WHEN CTL-TRAILER-LIDO                                     01967215
019674           DISPLAY 'BATCH004 - ERRO: REGISTRO APOS O TRAILER DO ' 01967415
019676                   WS-CTL-ARQUIVO                                 01967615
019678           PERFORM 066-REJEITA-GERACAO                            01967815
019680        WHEN CTLARQ-CABECALHO                                     01968015
019682           DISPLAY 'BATCH004 - ERRO: CABECALHO REPETIDO NO '      01968215
019684                   WS-CTL-ARQUIVO                                 01968415
019686           PERFORM 066-REJEITA-GERACAO                            01968615
019688        WHEN CTLARQ-TRAILER                                       01968815
019690           SET CTL-TRAILER-LIDO TO TRUE                           01969015
019692           IF CTLARQ-DATA-CICLO NUMERIC                           01969215
019694                 AND CTLARQ-QTD-REGISTROS NUMERIC                 01969415
019696                 AND CTLARQ-HASH-CODIGOS NUMERIC                  01969615
019698              MOVE CTLARQ-DATA-CICLO    TO WS-CTL-TRL-DATA        01969815
019700              MOVE CTLARQ-QTD-REGISTROS TO WS-CTL-TRL-QTD         01970015
019702              MOVE CTLARQ-HASH-CODIGOS  TO WS-CTL-TRL-HASH        01970215
019704           ELSE                                                   01970415
019706              DISPLAY 'BATCH004 - ERRO: TRAILER DO '              01970615
019707                      WS-CTL-ARQUIVO                              01970715
019708                      ' COM TOTAIS NAO NUMERICOS'                 01970815
019710              PERFORM 066-REJEITA-GERACAO                         01971015
019712           END-IF                                                 01971215
019714        WHEN OTHER                                                01971415
019716           ADD 1 TO WS-CTL-QTD-REGISTROS                          01971615
019718           ADD WS-CTL-CODIGO TO WS-CTL-HASH-CODIGOS               01971815
019720     END-EVALUATE                                                 01972015
019722     .                                                            01972215
019724* --------------------------------                                01972415
019726 064-CONFERE-FECHAMENTO.                                          01972615
019728     EVALUATE TRUE                                                01972815
019730        WHEN CTL-ARQUIVO-INVALIDO                                 01973015
019732           CONTINUE                                               01973215
019734        WHEN WS-CTL-LIDOS = ZERO                                  01973415
019736           DISPLAY 'BATCH004 - ERRO: ' WS-CTL-ARQUIVO ' VAZIO'    01973615
019738           PERFORM 066-REJEITA-GERACAO                            01973815
019740        WHEN NOT CTL-TRAILER-LIDO                                 01974015
019742           DISPLAY 'BATCH004 - ERRO: ' WS-CTL-ARQUIVO             01974215
019744                   ' SEM TRAILER (GERACAO INCOMPLETA)'            01974415
019746           PERFORM 066-REJEITA-GERACAO                            01974615
019748        WHEN WS-CTL-TRL-QTD NOT = WS-CTL-QTD-REGISTROS            01974815
019750           DISPLAY 'BATCH004 - ERRO: TRAILER DO ' WS-CTL-ARQUIVO  01975015
019752                   ' DECLARA ' WS-CTL-TRL-QTD ' REGISTROS, LIDOS '01975215
019754                   WS-CTL-QTD-REGISTROS                           01975415
019756           PERFORM 066-REJEITA-GERACAO                            01975615
019758        WHEN WS-CTL-TRL-HASH NOT = WS-CTL-HASH-CODIGOS            01975815
019760           DISPLAY 'BATCH004 - ERRO: TOTAL DE HASH DO '           01976015
019762                   WS-CTL-ARQUIVO ' NAO CONFERE - TRAILER '       01976215
019764                   WS-CTL-TRL-HASH ' LIDO ' WS-CTL-HASH-CODIGOS   01976415
019766           PERFORM 066-REJEITA-GERACAO                            01976615
019768        WHEN WS-CTL-TRL-DATA NOT = WS-CTL-DATA-CABECALHO          01976815
019770           DISPLAY 'BATCH004 - ERRO: CICLO DO TRAILER DO '        01977015
019772                   WS-CTL-ARQUIVO ' (' WS-CTL-TRL-DATA ')'        01977215
019774                   ' DIFERE DO CABECALHO ('                       01977415
019776                   WS-CTL-DATA-CABECALHO ')'                      01977615
019778           PERFORM 066-REJEITA-GERACAO                            01977815
019780        WHEN OTHER                                                01978015
019782           DISPLAY 'BATCH004 - ' WS-CTL-ARQUIVO                   01978215
019783                   ' CONFERIDO: CICLO '                           01978315
019784                   WS-CTL-DATA-CABECALHO ' PROGRAMA '             01978415
019786                   WS-CTL-PROGRAMA ' REGISTROS '                  01978615
019788                   WS-CTL-QTD-REGISTROS                           01978815
019790     END-EVALUATE                                                 01979015
019792     .                                                            01979215
019794* --------------------------------                                01979415
019796 066-REJEITA-GERACAO.                                             01979615
019798     SET CTL-ARQUIVO-INVALIDO TO TRUE                             01979815
019800     SET GERACAO-INVALIDA TO TRUE                                 01980015
019802     IF RETURN-CODE < 12                                          01980215
019804        MOVE 12 TO RETURN-CODE                                    01980415
019806     END-IF                                                       01980615
019808     .                                                            01980815
019810* --------------------------------                                01981015
019300 090-IMPRIME-TOTAIS.                                              01930015
019400     DISPLAY '==========================================='        01940015
019500     DISPLAY 'BATCH004 - DELTA ENTRE GERACOES DO EXTRATO'         01950015
019600     DISPLAY '==========================================='        01960015
019610     DISPLAY 'CICLO DA GERACAO CORRENTE........: '                01961015
019620             WS-DATA-GERACAO-ATU                                  01962015
019630     DISPLAY 'CICLO DA GERACAO ANTERIOR........: '                01963015
019640             WS-DATA-GERACAO-ANT                                  01964015
019700     DISPLAY 'REGISTROS LIDOS GERACAO ANTERIOR.: '                01970015
019800             WS-TOT-LIDOS-ANT                                     01980015
019900     DISPLAY 'REGISTROS LIDOS GERACAO CORRENTE.: '                01990015
020600             WS-TOT-EXCLUSOES                                     02060015
020700     DISPLAY 'INALTERADOS (SEM DELTA)..........: '                02070015
020800             WS-TOT-INALTERADOS                                   02080015
020801     DISPLAY 'REGISTROS GRAVADOS NO BINDEL01...: '                02080115
020802             WS-TOT-GRAVADOS-DELTA                                02080215
020803     IF GERACAO-INVALIDA                                          02080315
020804        DISPLAY 'GERACAO RECUSADA NA CONFERENCIA - DELTA NAO'     02080415
020805                ' GERADO'                                         02080515
020806     END-IF                                                       02080615
020810     IF DISJUNTOR-ARMADO                                          02081015
020820        DISPLAY 'PCT EXCLUSOES / LIMITE...........: '             02082015
020830                WS-PCT-EXCLUSOES ' / ' WS-PCT-LIM-EXCLUSOES       02083015
020890     END-IF                                                       02089015
020900     DISPLAY '==========================================='        02090015
021000     .                                                            02100015
021100* --------------------------------                                02110015
021200 200-REGISTRA-INICIO.                                             02120015
021300*    Registra o inicio no controle de execucao (RUNCTL01,         02130015
021400*    subprograma RUNCTL), para que os totais do job entrem no     02140015
021500*    balanceamento do fim da janela (BATCH029).  Sem protecao     02150015
021600*    de reexecucao: reexecutar e o caminho normal de              02160015
021700*    recuperacao; falha no controle apenas avisa.                 02170015
021800     INITIALIZE RUNCTL-AREA                                       02180015
021900     MOVE 'I'        TO RUNCTL-FUNCAO                             02190015
022000     MOVE 'BATCH004' TO RUNCTL-PROGRAMA                           02200015
022100     MOVE ZERO       TO RUNCTL-DATA-CICLO                         02210015
022200     MOVE 'N'        TO RUNCTL-PROTEGE                            02220015
022300     MOVE 'N'        TO RUNCTL-OVERRIDE                           02230015
022400     CALL 'RUNCTL' USING RUNCTL-AREA                              02240015
022500     IF RUNCTL-RETORNO = '99'                                     02250015
022600        DISPLAY 'BATCH004 - AVISO: CONTROLE DE EXECUCAO'          02260015
022700                ' INDISPONIVEL'                                   02270015
022800     END-IF                                                       02280015
022900     .                                                            02290015
023000* --------------------------------                                02300015
023100 210-REGISTRA-FIM.                                                02310015
023200*    Registra a conclusao com os totais de controle               02320015
023300*    (lidos = registros do BINATU01; selecionados = inclusoes;    02330015
023400*    rejeitados = exclusoes, registros da geracao anterior que    02340015
023500*    nao seguem na atual; excecoes = alteracoes).  Assim a        02350015
023600*    variacao de tamanho entre as geracoes do BINOUT01 e          02360015
023700*    selecionados menos rejeitados, conferida pelo BATCH029.      02370015
023800*    O RETURN-CODE e preservado e restaurado apos a chamada,      02380015
023900*    pois o retorno do subprograma sobrescreve o registrador.     02390015
024000     MOVE RETURN-CODE TO WS-RETORNO-JOB                           02400015
024100     IF WS-RETORNO-JOB > 4                                        02410015
024200        MOVE 'E' TO RUNCTL-FUNCAO                                 02420015
024300     ELSE                                                         02430015
024400        MOVE 'C' TO RUNCTL-FUNCAO                                 02440015
024500     END-IF                                                       02450015
024600     MOVE WS-TOT-LIDOS-ATU  TO RUNCTL-TOT-LIDOS                   02460015
024700     MOVE WS-TOT-INCLUSOES  TO RUNCTL-TOT-SELECIONADOS            02470015
024800     MOVE WS-TOT-EXCLUSOES  TO RUNCTL-TOT-REJEITADOS              02480015
024900     MOVE WS-TOT-ALTERACOES TO RUNCTL-TOT-EXCECOES                02490015
025000     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    02500015
025100     CALL 'RUNCTL' USING RUNCTL-AREA                              02510015
025200     MOVE WS-RETORNO-JOB TO RETURN-CODE                           02520015
025300     .                                                            02530015
