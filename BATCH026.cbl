000100 IDENTIFICATION DIVISION.                                         00010015
000200 PROGRAM-ID. BATCH026.                                            00020015
000300                                                                  00030015
000400 ENVIRONMENT DIVISION.                                            00040015
000500                                                                  00050015
000600 INPUT-OUTPUT SECTION.                                            00060015
000700   FILE-CONTROL.                                                  00070015
000800        SELECT REFPRM ASSIGN TO 'REFPRM01'                        00080015
000900        ORGANIZATION SEQUENTIAL                                   00090015
001000        FILE STATUS IS WS-REFPRM-STATUS.                          00100015
001100        SELECT BRANDPRM ASSIGN TO 'BRANDPRM'                      00110015
001200        ORGANIZATION SEQUENTIAL                                   00120015
001300        FILE STATUS IS WS-BRANDPRM-STATUS.                        00130015
001400        SELECT BINCARD1 ASSIGN TO 'BIN00001'                      00140015
001500        ORGANIZATION INDEXED                                      00150015
001600        RECORD KEY IS FD-BINCARD1-CODIGO                          00160015
001700        FILE STATUS IS WS-BINCARD1-STATUS.                        00170015
001800        SELECT BINHIST ASSIGN TO 'BINHIST1'                       00180015
001900        ORGANIZATION INDEXED                                      00190015
002000        ACCESS MODE IS SEQUENTIAL                                 00200015
002100        RECORD KEY IS FD-HIST-CHAVE                               00210015
002200        FILE STATUS IS WS-BINHIST-STATUS.                         00220015
002300        SELECT BINHARQ ASSIGN TO 'BINHARC1'                       00230015
002400        ORGANIZATION SEQUENTIAL                                   00240015
002500        FILE STATUS IS WS-BINHARQ-STATUS.                         00250015
002600        SELECT BINPIT ASSIGN TO 'BINPIT01'                        00260015
002700        ORGANIZATION SEQUENTIAL                                   00270015
002800        FILE STATUS IS WS-BINPIT-STATUS.                          00280015
002900*-------------------------------------------------                00290015
003000 DATA DIVISION.                                                   00300015
003100   FILE SECTION.                                                  00310015
003200                                                                  00320015
003300   FD REFPRM                                                      00330015
003400        RECORDING MODE IS F                                       00340015
003500        RECORD CONTAINS 8 CHARACTERS.                             00350015
003600                                                                  00360015
003700*  Cartao com a data de referencia (AAAAMMDD) da tabela a         00370015
003800*  reconstituir.  Obrigatorio.                                    00380015
003900   01 FD-REFPRM-REG.                                              00390015
004000      05 FD-REF-DATA                         PIC 9(008).          00400015
004100                                                                  00410015
004200   FD BRANDPRM                                                    00420015
004300        RECORDING MODE IS F                                       00430015
004400        RECORD CONTAINS 10 CHARACTERS.                            00440015
004500                                                                  00450015
004600   01 FD-BRANDPRM.                                                00460015
004700      05 FD-BRANDPRM-BANDEIRA                PIC X(010).          00470015
004800                                                                  00480015
004900   FD BINCARD1                                                    00490015
005000        RECORDING MODE IS F                                       00500015
005100        RECORD CONTAINS 252 CHARACTERS.                           00510015
005200                                                                  00520015
005300   COPY BINCARD1.                                                 00530015
005400                                                                  00540015
005500   FD BINHIST                                                     00550015
005600        RECORDING MODE IS F                                       00560015
005700        RECORD CONTAINS 160 CHARACTERS.                           00570015
005800                                                                  00580015
005900   COPY BINHIST1.                                                 00590015
006000                                                                  00600015
006100   FD BINHARQ                                                     00610015
006200        RECORDING MODE IS F                                       00620015
006300        RECORD CONTAINS 160 CHARACTERS.                           00630015
006400                                                                  00640015
006500   COPY BINHARC1.                                                 00650015
006600                                                                  00660015
006700   FD BINPIT                                                      00670015
006800        RECORDING MODE IS F                                       00680015
006900        RECORD CONTAINS 54 CHARACTERS.                            00690015
007000                                                                  00700015
007100*  Tabela reconstituida, no layout do BINOUT01 do BATCH001,       00710015
007200*  entre um cabecalho e um trailer no padrao CTLARQ1 do           00720015
007300*  extrato (quantidade de BINs gravados e soma dos codigos),      00730015
007400*  com a quantidade de BINs so reconstituidos em parte.           00740015
007500   01 FD-BINPIT-REG.                                              00750015
007600      05 FD-OUT-CODIGO                       PIC 9(008).          00760015
007700      05 FD-OUT-BANDEIRA                     PIC X(010).          00770015
007800      05 FD-OUT-EMISSOR                      PIC X(035).          00780015
007900      05 FD-OUT-TAMANHO                      PIC 9(001).          00790015
008000   01 FD-BINPIT-TRAILER.                                          00800015
008100      05 FD-TRL-MARCA                        PIC X(008).          00810015
008200      05 FD-TRL-DATA-REFERENCIA              PIC 9(008).          00820015
008300      05 FD-TRL-QTD-REGISTROS                PIC 9(007).          00830015
008400      05 FD-TRL-HASH-CODIGOS                 PIC 9(015).          00840015
008500      05 FD-TRL-QTD-PARCIAIS                 PIC 9(007).          00850015
008550      05 FILLER                              PIC X(009).          00855015
008600                                                                  00860015
008700   WORKING-STORAGE SECTION.                                       00870015
008800*    Reconstituicao da tabela de BINs numa data passada (data     00880015
008900*    de referencia), para disputas e questionamentos do           00890015
009000*    regulador.  Parte do mestre atual (BIN00001) e aplica os     00900015
009100*    eventos aceitos (resultado '00') de manutencao de BIN        00910015
009200*    avulso do historico vivo (BINHIST1) e das geracoes do        00920015
009300*    arquivo morto (BINHARC1).  Para cada BIN, o estado na        00930015
009400*    data de referencia (ao fim do dia) e, em ordem de            00940015
009500*    preferencia:                                                 00950015
009600*      - o 'depois' do ultimo evento ate a data;                  00960015
009700*      - o 'antes' do primeiro evento depois da data;             00970015
009800*      - o registro atual do mestre (sem eventos).                00980015
009900*    A reconstituicao e PARCIAL quando essas fontes discordam     00990015
010000*    entre si (lacuna no historico - geracao do arquivo morto     01000015
010100*    ausente, alteracao fora da trilha de auditoria) ou quando    01010015
010200*    o BIN nao esta mais no mestre: o historico guarda so         01020015
010300*    bandeira e emissor, entao tamanho e datas de vigencia vem    01030015
010400*    do mestre atual e, sem ele, sao estimados.  Registros de     01040015
010500*    faixa (tipo 'F') nao entram: a tabela e a dos BINs           01050015
010600*    avulsos.  Selecao igual a do BATCH001: em vigor na data      01060015
010700*    de referencia e bandeira do BRANDPRM.                        01070015
010800   01 WS-REFPRM-STATUS                      PIC X(002) VALUE '00'.01080015
010900   01 WS-BRANDPRM-STATUS                    PIC X(002) VALUE '00'.01090015
011000   01 WS-BINCARD1-STATUS                    PIC X(002) VALUE '00'.01100015
011100   01 WS-BINHIST-STATUS                     PIC X(002) VALUE '00'.01110015
011200   01 WS-BINHARQ-STATUS                     PIC X(002) VALUE '00'.01120015
011300   01 WS-BINPIT-STATUS                      PIC X(002) VALUE '00'.01130015
011400                                                                  01140015
011500   01 WS-PARM-EOF                           PIC X(001) VALUE 'N'. 01150015
011600      88 PARM-FIM-ARQUIVO                    VALUE 'Y'.           01160015
011700   01 WS-BIN-EOF                            PIC X(001) VALUE 'N'. 01170015
011800      88 BIN-FIM-ARQUIVO                     VALUE 'Y'.           01180015
011900   01 WS-HIST-EOF                           PIC X(001) VALUE 'N'. 01190015
012000      88 HIST-FIM-ARQUIVO                    VALUE 'Y'.           01200015
012100   01 WS-HARQ-EOF                           PIC X(001) VALUE 'N'. 01210015
012200      88 HARQ-FIM-ARQUIVO                    VALUE 'Y'.           01220015
012300                                                                  01230015
012400   01 WS-CARGA-SW                           PIC X(001) VALUE 'S'. 01240015
012500      88 CARGA-COMPLETA                      VALUE 'S'.           01250015
012600      88 CARGA-ESTOURADA                     VALUE 'N'.           01260015
012700   01 WS-BANDEIRA-SW                        PIC X(001) VALUE 'N'. 01270015
012800      88 BANDEIRA-CONFERE                    VALUE 'S'.           01280015
012900      88 BANDEIRA-NAO-CONFERE                VALUE 'N'.           01290015
013000   01 WS-PARCIAL-SW                         PIC X(001) VALUE 'N'. 01300015
013100      88 RECONSTITUICAO-PARCIAL              VALUE 'S'.           01310015
013200      88 RECONSTITUICAO-COMPLETA             VALUE 'N'.           01320015
013300                                                                  01330015
013400   01 WS-DATA-REFERENCIA                    PIC 9(008) VALUE ZERO.01340015
013500   01 WS-DATA-ATUAL                         PIC X(008).           01350015
013600   01 WS-DATA-ATUAL-NUM REDEFINES WS-DATA-ATUAL                   01360015
013700                                            PIC 9(008).           01370015
013800   01 WS-DATA-EVENTO-MAIS-ANTIGO            PIC X(008)            01380015
013900                                            VALUE HIGH-VALUES.    01390015
014000                                                                  01400015
014100   01 WS-TABELA-BANDEIRAS.                                        01410015
014200      05 WS-QTD-BANDEIRAS        PIC 9(002) VALUE ZERO.           01420015
014300      05 WS-BANDEIRA-TAB OCCURS 0 TO 50 TIMES                     01430015
014400            DEPENDING ON WS-QTD-BANDEIRAS                         01440015
014500            INDEXED BY WS-IDX-BANDEIRA.                           01450015
014600         10 WS-BANDEIRA-PARM     PIC X(010).                      01460015
014700                                                                  01470015
014800*  Evento corrente, vindo do historico vivo ou do arquivo         01480015
014900*  morto (mesmo layout).                                          01490015
015000   01 WS-EVENTO.                                                  01500015
015100      05 WS-EVT-CODIGO           PIC 9(008).                      01510015
015200      05 WS-EVT-CHAVE.                                            01520015
015300         10 WS-EVT-DATA-HORA     PIC X(014).                      01530015
015400         10 WS-EVT-SEQUENCIA     PIC 9(004).                      01540015
015500      05 WS-EVT-ACAO             PIC X(001).                      01550015
015600      05 WS-EVT-BANDEIRA-ANTES   PIC X(010).                      01560015
015700      05 WS-EVT-EMISSOR-ANTES    PIC X(035).                      01570015
015800      05 WS-EVT-BANDEIRA-DEPOIS  PIC X(010).                      01580015
015900      05 WS-EVT-EMISSOR-DEPOIS   PIC X(035).                      01590015
016000      05 WS-EVT-RESULTADO-COD    PIC X(002).                      01600015
016100      05 WS-EVT-TIPO-REGISTRO    PIC X(001).                      01610015
016200                                                                  01620015
016300*  Um elemento por BIN: os dados do mestre atual (quando          01630015
016400*  presente), o ultimo evento ate a data de referencia e o        01640015
016500*  primeiro evento depois dela.  Chave de evento em branco =      01650015
016600*  nenhum evento daquele lado da data.  Mantida em ordem de       01660015
016700*  codigo (insercao com deslocamento, como no BATCH004) para      01670015
016800*  a pesquisa binaria e para a saida sair ordenada.               01680015
016900   01 WS-TABELA-BINS.                                             01690015
017000      05 WS-QTD-BINS             PIC 9(006) VALUE ZERO.           01700015
017100      05 WS-BIN-TAB OCCURS 0 TO 100000 TIMES                      01710015
017200            DEPENDING ON WS-QTD-BINS                              01720015
017300            ASCENDING KEY IS WS-BIN-CODIGO                        01730015
017400            INDEXED BY WS-IDX-BIN.                                01740015
017500         10 WS-BIN-CODIGO        PIC 9(008).                      01750015
017600         10 WS-BIN-MESTRE-SW     PIC X(001).                      01760015
017700            88 BIN-NO-MESTRE      VALUE 'S'.                      01770015
017800         10 WS-BIN-BANDEIRA      PIC X(010).                      01780015
017900         10 WS-BIN-EMISSOR       PIC X(035).                      01790015
018000         10 WS-BIN-TAMANHO       PIC 9(001).                      01800015
018100         10 WS-BIN-VIG-NORM      PIC 9(008).                      01810015
018200         10 WS-BIN-EXP-NORM      PIC 9(008).                      01820015
018300         10 WS-BIN-ULT-CHAVE     PIC X(018).                      01830015
018400         10 WS-BIN-ULT-ACAO      PIC X(001).                      01840015
018500         10 WS-BIN-ULT-BANDEIRA  PIC X(010).                      01850015
018600         10 WS-BIN-ULT-EMISSOR   PIC X(035).                      01860015
018700         10 WS-BIN-PRX-CHAVE     PIC X(018).                      01870015
018800         10 WS-BIN-PRX-ACAO      PIC X(001).                      01880015
018900         10 WS-BIN-PRX-BANDEIRA  PIC X(010).                      01890015
019000         10 WS-BIN-PRX-EMISSOR   PIC X(035).                      01900015
019100                                                                  01910015
019200*  Posicao de insercao de um BIN que so existe no historico       01920015
019300*  (excluido do mestre).                                          01930015
019400   01 WS-INS-J                   PIC 9(006) COMP.                 01940015
019500                                                                  01950015
019600*  Estado do BIN corrente na data de referencia.                  01960015
019700   01 WS-REF-EXISTE-SW           PIC X(001).                      01970015
019800      88 REF-EXISTE               VALUE 'S'.                      01980015
019900      88 REF-NAO-EXISTE           VALUE 'N'.                      01990015
020000   01 WS-REF-BANDEIRA            PIC X(010).                      02000015
020100   01 WS-REF-EMISSOR             PIC X(035).                      02010015
020200   01 WS-REF-TAMANHO             PIC 9(001).                      02020015
020300   01 WS-CMP-EXISTE-SW           PIC X(001).                      02030015
020400      88 CMP-EXISTE               VALUE 'S'.                      02040015
020500   01 WS-CMP-BANDEIRA            PIC X(010).                      02050015
020600   01 WS-CMP-EMISSOR             PIC X(035).                      02060015
020700   01 WS-MOTIVO-PARCIAL          PIC X(040).                      02070015
020800   01 WS-RESTO-CODIGO            PIC 9(002).                      02080015
020900   01 WS-QUOCIENTE-CODIGO        PIC 9(008).                      02090015
021000                                                                  02100015
021100   01 WS-TOTAIS.                                                  02110015
021200      05 WS-TOT-MESTRE-LIDOS     PIC 9(007) VALUE ZERO.           02120015
021300      05 WS-TOT-HIST-LIDOS       PIC 9(007) VALUE ZERO.           02130015
021400      05 WS-TOT-ARQ-LIDOS        PIC 9(007) VALUE ZERO.           02140015
021500      05 WS-TOT-EVENTOS-USADOS   PIC 9(007) VALUE ZERO.           02150015
021600      05 WS-TOT-EVENTOS-IGNORADOS PIC 9(007) VALUE ZERO.          02160015
021700      05 WS-TOT-SO-HISTORICO     PIC 9(007) VALUE ZERO.           02170015
021800      05 WS-TOT-INEXISTENTES     PIC 9(007) VALUE ZERO.           02180015
021900      05 WS-TOT-FORA-VIGENCIA    PIC 9(007) VALUE ZERO.           02190015
022000      05 WS-TOT-OUTRA-BANDEIRA   PIC 9(007) VALUE ZERO.           02200015
022100      05 WS-TOT-GRAVADOS         PIC 9(007) VALUE ZERO.           02210015
022200      05 WS-TOT-PARCIAIS         PIC 9(007) VALUE ZERO.           02220015
022250      05 WS-TOT-HASH-CODIGOS     PIC 9(015) VALUE ZERO.           02225015
022300                                                                  02230015
022400   01 WS-RETORNO-JOB                        PIC 9(002) VALUE ZERO.02240015
022500                                                                  02250015
022510   COPY CTLARQ1.                                                  02251015
022520                                                                  02252015
022600   COPY RUNCTLA1.                                                 02260015
022700                                                                  02270015
022800 PROCEDURE DIVISION.                                              02280015
022900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL            02290015
023000     PERFORM 200-REGISTRA-INICIO                                  02300015
023100     PERFORM 005-LE-DATA-REFERENCIA                               02310015
023200     IF RETURN-CODE = 0                                           02320015
023300        PERFORM 010-LE-PARAMETROS-BANDEIRA                        02330015
023400        PERFORM 020-CARREGA-MESTRE                                02340015
023500     END-IF                                                       02350015
023600     IF RETURN-CODE = 0                                           02360015
023700        PERFORM 030-APLICA-HISTORICO                              02370015
023800     END-IF                                                       02380015
023900     IF RETURN-CODE = 0                                           02390015
024000        PERFORM 040-APLICA-ARQUIVO-MORTO                          02400015
024100     END-IF                                                       02410015
024200     IF RETURN-CODE = 0                                           02420015
024300        PERFORM 060-GRAVA-TABELA                                  02430015
024400     END-IF                                                       02440015
024500     IF RETURN-CODE = 0 AND WS-TOT-PARCIAIS > 0                   02450015
024600        MOVE 4 TO RETURN-CODE                                     02460015
024700     END-IF                                                       02470015
024800     PERFORM 210-REGISTRA-FIM                                     02480015
024900     PERFORM 090-IMPRIME-TOTAIS                                   02490015
025000     STOP RUN.                                                    02500015
025100* --------------------------------                                02510015
025200 005-LE-DATA-REFERENCIA.                                          02520015
025300*    A data de referencia e obrigatoria e nao pode ser futura;    02530015
025400*    cartao ausente ou invalido encerra com RC=12.                02540015
025500     OPEN INPUT REFPRM                                            02550015
025600     IF WS-REFPRM-STATUS = '00'                                   02560015
025700        READ REFPRM                                               02570015
025800           AT END CONTINUE                                        02580015
025900           NOT AT END                                             02590015
026000              IF FD-REF-DATA NUMERIC                              02600015
026100                 MOVE FD-REF-DATA TO WS-DATA-REFERENCIA           02610015
026200              END-IF                                              02620015
026300        END-READ                                                  02630015
026400        CLOSE REFPRM                                              02640015
026500     END-IF                                                       02650015
026600     IF WS-DATA-REFERENCIA = ZERO                                 02660015
026700           OR WS-DATA-REFERENCIA > WS-DATA-ATUAL-NUM              02670015
026800        DISPLAY 'BATCH026 - ERRO: DATA DE REFERENCIA AUSENTE,'    02680015
026900                ' INVALIDA OU FUTURA NO REFPRM01'                 02690015
027000        MOVE 12 TO RETURN-CODE                                    02700015
027100     ELSE                                                         02710015
027200        DISPLAY 'BATCH026 - TABELA DE BINS EM '                   02720015
027300                WS-DATA-REFERENCIA                                02730015
027400     END-IF                                                       02740015
027500     .                                                            02750015
027600* --------------------------------                                02760015
027700 010-LE-PARAMETROS-BANDEIRA.                                      02770015
027800*    Bandeiras ativas, uma por registro, com a mesma regra do     02780015
027900*    BATCH001: BRANDPRM ausente ou vazio = MASTERCARD.            02790015
028000     OPEN INPUT BRANDPRM                                          02800015
028100     IF WS-BRANDPRM-STATUS NOT = '00'                             02810015
028200        MOVE 1 TO WS-QTD-BANDEIRAS                                02820015
028300        MOVE 'MASTERCARD' TO WS-BANDEIRA-PARM (1)                 02830015
028400     ELSE                                                         02840015
028500        PERFORM UNTIL PARM-FIM-ARQUIVO                            02850015
028600           READ BRANDPRM AT END SET PARM-FIM-ARQUIVO TO TRUE      02860015
028700           NOT AT END                                             02870015
028800              IF WS-QTD-BANDEIRAS >= 50                           02880015
028900                 DISPLAY 'BATCH026 - ERRO: BRANDPRM EXCEDE 50'    02890015
029000                         ' BANDEIRAS - REGISTROS IGNORADOS'       02900015
029100                 SET PARM-FIM-ARQUIVO TO TRUE                     02910015
029200              ELSE                                                02920015
029300                 ADD 1 TO WS-QTD-BANDEIRAS                        02930015
029400                 MOVE FD-BRANDPRM-BANDEIRA                        02940015
029500                      TO WS-BANDEIRA-PARM (WS-QTD-BANDEIRAS)      02950015
029600              END-IF                                              02960015
029700           END-READ                                               02970015
029800        END-PERFORM                                               02980015
029900        CLOSE BRANDPRM                                            02990015
030000        IF WS-QTD-BANDEIRAS = 0                                   03000015
030100           MOVE 1 TO WS-QTD-BANDEIRAS                             03010015
030200           MOVE 'MASTERCARD' TO WS-BANDEIRA-PARM (1)              03020015
030300        END-IF                                                    03030015
030400     END-IF                                                       03040015
030500     .                                                            03050015
030600* --------------------------------                                03060015
030700 020-CARREGA-MESTRE.                                              03070015
030800*    Carrega o mestre atual em ordem de chave, com as datas       03080015
030900*    normalizadas (vigencia sem data = 0, expiracao sem data =    03090015
031000*    99999999).                                                   03100015
031100     OPEN INPUT BINCARD1                                          03110015
031200     IF WS-BINCARD1-STATUS NOT = '00'                             03120015
031300        DISPLAY 'BATCH026 - ERRO AO ABRIR BIN00001 - STATUS: '    03130015
031400                WS-BINCARD1-STATUS                                03140015
031500        MOVE 16 TO RETURN-CODE                                    03150015
031600     ELSE                                                         03160015
031700        PERFORM UNTIL BIN-FIM-ARQUIVO                             03170015
031800           READ BINCARD1 NEXT RECORD                              03180015
031900              AT END SET BIN-FIM-ARQUIVO TO TRUE                  03190015
032000           NOT AT END                                             03200015
032100              ADD 1 TO WS-TOT-MESTRE-LIDOS                        03210015
032200              PERFORM 025-CARREGA-BIN-MESTRE                      03220015
032300           END-READ                                               03230015
032400        END-PERFORM                                               03240015
032500        CLOSE BINCARD1                                            03250015
032600     END-IF                                                       03260015
032700     .                                                            03270015
032800* --------------------------------                                03280015
032900 025-CARREGA-BIN-MESTRE.                                          03290015
033000     IF WS-QTD-BINS >= 100000                                     03300015
033100        DISPLAY 'BATCH026 - ERRO: TABELA DE BINS EXCEDE 100000'   03310015
033200                ' REGISTROS - RECONSTITUICAO NAO EFETUADA'        03320015
033300        SET CARGA-ESTOURADA TO TRUE                               03330015
033400        SET BIN-FIM-ARQUIVO TO TRUE                               03340015
033500        MOVE 16 TO RETURN-CODE                                    03350015
033600     ELSE                                                         03360015
033700        ADD 1 TO WS-QTD-BINS                                      03370015
033800        SET WS-IDX-BIN TO WS-QTD-BINS                             03380015
033900        MOVE SPACES TO WS-BIN-TAB (WS-IDX-BIN)                    03390015
034000        MOVE FD-BINCARD1-CODIGO   TO WS-BIN-CODIGO (WS-IDX-BIN)   03400015
034100        MOVE 'S'                  TO WS-BIN-MESTRE-SW (WS-IDX-BIN)03410015
034200        MOVE FD-BINCARD1-BANDEIRA TO WS-BIN-BANDEIRA (WS-IDX-BIN) 03420015
034300        MOVE FD-BINCARD1-EMISSOR  TO WS-BIN-EMISSOR (WS-IDX-BIN)  03430015
034400        IF FD-BINCARD1-TAMANHO = 6                                03440015
034500           MOVE 6 TO WS-BIN-TAMANHO (WS-IDX-BIN)                  03450015
034600        ELSE                                                      03460015
034700           MOVE 8 TO WS-BIN-TAMANHO (WS-IDX-BIN)                  03470015
034800        END-IF                                                    03480015
034900        IF FD-BINCARD1-DATA-VIGENCIA NUMERIC                      03490015
035000           MOVE FD-BINCARD1-DATA-VIGENCIA TO                      03500015
035100                WS-BIN-VIG-NORM (WS-IDX-BIN)                      03510015
035200        ELSE                                                      03520015
035300           MOVE ZERO TO WS-BIN-VIG-NORM (WS-IDX-BIN)              03530015
035400        END-IF                                                    03540015
035500        IF FD-BINCARD1-DATA-EXPIRACAO NUMERIC                     03550015
035600              AND FD-BINCARD1-DATA-EXPIRACAO > ZERO               03560015
035700           MOVE FD-BINCARD1-DATA-EXPIRACAO TO                     03570015
035800                WS-BIN-EXP-NORM (WS-IDX-BIN)                      03580015
035900        ELSE                                                      03590015
036000           MOVE 99999999 TO WS-BIN-EXP-NORM (WS-IDX-BIN)          03600015
036100        END-IF                                                    03610015
036200     END-IF                                                       03620015
036300     .                                                            03630015
036400* --------------------------------                                03640015
036500 030-APLICA-HISTORICO.                                            03650015
036600*    Historico vivo, lido por inteiro em ordem de chave.          03660015
036700     OPEN INPUT BINHIST                                           03670015
036800     IF WS-BINHIST-STATUS NOT = '00'                              03680015
036900        DISPLAY 'BATCH026 - ERRO AO ABRIR BINHIST1 - STATUS: '    03690015
037000                WS-BINHIST-STATUS                                 03700015
037100        MOVE 16 TO RETURN-CODE                                    03710015
037200     ELSE                                                         03720015
037300        PERFORM UNTIL HIST-FIM-ARQUIVO                            03730015
037400           READ BINHIST NEXT RECORD                               03740015
037500              AT END SET HIST-FIM-ARQUIVO TO TRUE                 03750015
037600           NOT AT END                                             03760015
037700              ADD 1 TO WS-TOT-HIST-LIDOS                          03770015
037800              MOVE FD-HIST-CODIGO         TO WS-EVT-CODIGO        03780015
037900              MOVE FD-HIST-DATA-HORA      TO WS-EVT-DATA-HORA     03790015
038000              MOVE FD-HIST-SEQUENCIA      TO WS-EVT-SEQUENCIA     03800015
038100              MOVE FD-HIST-ACAO           TO WS-EVT-ACAO          03810015
038200              MOVE FD-HIST-BANDEIRA-ANTES TO                      03820015
038300                   WS-EVT-BANDEIRA-ANTES                          03830015
038400              MOVE FD-HIST-EMISSOR-ANTES  TO WS-EVT-EMISSOR-ANTES 03840015
038500              MOVE FD-HIST-BANDEIRA-DEPOIS TO                     03850015
038600                   WS-EVT-BANDEIRA-DEPOIS                         03860015
038700              MOVE FD-HIST-EMISSOR-DEPOIS TO                      03870015
038800                   WS-EVT-EMISSOR-DEPOIS                          03880015
038900              MOVE FD-HIST-RESULTADO-COD  TO WS-EVT-RESULTADO-COD 03890015
039000              MOVE FD-HIST-TIPO-REGISTRO  TO WS-EVT-TIPO-REGISTRO 03900015
039100              PERFORM 050-APLICA-EVENTO                           03910015
039200           END-READ                                               03920015
039300        END-PERFORM                                               03930015
039400        CLOSE BINHIST                                             03940015
039500     END-IF                                                       03950015
039600     .                                                            03960015
039700* --------------------------------                                03970015
039800 040-APLICA-ARQUIVO-MORTO.                                        03980015
039900*    Arquivo morto OPCIONAL, como no BATCH007: sem o DD, so o     03990015
040000*    historico vivo e usado (e a lacuna aparece como              04000015
040100*    reconstituicao parcial ou no aviso de 090).  A ordem das     04010015
040200*    geracoes concatenadas nao importa: cada evento e             04020015
040300*    posicionado pela propria data/hora.                          04030015
040400     OPEN INPUT BINHARQ                                           04040015
040500     IF WS-BINHARQ-STATUS = '00'                                  04050015
040600        PERFORM UNTIL HARQ-FIM-ARQUIVO                            04060015
040700           READ BINHARQ                                           04070015
040800              AT END SET HARQ-FIM-ARQUIVO TO TRUE                 04080015
040900           NOT AT END                                             04090015
041000              ADD 1 TO WS-TOT-ARQ-LIDOS                           04100015
041100              MOVE FD-HARC-CODIGO         TO WS-EVT-CODIGO        04110015
041200              MOVE FD-HARC-DATA-HORA      TO WS-EVT-DATA-HORA     04120015
041300              MOVE FD-HARC-SEQUENCIA      TO WS-EVT-SEQUENCIA     04130015
041400              MOVE FD-HARC-ACAO           TO WS-EVT-ACAO          04140015
041500              MOVE FD-HARC-BANDEIRA-ANTES TO                      04150015
041600                   WS-EVT-BANDEIRA-ANTES                          04160015
041700              MOVE FD-HARC-EMISSOR-ANTES  TO WS-EVT-EMISSOR-ANTES 04170015
041800              MOVE FD-HARC-BANDEIRA-DEPOIS TO                     04180015
041900                   WS-EVT-BANDEIRA-DEPOIS                         04190015
042000              MOVE FD-HARC-EMISSOR-DEPOIS TO                      04200015
042100                   WS-EVT-EMISSOR-DEPOIS                          04210015
042200              MOVE FD-HARC-RESULTADO-COD  TO WS-EVT-RESULTADO-COD 04220015
042300              MOVE FD-HARC-TIPO-REGISTRO  TO WS-EVT-TIPO-REGISTRO 04230015
042400              PERFORM 050-APLICA-EVENTO                           04240015
042500           END-READ                                               04250015
042600        END-PERFORM                                               04260015
042700        CLOSE BINHARQ                                             04270015
042800     ELSE                                                         04280015
042900        DISPLAY 'BATCH026 - AVISO: ARQUIVO MORTO (BINHARC1)'      04290015
043000                ' NAO INFORMADO - SO O HISTORICO VIVO E USADO'    04300015
043100     END-IF                                                       04310015
043200     .                                                            04320015
043300* --------------------------------                                04330015
043400 050-APLICA-EVENTO.                                               04340015
043500*    So valem eventos aceitos de BIN avulso.  O evento ate a      04350015
043600*    data de referencia substitui o ultimo guardado se for        04360015
043700*    mais recente; o evento depois dela substitui o primeiro      04370015
043800*    guardado se for mais antigo.  BIN fora do mestre (ja         04380015
043900*    excluido) entra na tabela na sua posicao de codigo.          04390015
044000     IF WS-EVT-RESULTADO-COD NOT = '00'                           04400015
044100           OR WS-EVT-TIPO-REGISTRO = 'F'                          04410015
044200           OR WS-EVT-CODIGO NOT NUMERIC                           04420015
044300        ADD 1 TO WS-TOT-EVENTOS-IGNORADOS                         04430015
044400     ELSE                                                         04440015
044500        ADD 1 TO WS-TOT-EVENTOS-USADOS                            04450015
044600        IF WS-EVT-DATA-HORA (1:8) < WS-DATA-EVENTO-MAIS-ANTIGO    04460015
044700           MOVE WS-EVT-DATA-HORA (1:8) TO                         04470015
044800                WS-DATA-EVENTO-MAIS-ANTIGO                        04480015
044900        END-IF                                                    04490015
045000        SEARCH ALL WS-BIN-TAB                                     04500015
045100           AT END                                                 04510015
045200              PERFORM 055-INSERE-BIN-HISTORICO                    04520015
045300           WHEN WS-BIN-CODIGO (WS-IDX-BIN) = WS-EVT-CODIGO        04530015
045400              CONTINUE                                            04540015
045500        END-SEARCH                                                04550015
045600        IF CARGA-COMPLETA                                         04560015
045700           IF WS-EVT-DATA-HORA (1:8) NOT > WS-DATA-REFERENCIA     04570015
045800              IF WS-BIN-ULT-CHAVE (WS-IDX-BIN) = SPACES           04580015
045900                    OR WS-EVT-CHAVE >                             04590015
046000                       WS-BIN-ULT-CHAVE (WS-IDX-BIN)              04600015
046100                 MOVE WS-EVT-CHAVE  TO                            04610015
046200                      WS-BIN-ULT-CHAVE (WS-IDX-BIN)               04620015
046300                 MOVE WS-EVT-ACAO   TO                            04630015
046400                      WS-BIN-ULT-ACAO (WS-IDX-BIN)                04640015
046500                 MOVE WS-EVT-BANDEIRA-DEPOIS TO                   04650015
046600                      WS-BIN-ULT-BANDEIRA (WS-IDX-BIN)            04660015
046700                 MOVE WS-EVT-EMISSOR-DEPOIS TO                    04670015
046800                      WS-BIN-ULT-EMISSOR (WS-IDX-BIN)             04680015
046900              END-IF                                              04690015
047000           ELSE                                                   04700015
047100              IF WS-BIN-PRX-CHAVE (WS-IDX-BIN) = SPACES           04710015
047200                    OR WS-EVT-CHAVE <                             04720015
047300                       WS-BIN-PRX-CHAVE (WS-IDX-BIN)              04730015
047400                 MOVE WS-EVT-CHAVE  TO                            04740015
047500                      WS-BIN-PRX-CHAVE (WS-IDX-BIN)               04750015
047600                 MOVE WS-EVT-ACAO   TO                            04760015
047700                      WS-BIN-PRX-ACAO (WS-IDX-BIN)                04770015
047800                 MOVE WS-EVT-BANDEIRA-ANTES TO                    04780015
047900                      WS-BIN-PRX-BANDEIRA (WS-IDX-BIN)            04790015
048000                 MOVE WS-EVT-EMISSOR-ANTES TO                     04800015
048100                      WS-BIN-PRX-EMISSOR (WS-IDX-BIN)             04810015
048200              END-IF                                              04820015
048300           END-IF                                                 04830015
048400        END-IF                                                    04840015
048500     END-IF                                                       04850015
048600     .                                                            04860015
048700* --------------------------------                                04870015
048800 055-INSERE-BIN-HISTORICO.                                        04880015
048900*    BIN que so existe no historico: abre espaco na posicao do    04890015
049000*    codigo deslocando os maiores uma posicao para o fim.         04900015
049100     IF WS-QTD-BINS >= 100000                                     04910015
049200        DISPLAY 'BATCH026 - ERRO: TABELA DE BINS EXCEDE 100000'   04920015
049300                ' REGISTROS - RECONSTITUICAO NAO EFETUADA'        04930015
049400        SET CARGA-ESTOURADA TO TRUE                               04940015
049500        SET HIST-FIM-ARQUIVO TO TRUE                              04950015
049600        SET HARQ-FIM-ARQUIVO TO TRUE                              04960015
049700        MOVE 16 TO RETURN-CODE                                    04970015
049800     ELSE                                                         04980015
049900        ADD 1 TO WS-TOT-SO-HISTORICO                              04990015
050000        ADD 1 TO WS-QTD-BINS                                      05000015
050100        MOVE WS-QTD-BINS TO WS-INS-J                              05010015
050200        PERFORM UNTIL WS-INS-J = 1                                05020015
050300              OR WS-BIN-CODIGO (WS-INS-J - 1) < WS-EVT-CODIGO     05030015
050400           MOVE WS-BIN-TAB (WS-INS-J - 1) TO                      05040015
050500                WS-BIN-TAB (WS-INS-J)                             05050015
050600           SUBTRACT 1 FROM WS-INS-J                               05060015
050700        END-PERFORM                                               05070015
050800        SET WS-IDX-BIN TO WS-INS-J                                05080015
050900        MOVE SPACES TO WS-BIN-TAB (WS-IDX-BIN)                    05090015
051000        MOVE WS-EVT-CODIGO TO WS-BIN-CODIGO (WS-IDX-BIN)          05100015
051100        MOVE 'N'           TO WS-BIN-MESTRE-SW (WS-IDX-BIN)       05110015
051200        MOVE ZERO          TO WS-BIN-VIG-NORM (WS-IDX-BIN)        05120015
051300        MOVE 99999999      TO WS-BIN-EXP-NORM (WS-IDX-BIN)        05130015
051400*       Tamanho estimado pelo codigo normalizado: sufixo '00'     05140015
051500*       = BIN de 6 digitos (pode ser um BIN de 8 terminado em     05150015
051600*       00 - a reconstituicao desse BIN e sempre parcial).        05160015
051700        DIVIDE WS-EVT-CODIGO BY 100 GIVING WS-QUOCIENTE-CODIGO    05170015
051800               REMAINDER WS-RESTO-CODIGO                          05180015
051900        IF WS-RESTO-CODIGO = ZERO                                 05190015
052000           MOVE 6 TO WS-BIN-TAMANHO (WS-IDX-BIN)                  05200015
052100        ELSE                                                      05210015
052200           MOVE 8 TO WS-BIN-TAMANHO (WS-IDX-BIN)                  05220015
052300        END-IF                                                    05230015
052400     END-IF                                                       05240015
052500     .                                                            05250015
052600* --------------------------------                                05260015
052700 060-GRAVA-TABELA.                                                05270015
052800     OPEN OUTPUT BINPIT                                           05280015
052900     IF WS-BINPIT-STATUS NOT = '00'                               05290015
053000        DISPLAY 'BATCH026 - ERRO AO ABRIR BINPIT01 - STATUS: '    05300015
053100                WS-BINPIT-STATUS                                  05310015
053200        MOVE 16 TO RETURN-CODE                                    05320015
053300     ELSE                                                         05330015
053310        MOVE SPACES             TO CTLARQ-REG                     05331015
053320        SET CTLARQ-CABECALHO    TO TRUE                           05332015
053330        MOVE WS-DATA-REFERENCIA TO CTLARQ-DATA-CICLO              05333015
053340        MOVE 'BATCH026'         TO CTLARQ-PROGRAMA                05334015
053350        WRITE FD-BINPIT-REG FROM CTLARQ-REG                       05335015
053400        PERFORM VARYING WS-IDX-BIN FROM 1 BY 1                    05340015
053500              UNTIL WS-IDX-BIN > WS-QTD-BINS                      05350015
053600           PERFORM 065-RECONSTITUI-BIN                            05360015
053700        END-PERFORM                                               05370015
053800        MOVE SPACES             TO FD-BINPIT-TRAILER              05380015
053900        MOVE '*TRAILER'         TO FD-TRL-MARCA                   05390015
054000        MOVE WS-DATA-REFERENCIA TO FD-TRL-DATA-REFERENCIA         05400015
054100        MOVE WS-TOT-GRAVADOS    TO FD-TRL-QTD-REGISTROS           05410015
054150        MOVE WS-TOT-HASH-CODIGOS TO FD-TRL-HASH-CODIGOS           05415015
054200        MOVE WS-TOT-PARCIAIS    TO FD-TRL-QTD-PARCIAIS            05420015
054300        WRITE FD-BINPIT-TRAILER                                   05430015
054400        CLOSE BINPIT                                              05440015
054500     END-IF                                                       05450015
054600     .                                                            05460015
054700* --------------------------------                                05470015
054800 065-RECONSTITUI-BIN.                                             05480015
054900*    Estado de referencia (ver o comentario do inicio) e          05490015
055000*    conferencia com a fonte seguinte na ordem de preferencia:    05500015
055100*    ultimo evento x primeiro evento depois da data, ou ultimo    05510015
055200*    evento x mestre atual quando nao ha evento depois.  Uma      05520015
055300*    exclusao com 'depois' preenchido e expiracao programada      05530015
055400*    (o BIN continua no cadastro).                                05540015
055500     SET RECONSTITUICAO-COMPLETA TO TRUE                          05550015
055600     MOVE SPACES TO WS-MOTIVO-PARCIAL                             05560015
055700     MOVE WS-BIN-TAMANHO (WS-IDX-BIN) TO WS-REF-TAMANHO           05570015
055800     MOVE 'N' TO WS-CMP-EXISTE-SW                                 05580015
055900     MOVE SPACES TO WS-CMP-BANDEIRA WS-CMP-EMISSOR                05590015
056000     IF WS-BIN-PRX-CHAVE (WS-IDX-BIN) NOT = SPACES                05600015
056100        IF WS-BIN-PRX-ACAO (WS-IDX-BIN) NOT = 'A'                 05610015
056200           MOVE 'S' TO WS-CMP-EXISTE-SW                           05620015
056300           MOVE WS-BIN-PRX-BANDEIRA (WS-IDX-BIN) TO               05630015
056400                WS-CMP-BANDEIRA                                   05640015
056500           MOVE WS-BIN-PRX-EMISSOR (WS-IDX-BIN) TO                05650015
056600                WS-CMP-EMISSOR                                    05660015
056700        END-IF                                                    05670015
056800     ELSE                                                         05680015
056900        IF BIN-NO-MESTRE (WS-IDX-BIN)                             05690015
057000           MOVE 'S' TO WS-CMP-EXISTE-SW                           05700015
057100           MOVE WS-BIN-BANDEIRA (WS-IDX-BIN) TO WS-CMP-BANDEIRA   05710015
057200           MOVE WS-BIN-EMISSOR (WS-IDX-BIN)  TO WS-CMP-EMISSOR    05720015
057300        END-IF                                                    05730015
057400     END-IF                                                       05740015
057500     IF WS-BIN-ULT-CHAVE (WS-IDX-BIN) NOT = SPACES                05750015
057600        IF WS-BIN-ULT-ACAO (WS-IDX-BIN) = 'D'                     05760015
057700              AND WS-BIN-ULT-BANDEIRA (WS-IDX-BIN) = SPACES       05770015
057800              AND WS-BIN-ULT-EMISSOR (WS-IDX-BIN) = SPACES        05780015
057900           SET REF-NAO-EXISTE TO TRUE                             05790015
058000        ELSE                                                      05800015
058100           SET REF-EXISTE TO TRUE                                 05810015
058200           MOVE WS-BIN-ULT-BANDEIRA (WS-IDX-BIN) TO               05820015
058300                WS-REF-BANDEIRA                                   05830015
058400           MOVE WS-BIN-ULT-EMISSOR (WS-IDX-BIN) TO WS-REF-EMISSOR 05840015
058500        END-IF                                                    05850015
058600        IF WS-REF-EXISTE-SW NOT = WS-CMP-EXISTE-SW                05860015
058700           SET RECONSTITUICAO-PARCIAL TO TRUE                     05870015
058800           MOVE 'EXISTENCIA DIVERGE DO EVENTO SEGUINTE'           05880015
058900                TO WS-MOTIVO-PARCIAL                              05890015
059000        ELSE                                                      05900015
059100           IF REF-EXISTE                                          05910015
059200                 AND (WS-REF-BANDEIRA NOT = WS-CMP-BANDEIRA       05920015
059300                 OR WS-REF-EMISSOR NOT = WS-CMP-EMISSOR)          05930015
059400              SET RECONSTITUICAO-PARCIAL TO TRUE                  05940015
059500              MOVE 'VALORES DIVERGEM DO EVENTO SEGUINTE'          05950015
059600                   TO WS-MOTIVO-PARCIAL                           05960015
059700           END-IF                                                 05970015
059800        END-IF                                                    05980015
059900     ELSE                                                         05990015
060000        MOVE WS-CMP-EXISTE-SW TO WS-REF-EXISTE-SW                 06000015
060100        MOVE WS-CMP-BANDEIRA  TO WS-REF-BANDEIRA                  06010015
060200        MOVE WS-CMP-EMISSOR   TO WS-REF-EMISSOR                   06020015
060300     END-IF                                                       06030015
060400     IF REF-NAO-EXISTE                                            06040015
060500        ADD 1 TO WS-TOT-INEXISTENTES                              06050015
060600     ELSE                                                         06060015
060700        IF WS-BIN-VIG-NORM (WS-IDX-BIN) > WS-DATA-REFERENCIA      06070015
060800              OR WS-BIN-EXP-NORM (WS-IDX-BIN) < WS-DATA-REFERENCIA06080015
060900           ADD 1 TO WS-TOT-FORA-VIGENCIA                          06090015
061000        ELSE                                                      06100015
061100           PERFORM 070-VERIFICA-BANDEIRA                          06110015
061200           IF BANDEIRA-NAO-CONFERE                                06120015
061300              ADD 1 TO WS-TOT-OUTRA-BANDEIRA                      06130015
061400           ELSE                                                   06140015
061500              PERFORM 075-GRAVA-BIN                               06150015
061600           END-IF                                                 06160015
061700        END-IF                                                    06170015
061800     END-IF                                                       06180015
061900     .                                                            06190015
062000* --------------------------------                                06200015
062100 070-VERIFICA-BANDEIRA.                                           06210015
062200     SET BANDEIRA-NAO-CONFERE TO TRUE                             06220015
062300     SET WS-IDX-BANDEIRA TO 1                                     06230015
062400     SEARCH WS-BANDEIRA-TAB                                       06240015
062500        AT END CONTINUE                                           06250015
062600        WHEN WS-BANDEIRA-PARM (WS-IDX-BANDEIRA) = WS-REF-BANDEIRA 06260015
062700           SET BANDEIRA-CONFERE TO TRUE                           06270015
062800     END-SEARCH                                                   06280015
062900     .                                                            06290015
063000* --------------------------------                                06300015
063100 075-GRAVA-BIN.                                                   06310015
063200*    BIN fora do mestre atual: tamanho e datas estimados, a       06320015
063300*    reconstituicao e sempre parcial.                             06330015
063400     IF NOT BIN-NO-MESTRE (WS-IDX-BIN)                            06340015
063500           AND RECONSTITUICAO-COMPLETA                            06350015
063600        SET RECONSTITUICAO-PARCIAL TO TRUE                        06360015
063700        MOVE 'FORA DO MESTRE - TAMANHO/DATAS ESTIMADOS'           06370015
063800             TO WS-MOTIVO-PARCIAL                                 06380015
063900     END-IF                                                       06390015
064000     MOVE SPACES                     TO FD-BINPIT-REG             06400015
064100     MOVE WS-BIN-CODIGO (WS-IDX-BIN) TO FD-OUT-CODIGO             06410015
064200     MOVE WS-REF-BANDEIRA            TO FD-OUT-BANDEIRA           06420015
064300     MOVE WS-REF-EMISSOR             TO FD-OUT-EMISSOR            06430015
064400     MOVE WS-REF-TAMANHO             TO FD-OUT-TAMANHO            06440015
064500     WRITE FD-BINPIT-REG                                          06450015
064600     ADD 1 TO WS-TOT-GRAVADOS                                     06460015
064650     ADD WS-BIN-CODIGO (WS-IDX-BIN) TO WS-TOT-HASH-CODIGOS        06465015
064700     IF RECONSTITUICAO-PARCIAL                                    06470015
064800        ADD 1 TO WS-TOT-PARCIAIS                                  06480015
064900        DISPLAY 'PARCIAL - BIN ' WS-BIN-CODIGO (WS-IDX-BIN)       06490015
065000                ' ' WS-REF-BANDEIRA ' ' WS-MOTIVO-PARCIAL         06500015
065100     END-IF                                                       06510015
065200     .                                                            06520015
065300* --------------------------------                                06530015
065400 090-IMPRIME-TOTAIS.                                              06540015
065500     DISPLAY '==========================================='        06550015
065600     DISPLAY 'BATCH026 - TABELA DE BINS NA DATA DE REFERENCIA'    06560015
065700     DISPLAY '==========================================='        06570015
065800     DISPLAY 'DATA DE REFERENCIA...............: '                06580015
065900             WS-DATA-REFERENCIA                                   06590015
066000     DISPLAY 'REGISTROS LIDOS DO BIN00001......: '                06600015
066100             WS-TOT-MESTRE-LIDOS                                  06610015
066200     DISPLAY 'EVENTOS LIDOS DO BINHIST1........: '                06620015
066300             WS-TOT-HIST-LIDOS                                    06630015
066400     DISPLAY 'EVENTOS LIDOS DO BINHARC1........: '                06640015
066500             WS-TOT-ARQ-LIDOS                                     06650015
066600     DISPLAY 'EVENTOS APLICADOS................: '                06660015
066700             WS-TOT-EVENTOS-USADOS                                06670015
066800     DISPLAY 'EVENTOS IGNORADOS (RECUSA/FAIXA).: '                06680015
066900             WS-TOT-EVENTOS-IGNORADOS                             06690015
067000     DISPLAY 'BINS SO NO HISTORICO.............: '                06700015
067100             WS-TOT-SO-HISTORICO                                  06710015
067200     DISPLAY 'BINS INEXISTENTES NA DATA........: '                06720015
067300             WS-TOT-INEXISTENTES                                  06730015
067400     DISPLAY 'BINS FORA DE VIGENCIA NA DATA....: '                06740015
067500             WS-TOT-FORA-VIGENCIA                                 06750015
067600     DISPLAY 'BINS DE BANDEIRA NAO SELECIONADA.: '                06760015
067700             WS-TOT-OUTRA-BANDEIRA                                06770015
067800     DISPLAY 'BINS GRAVADOS NO BINPIT01........: '                06780015
067900             WS-TOT-GRAVADOS                                      06790015
068000     DISPLAY 'RECONSTITUIDOS EM PARTE..........: '                06800015
068100             WS-TOT-PARCIAIS                                      06810015
068200     IF WS-TOT-EVENTOS-USADOS > 0                                 06820015
068300           AND WS-DATA-EVENTO-MAIS-ANTIGO > WS-DATA-REFERENCIA    06830015
068400        DISPLAY 'AVISO: O HISTORICO INFORMADO COMECA EM '         06840015
068500                WS-DATA-EVENTO-MAIS-ANTIGO                        06850015
068600        DISPLAY '  BINS SEM EVENTOS FORAM TOMADOS DO MESTRE'      06860015
068700                ' ATUAL - INCLUIR AS GERACOES DO BINHARC1'        06870015
068800     END-IF                                                       06880015
068900     DISPLAY '==========================================='        06890015
069000     .                                                            06900015
069100* --------------------------------                                06910015
069200 200-REGISTRA-INICIO.                                             06920015
069300*    Registra o inicio no controle de execucao (RUNCTL01,         06930015
069400*    subprograma RUNCTL).  Consulta sob demanda, sem protecao     06940015
069500*    de reexecucao; falha no controle apenas avisa.               06950015
069600     INITIALIZE RUNCTL-AREA                                       06960015
069700     MOVE 'I'        TO RUNCTL-FUNCAO                             06970015
069800     MOVE 'BATCH026' TO RUNCTL-PROGRAMA                           06980015
069900     MOVE ZERO       TO RUNCTL-DATA-CICLO                         06990015
070000     MOVE 'N'        TO RUNCTL-PROTEGE                            07000015
070100     MOVE 'N'        TO RUNCTL-OVERRIDE                           07010015
070200     CALL 'RUNCTL' USING RUNCTL-AREA                              07020015
070300     IF RUNCTL-RETORNO = '99'                                     07030015
070400        DISPLAY 'BATCH026 - AVISO: CONTROLE DE EXECUCAO'          07040015
070500                ' INDISPONIVEL'                                   07050015
070600     END-IF                                                       07060015
070700     .                                                            07070015
070800* --------------------------------                                07080015
070900 210-REGISTRA-FIM.                                                07090015
071000*    Registra a conclusao com os totais de controle (lidos =      07100015
071100*    registros do mestre; selecionados = BINs gravados;           07110015
071200*    rejeitados = fora de vigencia ou de outra bandeira;          07120015
071300*    excecoes = reconstituidos em parte), preservando o           07130015
071400*    RETURN-CODE.                                                 07140015
071500     MOVE RETURN-CODE TO WS-RETORNO-JOB                           07150015
071600     IF WS-RETORNO-JOB > 4                                        07160015
071700        MOVE 'E' TO RUNCTL-FUNCAO                                 07170015
071800     ELSE                                                         07180015
071900        MOVE 'C' TO RUNCTL-FUNCAO                                 07190015
072000     END-IF                                                       07200015
072100     MOVE WS-TOT-MESTRE-LIDOS TO RUNCTL-TOT-LIDOS                 07210015
072200     MOVE WS-TOT-GRAVADOS     TO RUNCTL-TOT-SELECIONADOS          07220015
072300     COMPUTE RUNCTL-TOT-REJEITADOS =                              07230015
072400             WS-TOT-FORA-VIGENCIA + WS-TOT-OUTRA-BANDEIRA         07240015
072500     MOVE WS-TOT-PARCIAIS     TO RUNCTL-TOT-EXCECOES              07250015
072600     MOVE WS-RETORNO-JOB      TO RUNCTL-RETORNO-JOB               07260015
072700     CALL 'RUNCTL' USING RUNCTL-AREA                              07270015
072800     MOVE WS-RETORNO-JOB TO RETURN-CODE                           07280015
072900     .                                                            07290015
