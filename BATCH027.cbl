000100 IDENTIFICATION DIVISION.                                         00010015
000200 PROGRAM-ID. BATCH027.                                            00020015
000300                                                                  00030015
000400 ENVIRONMENT DIVISION.                                            00040015
000500                                                                  00050015
000600 INPUT-OUTPUT SECTION.                                            00060015
000700   FILE-CONTROL.                                                  00070015
000800        SELECT CICLOPRM ASSIGN TO 'CICLOPRM'                      00080015
000900        ORGANIZATION SEQUENTIAL                                   00090015
001000        FILE STATUS IS WS-CICLOPRM-STATUS.                        00100015
001100        SELECT PAISPRM ASSIGN TO 'PAISPRM1'                       00110015
001200        ORGANIZATION SEQUENTIAL                                   00120015
001300        FILE STATUS IS WS-PAISPRM-STATUS.                         00130015
001400        SELECT ISSUER ASSIGN TO 'ISSUER01'                        00140015
001500        ORGANIZATION INDEXED                                      00150015
001600        RECORD KEY IS FD-ISSUER-CODIGO                            00160015
001700        FILE STATUS IS WS-ISSUER-STATUS.                          00170015
001800        SELECT BINCARD1 ASSIGN TO 'BIN00001'                      00180015
001900        ORGANIZATION INDEXED                                      00190015
002000        RECORD KEY IS FD-BINCARD1-CODIGO                          00200015
002100        FILE STATUS IS WS-BINCARD1-STATUS.                        00210015
002200        SELECT BINFAIXA ASSIGN TO 'BINFAIXA1'                     00220015
002300        ORGANIZATION SEQUENTIAL                                   00230015
002400        FILE STATUS IS WS-BINFAIXA-STATUS.                        00240015
002500        SELECT BINLIQ ASSIGN TO 'BINLIQ01'                        00250015
002600        ORGANIZATION SEQUENTIAL                                   00260015
002700        FILE STATUS IS WS-BINLIQ-STATUS.                          00270015
002800        SELECT BINLQX ASSIGN TO 'BINLQX01'                        00280015
002900        ORGANIZATION SEQUENTIAL                                   00290015
003000        FILE STATUS IS WS-BINLQX-STATUS.                          00300015
003100*-------------------------------------------------                00310015
003200 DATA DIVISION.                                                   00320015
003300   FILE SECTION.                                                  00330015
003400                                                                  00340015
003500   FD CICLOPRM                                                    00350015
003600        RECORDING MODE IS F                                       00360015
003700        RECORD CONTAINS 8 CHARACTERS.                             00370015
003800                                                                  00380015
003900   01 FD-CICLOPRM-REG.                                            00390015
004000      05 FD-CICLO-DATA                       PIC 9(008).          00400015
004100                                                                  00410015
004200   FD PAISPRM                                                     00420015
004300        RECORDING MODE IS F                                       00430015
004400        RECORD CONTAINS 2 CHARACTERS.                             00440015
004500                                                                  00450015
004600*  Pais domestico (codigo de 2 posicoes do ISSUER01): emissor     00460015
004700*  deste pais = domestico, demais = internacional.  Cartao        00470015
004800*  ausente ou em branco = 'BR'.                                   00480015
004900   01 FD-PAISPRM-REG.                                             00490015
005000      05 FD-PAIS-DOMESTICO                   PIC X(002).          00500015
005100                                                                  00510015
005200   FD ISSUER                                                      00520015
005300        RECORDING MODE IS F                                       00530015
005400        RECORD CONTAINS 50 CHARACTERS.                            00540015
005500                                                                  00550015
005600   COPY ISSUER.                                                   00560015
005700                                                                  00570015
005800   FD BINCARD1                                                    00580015
005900        RECORDING MODE IS F                                       00590015
006000        RECORD CONTAINS 252 CHARACTERS.                           00600015
006100                                                                  00610015
006200   COPY BINCARD1.                                                 00620015
006300                                                                  00630015
006400   FD BINFAIXA                                                    00640015
006500        RECORDING MODE IS F                                       00650015
006600        RECORD CONTAINS 264 CHARACTERS.                           00660015
006700                                                                  00670015
006800   COPY BINFAIXA.                                                 00680015
006900                                                                  00690015
007000   FD BINLIQ                                                      00700015
007100        RECORDING MODE IS F                                       00710015
007200        RECORD CONTAINS 80 CHARACTERS.                            00720015
007300                                                                  00730015
007400*  Extrato de roteamento por banco liquidante.  Um grupo por      00740015
007500*  banco liquidante + pais do emissor, em ordem de banco e        00750015
007600*  pais: cabecalho ('H'), um detalhe ('D') por BIN ou faixa       00760015
007700*  em vigor cujo emissor liquida pelo banco, e trailer ('T')      00770015
007800*  com as quantidades do grupo.  Codigos na chave de 8            00780015
007900*  digitos (BIN de 6 = BIN x 100; faixa de 6 normalizada          00790015
008000*  inicio x 100 e fim x 100 + 99), com o tamanho real.            00800015
008100   01 FD-BINLIQ-REG.                                              00810015
008200      05 FD-LIQ-TIPO                         PIC X(001).          00820015
008300      05 FD-LIQ-BANCO-LIQ                    PIC 9(003).          00830015
008400      05 FD-LIQ-PAIS                         PIC X(002).          00840015
008500*     D = domestico (pais do emissor = pais do PAISPRM1),         00850015
008600*     X = internacional (cross-border).                           00860015
008700      05 FD-LIQ-ABRANGENCIA                  PIC X(001).          00870015
008800      05 FD-LIQ-DADOS                        PIC X(073).          00880015
008900      05 FD-LIQ-CABECALHO REDEFINES FD-LIQ-DADOS.                 00890015
009000         10 FD-LIQ-DATA-CICLO                PIC 9(008).          00900015
009100         10 FILLER                           PIC X(065).          00910015
009200      05 FD-LIQ-DETALHE REDEFINES FD-LIQ-DADOS.                   00920015
009300*        B = BIN avulso do BIN00001, F = faixa do BINFAIXA1       00930015
009400         10 FD-LIQ-REGISTRO                  PIC X(001).          00940015
009500         10 FD-LIQ-CODIGO-INICIO             PIC 9(008).          00950015
009600         10 FD-LIQ-CODIGO-FIM                PIC 9(008).          00960015
009700         10 FD-LIQ-TAMANHO                   PIC 9(001).          00970015
009800         10 FD-LIQ-BANDEIRA                  PIC X(010).          00980015
009900         10 FD-LIQ-EMISSOR-CODIGO            PIC 9(005).          00990015
010000         10 FD-LIQ-EMISSOR                   PIC X(035).          01000015
010100         10 FILLER                           PIC X(005).          01010015
010200      05 FD-LIQ-TRAILER REDEFINES FD-LIQ-DADOS.                   01020015
010300         10 FD-LIQ-QTD-BINS                  PIC 9(007).          01030015
010400         10 FD-LIQ-QTD-FAIXAS                PIC 9(007).          01040015
010500         10 FD-LIQ-QTD-DETALHES              PIC 9(007).          01050015
010600         10 FILLER                           PIC X(052).          01060015
010700                                                                  01070015
010800   FD BINLQX                                                      01080015
010900        RECORDING MODE IS F                                       01090015
011000        RECORD CONTAINS 100 CHARACTERS.                           01100015
011100                                                                  01110015
011200*  Lista de excecoes: BIN ou faixa em vigor cujo emissor nao      01120015
011300*  existe no ISSUER01 ('01') ou esta inativo ('02').              01130015
011400   01 FD-BINLQX-REG.                                              01140015
011500      05 FD-LQX-REGISTRO                     PIC X(001).          01150015
011600      05 FD-LQX-CODIGO-INICIO                PIC 9(008).          01160015
011700      05 FD-LQX-CODIGO-FIM                   PIC 9(008).          01170015
011800      05 FD-LQX-BANDEIRA                     PIC X(010).          01180015
011900      05 FD-LQX-EMISSOR-CODIGO               PIC 9(005).          01190015
012000      05 FD-LQX-EMISSOR                      PIC X(035).          01200015
012100      05 FD-LQX-RAZAO-COD                    PIC X(002).          01210015
012200      05 FD-LQX-RAZAO-DESC                   PIC X(030).          01220015
012300      05 FILLER                              PIC X(001).          01230015
012400                                                                  01240015
012500   WORKING-STORAGE SECTION.                                       01250015
012600*    Extrato noturno de roteamento por banco liquidante para a    01260015
012700*    equipe de compensacao (substitui o cruzamento manual de um   01270015
012800*    dump do BIN00001 com a listagem do ISSUER01).  Os BINs       01280015
012900*    avulsos casam com o emissor pelo codigo (registros antigos   01290015
013000*    sem codigo, pelo nome, como no BATCH002); as faixas do       01300015
013100*    BINFAIXA1 nao tem codigo de emissor e casam pelo nome        01310015
013200*    (havendo mais de um emissor com o nome, vale o ativo).  So   01320015
013300*    entram registros em vigor na data do ciclo (mesma regra      01330015
013400*    do BATCH001).  Emissor inexistente ou inativo manda o        01340015
013500*    registro para a lista de excecoes em vez do extrato.         01350015
013600*    Os registros selecionados sao encadeados por grupo (banco    01360015
013700*    + pais) na ordem de leitura - BINs em ordem de codigo,       01370015
013800*    depois as faixas - e os grupos sao ordenados por banco e     01380015
013900*    pais na gravacao.                                            01390015
014000   01 WS-CICLOPRM-STATUS                    PIC X(002) VALUE '00'.01400015
014100   01 WS-PAISPRM-STATUS                     PIC X(002) VALUE '00'.01410015
014200   01 WS-ISSUER-STATUS                      PIC X(002) VALUE '00'.01420015
014300   01 WS-BINCARD1-STATUS                    PIC X(002) VALUE '00'.01430015
014400   01 WS-BINFAIXA-STATUS                    PIC X(002) VALUE '00'.01440015
014500   01 WS-BINLIQ-STATUS                      PIC X(002) VALUE '00'.01450015
014600   01 WS-BINLQX-STATUS                      PIC X(002) VALUE '00'.01460015
014700                                                                  01470015
014800   01 WS-ISSUER-EOF                         PIC X(001) VALUE 'N'. 01480015
014900      88 ISSUER-FIM-ARQUIVO                  VALUE 'Y'.           01490015
015000   01 WS-BIN-EOF                            PIC X(001) VALUE 'N'. 01500015
015100      88 BIN-FIM-ARQUIVO                     VALUE 'Y'.           01510015
015200   01 WS-FAIXA-EOF                          PIC X(001) VALUE 'N'. 01520015
015300      88 FAIXA-FIM-ARQUIVO                   VALUE 'Y'.           01530015
015400   01 WS-SAIDAS-SW                          PIC X(001) VALUE 'N'. 01540015
015500      88 SAIDAS-ABERTAS                      VALUE 'S'.           01550015
015600                                                                  01560015
015700   01 WS-EMISSOR-SW                         PIC X(001) VALUE 'N'. 01570015
015800      88 EMISSOR-CONHECIDO                   VALUE 'S'.           01580015
015900      88 EMISSOR-DESCONHECIDO                VALUE 'N'.           01590015
016000   01 WS-VIGENCIA-SW                        PIC X(001) VALUE 'S'. 01600015
016100      88 REGISTRO-EM-VIGOR                   VALUE 'S'.           01610015
016200      88 REGISTRO-FORA-VIGENCIA              VALUE 'N'.           01620015
016300                                                                  01630015
016400   01 WS-DATA-CICLO                         PIC 9(008) VALUE ZERO.01640015
016500   01 WS-PAIS-DOMESTICO                     PIC X(002) VALUE 'BR'.01650015
016600                                                                  01660015
016700   01 WS-TABELA-EMISSORES.                                        01670015
016800      05 WS-QTD-EMISSORES        PIC 9(005) VALUE ZERO.           01680015
016900      05 WS-EMISSOR-TAB OCCURS 0 TO 2000 TIMES                    01690015
017000            DEPENDING ON WS-QTD-EMISSORES                         01700015
017100            INDEXED BY WS-IDX-EMISSOR.                            01710015
017200         10 WS-EMISSOR-CODIGO    PIC 9(005).                      01720015
017300         10 WS-EMISSOR-NOME      PIC X(035).                      01730015
017400         10 WS-EMISSOR-STATUS    PIC X(001).                      01740015
017500            88 EMISSOR-TAB-ATIVO  VALUE 'A'.                      01750015
017600         10 WS-EMISSOR-GRUPO     PIC 9(004) COMP.                 01760015
017700                                                                  01770015
017800*  Grupos banco liquidante + pais, na ordem em que aparecem       01780015
017900*  no ISSUER01.  Primeiro/ultimo = ponta da cadeia de             01790015
018000*  registros selecionados do grupo (zero = vazia).                01800015
018200   01 WS-TABELA-GRUPOS.                                           01820015
018300      05 WS-QTD-GRUPOS           PIC 9(004) VALUE ZERO.           01830015
018400      05 WS-GRUPO-TAB OCCURS 0 TO 2000 TIMES                      01840015
018500            DEPENDING ON WS-QTD-GRUPOS                            01850015
018600            INDEXED BY WS-IDX-GRUPO.                              01860015
018700         10 WS-GRUPO-CHAVE.                                       01870015
018800            15 WS-GRUPO-BANCO    PIC 9(003).                      01880015
018900            15 WS-GRUPO-PAIS     PIC X(002).                      01890015
019000         10 WS-GRUPO-PRIMEIRO    PIC 9(006) COMP.                 01900015
019100         10 WS-GRUPO-ULTIMO      PIC 9(006) COMP.                 01910015
019200         10 WS-GRUPO-QTD-BINS    PIC 9(007).                      01920015
019300         10 WS-GRUPO-QTD-FAIXAS  PIC 9(007).                      01930015
019310                                                                  01931015
019320*  Grupos ordenados por banco e pais para a gravacao (indice na   01932015
019330*  WS-GRUPO-TAB); area propria, fora da tabela de tamanho         01933015
019340*  variavel.                                                      01934015
019350   01 WS-TABELA-ORDEM.                                            01935015
019400      05 WS-ORDEM-TAB OCCURS 2000 TIMES.                          01940015
019500         10 WS-ORDEM-GRUPO       PIC 9(004) COMP.                 01950015
019600   01 WS-ORD-I                   PIC 9(004) COMP.                 01960015
019700   01 WS-ORD-J                   PIC 9(004) COMP.                 01970015
019800   01 WS-ORD-TEMP                PIC 9(004) COMP.                 01980015
019900   01 WS-GRUPO-ATUAL             PIC 9(004) COMP.                 01990015
020000                                                                  02000015
020100*  Registros selecionados (BINs + faixas), encadeados por         02010015
020200*  grupo pelo campo proximo (zero = fim da cadeia).               02020015
020300   01 WS-TABELA-SELECAO.                                          02030015
020400      05 WS-QTD-SELECAO          PIC 9(006) VALUE ZERO.           02040015
020500      05 WS-SEL-TAB OCCURS 0 TO 100500 TIMES                      02050015
020600            DEPENDING ON WS-QTD-SELECAO.                          02060015
020700         10 WS-SEL-REGISTRO      PIC X(001).                      02070015
020800         10 WS-SEL-CODIGO-INICIO PIC 9(008).                      02080015
020900         10 WS-SEL-CODIGO-FIM    PIC 9(008).                      02090015
021000         10 WS-SEL-TAMANHO       PIC 9(001).                      02100015
021100         10 WS-SEL-BANDEIRA      PIC X(010).                      02110015
021200         10 WS-SEL-EMISSOR-CODIGO PIC 9(005).                     02120015
021300         10 WS-SEL-EMISSOR       PIC X(035).                      02130015
021400         10 WS-SEL-PROXIMO       PIC 9(006) COMP.                 02140015
021500   01 WS-SEL-ATUAL               PIC 9(006) COMP.                 02150015
021600                                                                  02160015
021700*  Registro corrente (BIN ou faixa) em formato comum.             02170015
021800   01 WS-CORRENTE.                                                02180015
021900      05 WS-COR-REGISTRO         PIC X(001).                      02190015
022000      05 WS-COR-CODIGO-INICIO    PIC 9(008).                      02200015
022100      05 WS-COR-CODIGO-FIM       PIC 9(008).                      02210015
022200      05 WS-COR-TAMANHO          PIC 9(001).                      02220015
022300      05 WS-COR-BANDEIRA         PIC X(010).                      02230015
022400      05 WS-COR-EMISSOR-CODIGO   PIC 9(005).                      02240015
022500      05 WS-COR-EMISSOR          PIC X(035).                      02250015
022600      05 WS-COR-VIGENCIA         PIC X(008).                      02260015
022700      05 WS-COR-EXPIRACAO        PIC X(008).                      02270015
022800                                                                  02280015
022900   01 WS-TOTAIS.                                                  02290015
023000      05 WS-TOT-BINS-LIDOS       PIC 9(007) VALUE ZERO.           02300015
023100      05 WS-TOT-FAIXAS-LIDAS     PIC 9(007) VALUE ZERO.           02310015
023150      05 WS-TOT-FAIXAS-IGNORADAS PIC 9(007) VALUE ZERO.           02315015
023200      05 WS-TOT-FORA-VIGENCIA    PIC 9(007) VALUE ZERO.           02320015
023300      05 WS-TOT-BINS-SELEC       PIC 9(007) VALUE ZERO.           02330015
023400      05 WS-TOT-FAIXAS-SELEC     PIC 9(007) VALUE ZERO.           02340015
023500      05 WS-TOT-DOMESTICOS       PIC 9(007) VALUE ZERO.           02350015
023600      05 WS-TOT-INTERNACIONAIS   PIC 9(007) VALUE ZERO.           02360015
023700      05 WS-TOT-SEM-EMISSOR      PIC 9(007) VALUE ZERO.           02370015
023800      05 WS-TOT-EMISSOR-INATIVO  PIC 9(007) VALUE ZERO.           02380015
023900      05 WS-TOT-GRUPOS-GRAVADOS  PIC 9(007) VALUE ZERO.           02390015
024000                                                                  02400015
024100   01 WS-RETORNO-JOB                        PIC 9(002) VALUE ZERO.02410015
024200                                                                  02420015
024300   COPY RUNCTLA1.                                                 02430015
024400                                                                  02440015
024500 PROCEDURE DIVISION.                                              02450015
024600     PERFORM 200-REGISTRA-INICIO                                  02460015
024700     PERFORM 005-DEFINE-CICLO                                     02470015
024800     PERFORM 008-LE-PAIS-DOMESTICO                                02480015
024900     PERFORM 010-CARREGA-EMISSORES                                02490015
025000     IF RETURN-CODE = 0                                           02500015
025100        PERFORM 015-ABRE-SAIDAS                                   02510015
025200     END-IF                                                       02520015
025300     IF RETURN-CODE = 0                                           02530015
025400        PERFORM 020-SELECIONA-BINS                                02540015
025500     END-IF                                                       02550015
025600     IF RETURN-CODE = 0                                           02560015
025700        PERFORM 030-SELECIONA-FAIXAS                              02570015
025800     END-IF                                                       02580015
025900     IF RETURN-CODE = 0                                           02590015
026000        PERFORM 060-ORDENA-GRUPOS                                 02600015
026100        PERFORM 070-GRAVA-EXTRATO                                 02610015
026200     END-IF                                                       02620015
026300     IF SAIDAS-ABERTAS                                            02630015
026400        CLOSE BINLIQ                                              02640015
026500        CLOSE BINLQX                                              02650015
026600     END-IF                                                       02660015
026700     IF RETURN-CODE = 0                                           02670015
026800           AND WS-TOT-SEM-EMISSOR + WS-TOT-EMISSOR-INATIVO > 0    02680015
026900        MOVE 4 TO RETURN-CODE                                     02690015
027000     END-IF                                                       02700015
027100     PERFORM 210-REGISTRA-FIM                                     02710015
027200     PERFORM 090-IMPRIME-TOTAIS                                   02720015
027300     STOP RUN.                                                    02730015
027400* --------------------------------                                02740015
027500 005-DEFINE-CICLO.                                                02750015
027600*    Data do ciclo pelo cartao CICLOPRM, como no BATCH012;        02760015
027700*    ausente, vazio ou zerado = data corrente.                    02770015
027800     OPEN INPUT CICLOPRM                                          02780015
027900     IF WS-CICLOPRM-STATUS = '00'                                 02790015
028000        READ CICLOPRM                                             02800015
028100           AT END CONTINUE                                        02810015
028200           NOT AT END                                             02820015
028300              IF FD-CICLO-DATA NUMERIC AND FD-CICLO-DATA > ZERO   02830015
028400                 MOVE FD-CICLO-DATA TO WS-DATA-CICLO              02840015
028500              END-IF                                              02850015
028600        END-READ                                                  02860015
028700        CLOSE CICLOPRM                                            02870015
028800     END-IF                                                       02880015
028900     IF WS-DATA-CICLO = ZERO                                      02890015
029000        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-CICLO         02900015
029100     END-IF                                                       02910015
029200     .                                                            02920015
029300* --------------------------------                                02930015
029400 008-LE-PAIS-DOMESTICO.                                           02940015
029500     OPEN INPUT PAISPRM                                           02950015
029600     IF WS-PAISPRM-STATUS = '00'                                  02960015
029700        READ PAISPRM                                              02970015
029800           AT END CONTINUE                                        02980015
029900           NOT AT END                                             02990015
030000              IF FD-PAIS-DOMESTICO NOT = SPACES                   03000015
030100                 MOVE FD-PAIS-DOMESTICO TO WS-PAIS-DOMESTICO      03010015
030200              END-IF                                              03020015
030300        END-READ                                                  03030015
030400        CLOSE PAISPRM                                             03040015
030500     END-IF                                                       03050015
030600     .                                                            03060015
030700* --------------------------------                                03070015
030800 010-CARREGA-EMISSORES.                                           03080015
030900*    Carrega o cadastro de emissores e monta os grupos banco      03090015
031000*    liquidante + pais.  Sem o cadastro o extrato nao tem         03100015
031100*    sentido: erro de ambiente (RC=16).                           03110015
031200     OPEN INPUT ISSUER                                            03120015
031300     IF WS-ISSUER-STATUS NOT = '00'                               03130015
031400        DISPLAY 'BATCH027 - ERRO AO ABRIR ISSUER01 - STATUS: '    03140015
031500                WS-ISSUER-STATUS                                  03150015
031600        MOVE 16 TO RETURN-CODE                                    03160015
031700     ELSE                                                         03170015
031800        PERFORM UNTIL ISSUER-FIM-ARQUIVO                          03180015
031900           READ ISSUER NEXT RECORD                                03190015
032000              AT END SET ISSUER-FIM-ARQUIVO TO TRUE               03200015
032100           NOT AT END                                             03210015
032200              IF WS-QTD-EMISSORES >= 2000                         03220015
032300                 DISPLAY 'BATCH027 - ERRO: ISSUER EXCEDE 2000'    03230015
032400                         ' EMISSORES - EXTRATO NAO GERADO'        03240015
032500                 SET ISSUER-FIM-ARQUIVO TO TRUE                   03250015
032600                 MOVE 16 TO RETURN-CODE                           03260015
032700              ELSE                                                03270015
032800                 ADD 1 TO WS-QTD-EMISSORES                        03280015
032900                 MOVE FD-ISSUER-CODIGO TO                         03290015
033000                      WS-EMISSOR-CODIGO (WS-QTD-EMISSORES)        03300015
033100                 MOVE FD-ISSUER-EMISSOR TO                        03310015
033200                      WS-EMISSOR-NOME (WS-QTD-EMISSORES)          03320015
033300                 MOVE FD-ISSUER-STATUS TO                         03330015
033400                      WS-EMISSOR-STATUS (WS-QTD-EMISSORES)        03340015
033500                 PERFORM 012-LOCALIZA-GRUPO                       03350015
033600                 MOVE WS-GRUPO-ATUAL TO                           03360015
033700                      WS-EMISSOR-GRUPO (WS-QTD-EMISSORES)         03370015
033800              END-IF                                              03380015
033900           END-READ                                               03390015
034000        END-PERFORM                                               03400015
034100        CLOSE ISSUER                                              03410015
034200     END-IF                                                       03420015
034300     .                                                            03430015
034400* --------------------------------                                03440015
034500 012-LOCALIZA-GRUPO.                                              03450015
034600     SET WS-IDX-GRUPO TO 1                                        03460015
034700     SEARCH WS-GRUPO-TAB                                          03470015
034800        AT END                                                    03480015
034900           ADD 1 TO WS-QTD-GRUPOS                                 03490015
035000           SET WS-IDX-GRUPO TO WS-QTD-GRUPOS                      03500015
035100           MOVE FD-ISSUER-BANCO-LIQ TO                            03510015
035200                WS-GRUPO-BANCO (WS-IDX-GRUPO)                     03520015
035300           MOVE FD-ISSUER-PAIS TO WS-GRUPO-PAIS (WS-IDX-GRUPO)    03530015
035400           MOVE ZERO TO WS-GRUPO-PRIMEIRO (WS-IDX-GRUPO)          03540015
035500                        WS-GRUPO-ULTIMO (WS-IDX-GRUPO)            03550015
035600                        WS-GRUPO-QTD-BINS (WS-IDX-GRUPO)          03560015
035700                        WS-GRUPO-QTD-FAIXAS (WS-IDX-GRUPO)        03570015
035800        WHEN WS-GRUPO-BANCO (WS-IDX-GRUPO) = FD-ISSUER-BANCO-LIQ  03580015
035900              AND WS-GRUPO-PAIS (WS-IDX-GRUPO) = FD-ISSUER-PAIS   03590015
036000           CONTINUE                                               03600015
036100     END-SEARCH                                                   03610015
036200     SET WS-GRUPO-ATUAL TO WS-IDX-GRUPO                           03620015
036300     .                                                            03630015
036400* --------------------------------                                03640015
036500 015-ABRE-SAIDAS.                                                 03650015
036600     OPEN OUTPUT BINLIQ                                           03660015
036700     IF WS-BINLIQ-STATUS NOT = '00'                               03670015
036800        DISPLAY 'BATCH027 - ERRO AO ABRIR BINLIQ01 - STATUS: '    03680015
036900                WS-BINLIQ-STATUS                                  03690015
037000        MOVE 16 TO RETURN-CODE                                    03700015
037100     ELSE                                                         03710015
037200        OPEN OUTPUT BINLQX                                        03720015
037300        IF WS-BINLQX-STATUS NOT = '00'                            03730015
037400           DISPLAY 'BATCH027 - ERRO AO ABRIR BINLQX01 - STATUS: ' 03740015
037500                   WS-BINLQX-STATUS                               03750015
037600           MOVE 16 TO RETURN-CODE                                 03760015
037700           CLOSE BINLIQ                                           03770015
037800        ELSE                                                      03780015
037900           SET SAIDAS-ABERTAS TO TRUE                             03790015
038000        END-IF                                                    03800015
038100     END-IF                                                       03810015
038200     .                                                            03820015
038300* --------------------------------                                03830015
038400 020-SELECIONA-BINS.                                              03840015
038500     OPEN INPUT BINCARD1                                          03850015
038600     IF WS-BINCARD1-STATUS NOT = '00'                             03860015
038700        DISPLAY 'BATCH027 - ERRO AO ABRIR BIN00001 - STATUS: '    03870015
038800                WS-BINCARD1-STATUS                                03880015
038900        MOVE 16 TO RETURN-CODE                                    03890015
039000     ELSE                                                         03900015
039100        PERFORM UNTIL BIN-FIM-ARQUIVO                             03910015
039200           READ BINCARD1 NEXT RECORD                              03920015
039300              AT END SET BIN-FIM-ARQUIVO TO TRUE                  03930015
039400           NOT AT END                                             03940015
039500              ADD 1 TO WS-TOT-BINS-LIDOS                          03950015
039600              PERFORM 025-PREPARA-BIN                             03960015
039700              PERFORM 040-TRATA-REGISTRO                          03970015
039800           END-READ                                               03980015
039900        END-PERFORM                                               03990015
040000        CLOSE BINCARD1                                            04000015
040100     END-IF                                                       04010015
040200     .                                                            04020015
040300* --------------------------------                                04030015
040400 025-PREPARA-BIN.                                                 04040015
040500     MOVE 'B'                        TO WS-COR-REGISTRO           04050015
040600     MOVE FD-BINCARD1-CODIGO         TO WS-COR-CODIGO-INICIO      04060015
040700     MOVE FD-BINCARD1-CODIGO         TO WS-COR-CODIGO-FIM         04070015
040800     IF FD-BINCARD1-TAMANHO = 6                                   04080015
040900        MOVE 6 TO WS-COR-TAMANHO                                  04090015
041000     ELSE                                                         04100015
041100        MOVE 8 TO WS-COR-TAMANHO                                  04110015
041200     END-IF                                                       04120015
041300     MOVE FD-BINCARD1-BANDEIRA       TO WS-COR-BANDEIRA           04130015
041400     MOVE FD-BINCARD1-EMISSOR        TO WS-COR-EMISSOR            04140015
041500     IF FD-BINCARD1-EMISSOR-CODIGO NUMERIC                        04150015
041600        MOVE FD-BINCARD1-EMISSOR-CODIGO TO WS-COR-EMISSOR-CODIGO  04160015
041700     ELSE                                                         04170015
041800        MOVE ZERO TO WS-COR-EMISSOR-CODIGO                        04180015
041900     END-IF                                                       04190015
042000     MOVE FD-BINCARD1-DATA-VIGENCIA  TO WS-COR-VIGENCIA           04200015
042100     MOVE FD-BINCARD1-DATA-EXPIRACAO TO WS-COR-EXPIRACAO          04210015
042200     .                                                            04220015
042300* --------------------------------                                04230015
042400 030-SELECIONA-FAIXAS.                                            04240015
042500*    Faixas do BINFAIXA1, normalizadas para a chave de 8          04250015
042600*    digitos.  Arquivo ausente = nenhuma faixa (como no           04260015
042700*    BATCH001).                                                   04270015
042800     OPEN INPUT BINFAIXA                                          04280015
042900     IF WS-BINFAIXA-STATUS = '00'                                 04290015
043000        PERFORM UNTIL FAIXA-FIM-ARQUIVO                           04300015
043100           READ BINFAIXA                                          04310015
043200              AT END SET FAIXA-FIM-ARQUIVO TO TRUE                04320015
043300           NOT AT END                                             04330015
043400              ADD 1 TO WS-TOT-FAIXAS-LIDAS                        04340015
043410*             Limite acima de 999999 com tamanho 6 indica cartao  04341015
043420*             errado: a faixa e ignorada com aviso, como no       04342015
043430*             BATCH001, para o extrato nao levar faixa que o      04343015
043440*             BINOUT01 nao leva.                                  04344015
043450              IF FD-BINFAIXA-TAMANHO NUMERIC                      04345015
043460                    AND FD-BINFAIXA-TAMANHO = 6                   04346015
043470                    AND (FD-BINFAIXA-CODIGO-INICIO > 999999       04347015
043480                      OR FD-BINFAIXA-CODIGO-FIM > 999999)         04348015
043490                 ADD 1 TO WS-TOT-FAIXAS-IGNORADAS                 04349015
043500                 DISPLAY 'BATCH027 - FAIXA TAMANHO 6'             04350015
043510                         ' COM LIMITE ACIMA DE 999999'            04351015
043520                         ' IGNORADA: ' FD-BINFAIXA-CODIGO-INICIO  04352015
043530              ELSE                                                04353015
043540                 PERFORM 035-PREPARA-FAIXA                        04354015
043550                 PERFORM 040-TRATA-REGISTRO                       04355015
043560              END-IF                                              04356015
043700           END-READ                                               04370015
043800        END-PERFORM                                               04380015
043900        CLOSE BINFAIXA                                            04390015
044000     END-IF                                                       04400015
044100     .                                                            04410015
044200* --------------------------------                                04420015
044300 035-PREPARA-FAIXA.                                               04430015
044400     MOVE 'F'                        TO WS-COR-REGISTRO           04440015
044500     IF FD-BINFAIXA-TAMANHO = 6                                   04450015
044600        MOVE 6 TO WS-COR-TAMANHO                                  04460015
044700        COMPUTE WS-COR-CODIGO-INICIO =                            04470015
044800                FD-BINFAIXA-CODIGO-INICIO * 100                   04480015
044900        COMPUTE WS-COR-CODIGO-FIM =                               04490015
045000                FD-BINFAIXA-CODIGO-FIM * 100 + 99                 04500015
045100     ELSE                                                         04510015
045200        MOVE 8 TO WS-COR-TAMANHO                                  04520015
045300        MOVE FD-BINFAIXA-CODIGO-INICIO TO WS-COR-CODIGO-INICIO    04530015
045400        MOVE FD-BINFAIXA-CODIGO-FIM    TO WS-COR-CODIGO-FIM       04540015
045500     END-IF                                                       04550015
045600     MOVE FD-BINFAIXA-BANDEIRA       TO WS-COR-BANDEIRA           04560015
045700     MOVE FD-BINFAIXA-EMISSOR        TO WS-COR-EMISSOR            04570015
045800     MOVE ZERO                       TO WS-COR-EMISSOR-CODIGO     04580015
045900     MOVE FD-BINFAIXA-DATA-VIGENCIA  TO WS-COR-VIGENCIA           04590015
046000     MOVE FD-BINFAIXA-DATA-EXPIRACAO TO WS-COR-EXPIRACAO          04600015
046100     .                                                            04610015
046200* --------------------------------                                04620015
046300 040-TRATA-REGISTRO.                                              04630015
046400     PERFORM 045-VERIFICA-VIGENCIA                                04640015
046500     IF REGISTRO-FORA-VIGENCIA                                    04650015
046600        ADD 1 TO WS-TOT-FORA-VIGENCIA                             04660015
046700     ELSE                                                         04670015
046800        PERFORM 050-LOCALIZA-EMISSOR                              04680015
046900        EVALUATE TRUE                                             04690015
047000           WHEN EMISSOR-DESCONHECIDO                              04700015
047100              ADD 1 TO WS-TOT-SEM-EMISSOR                         04710015
047200              MOVE '01' TO FD-LQX-RAZAO-COD                       04720015
047300              MOVE 'EMISSOR NAO CADASTRADO' TO FD-LQX-RAZAO-DESC  04730015
047400              PERFORM 058-GRAVA-EXCECAO                           04740015
047500           WHEN NOT EMISSOR-TAB-ATIVO (WS-IDX-EMISSOR)            04750015
047600              ADD 1 TO WS-TOT-EMISSOR-INATIVO                     04760015
047700              MOVE '02' TO FD-LQX-RAZAO-COD                       04770015
047800              MOVE 'EMISSOR INATIVO' TO FD-LQX-RAZAO-DESC         04780015
047900              PERFORM 058-GRAVA-EXCECAO                           04790015
048000           WHEN OTHER                                             04800015
048100              PERFORM 055-ENCADEIA-SELECIONADO                    04810015
048200        END-EVALUATE                                              04820015
048300     END-IF                                                       04830015
048400     .                                                            04840015
048500* --------------------------------                                04850015
048600 045-VERIFICA-VIGENCIA.                                           04860015
048700*    Mesma regra do 008-VERIFICA-VIGENCIA do BATCH001, na data    04870015
048800*    do ciclo: datas zeradas, em branco ou nao numericas valem    04880015
048900*    sem limite; a expiracao e o ultimo dia em vigor.             04890015
049000     SET REGISTRO-EM-VIGOR TO TRUE                                04900015
049100     IF WS-COR-VIGENCIA NUMERIC                                   04910015
049200           AND WS-COR-VIGENCIA > '00000000'                       04920015
049300           AND WS-COR-VIGENCIA > WS-DATA-CICLO                    04930015
049400        SET REGISTRO-FORA-VIGENCIA TO TRUE                        04940015
049500     END-IF                                                       04950015
049600     IF WS-COR-EXPIRACAO NUMERIC                                  04960015
049700           AND WS-COR-EXPIRACAO > '00000000'                      04970015
049800           AND WS-COR-EXPIRACAO < WS-DATA-CICLO                   04980015
049900        SET REGISTRO-FORA-VIGENCIA TO TRUE                        04990015
050000     END-IF                                                       05000015
050100     .                                                            05010015
050200* --------------------------------                                05020015
050300 050-LOCALIZA-EMISSOR.                                            05030015
050400*    BIN com codigo de emissor: pelo codigo.  BIN antigo sem      05040015
050500*    codigo e faixa: pelo nome, preferindo o emissor ativo        05050015
050600*    quando o nome se repete no cadastro.                         05060015
050700     SET EMISSOR-DESCONHECIDO TO TRUE                             05070015
050800     IF WS-COR-EMISSOR-CODIGO > ZERO                              05080015
050900        SET WS-IDX-EMISSOR TO 1                                   05090015
051000        SEARCH WS-EMISSOR-TAB                                     05100015
051100           AT END CONTINUE                                        05110015
051200           WHEN WS-EMISSOR-CODIGO (WS-IDX-EMISSOR)                05120015
051300              = WS-COR-EMISSOR-CODIGO                             05130015
051400              SET EMISSOR-CONHECIDO TO TRUE                       05140015
051500        END-SEARCH                                                05150015
051600     ELSE                                                         05160015
051700        SET WS-IDX-EMISSOR TO 1                                   05170015
051800        SEARCH WS-EMISSOR-TAB                                     05180015
051900           AT END CONTINUE                                        05190015
052000           WHEN WS-EMISSOR-NOME (WS-IDX-EMISSOR) = WS-COR-EMISSOR 05200015
052100                 AND EMISSOR-TAB-ATIVO (WS-IDX-EMISSOR)           05210015
052200              SET EMISSOR-CONHECIDO TO TRUE                       05220015
052300        END-SEARCH                                                05230015
052400        IF EMISSOR-DESCONHECIDO                                   05240015
052500           SET WS-IDX-EMISSOR TO 1                                05250015
052600           SEARCH WS-EMISSOR-TAB                                  05260015
052700              AT END CONTINUE                                     05270015
052800              WHEN WS-EMISSOR-NOME (WS-IDX-EMISSOR)               05280015
052900                 = WS-COR-EMISSOR                                 05290015
053000                 SET EMISSOR-CONHECIDO TO TRUE                    05300015
053100           END-SEARCH                                             05310015
053200        END-IF                                                    05320015
053300     END-IF                                                       05330015
053400     .                                                            05340015
053500* --------------------------------                                05350015
053600 055-ENCADEIA-SELECIONADO.                                        05360015
053700     IF WS-QTD-SELECAO >= 100500                                  05370015
053800        DISPLAY 'BATCH027 - ERRO: SELECAO EXCEDE 100500'          05380015
053900                ' REGISTROS - EXTRATO NAO GERADO'                 05390015
054000        SET BIN-FIM-ARQUIVO TO TRUE                               05400015
054100        SET FAIXA-FIM-ARQUIVO TO TRUE                             05410015
054200        MOVE 16 TO RETURN-CODE                                    05420015
054300     ELSE                                                         05430015
054400        ADD 1 TO WS-QTD-SELECAO                                   05440015
054500        MOVE WS-QTD-SELECAO TO WS-SEL-ATUAL                       05450015
054600        MOVE WS-COR-REGISTRO      TO                              05460015
054700             WS-SEL-REGISTRO (WS-SEL-ATUAL)                       05470015
054800        MOVE WS-COR-CODIGO-INICIO TO                              05480015
054900             WS-SEL-CODIGO-INICIO (WS-SEL-ATUAL)                  05490015
055000        MOVE WS-COR-CODIGO-FIM    TO                              05500015
055100             WS-SEL-CODIGO-FIM (WS-SEL-ATUAL)                     05510015
055200        MOVE WS-COR-TAMANHO       TO                              05520015
055300             WS-SEL-TAMANHO (WS-SEL-ATUAL)                        05530015
055400        MOVE WS-COR-BANDEIRA      TO                              05540015
055500             WS-SEL-BANDEIRA (WS-SEL-ATUAL)                       05550015
055600        MOVE WS-EMISSOR-CODIGO (WS-IDX-EMISSOR) TO                05560015
055700             WS-SEL-EMISSOR-CODIGO (WS-SEL-ATUAL)                 05570015
055800        MOVE WS-COR-EMISSOR       TO                              05580015
055900             WS-SEL-EMISSOR (WS-SEL-ATUAL)                        05590015
056000        MOVE ZERO                 TO                              05600015
056100             WS-SEL-PROXIMO (WS-SEL-ATUAL)                        05610015
056200        MOVE WS-EMISSOR-GRUPO (WS-IDX-EMISSOR) TO WS-GRUPO-ATUAL  05620015
056300        IF WS-GRUPO-PRIMEIRO (WS-GRUPO-ATUAL) = ZERO              05630015
056400           MOVE WS-SEL-ATUAL TO WS-GRUPO-PRIMEIRO (WS-GRUPO-ATUAL)05640015
056500        ELSE                                                      05650015
056600           MOVE WS-SEL-ATUAL TO                                   05660015
056700                WS-SEL-PROXIMO (WS-GRUPO-ULTIMO (WS-GRUPO-ATUAL)) 05670015
056800        END-IF                                                    05680015
056900        MOVE WS-SEL-ATUAL TO WS-GRUPO-ULTIMO (WS-GRUPO-ATUAL)     05690015
057000        IF WS-COR-REGISTRO = 'B'                                  05700015
057100           ADD 1 TO WS-TOT-BINS-SELEC                             05710015
057200           ADD 1 TO WS-GRUPO-QTD-BINS (WS-GRUPO-ATUAL)            05720015
057300        ELSE                                                      05730015
057400           ADD 1 TO WS-TOT-FAIXAS-SELEC                           05740015
057500           ADD 1 TO WS-GRUPO-QTD-FAIXAS (WS-GRUPO-ATUAL)          05750015
057600        END-IF                                                    05760015
057700        IF WS-GRUPO-PAIS (WS-GRUPO-ATUAL) = WS-PAIS-DOMESTICO     05770015
057800           ADD 1 TO WS-TOT-DOMESTICOS                             05780015
057900        ELSE                                                      05790015
058000           ADD 1 TO WS-TOT-INTERNACIONAIS                         05800015
058100        END-IF                                                    05810015
058200     END-IF                                                       05820015
058300     .                                                            05830015
058400* --------------------------------                                05840015
058500 058-GRAVA-EXCECAO.                                               05850015
058600     MOVE WS-COR-REGISTRO          TO FD-LQX-REGISTRO             05860015
058700     MOVE WS-COR-CODIGO-INICIO     TO FD-LQX-CODIGO-INICIO        05870015
058800     MOVE WS-COR-CODIGO-FIM        TO FD-LQX-CODIGO-FIM           05880015
058900     MOVE WS-COR-BANDEIRA          TO FD-LQX-BANDEIRA             05890015
059000     MOVE WS-COR-EMISSOR-CODIGO    TO FD-LQX-EMISSOR-CODIGO       05900015
059100     MOVE WS-COR-EMISSOR           TO FD-LQX-EMISSOR              05910015
059200     WRITE FD-BINLQX-REG                                          05920015
059300     DISPLAY 'EXCECAO ' FD-LQX-REGISTRO ' ' FD-LQX-CODIGO-INICIO  05930015
059400             ' ' FD-LQX-CODIGO-FIM ' ' FD-LQX-RAZAO-DESC          05940015
059500     DISPLAY '  EMISSOR: ' FD-LQX-EMISSOR-CODIGO ' '              05950015
059600             FD-LQX-EMISSOR                                       05960015
059700     .                                                            05970015
059800* --------------------------------                                05980015
059900 060-ORDENA-GRUPOS.                                               05990015
060000*    Ordena os indices dos grupos por banco + pais (insercao;     06000015
060100*    poucos grupos).                                              06010015
060200     PERFORM VARYING WS-ORD-I FROM 1 BY 1                         06020015
060300           UNTIL WS-ORD-I > WS-QTD-GRUPOS                         06030015
060400        MOVE WS-ORD-I TO WS-ORDEM-GRUPO (WS-ORD-I)                06040015
060500     END-PERFORM                                                  06050015
060600     PERFORM 065-INSERE-GRUPO-ORDENADO                            06060015
060700        VARYING WS-ORD-I FROM 2 BY 1                              06070015
060800        UNTIL WS-ORD-I > WS-QTD-GRUPOS                            06080015
060900     .                                                            06090015
061000* --------------------------------                                06100015
061100 065-INSERE-GRUPO-ORDENADO.                                       06110015
061200     MOVE WS-ORDEM-GRUPO (WS-ORD-I) TO WS-ORD-TEMP                06120015
061300     MOVE WS-ORD-I TO WS-ORD-J                                    06130015
061400     PERFORM UNTIL WS-ORD-J = 1                                   06140015
061500           OR WS-GRUPO-CHAVE (WS-ORDEM-GRUPO (WS-ORD-J - 1))      06150015
061600              NOT > WS-GRUPO-CHAVE (WS-ORD-TEMP)                  06160015
061700        MOVE WS-ORDEM-GRUPO (WS-ORD-J - 1) TO                     06170015
061800             WS-ORDEM-GRUPO (WS-ORD-J)                            06180015
061900        SUBTRACT 1 FROM WS-ORD-J                                  06190015
062000     END-PERFORM                                                  06200015
062100     MOVE WS-ORD-TEMP TO WS-ORDEM-GRUPO (WS-ORD-J)                06210015
062200     .                                                            06220015
062300* --------------------------------                                06230015
062400 070-GRAVA-EXTRATO.                                               06240015
062500*    Grupo sem registro selecionado nao sai no extrato.           06250015
062600     PERFORM VARYING WS-ORD-I FROM 1 BY 1                         06260015
062700           UNTIL WS-ORD-I > WS-QTD-GRUPOS                         06270015
062800        MOVE WS-ORDEM-GRUPO (WS-ORD-I) TO WS-GRUPO-ATUAL          06280015
062900        IF WS-GRUPO-PRIMEIRO (WS-GRUPO-ATUAL) > ZERO              06290015
063000           PERFORM 075-GRAVA-GRUPO                                06300015
063100        END-IF                                                    06310015
063200     END-PERFORM                                                  06320015
063300     .                                                            06330015
063400* --------------------------------                                06340015
063500 075-GRAVA-GRUPO.                                                 06350015
063600     ADD 1 TO WS-TOT-GRUPOS-GRAVADOS                              06360015
063700     MOVE SPACES TO FD-BINLIQ-REG                                 06370015
063800     MOVE 'H' TO FD-LIQ-TIPO                                      06380015
063900     PERFORM 080-MONTA-CHAVE-GRUPO                                06390015
064000     MOVE WS-DATA-CICLO TO FD-LIQ-DATA-CICLO                      06400015
064100     WRITE FD-BINLIQ-REG                                          06410015
064200     MOVE WS-GRUPO-PRIMEIRO (WS-GRUPO-ATUAL) TO WS-SEL-ATUAL      06420015
064300     PERFORM UNTIL WS-SEL-ATUAL = ZERO                            06430015
064400        MOVE SPACES TO FD-BINLIQ-REG                              06440015
064500        MOVE 'D' TO FD-LIQ-TIPO                                   06450015
064600        PERFORM 080-MONTA-CHAVE-GRUPO                             06460015
064700        MOVE WS-SEL-REGISTRO (WS-SEL-ATUAL) TO FD-LIQ-REGISTRO    06470015
064800        MOVE WS-SEL-CODIGO-INICIO (WS-SEL-ATUAL) TO               06480015
064900             FD-LIQ-CODIGO-INICIO                                 06490015
065000        MOVE WS-SEL-CODIGO-FIM (WS-SEL-ATUAL) TO                  06500015
065100             FD-LIQ-CODIGO-FIM                                    06510015
065200        MOVE WS-SEL-TAMANHO (WS-SEL-ATUAL) TO FD-LIQ-TAMANHO      06520015
065300        MOVE WS-SEL-BANDEIRA (WS-SEL-ATUAL) TO FD-LIQ-BANDEIRA    06530015
065400        MOVE WS-SEL-EMISSOR-CODIGO (WS-SEL-ATUAL) TO              06540015
065500             FD-LIQ-EMISSOR-CODIGO                                06550015
065600        MOVE WS-SEL-EMISSOR (WS-SEL-ATUAL) TO FD-LIQ-EMISSOR      06560015
065700        WRITE FD-BINLIQ-REG                                       06570015
065800        MOVE WS-SEL-PROXIMO (WS-SEL-ATUAL) TO WS-SEL-ATUAL        06580015
065900     END-PERFORM                                                  06590015
066000     MOVE SPACES TO FD-BINLIQ-REG                                 06600015
066100     MOVE 'T' TO FD-LIQ-TIPO                                      06610015
066200     PERFORM 080-MONTA-CHAVE-GRUPO                                06620015
066300     MOVE WS-GRUPO-QTD-BINS (WS-GRUPO-ATUAL) TO FD-LIQ-QTD-BINS   06630015
066400     MOVE WS-GRUPO-QTD-FAIXAS (WS-GRUPO-ATUAL) TO                 06640015
066500          FD-LIQ-QTD-FAIXAS                                       06650015
066600     COMPUTE FD-LIQ-QTD-DETALHES =                                06660015
066700             WS-GRUPO-QTD-BINS (WS-GRUPO-ATUAL)                   06670015
066800           + WS-GRUPO-QTD-FAIXAS (WS-GRUPO-ATUAL)                 06680015
066900     WRITE FD-BINLIQ-REG                                          06690015
067000     DISPLAY 'BANCO ' WS-GRUPO-BANCO (WS-GRUPO-ATUAL)             06700015
067100             ' PAIS ' WS-GRUPO-PAIS (WS-GRUPO-ATUAL)              06710015
067200             ' ' FD-LIQ-ABRANGENCIA                               06720015
067300             ' BINS: ' WS-GRUPO-QTD-BINS (WS-GRUPO-ATUAL)         06730015
067400             ' FAIXAS: ' WS-GRUPO-QTD-FAIXAS (WS-GRUPO-ATUAL)     06740015
067500     .                                                            06750015
067600* --------------------------------                                06760015
067700 080-MONTA-CHAVE-GRUPO.                                           06770015
067800     MOVE WS-GRUPO-BANCO (WS-GRUPO-ATUAL) TO FD-LIQ-BANCO-LIQ     06780015
067900     MOVE WS-GRUPO-PAIS (WS-GRUPO-ATUAL)  TO FD-LIQ-PAIS          06790015
068000     IF WS-GRUPO-PAIS (WS-GRUPO-ATUAL) = WS-PAIS-DOMESTICO        06800015
068100        MOVE 'D' TO FD-LIQ-ABRANGENCIA                            06810015
068200     ELSE                                                         06820015
068300        MOVE 'X' TO FD-LIQ-ABRANGENCIA                            06830015
068400     END-IF                                                       06840015
068500     .                                                            06850015
068600* --------------------------------                                06860015
068700 090-IMPRIME-TOTAIS.                                              06870015
068800     DISPLAY '==========================================='        06880015
068900     DISPLAY 'BATCH027 - EXTRATO POR BANCO LIQUIDANTE'            06890015
069000     DISPLAY '==========================================='        06900015
069100     DISPLAY 'DATA DO CICLO....................: '                06910015
069200             WS-DATA-CICLO                                        06920015
069300     DISPLAY 'PAIS DOMESTICO...................: '                06930015
069400             WS-PAIS-DOMESTICO                                    06940015
069500     DISPLAY 'BINS LIDOS DO BIN00001...........: '                06950015
069600             WS-TOT-BINS-LIDOS                                    06960015
069700     DISPLAY 'FAIXAS LIDAS DO BINFAIXA1........: '                06970015
069800             WS-TOT-FAIXAS-LIDAS                                  06980015
069810     DISPLAY 'FAIXAS IGNORADAS (LIMITE)........: '                06981015
069820             WS-TOT-FAIXAS-IGNORADAS                              06982015
069900     DISPLAY 'FORA DE VIGENCIA NO CICLO........: '                06990015
070000             WS-TOT-FORA-VIGENCIA                                 07000015
070100     DISPLAY 'BINS NO EXTRATO..................: '                07010015
070200             WS-TOT-BINS-SELEC                                    07020015
070300     DISPLAY 'FAIXAS NO EXTRATO................: '                07030015
070400             WS-TOT-FAIXAS-SELEC                                  07040015
070500     DISPLAY '  DOMESTICOS.....................: '                07050015
070600             WS-TOT-DOMESTICOS                                    07060015
070700     DISPLAY '  INTERNACIONAIS.................: '                07070015
070800             WS-TOT-INTERNACIONAIS                                07080015
070900     DISPLAY 'GRUPOS BANCO/PAIS GRAVADOS.......: '                07090015
071000             WS-TOT-GRUPOS-GRAVADOS                               07100015
071100     DISPLAY 'EXCECAO - EMISSOR NAO CADASTRADO.: '                07110015
071200             WS-TOT-SEM-EMISSOR                                   07120015
071300     DISPLAY 'EXCECAO - EMISSOR INATIVO........: '                07130015
071400             WS-TOT-EMISSOR-INATIVO                               07140015
071500     DISPLAY '==========================================='        07150015
071600     .                                                            07160015
071700* --------------------------------                                07170015
071800 200-REGISTRA-INICIO.                                             07180015
071900*    Registra o inicio no controle de execucao (RUNCTL01,         07190015
072000*    subprograma RUNCTL).  Extrato regravado a cada execucao,     07200015
072100*    sem protecao de reexecucao; falha no controle apenas         07210015
072200*    avisa.                                                       07220015
072300     INITIALIZE RUNCTL-AREA                                       07230015
072400     MOVE 'I'        TO RUNCTL-FUNCAO                             07240015
072500     MOVE 'BATCH027' TO RUNCTL-PROGRAMA                           07250015
072600     MOVE ZERO       TO RUNCTL-DATA-CICLO                         07260015
072700     MOVE 'N'        TO RUNCTL-PROTEGE                            07270015
072800     MOVE 'N'        TO RUNCTL-OVERRIDE                           07280015
072900     CALL 'RUNCTL' USING RUNCTL-AREA                              07290015
073000     IF RUNCTL-RETORNO = '99'                                     07300015
073100        DISPLAY 'BATCH027 - AVISO: CONTROLE DE EXECUCAO'          07310015
073200                ' INDISPONIVEL'                                   07320015
073300     END-IF                                                       07330015
073400     .                                                            07340015
073500* --------------------------------                                07350015
073600 210-REGISTRA-FIM.                                                07360015
073700*    Registra a conclusao com os totais de controle (lidos =      07370015
073800*    BINs + faixas; selecionados = detalhes no extrato;           07380015
073900*    rejeitados = fora de vigencia + faixas ignoradas;            07390015
073950*    excecoes = emissor inexistente ou inativo), preservando      07395015
074000*    o RETURN-CODE.                                               07400015
074100     MOVE RETURN-CODE TO WS-RETORNO-JOB                           07410015
074200     IF WS-RETORNO-JOB > 4                                        07420015
074300        MOVE 'E' TO RUNCTL-FUNCAO                                 07430015
074400     ELSE                                                         07440015
074500        MOVE 'C' TO RUNCTL-FUNCAO                                 07450015
074600     END-IF                                                       07460015
074700     COMPUTE RUNCTL-TOT-LIDOS =                                   07470015
074800             WS-TOT-BINS-LIDOS + WS-TOT-FAIXAS-LIDAS              07480015
074900     COMPUTE RUNCTL-TOT-SELECIONADOS =                            07490015
075000             WS-TOT-BINS-SELEC + WS-TOT-FAIXAS-SELEC              07500015
075050     COMPUTE RUNCTL-TOT-REJEITADOS =                              07505015
075100             WS-TOT-FORA-VIGENCIA + WS-TOT-FAIXAS-IGNORADAS       07510015
075200     COMPUTE RUNCTL-TOT-EXCECOES =                                07520015
075300             WS-TOT-SEM-EMISSOR + WS-TOT-EMISSOR-INATIVO          07530015
075400     MOVE WS-RETORNO-JOB       TO RUNCTL-RETORNO-JOB              07540015
075500     CALL 'RUNCTL' USING RUNCTL-AREA                              07550015
075600     MOVE WS-RETORNO-JOB TO RETURN-CODE                           07560015
075700     .                                                            07570015
