000100 IDENTIFICATION DIVISION.                                         00010015
000200 PROGRAM-ID. BATCH025.                                            00020015
000300                                                                  00030015
000400 ENVIRONMENT DIVISION.                                            00040015
000500                                                                  00050015
000600 INPUT-OUTPUT SECTION.                                            00060015
000700   FILE-CONTROL.                                                  00070015
000800        SELECT BINNRES ASSIGN TO 'BINNRES1'                       00080015
000900        ORGANIZATION SEQUENTIAL                                   00090015
001000        FILE STATUS IS WS-BINNRES-STATUS.                         00100015
001100        SELECT BINNRFQ ASSIGN TO 'BINNRFQ1'                       00110015
001200        ORGANIZATION INDEXED                                      00120015
001300        ACCESS MODE IS DYNAMIC                                    00130015
001400        RECORD KEY IS FD-NRFQ-CHAVE                               00140015
001500        FILE STATUS IS WS-BINNRFQ-STATUS.                         00150015
001600        SELECT FRQPRM ASSIGN TO 'FRQPRM01'                        00160015
001700        ORGANIZATION SEQUENTIAL                                   00170015
001800        FILE STATUS IS WS-FRQPRM-STATUS.                          00180015
001900        SELECT BINMANT ASSIGN TO 'BINMANT1'                       00190015
002000        ORGANIZATION SEQUENTIAL                                   00200015
002100        FILE STATUS IS WS-BINMANT-STATUS.                         00210015
002200*-------------------------------------------------                00220015
002300 DATA DIVISION.                                                   00230015
002400   FILE SECTION.                                                  00240015
002500                                                                  00250015
002600   FD BINNRES                                                     00260015
002700        RECORDING MODE IS F                                       00270015
002800        RECORD CONTAINS 29 CHARACTERS.                            00280015
002900                                                                  00290015
003000*  Geracao de registros nao resolvidos do BATCH014 (mesmo         00300015
003100*  layout): entrada original + chave consultada + razao ('01'     00310015
003200*  BIN nao encontrado, '02' entrada com menos de 6 digitos).      00320015
003300   01 FD-BINNRES-REG.                                             00330015
003400      05 FD-NRES-ENTRADA                     PIC X(019).          00340015
003500      05 FD-NRES-CHAVE                       PIC 9(008).          00350015
003600      05 FD-NRES-RAZAO-COD                   PIC X(002).          00360015
003700                                                                  00370015
003800   FD BINNRFQ                                                     00380015
003900        RECORDING MODE IS F                                       00390015
004000        RECORD CONTAINS 80 CHARACTERS.                            00400015
004100                                                                  00410015
004200*  Frequencia acumulada dos BINs nao encontrados (VSAM KSDS,      00420015
004300*  chave = chave de 8 digitos consultada pelo BATCH014).  A       00430015
004400*  data da proposta fica preenchida quando a transacao de         00440015
004500*  inclusao esqueleto ja foi gerada para a chave, para que ela    00450015
004600*  nao seja proposta de novo a cada noite.                        00460015
004700   01 FD-BINNRFQ-REG.                                             00470015
004800      05 FD-NRFQ-CHAVE                       PIC 9(008).          00480015
004900      05 FD-NRFQ-ENTRADA                     PIC X(019).          00490015
005000      05 FD-NRFQ-DATA-PRIMEIRA               PIC 9(008).          00500015
005100      05 FD-NRFQ-DATA-ULTIMA                 PIC 9(008).          00510015
005200      05 FD-NRFQ-QTD-OCORRENCIAS             PIC 9(007).          00520015
005300      05 FD-NRFQ-DATA-PROPOSTA               PIC 9(008).          00530015
005400      05 FILLER                              PIC X(022).          00540015
005500                                                                  00550015
005600   FD FRQPRM                                                      00560015
005700        RECORDING MODE IS F                                       00570015
005800        RECORD CONTAINS 8 CHARACTERS.                             00580015
005900                                                                  00590015
006000*  Cartao de parametros: limite de ocorrencias acima do qual a    00600015
006100*  chave recebe a transacao de inclusao esqueleto (ausente ou     00610015
006200*  zerado = 5) e quantidade de posicoes do ranking (ausente ou    00620015
006300*  zerado = 20, maximo 100).                                      00630015
006400   01 FD-FRQPRM-REG.                                              00640015
006500      05 FD-FRQ-LIMITE                       PIC 9(005).          00650015
006600      05 FD-FRQ-QTD-RANKING                  PIC 9(003).          00660015
006700                                                                  00670015
006800   FD BINMANT                                                     00680015
006900        RECORDING MODE IS F                                       00690015
007000        RECORD CONTAINS 76 CHARACTERS.                            00700015
007100                                                                  00710015
007200   COPY BINMANT1.                                                 00720015
007300                                                                  00730015
007400   WORKING-STORAGE SECTION.                                       00740015
007500*    Fila de pesquisa dos BINs desconhecidos.  Cada geracao do    00750015
007600*    BINNRES1 (razao '01' - BIN nao encontrado) atualiza o        00760015
007700*    arquivo keyado de frequencia BINNRFQ1: chave nova entra      00770015
007800*    com a data do primeiro aparecimento, chave conhecida soma    00780015
007900*    a ocorrencia e atualiza a data do ultimo.  Depois o arquivo  00790015
008000*    inteiro e varrido para montar o ranking dos BINs mais        00800015
008100*    frequentes, e cada chave acima do limite que ainda nao foi   00810015
008200*    proposta gera uma transacao BINMANT1 de inclusao esqueleto   00820015
008300*    (so o codigo; bandeira, emissor e datas em branco) para a    00830015
008400*    equipe de cadastro pesquisar, completar e submeter ao        00840015
008500*    BATCH013.  Razao '02' (entrada invalida) nao e acumulada.    00850015
008600   01 WS-BINNRES-STATUS                     PIC X(002) VALUE '00'.00860015
008700   01 WS-BINNRFQ-STATUS                     PIC X(002) VALUE '00'.00870015
008800   01 WS-FRQPRM-STATUS                      PIC X(002) VALUE '00'.00880015
008900   01 WS-BINMANT-STATUS                     PIC X(002) VALUE '00'.00890015
009000                                                                  00900015
009100   01 WS-NRES-EOF                           PIC X(001) VALUE 'N'. 00910015
009200      88 NRES-FIM-ARQUIVO                    VALUE 'Y'.           00920015
009300   01 WS-NRFQ-EOF                           PIC X(001) VALUE 'N'. 00930015
009400      88 NRFQ-FIM-ARQUIVO                    VALUE 'Y'.           00940015
009500                                                                  00950015
009600   01 WS-LIMITE-OCORRENCIAS                 PIC 9(005) VALUE 5.   00960015
009700   01 WS-QTD-RANKING                        PIC 9(003) VALUE 20.  00970015
009800                                                                  00980015
009900   01 WS-DATA-ATUAL                         PIC X(008).           00990015
010000   01 WS-DATA-ATUAL-NUM REDEFINES WS-DATA-ATUAL                   01000015
010100                                            PIC 9(008).           01010015
010200                                                                  01020015
010300*  Ranking dos BINs mais frequentes, mantido em ordem             01030015
010400*  decrescente de ocorrencias durante a varredura (insercao       01040015
010500*  com deslocamento; a ultima posicao sai quando a tabela         01050015
010600*  esta cheia).                                                   01060015
010700   01 WS-TABELA-RANKING.                                          01070015
010800      05 WS-QTD-RANK             PIC 9(003) VALUE ZERO.           01080015
010900      05 WS-RANK-TAB OCCURS 0 TO 100 TIMES                        01090015
011000            DEPENDING ON WS-QTD-RANK                              01100015
011100            INDEXED BY WS-IDX-RANK.                               01110015
011200         10 WS-RANK-CHAVE        PIC 9(008).                      01120015
011300         10 WS-RANK-ENTRADA      PIC X(019).                      01130015
011400         10 WS-RANK-PRIMEIRA     PIC 9(008).                      01140015
011500         10 WS-RANK-ULTIMA       PIC 9(008).                      01150015
011600         10 WS-RANK-QTD          PIC 9(007).                      01160015
011700         10 WS-RANK-PROPOSTA     PIC 9(008).                      01170015
011800   01 WS-RANK-POS                PIC 9(003) COMP.                 01180015
011900   01 WS-RANK-J                  PIC 9(003) COMP.                 01190015
012000   01 WS-RANK-EXIBE              PIC ZZ9.                         01200015
012100                                                                  01210015
012200   01 WS-TOTAIS.                                                  01220015
012300      05 WS-TOT-LIDOS            PIC 9(007) VALUE ZERO.           01230015
012400      05 WS-TOT-NAO-ENCONTRADOS  PIC 9(007) VALUE ZERO.           01240015
012500      05 WS-TOT-IGNORADOS        PIC 9(007) VALUE ZERO.           01250015
012600      05 WS-TOT-NOVAS            PIC 9(007) VALUE ZERO.           01260015
012700      05 WS-TOT-RECORRENTES      PIC 9(007) VALUE ZERO.           01270015
012800      05 WS-TOT-CHAVES           PIC 9(007) VALUE ZERO.           01280015
012900      05 WS-TOT-ACIMA-LIMITE     PIC 9(007) VALUE ZERO.           01290015
013000      05 WS-TOT-PROPOSTAS        PIC 9(007) VALUE ZERO.           01300015
013100      05 WS-TOT-ERROS            PIC 9(007) VALUE ZERO.           01310015
013200                                                                  01320015
013300   01 WS-RETORNO-JOB                        PIC 9(002) VALUE ZERO.01330015
013400                                                                  01340015
013500   COPY RUNCTLA1.                                                 01350015
013600                                                                  01360015
013700 PROCEDURE DIVISION.                                              01370015
013800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL            01380015
013900     PERFORM 200-REGISTRA-INICIO                                  01390015
014000     PERFORM 010-LE-PARAMETROS                                    01400015
014100     PERFORM 020-ABRE-ARQUIVOS                                    01410015
014200     IF RETURN-CODE = 0                                           01420015
014300        PERFORM UNTIL NRES-FIM-ARQUIVO                            01430015
014400           READ BINNRES AT END SET NRES-FIM-ARQUIVO TO TRUE       01440015
014500           NOT AT END                                             01450015
014600              ADD 1 TO WS-TOT-LIDOS                               01460015
014700              PERFORM 030-ACUMULA-OCORRENCIA                      01470015
014800           END-READ                                               01480015
014900        END-PERFORM                                               01490015
015000        CLOSE BINNRES                                             01500015
015100        PERFORM 050-VARRE-FREQUENCIA                              01510015
015200        CLOSE BINNRFQ                                             01520015
015300        CLOSE BINMANT                                             01530015
015400        PERFORM 070-IMPRIME-RANKING                               01540015
015500     END-IF                                                       01550015
015600     IF RETURN-CODE = 0                                           01560015
015700        IF WS-TOT-ERROS > 0                                       01570015
015800           MOVE 8 TO RETURN-CODE                                  01580015
015900        ELSE                                                      01590015
016000           IF WS-TOT-PROPOSTAS > 0                                01600015
016100              MOVE 4 TO RETURN-CODE                               01610015
016200           END-IF                                                 01620015
016300        END-IF                                                    01630015
016400     END-IF                                                       01640015
016500     PERFORM 210-REGISTRA-FIM                                     01650015
016600     PERFORM 090-IMPRIME-TOTAIS                                   01660015
016700     STOP RUN.                                                    01670015
016800* --------------------------------                                01680015
016900 010-LE-PARAMETROS.                                               01690015
017000     OPEN INPUT FRQPRM                                            01700015
017100     IF WS-FRQPRM-STATUS = '00'                                   01710015
017200        READ FRQPRM                                               01720015
017300           AT END CONTINUE                                        01730015
017400           NOT AT END                                             01740015
017500              IF FD-FRQ-LIMITE NUMERIC                            01750015
017600                    AND FD-FRQ-LIMITE > ZERO                      01760015
017700                 MOVE FD-FRQ-LIMITE TO WS-LIMITE-OCORRENCIAS      01770015
017800              END-IF                                              01780015
017900              IF FD-FRQ-QTD-RANKING NUMERIC                       01790015
018000                    AND FD-FRQ-QTD-RANKING > ZERO                 01800015
018100                 IF FD-FRQ-QTD-RANKING > 100                      01810015
018200                    MOVE 100 TO WS-QTD-RANKING                    01820015
018300                 ELSE                                             01830015
018400                    MOVE FD-FRQ-QTD-RANKING TO WS-QTD-RANKING     01840015
018500                 END-IF                                           01850015
018600              END-IF                                              01860015
018700        END-READ                                                  01870015
018800        CLOSE FRQPRM                                              01880015
018900     END-IF                                                       01890015
019000     .                                                            01900015
019100* --------------------------------                                01910015
019200 020-ABRE-ARQUIVOS.                                               01920015
019300*    Arquivo de frequencia ainda vazio (status 35 na abertura     01930015
019400*    I-O) e tratado como primeira carga, como o BATCH019 faz com  01940015
019500*    as excecoes: o OPEN OUTPUT cria o conteudo inicial vazio e   01950015
019600*    o arquivo e reaberto I-O, para que a chave repetida na       01960015
019700*    propria geracao ja seja somada na leitura keyada.            01970015
019800     OPEN INPUT BINNRES                                           01980015
019900     IF WS-BINNRES-STATUS NOT = '00'                              01990015
020000        DISPLAY 'BATCH025 - ERRO AO ABRIR BINNRES1 - STATUS: '    02000015
020100                WS-BINNRES-STATUS                                 02010015
020200        MOVE 16 TO RETURN-CODE                                    02020015
020300     ELSE                                                         02030015
020400        OPEN I-O BINNRFQ                                          02040015
020500        IF WS-BINNRFQ-STATUS = '35'                               02050015
020600           DISPLAY 'BATCH025 - BINNRFQ1 VAZIO - PRIMEIRA CARGA'   02060015
020700           OPEN OUTPUT BINNRFQ                                    02070015
020800           IF WS-BINNRFQ-STATUS = '00'                            02080015
020900              CLOSE BINNRFQ                                       02090015
021000              OPEN I-O BINNRFQ                                    02100015
021100           END-IF                                                 02110015
021200        END-IF                                                    02120015
021300        IF WS-BINNRFQ-STATUS NOT = '00'                           02130015
021400           DISPLAY 'BATCH025 - ERRO AO ABRIR BINNRFQ1 - STATUS: ' 02140015
021500                   WS-BINNRFQ-STATUS                              02150015
021600           MOVE 16 TO RETURN-CODE                                 02160015
021700           CLOSE BINNRES                                          02170015
021800        ELSE                                                      02180015
021900           OPEN OUTPUT BINMANT                                    02190015
022000           IF WS-BINMANT-STATUS NOT = '00'                        02200015
022100              DISPLAY 'BATCH025 - ERRO AO ABRIR BINMANT1 -'       02210015
022200                      ' STATUS: ' WS-BINMANT-STATUS               02220015
022300              MOVE 16 TO RETURN-CODE                              02230015
022400              CLOSE BINNRES                                       02240015
022500              CLOSE BINNRFQ                                       02250015
022600           END-IF                                                 02260015
022700        END-IF                                                    02270015
022800     END-IF                                                       02280015
022900     .                                                            02290015
023000* --------------------------------                                02300015
023100 030-ACUMULA-OCORRENCIA.                                          02310015
023200*    So a razao '01' (BIN nao encontrado) entra na fila de        02320015
023300*    pesquisa; entrada invalida (razao '02') nao tem chave.       02330015
023400     IF FD-NRES-RAZAO-COD NOT = '01'                              02340015
023500           OR FD-NRES-CHAVE NOT NUMERIC                           02350015
023600        ADD 1 TO WS-TOT-IGNORADOS                                 02360015
023700     ELSE                                                         02370015
023800        ADD 1 TO WS-TOT-NAO-ENCONTRADOS                           02380015
023900        MOVE FD-NRES-CHAVE TO FD-NRFQ-CHAVE                       02390015
024000        READ BINNRFQ                                              02400015
024100           INVALID KEY                                            02410015
024200              PERFORM 040-GRAVA-NOVA-CHAVE                        02420015
024300           NOT INVALID KEY                                        02430015
024400              PERFORM 045-SOMA-OCORRENCIA                         02440015
024500        END-READ                                                  02450015
024600     END-IF                                                       02460015
024700     .                                                            02470015
024800* --------------------------------                                02480015
024900 040-GRAVA-NOVA-CHAVE.                                            02490015
025000     MOVE SPACES            TO FD-BINNRFQ-REG                     02500015
025100     MOVE FD-NRES-CHAVE     TO FD-NRFQ-CHAVE                      02510015
025200     MOVE FD-NRES-ENTRADA   TO FD-NRFQ-ENTRADA                    02520015
025300     MOVE WS-DATA-ATUAL-NUM TO FD-NRFQ-DATA-PRIMEIRA              02530015
025400     MOVE WS-DATA-ATUAL-NUM TO FD-NRFQ-DATA-ULTIMA                02540015
025500     MOVE 1                 TO FD-NRFQ-QTD-OCORRENCIAS            02550015
025600     MOVE ZERO              TO FD-NRFQ-DATA-PROPOSTA              02560015
025700     WRITE FD-BINNRFQ-REG                                         02570015
025800        INVALID KEY                                               02580015
025900           ADD 1 TO WS-TOT-ERROS                                  02590015
026000           DISPLAY 'BATCH025 - FALHA AO GRAVAR CHAVE '            02600015
026100                   FD-NRES-CHAVE ' - STATUS: '                    02610015
026200                   WS-BINNRFQ-STATUS                              02620015
026300        NOT INVALID KEY                                           02630015
026400           ADD 1 TO WS-TOT-NOVAS                                  02640015
026500     END-WRITE                                                    02650015
026600     .                                                            02660015
026700* --------------------------------                                02670015
026800 045-SOMA-OCORRENCIA.                                             02680015
026900     ADD 1 TO WS-TOT-RECORRENTES                                  02690015
027000     IF FD-NRFQ-QTD-OCORRENCIAS < 9999999                         02700015
027100        ADD 1 TO FD-NRFQ-QTD-OCORRENCIAS                          02710015
027200     END-IF                                                       02720015
027300     MOVE WS-DATA-ATUAL-NUM TO FD-NRFQ-DATA-ULTIMA                02730015
027400     MOVE FD-NRES-ENTRADA   TO FD-NRFQ-ENTRADA                    02740015
027500     REWRITE FD-BINNRFQ-REG                                       02750015
027600        INVALID KEY                                               02760015
027700           ADD 1 TO WS-TOT-ERROS                                  02770015
027800           DISPLAY 'BATCH025 - FALHA AO ATUALIZAR CHAVE '         02780015
027900                   FD-NRFQ-CHAVE ' - STATUS: '                    02790015
028000                   WS-BINNRFQ-STATUS                              02800015
028100     END-REWRITE                                                  02810015
028200     .                                                            02820015
028300* --------------------------------                                02830015
028400 050-VARRE-FREQUENCIA.                                            02840015
028500*    Varre o arquivo de frequencia inteiro em ordem de chave:     02850015
028600*    monta o ranking e gera a transacao esqueleto para cada       02860015
028700*    chave acima do limite ainda nao proposta.                    02870015
028800     MOVE ZERO TO FD-NRFQ-CHAVE                                   02880015
028900     START BINNRFQ KEY IS NOT LESS THAN FD-NRFQ-CHAVE             02890015
029000        INVALID KEY SET NRFQ-FIM-ARQUIVO TO TRUE                  02900015
029100     END-START                                                    02910015
029200     PERFORM UNTIL NRFQ-FIM-ARQUIVO                               02920015
029300        READ BINNRFQ NEXT RECORD                                  02930015
029400           AT END SET NRFQ-FIM-ARQUIVO TO TRUE                    02940015
029500           NOT AT END                                             02950015
029600              ADD 1 TO WS-TOT-CHAVES                              02960015
029700              PERFORM 055-CLASSIFICA-CHAVE                        02970015
029800              IF FD-NRFQ-QTD-OCORRENCIAS > WS-LIMITE-OCORRENCIAS  02980015
029900                 ADD 1 TO WS-TOT-ACIMA-LIMITE                     02990015
030000                 IF FD-NRFQ-DATA-PROPOSTA = ZERO                  03000015
030100                    PERFORM 060-GERA-INCLUSAO-ESQUELETO           03010015
030200                 END-IF                                           03020015
030300              END-IF                                              03030015
030400        END-READ                                                  03040015
030500     END-PERFORM                                                  03050015
030600     .                                                            03060015
030700* --------------------------------                                03070015
030800 055-CLASSIFICA-CHAVE.                                            03080015
030900*    Posiciona a chave no ranking (ordem decrescente de           03090015
031000*    ocorrencias; empate mantem a ordem de chave).  Chave que     03100015
031100*    nao supera a ultima posicao com o ranking cheio fica fora.   03110015
031200     MOVE 1 TO WS-RANK-POS                                        03120015
031300     PERFORM UNTIL WS-RANK-POS > WS-QTD-RANK                      03130015
031400           OR FD-NRFQ-QTD-OCORRENCIAS >                           03140015
031500           WS-RANK-QTD (WS-RANK-POS)                              03150015
031600        ADD 1 TO WS-RANK-POS                                      03160015
031700     END-PERFORM                                                  03170015
031800     IF WS-RANK-POS <= WS-QTD-RANKING                             03180015
031900        IF WS-QTD-RANK < WS-QTD-RANKING                           03190015
032000           ADD 1 TO WS-QTD-RANK                                   03200015
032100        END-IF                                                    03210015
032200        MOVE WS-QTD-RANK TO WS-RANK-J                             03220015
032300        PERFORM UNTIL WS-RANK-J <= WS-RANK-POS                    03230015
032400           MOVE WS-RANK-TAB (WS-RANK-J - 1) TO                    03240015
032500                WS-RANK-TAB (WS-RANK-J)                           03250015
032600           SUBTRACT 1 FROM WS-RANK-J                              03260015
032700        END-PERFORM                                               03270015
032800        MOVE FD-NRFQ-CHAVE         TO WS-RANK-CHAVE (WS-RANK-POS) 03280015
032900        MOVE FD-NRFQ-ENTRADA       TO                             03290015
033000             WS-RANK-ENTRADA (WS-RANK-POS)                        03300015
033100        MOVE FD-NRFQ-DATA-PRIMEIRA TO                             03310015
033200             WS-RANK-PRIMEIRA (WS-RANK-POS)                       03320015
033300        MOVE FD-NRFQ-DATA-ULTIMA   TO                             03330015
033400             WS-RANK-ULTIMA (WS-RANK-POS)                         03340015
033500        MOVE FD-NRFQ-QTD-OCORRENCIAS TO                           03350015
033600             WS-RANK-QTD (WS-RANK-POS)                            03360015
033700        MOVE FD-NRFQ-DATA-PROPOSTA TO                             03370015
033800             WS-RANK-PROPOSTA (WS-RANK-POS)                       03380015
033900     END-IF                                                       03390015
034000     .                                                            03400015
034100* --------------------------------                                03410015
034200 060-GERA-INCLUSAO-ESQUELETO.                                     03420015
034300*    Transacao de inclusao com so o codigo (chave de 8            03430015
034400*    digitos, tamanho 8): bandeira, emissor, codigo do emissor    03440015
034500*    e datas ficam em branco/zerados para a equipe de cadastro    03450015
034600*    completar depois da pesquisa - enquanto incompleta, a        03460015
034700*    critica do BATCH013 a rejeita.  A chave e marcada como       03470015
034800*    proposta para nao ser gerada de novo.                        03480015
034900     MOVE SPACES              TO FD-BINMANT-REG                   03490015
035000     MOVE 'A'                 TO FD-MANT-ACAO                     03500015
035100     MOVE FD-NRFQ-CHAVE       TO FD-MANT-CODIGO                   03510015
035200     MOVE 8                   TO FD-MANT-TAMANHO                  03520015
035300     MOVE ZERO                TO FD-MANT-DATA-VIGENCIA            03530015
035400     MOVE ZERO                TO FD-MANT-DATA-EXPIRACAO           03540015
035500     MOVE ZERO                TO FD-MANT-EMISSOR-CODIGO           03550015
035600     WRITE FD-BINMANT-REG                                         03560015
035700     ADD 1 TO WS-TOT-PROPOSTAS                                    03570015
035800     DISPLAY 'PROPOSTA - INCLUSAO ESQUELETO BIN ' FD-NRFQ-CHAVE   03580015
035900             ' (' FD-NRFQ-QTD-OCORRENCIAS ' OCORRENCIAS DESDE '   03590015
036000             FD-NRFQ-DATA-PRIMEIRA ')'                            03600015
036100     MOVE WS-DATA-ATUAL-NUM TO FD-NRFQ-DATA-PROPOSTA              03610015
036200     REWRITE FD-BINNRFQ-REG                                       03620015
036300        INVALID KEY                                               03630015
036400           ADD 1 TO WS-TOT-ERROS                                  03640015
036500           DISPLAY 'BATCH025 - FALHA AO MARCAR PROPOSTA '         03650015
036600                   FD-NRFQ-CHAVE ' - STATUS: '                    03660015
036700                   WS-BINNRFQ-STATUS                              03670015
036800     END-REWRITE                                                  03680015
036900     .                                                            03690015
037000* --------------------------------                                03700015
037100 070-IMPRIME-RANKING.                                             03710015
037200     DISPLAY ' '                                                  03720015
037300     DISPLAY 'BATCH025 - BINS NAO ENCONTRADOS MAIS FREQUENTES'    03730015
037400             ' (LIMITE DE PROPOSTA: ' WS-LIMITE-OCORRENCIAS       03740015
037500             ' OCORRENCIAS)'                                      03750015
037600     PERFORM VARYING WS-IDX-RANK FROM 1 BY 1                      03760015
037700           UNTIL WS-IDX-RANK > WS-QTD-RANK                        03770015
037800        SET WS-RANK-POS TO WS-IDX-RANK                            03780015
037900        MOVE WS-RANK-POS TO WS-RANK-EXIBE                         03790015
038000        DISPLAY WS-RANK-EXIBE '. CHAVE '                          03800015
038100                WS-RANK-CHAVE (WS-IDX-RANK)                       03810015
038200                ' OCORRENCIAS ' WS-RANK-QTD (WS-IDX-RANK)         03820015
038300                ' DE ' WS-RANK-PRIMEIRA (WS-IDX-RANK)             03830015
038400                ' A ' WS-RANK-ULTIMA (WS-IDX-RANK)                03840015
038500        IF WS-RANK-PROPOSTA (WS-IDX-RANK) > ZERO                  03850015
038600           DISPLAY '     ULTIMA ENTRADA: '                        03860015
038700                   WS-RANK-ENTRADA (WS-IDX-RANK)                  03870015
038800                   ' - PROPOSTA EM '                              03880015
038900                   WS-RANK-PROPOSTA (WS-IDX-RANK)                 03890015
039000        ELSE                                                      03900015
039100           DISPLAY '     ULTIMA ENTRADA: '                        03910015
039200                   WS-RANK-ENTRADA (WS-IDX-RANK)                  03920015
039300        END-IF                                                    03930015
039400     END-PERFORM                                                  03940015
039500     .                                                            03950015
039600* --------------------------------                                03960015
039700 090-IMPRIME-TOTAIS.                                              03970015
039800     DISPLAY ' '                                                  03980015
039900     DISPLAY '==========================================='        03990015
040000     DISPLAY 'BATCH025 - FREQUENCIA DE BINS NAO ENCONTRADOS'      04000015
040100     DISPLAY '==========================================='        04010015
040200     DISPLAY 'REGISTROS LIDOS DO BINNRES1......: '                04020015
040300             WS-TOT-LIDOS                                         04030015
040400     DISPLAY 'BIN NAO ENCONTRADO (RAZAO 01)....: '                04040015
040500             WS-TOT-NAO-ENCONTRADOS                               04050015
040600     DISPLAY 'IGNORADOS (OUTRAS RAZOES)........: '                04060015
040700             WS-TOT-IGNORADOS                                     04070015
040800     DISPLAY 'CHAVES NOVAS.....................: '                04080015
040900             WS-TOT-NOVAS                                         04090015
041000     DISPLAY 'OCORRENCIAS DE CHAVES CONHECIDAS.: '                04100015
041100             WS-TOT-RECORRENTES                                   04110015
041200     DISPLAY 'CHAVES ACUMULADAS NO BINNRFQ1....: '                04120015
041300             WS-TOT-CHAVES                                        04130015
041400     DISPLAY 'CHAVES ACIMA DO LIMITE...........: '                04140015
041500             WS-TOT-ACIMA-LIMITE                                  04150015
041600     DISPLAY 'INCLUSOES ESQUELETO GERADAS......: '                04160015
041700             WS-TOT-PROPOSTAS                                     04170015
041800     DISPLAY 'ERROS DE ATUALIZACAO.............: '                04180015
041900             WS-TOT-ERROS                                         04190015
042000     DISPLAY '==========================================='        04200015
042100     .                                                            04210015
042200* --------------------------------                                04220015
042300 200-REGISTRA-INICIO.                                             04230015
042400*    Registra o inicio no controle de execucao (RUNCTL01,         04240015
042500*    subprograma RUNCTL).  Sem protecao de reexecucao: a          04250015
042600*    geracao do BINNRES1 e que nao deve ser processada duas       04260015
042700*    vezes (ver BATCH025.jcl).  Falha no controle apenas avisa.   04270015
042800     INITIALIZE RUNCTL-AREA                                       04280015
042900     MOVE 'I'        TO RUNCTL-FUNCAO                             04290015
043000     MOVE 'BATCH025' TO RUNCTL-PROGRAMA                           04300015
043100     MOVE ZERO       TO RUNCTL-DATA-CICLO                         04310015
043200     MOVE 'N'        TO RUNCTL-PROTEGE                            04320015
043300     MOVE 'N'        TO RUNCTL-OVERRIDE                           04330015
043400     CALL 'RUNCTL' USING RUNCTL-AREA                              04340015
043500     IF RUNCTL-RETORNO = '99'                                     04350015
043600        DISPLAY 'BATCH025 - AVISO: CONTROLE DE EXECUCAO'          04360015
043700                ' INDISPONIVEL'                                   04370015
043800     END-IF                                                       04380015
043900     .                                                            04390015
044000* --------------------------------                                04400015
044100 210-REGISTRA-FIM.                                                04410015
044200*    Registra a conclusao com os totais de controle (lidos =      04420015
044300*    registros do BINNRES1; selecionados = razao 01               04430015
044400*    acumulados; rejeitados = ignorados; excecoes = inclusoes     04440015
044500*    esqueleto geradas), preservando o RETURN-CODE.               04450015
044600     MOVE RETURN-CODE TO WS-RETORNO-JOB                           04460015
044700     IF WS-RETORNO-JOB > 4                                        04470015
044800        MOVE 'E' TO RUNCTL-FUNCAO                                 04480015
044900     ELSE                                                         04490015
045000        MOVE 'C' TO RUNCTL-FUNCAO                                 04500015
045100     END-IF                                                       04510015
045200     MOVE WS-TOT-LIDOS           TO RUNCTL-TOT-LIDOS              04520015
045300     MOVE WS-TOT-NAO-ENCONTRADOS TO RUNCTL-TOT-SELECIONADOS       04530015
045400     MOVE WS-TOT-IGNORADOS       TO RUNCTL-TOT-REJEITADOS         04540015
045500     MOVE WS-TOT-PROPOSTAS       TO RUNCTL-TOT-EXCECOES           04550015
045600     MOVE WS-RETORNO-JOB         TO RUNCTL-RETORNO-JOB            04560015
045700     CALL 'RUNCTL' USING RUNCTL-AREA                              04570015
045800     MOVE WS-RETORNO-JOB TO RETURN-CODE                           04580015
045900     .                                                            04590015
