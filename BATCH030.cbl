000100 IDENTIFICATION DIVISION.                                         00010015
000200 PROGRAM-ID. BATCH030.                                            00020015
000300                                                                  00030015
000400 ENVIRONMENT DIVISION.                                            00040015
000500                                                                  00050015
000600 INPUT-OUTPUT SECTION.                                            00060015
000700   FILE-CONTROL.                                                  00070015
000800        SELECT CMPPRM ASSIGN TO 'CMPPRM01'                        00080015
000900        ORGANIZATION SEQUENTIAL                                   00090015
001000        FILE STATUS IS WS-CMPPRM-STATUS.                          00100015
001100        SELECT BINCARD1 ASSIGN TO 'BIN00001'                      00110015
001200        ORGANIZATION INDEXED                                      00120015
001300        ACCESS MODE IS SEQUENTIAL                                 00130015
001400        RECORD KEY IS FD-BINCARD1-CODIGO                          00140015
001500        FILE STATUS IS WS-BINCARD1-STATUS.                        00150015
001600        SELECT BINFAIXA ASSIGN TO 'BINFAIXA1'                     00160015
001700        ORGANIZATION SEQUENTIAL                                   00170015
001800        FILE STATUS IS WS-BINFAIXA-STATUS.                        00180015
001900        SELECT FXMANT ASSIGN TO 'FXMANT01'                        00190015
002000        ORGANIZATION SEQUENTIAL                                   00200015
002100        FILE STATUS IS WS-FXMANT-STATUS.                          00210015
002200        SELECT BINMANT ASSIGN TO 'BINMANT1'                       00220015
002300        ORGANIZATION SEQUENTIAL                                   00230015
002400        FILE STATUS IS WS-BINMANT-STATUS.                         00240015
002500*-------------------------------------------------                00250015
002600 DATA DIVISION.                                                   00260015
002700   FILE SECTION.                                                  00270015
002800                                                                  00280015
002900   FD CMPPRM                                                      00290015
003000        RECORDING MODE IS F                                       00300015
003100        RECORD CONTAINS 14 CHARACTERS.                            00310015
003200                                                                  00320015
003300*  Cartao de parametros: tamanho minimo da sequencia (ausente ou  00330015
003400*  zerado = 10; minimo 2, maximo 1000), 'S' = gerar as transacoes 00340015
003500*  das sequencias aptas (qualquer outro valor = so o relatorio) e 00350015
003600*  data de transicao AAAAMMDD (ausente ou zerada = data corrente).00360015
003700   01 FD-CMPPRM-REG.                                              00370015
003800      05 FD-CMP-TAMANHO-MINIMO   PIC 9(005).                      00380015
003900      05 FD-CMP-GERA             PIC X(001).                      00390015
004000      05 FD-CMP-DATA-TRANSICAO   PIC 9(008).                      00400015
004100                                                                  00410015
004200   FD BINCARD1                                                    00420015
004300        RECORDING MODE IS F                                       00430015
004400        RECORD CONTAINS 252 CHARACTERS.                           00440015
004500                                                                  00450015
004600   COPY BINCARD1.                                                 00460015
004700                                                                  00470015
004800   FD BINFAIXA                                                    00480015
004900        RECORDING MODE IS F                                       00490015
005000        RECORD CONTAINS 264 CHARACTERS.                           00500015
005100                                                                  00510015
005200   COPY BINFAIXA.                                                 00520015
005300                                                                  00530015
005400   FD FXMANT                                                      00540015
005500        RECORDING MODE IS F                                       00550015
005600        RECORD CONTAINS 79 CHARACTERS.                            00560015
005700                                                                  00570015
005800   COPY FXMANT1.                                                  00580015
005900                                                                  00590015
006000   FD BINMANT                                                     00600015
006100        RECORDING MODE IS F                                       00610015
006200        RECORD CONTAINS 76 CHARACTERS.                            00620015
006300                                                                  00630015
006400   COPY BINMANT1.                                                 00640015
006500                                                                  00650015
006600   WORKING-STORAGE SECTION.                                       00660015
006700*    Analise de compactacao do mestre de BINs em faixas.  Percorre00670015
006800*    o BIN00001 na ordem da chave procurando sequencias de codigos00680015
006900*    consecutivos com a mesma bandeira, o mesmo emissor (nome e   00690015
007000*    codigo) e as mesmas datas de vigencia e expiracao - o        00700015
007100*    resultado do envio BIN a BIN das bandeiras (BATCH009,        00710015
007200*    BATCH015) e da explosao 6 x 8 do BATCH018.  Consecutivo e    00720015
007300*    chave + 100 para BIN de 6 digitos e chave + 1 para BIN de 8  00730015
007400*    digitos; as duas sequencias correm em paralelo.  So entram   00740015
007500*    BINs ja vigentes na data de transicao e que nao expiram ate  00750015
007600*    ela; os demais quebram a sequencia.                          00760015
007700*    Cada sequencia com o tamanho minimo ou mais e listada com os 00770015
007800*    registros que a faixa substituiria, e avisada quando:        00780015
007900*      - a faixa proposta sobrepoe uma faixa do BINFAIXA1 ou outra00790015
008000*        faixa proposta nesta execucao (regra do BATCH005 e do    00800015
008100*        BATCH022: intervalos e janelas de vigencia se cruzam);   00810015
008200*      - a faixa de 6 digitos cobre um BIN de 8 digitos vigente de00820015
008300*        outra bandeira ou outro emissor;                         00830015
008400*      - o BINFAIXA1 passaria do limite de 500 faixas do BATCH022.00840015
008500*    Sequencia sem aviso e apta.  Com geracao solicitada no       00850015
008600*    cartao, cada sequencia apta gera a inclusao da faixa no      00860015
008700*    FXMANT01 (aplicada pelo BATCH022), vigente a partir da data  00870015
008800*    de transicao, e a exclusao com expiracao programada nessa    00880015
008900*    data de cada registro substituido no BINMANT1 (critica, prova00890015
009000*    e aprovacao do BATCH013).  Sequencia com aviso nao gera nada.00900015
009100   01 WS-CMPPRM-STATUS                      PIC X(002) VALUE '00'.00910015
009200   01 WS-BINCARD1-STATUS                    PIC X(002) VALUE '00'.00920015
009300   01 WS-BINFAIXA-STATUS                    PIC X(002) VALUE '00'.00930015
009400   01 WS-FXMANT-STATUS                      PIC X(002) VALUE '00'.00940015
009500   01 WS-BINMANT-STATUS                     PIC X(002) VALUE '00'.00950015
009600                                                                  00960015
009700   01 WS-BIN-EOF                            PIC X(001) VALUE 'N'. 00970015
009800      88 BIN-FIM-ARQUIVO                     VALUE 'Y'.           00980015
009900   01 WS-FAIXA-EOF                          PIC X(001) VALUE 'N'. 00990015
010000      88 FAIXA-FIM-ARQUIVO                   VALUE 'Y'.           01000015
010100                                                                  01010015
010200   01 WS-FXMANT-ABERTO-SW                   PIC X(001) VALUE 'N'. 01020015
010300      88 FXMANT-ABERTO                       VALUE 'S'.           01030015
010400   01 WS-BINMANT-ABERTO-SW                  PIC X(001) VALUE 'N'. 01040015
010500      88 BINMANT-ABERTO                      VALUE 'S'.           01050015
010600                                                                  01060015
010700   01 WS-DATA-ATUAL                         PIC 9(008) VALUE ZERO.01070015
010800   01 WS-TAMANHO-MINIMO                     PIC 9(005) VALUE 10.  01080015
010900   01 WS-DATA-TRANSICAO                     PIC 9(008) VALUE ZERO.01090015
011000   01 WS-GERACAO-SW                         PIC X(001) VALUE 'N'. 01100015
011100      88 GERA-TRANSACOES                     VALUE 'S'.           01110015
011200                                                                  01120015
011300*    Faixas do BINFAIXA1 (origem 'E') e faixas aptas propostas    01130015
011400*    nesta execucao (origem 'P'), limites normalizados para 8     01140015
011500*    digitos e expiracao sem limite = 99999999.  O limite da      01150015
011600*    tabela e o mesmo do BATCH022.                                01160015
011700   01 WS-TABELA-FAIXAS.                                           01170015
011800      05 WS-QTD-FAIXAS           PIC 9(003) VALUE ZERO.           01180015
011900      05 WS-FAIXA-TAB OCCURS 0 TO 500 TIMES                       01190015
012000            DEPENDING ON WS-QTD-FAIXAS.                           01200015
012100         10 WS-FAIXA-ORIGEM         PIC X(001).                   01210015
012200            88 FAIXA-PROPOSTA                VALUE 'P'.           01220015
012300         10 WS-FAIXA-INICIO-NORM    PIC 9(008).                   01230015
012400         10 WS-FAIXA-FIM-NORM       PIC 9(008).                   01240015
012500         10 WS-FAIXA-VIG-NORM       PIC 9(008).                   01250015
012600         10 WS-FAIXA-EXP-NORM       PIC 9(008).                   01260015
012700         10 WS-FAIXA-BANDEIRA       PIC X(010).                   01270015
012800   01 WS-IDX-FAIXA                          PIC 9(004) COMP.      01280015
012900                                                                  01290015
013000   01 WS-CAND-TAMANHO                       PIC 9(001) VALUE 8.   01300015
013100   01 WS-CAND-INICIO-NORM                   PIC 9(008) VALUE ZERO.01310015
013200   01 WS-CAND-FIM-NORM                      PIC 9(008) VALUE ZERO.01320015
013300   01 WS-CAND-VIG-NORM                      PIC 9(008) VALUE ZERO.01330015
013400   01 WS-CAND-EXP-NORM                      PIC 9(008) VALUE ZERO.01340015
013500                                                                  01350015
013600*    BIN corrente com tamanho e datas normalizados (data ausente  01360015
013700*    ou invalida = zero; codigo de emissor invalido = zero).      01370015
013800   01 WS-BIN-IDX-TAMANHO                    PIC 9(001) VALUE 2.   01380015
013900   01 WS-BIN-VIGENCIA                       PIC 9(008) VALUE ZERO.01390015
014000   01 WS-BIN-EXPIRACAO                      PIC 9(008) VALUE ZERO.01400015
014100   01 WS-BIN-EMISSOR-CODIGO                 PIC 9(005) VALUE ZERO.01410015
014200   01 WS-BIN-PROXIMO                        PIC 9(009) VALUE ZERO.01420015
014300   01 WS-LIMITE-COBERTURA                   PIC 9(009) VALUE ZERO.01430015
014400   01 WS-BIN-CANDIDATO-SW                   PIC X(001) VALUE 'N'. 01440015
014500      88 BIN-CANDIDATO                       VALUE 'S'.           01450015
014600      88 BIN-NAO-CANDIDATO                   VALUE 'N'.           01460015
014700   01 WS-BIN-CONTINUA-SW                    PIC X(001) VALUE 'N'. 01470015
014800      88 BIN-CONTINUA                        VALUE 'S'.           01480015
014900      88 BIN-NAO-CONTINUA                    VALUE 'N'.           01490015
015000   01 WS-BIN-ESTENDIDO-SW                   PIC X(001) VALUE 'N'. 01500015
015100      88 BIN-ESTENDIDO                       VALUE 'S'.           01510015
015200      88 BIN-NAO-ESTENDIDO                   VALUE 'N'.           01520015
015300                                                                  01530015
015400*    Sequencias abertas: ocorrencia 1 = BINs de 6 digitos, 2 =    01540015
015500*    BINs de 8 digitos.  Sequencia que chega a 1000 registros e   01550015
015600*    fechada e a seguinte comeca no proximo BIN.                  01560015
015700   01 WS-SEQUENCIAS.                                              01570015
015800      05 WS-SEQ OCCURS 2 TIMES.                                   01580015
015900         10 WS-SEQ-QTD              PIC 9(004).                   01590015
016000         10 WS-SEQ-ULTIMO           PIC 9(008).                   01600015
016100         10 WS-SEQ-BANDEIRA         PIC X(010).                   01610015
016200         10 WS-SEQ-EMISSOR          PIC X(035).                   01620015
016300         10 WS-SEQ-EMISSOR-CODIGO   PIC 9(005).                   01630015
016400         10 WS-SEQ-VIGENCIA         PIC 9(008).                   01640015
016500         10 WS-SEQ-EXPIRACAO        PIC 9(008).                   01650015
016600         10 WS-SEQ-MEMBRO OCCURS 1000 TIMES                       01660015
016700                                   PIC 9(008).                    01670015
016800   01 WS-IDX-SEQ                            PIC 9(004) COMP.      01680015
016900   01 WS-IDX-MEMBRO                         PIC 9(004) COMP.      01690015
017000                                                                  01700015
017100*    BINs de 8 digitos vigentes cobertos pela sequencia de 6      01710015
017200*    digitos aberta com bandeira ou emissor diferente (os 200     01720015
017300*    primeiros sao guardados para a listagem).                    01730015
017400   01 WS-TABELA-DIVERGENTES.                                      01740015
017500      05 WS-QTD-DIVERGENTES      PIC 9(005) VALUE ZERO.           01750015
017600      05 WS-DIVERGENTE-TAB OCCURS 200 TIMES.                      01760015
017700         10 WS-DIV-CODIGO           PIC 9(008).                   01770015
017800         10 WS-DIV-BANDEIRA         PIC X(010).                   01780015
017900         10 WS-DIV-EMISSOR-CODIGO   PIC 9(005).                   01790015
018000         10 WS-DIV-EMISSOR          PIC X(035).                   01800015
018100   01 WS-IDX-DIVERGENTE                     PIC 9(004) COMP.      01810015
018200   01 WS-NAO-LISTADOS                       PIC 9(005) VALUE ZERO.01820015
018300   01 WS-AVISOS-SEQUENCIA                   PIC 9(005) VALUE ZERO.01830015
018400                                                                  01840015
018500   01 WS-TOTAIS.                                                  01850015
018600      05 WS-TOT-BINS-LIDOS       PIC 9(007) VALUE ZERO.           01860015
018700      05 WS-TOT-FAIXAS-LIDAS     PIC 9(007) VALUE ZERO.           01870015
018800      05 WS-TOT-SEQUENCIAS       PIC 9(007) VALUE ZERO.           01880015
018900      05 WS-TOT-SUBSTITUIVEIS    PIC 9(007) VALUE ZERO.           01890015
019000      05 WS-TOT-AVISOS-SOBREP    PIC 9(007) VALUE ZERO.           01900015
019100      05 WS-TOT-AVISOS-COBERTURA PIC 9(007) VALUE ZERO.           01910015
019200      05 WS-TOT-AVISOS-LIMITE    PIC 9(007) VALUE ZERO.           01920015
019300      05 WS-TOT-RETIDAS          PIC 9(007) VALUE ZERO.           01930015
019400      05 WS-TOT-FAIXAS-GERADAS   PIC 9(007) VALUE ZERO.           01940015
019500      05 WS-TOT-EXPIRACOES       PIC 9(007) VALUE ZERO.           01950015
019600                                                                  01960015
019700   01 WS-RETORNO-JOB                        PIC 9(002) VALUE ZERO.01970015
019800                                                                  01980015
019900   COPY RUNCTLA1.                                                 01990015
020000                                                                  02000015
020100 PROCEDURE DIVISION.                                              02010015
020200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL            02020015
020300     PERFORM 200-REGISTRA-INICIO                                  02030015
020400     PERFORM 010-LE-PARAMETROS                                    02040015
020500     IF RETURN-CODE = 0                                           02050015
020600        PERFORM 015-CARREGA-FAIXAS                                02060015
020700     END-IF                                                       02070015
020800     IF RETURN-CODE = 0                                           02080015
020900        PERFORM 020-ABRE-SAIDAS                                   02090015
021000     END-IF                                                       02100015
021100     IF RETURN-CODE = 0                                           02110015
021200        PERFORM 025-VARRE-MESTRE                                  02120015
021300     END-IF                                                       02130015
021400     IF FXMANT-ABERTO                                             02140015
021500        CLOSE FXMANT                                              02150015
021600     END-IF                                                       02160015
021700     IF BINMANT-ABERTO                                            02170015
021800        CLOSE BINMANT                                             02180015
021900     END-IF                                                       02190015
022000     IF RETURN-CODE = 0                                           02200015
022100        IF WS-TOT-SEQUENCIAS > 0                                  02210015
022200           MOVE 4 TO RETURN-CODE                                  02220015
022300        END-IF                                                    02230015
022400     END-IF                                                       02240015
022500     PERFORM 210-REGISTRA-FIM                                     02250015
022600     PERFORM 090-IMPRIME-TOTAIS                                   02260015
022700     STOP RUN.                                                    02270015
022800* --------------------------------                                02280015
022900 010-LE-PARAMETROS.                                               02290015
023000*    Cartao ausente = valores padrao.  Data de transicao anterior 02300015
023100*    a data corrente e cartao invalido (RC=12): as expiracoes     02310015
023200*    sairiam no passado e os BINs deixariam de valer antes da     02320015
023300*    faixa.                                                       02330015
023400     MOVE WS-DATA-ATUAL TO WS-DATA-TRANSICAO                      02340015
023500     OPEN INPUT CMPPRM                                            02350015
023600     IF WS-CMPPRM-STATUS = '00'                                   02360015
023700        READ CMPPRM                                               02370015
023800           AT END CONTINUE                                        02380015
023900           NOT AT END                                             02390015
024000              IF FD-CMP-TAMANHO-MINIMO NUMERIC                    02400015
024100                    AND FD-CMP-TAMANHO-MINIMO > ZERO              02410015
024200                 EVALUATE TRUE                                    02420015
024300                    WHEN FD-CMP-TAMANHO-MINIMO < 2                02430015
024400                       MOVE 2 TO WS-TAMANHO-MINIMO                02440015
024500                    WHEN FD-CMP-TAMANHO-MINIMO > 1000             02450015
024600                       MOVE 1000 TO WS-TAMANHO-MINIMO             02460015
024700                    WHEN OTHER                                    02470015
024800                       MOVE FD-CMP-TAMANHO-MINIMO TO              02480015
024900                            WS-TAMANHO-MINIMO                     02490015
025000                 END-EVALUATE                                     02500015
025100              END-IF                                              02510015
025200              IF FD-CMP-GERA = 'S'                                02520015
025300                 SET GERA-TRANSACOES TO TRUE                      02530015
025400              END-IF                                              02540015
025500              IF FD-CMP-DATA-TRANSICAO NUMERIC                    02550015
025600                    AND FD-CMP-DATA-TRANSICAO > ZERO              02560015
025700                 IF FD-CMP-DATA-TRANSICAO < WS-DATA-ATUAL         02570015
025800                    DISPLAY 'BATCH030 - ERRO: DATA DE TRANSICAO ' 02580015
025900                            FD-CMP-DATA-TRANSICAO                 02590015
026000                            ' ANTERIOR A DATA CORRENTE'           02600015
026100                    MOVE 12 TO RETURN-CODE                        02610015
026200                 ELSE                                             02620015
026300                    MOVE FD-CMP-DATA-TRANSICAO TO                 02630015
026400                         WS-DATA-TRANSICAO                        02640015
026500                 END-IF                                           02650015
026600              END-IF                                              02660015
026700        END-READ                                                  02670015
026800        CLOSE CMPPRM                                              02680015
026900     END-IF                                                       02690015
027000     DISPLAY 'BATCH030 - TAMANHO MINIMO DA SEQUENCIA: '           02700015
027100             WS-TAMANHO-MINIMO                                    02710015
027200     DISPLAY 'BATCH030 - DATA DE TRANSICAO..........: '           02720015
027300             WS-DATA-TRANSICAO                                    02730015
027400     IF GERA-TRANSACOES                                           02740015
027500        DISPLAY 'BATCH030 - GERACAO DE TRANSACOES SOLICITADA'     02750015
027600     ELSE                                                         02760015
027700        DISPLAY 'BATCH030 - SOMENTE RELATORIO (SEM TRANSACOES)'   02770015
027800     END-IF                                                       02780015
027900     .                                                            02790015
028000* --------------------------------                                02800015
028100 015-CARREGA-FAIXAS.                                              02810015
028200*    Carrega o BINFAIXA1 com a normalizacao do BATCH005/BATCH022: 02820015
028300*    tamanho 6 = inicio x 100 e fim x 100 + 99 (limite acima de   02830015
028400*    999999 fica sem normalizar).  Arquivo acima de 500 faixas e  02840015
028500*    erro de ambiente, como no BATCH022: nenhuma faixa nova       02850015
028600*    poderia ser incluida.                                        02860015
028700     OPEN INPUT BINFAIXA                                          02870015
028800     IF WS-BINFAIXA-STATUS NOT = '00'                             02880015
028900        DISPLAY 'BATCH030 - ERRO AO ABRIR BINFAIXA1 - STATUS: '   02890015
029000                WS-BINFAIXA-STATUS                                02900015
029100        MOVE 16 TO RETURN-CODE                                    02910015
029200     ELSE                                                         02920015
029300        PERFORM UNTIL FAIXA-FIM-ARQUIVO                           02930015
029400           READ BINFAIXA AT END SET FAIXA-FIM-ARQUIVO TO TRUE     02940015
029500           NOT AT END                                             02950015
029600              ADD 1 TO WS-TOT-FAIXAS-LIDAS                        02960015
029700              IF WS-QTD-FAIXAS >= 500                             02970015
029800                 DISPLAY 'BATCH030 - ERRO: BINFAIXA EXCEDE 500'   02980015
029900                         ' FAIXAS - ANALISE NAO EXECUTADA'        02990015
030000                 MOVE 16 TO RETURN-CODE                           03000015
030100                 SET FAIXA-FIM-ARQUIVO TO TRUE                    03010015
030200              ELSE                                                03020015
030300                 ADD 1 TO WS-QTD-FAIXAS                           03030015
030400                 MOVE 'E' TO WS-FAIXA-ORIGEM (WS-QTD-FAIXAS)      03040015
030500                 MOVE FD-BINFAIXA-BANDEIRA TO                     03050015
030600                      WS-FAIXA-BANDEIRA (WS-QTD-FAIXAS)           03060015
030700                 IF FD-BINFAIXA-TAMANHO NUMERIC                   03070015
030800                       AND FD-BINFAIXA-TAMANHO = 6                03080015
030900                       AND FD-BINFAIXA-CODIGO-INICIO NOT > 999999 03090015
031000                       AND FD-BINFAIXA-CODIGO-FIM NOT > 999999    03100015
031100                    COMPUTE WS-FAIXA-INICIO-NORM (WS-QTD-FAIXAS) =03110015
031200                            FD-BINFAIXA-CODIGO-INICIO * 100       03120015
031300                    COMPUTE WS-FAIXA-FIM-NORM (WS-QTD-FAIXAS) =   03130015
031400                            FD-BINFAIXA-CODIGO-FIM * 100 + 99     03140015
031500                 ELSE                                             03150015
031600                    MOVE FD-BINFAIXA-CODIGO-INICIO TO             03160015
031700                         WS-FAIXA-INICIO-NORM (WS-QTD-FAIXAS)     03170015
031800                    MOVE FD-BINFAIXA-CODIGO-FIM TO                03180015
031900                         WS-FAIXA-FIM-NORM (WS-QTD-FAIXAS)        03190015
032000                 END-IF                                           03200015
032100                 IF FD-BINFAIXA-DATA-VIGENCIA NUMERIC             03210015
032200                    MOVE FD-BINFAIXA-DATA-VIGENCIA TO             03220015
032300                         WS-FAIXA-VIG-NORM (WS-QTD-FAIXAS)        03230015
032400                 ELSE                                             03240015
032500                    MOVE ZERO TO WS-FAIXA-VIG-NORM (WS-QTD-FAIXAS)03250015
032600                 END-IF                                           03260015
032700                 IF FD-BINFAIXA-DATA-EXPIRACAO NUMERIC            03270015
032800                       AND FD-BINFAIXA-DATA-EXPIRACAO > ZERO      03280015
032900                    MOVE FD-BINFAIXA-DATA-EXPIRACAO TO            03290015
033000                         WS-FAIXA-EXP-NORM (WS-QTD-FAIXAS)        03300015
033100                 ELSE                                             03310015
033200                    MOVE 99999999 TO                              03320015
033300                         WS-FAIXA-EXP-NORM (WS-QTD-FAIXAS)        03330015
033400                 END-IF                                           03340015
033500              END-IF                                              03350015
033600           END-READ                                               03360015
033700        END-PERFORM                                               03370015
033800        CLOSE BINFAIXA                                            03380015
033900     END-IF                                                       03390015
034000     .                                                            03400015
034100* --------------------------------                                03410015
034200 020-ABRE-SAIDAS.                                                 03420015
034300*    As duas saidas sao abertas mesmo sem geracao solicitada: a   03430015
034400*    rodada so de relatorio deixa as geracoes vazias.             03440015
034500     OPEN OUTPUT FXMANT                                           03450015
034600     IF WS-FXMANT-STATUS NOT = '00'                               03460015
034700        DISPLAY 'BATCH030 - ERRO AO ABRIR FXMANT01 - STATUS: '    03470015
034800                WS-FXMANT-STATUS                                  03480015
034900        MOVE 16 TO RETURN-CODE                                    03490015
035000     ELSE                                                         03500015
035100        SET FXMANT-ABERTO TO TRUE                                 03510015
035200        OPEN OUTPUT BINMANT                                       03520015
035300        IF WS-BINMANT-STATUS NOT = '00'                           03530015
035400           DISPLAY 'BATCH030 - ERRO AO ABRIR BINMANT1 - STATUS: ' 03540015
035500                   WS-BINMANT-STATUS                              03550015
035600           MOVE 16 TO RETURN-CODE                                 03560015
035700        ELSE                                                      03570015
035800           SET BINMANT-ABERTO TO TRUE                             03580015
035900        END-IF                                                    03590015
036000     END-IF                                                       03600015
036100     .                                                            03610015
036200* --------------------------------                                03620015
036300 025-VARRE-MESTRE.                                                03630015
036400*    Percorre o mestre na ordem da chave (so leitura) e fecha as  03640015
036500*    sequencias que ficaram abertas no fim do arquivo.            03650015
036600     OPEN INPUT BINCARD1                                          03660015
036700     IF WS-BINCARD1-STATUS NOT = '00'                             03670015
036800        DISPLAY 'BATCH030 - ERRO AO ABRIR BIN00001 - STATUS: '    03680015
036900                WS-BINCARD1-STATUS                                03690015
037000        MOVE 16 TO RETURN-CODE                                    03700015
037100     ELSE                                                         03710015
037200        MOVE ZERO TO WS-SEQ-QTD (1)                               03720015
037300        MOVE ZERO TO WS-SEQ-QTD (2)                               03730015
037400        PERFORM UNTIL BIN-FIM-ARQUIVO                             03740015
037500           READ BINCARD1 NEXT RECORD                              03750015
037600              AT END SET BIN-FIM-ARQUIVO TO TRUE                  03760015
037700           NOT AT END                                             03770015
037800              ADD 1 TO WS-TOT-BINS-LIDOS                          03780015
037900              PERFORM 030-TRATA-BIN                               03790015
038000           END-READ                                               03800015
038100        END-PERFORM                                               03810015
038200        CLOSE BINCARD1                                            03820015
038300        MOVE 1 TO WS-IDX-SEQ                                      03830015
038400        PERFORM 050-FECHA-SEQUENCIA                               03840015
038500        MOVE 2 TO WS-IDX-SEQ                                      03850015
038600        PERFORM 050-FECHA-SEQUENCIA                               03860015
038700     END-IF                                                       03870015
038800     .                                                            03880015
038900* --------------------------------                                03890015
039000 030-TRATA-BIN.                                                   03900015
039100*    BIN dentro do intervalo ja coberto pela sequencia de 6       03910015
039200*    digitos aberta (ate a ultima chave + 99) e conferido contra  03920015
039300*    ela; depois dele, o BIN continua ou fecha a sequencia.  A    03930015
039400*    sequencia de 8 digitos e continuada ou fechada por qualquer  03940015
039500*    BIN.  BIN apto que nao continuou nenhuma sequencia abre uma  03950015
039600*    nova do seu tamanho.                                         03960015
039700     PERFORM 032-NORMALIZA-BIN                                    03970015
039800     SET BIN-NAO-ESTENDIDO TO TRUE                                03980015
039900     IF WS-SEQ-QTD (1) > 0                                        03990015
040000        COMPUTE WS-LIMITE-COBERTURA = WS-SEQ-ULTIMO (1) + 99      04000015
040100        IF FD-BINCARD1-CODIGO NOT > WS-LIMITE-COBERTURA           04010015
040200           PERFORM 036-VERIFICA-COBERTURA                         04020015
040300        ELSE                                                      04030015
040400           MOVE 1 TO WS-IDX-SEQ                                   04040015
040500           PERFORM 034-VERIFICA-CONTINUACAO                       04050015
040600        END-IF                                                    04060015
040700     END-IF                                                       04070015
040800     IF WS-SEQ-QTD (2) > 0                                        04080015
040900        MOVE 2 TO WS-IDX-SEQ                                      04090015
041000        PERFORM 034-VERIFICA-CONTINUACAO                          04100015
041100     END-IF                                                       04110015
041200     IF BIN-CANDIDATO AND BIN-NAO-ESTENDIDO                       04120015
041300           AND WS-SEQ-QTD (WS-BIN-IDX-TAMANHO) = 0                04130015
041400        MOVE WS-BIN-IDX-TAMANHO TO WS-IDX-SEQ                     04140015
041500        PERFORM 038-ABRE-SEQUENCIA                                04150015
041600     END-IF                                                       04160015
041700     .                                                            04170015
041800* --------------------------------                                04180015
041900 032-NORMALIZA-BIN.                                               04190015
042000*    Tamanho 6 = sequencia 1; qualquer outro valor = 8 digitos.   04200015
042100*    So e candidato o BIN ja vigente na data de transicao e sem   04210015
042200*    expiracao ate ela (a exclusao programada nao pode antecipar  04220015
042300*    nem adiar a saida de vigor do registro).                     04230015
042400     IF FD-BINCARD1-TAMANHO NUMERIC AND FD-BINCARD1-TAMANHO = 6   04240015
042500        MOVE 1 TO WS-BIN-IDX-TAMANHO                              04250015
042600     ELSE                                                         04260015
042700        MOVE 2 TO WS-BIN-IDX-TAMANHO                              04270015
042800     END-IF                                                       04280015
042900     IF FD-BINCARD1-DATA-VIGENCIA NUMERIC                         04290015
043000        MOVE FD-BINCARD1-DATA-VIGENCIA TO WS-BIN-VIGENCIA         04300015
043100     ELSE                                                         04310015
043200        MOVE ZERO TO WS-BIN-VIGENCIA                              04320015
043300     END-IF                                                       04330015
043400     IF FD-BINCARD1-DATA-EXPIRACAO NUMERIC                        04340015
043500        MOVE FD-BINCARD1-DATA-EXPIRACAO TO WS-BIN-EXPIRACAO       04350015
043600     ELSE                                                         04360015
043700        MOVE ZERO TO WS-BIN-EXPIRACAO                             04370015
043800     END-IF                                                       04380015
043900     IF FD-BINCARD1-EMISSOR-CODIGO NUMERIC                        04390015
044000        MOVE FD-BINCARD1-EMISSOR-CODIGO TO WS-BIN-EMISSOR-CODIGO  04400015
044100     ELSE                                                         04410015
044200        MOVE ZERO TO WS-BIN-EMISSOR-CODIGO                        04420015
044300     END-IF                                                       04430015
044400     SET BIN-CANDIDATO TO TRUE                                    04440015
044500     IF WS-BIN-VIGENCIA > WS-DATA-TRANSICAO                       04450015
044600        SET BIN-NAO-CANDIDATO TO TRUE                             04460015
044700     END-IF                                                       04470015
044800     IF WS-BIN-EXPIRACAO > ZERO                                   04480015
044900           AND WS-BIN-EXPIRACAO NOT > WS-DATA-TRANSICAO           04490015
045000        SET BIN-NAO-CANDIDATO TO TRUE                             04500015
045100     END-IF                                                       04510015
045200     .                                                            04520015
045300* --------------------------------                                04530015
045400 034-VERIFICA-CONTINUACAO.                                        04540015
045500*    Continua a sequencia WS-IDX-SEQ o BIN candidato do mesmo     04550015
045600*    tamanho, na chave seguinte, com bandeira, emissor e datas    04560015
045700*    iguais; qualquer outro BIN fecha a sequencia.                04570015
045800     SET BIN-NAO-CONTINUA TO TRUE                                 04580015
045900     IF WS-IDX-SEQ = 1                                            04590015
046000        COMPUTE WS-BIN-PROXIMO = WS-SEQ-ULTIMO (1) + 100          04600015
046100     ELSE                                                         04610015
046200        COMPUTE WS-BIN-PROXIMO = WS-SEQ-ULTIMO (2) + 1            04620015
046300     END-IF                                                       04630015
046400     IF BIN-CANDIDATO                                             04640015
046500           AND WS-BIN-IDX-TAMANHO = WS-IDX-SEQ                    04650015
046600           AND FD-BINCARD1-CODIGO = WS-BIN-PROXIMO                04660015
046700           AND WS-SEQ-QTD (WS-IDX-SEQ) < 1000                     04670015
046800           AND FD-BINCARD1-BANDEIRA = WS-SEQ-BANDEIRA (WS-IDX-SEQ)04680015
046900           AND FD-BINCARD1-EMISSOR = WS-SEQ-EMISSOR (WS-IDX-SEQ)  04690015
047000           AND WS-BIN-EMISSOR-CODIGO =                            04700015
047100               WS-SEQ-EMISSOR-CODIGO (WS-IDX-SEQ)                 04710015
047200           AND WS-BIN-VIGENCIA = WS-SEQ-VIGENCIA (WS-IDX-SEQ)     04720015
047300           AND WS-BIN-EXPIRACAO = WS-SEQ-EXPIRACAO (WS-IDX-SEQ)   04730015
047400        SET BIN-CONTINUA TO TRUE                                  04740015
047500     END-IF                                                       04750015
047600     IF BIN-CONTINUA                                              04760015
047700        PERFORM 040-ACRESCENTA-MEMBRO                             04770015
047800     ELSE                                                         04780015
047900        PERFORM 050-FECHA-SEQUENCIA                               04790015
048000     END-IF                                                       04800015
048100     .                                                            04810015
048200* --------------------------------                                04820015
048300 036-VERIFICA-COBERTURA.                                          04830015
048400*    BIN dentro do intervalo da sequencia de 6 digitos aberta (em 04840015
048500*    geral um BIN de 8 digitos filho de um dos pais).  BIN ja     04850015
048600*    expirado nao conta; bandeira ou emissor diferente seria      04860015
048700*    coberto pela faixa com os dados errados.                     04870015
048800     IF WS-BIN-EXPIRACAO > ZERO                                   04880015
048900           AND WS-BIN-EXPIRACAO < WS-DATA-ATUAL                   04890015
049000        CONTINUE                                                  04900015
049100     ELSE                                                         04910015
049200        IF FD-BINCARD1-BANDEIRA NOT = WS-SEQ-BANDEIRA (1)         04920015
049300              OR FD-BINCARD1-EMISSOR NOT = WS-SEQ-EMISSOR (1)     04930015
049400              OR WS-BIN-EMISSOR-CODIGO NOT =                      04940015
049500                 WS-SEQ-EMISSOR-CODIGO (1)                        04950015
049600           ADD 1 TO WS-QTD-DIVERGENTES                            04960015
049700           IF WS-QTD-DIVERGENTES NOT > 200                        04970015
049800              MOVE FD-BINCARD1-CODIGO TO                          04980015
049900                   WS-DIV-CODIGO (WS-QTD-DIVERGENTES)             04990015
050000              MOVE FD-BINCARD1-BANDEIRA TO                        05000015
050100                   WS-DIV-BANDEIRA (WS-QTD-DIVERGENTES)           05010015
050200              MOVE WS-BIN-EMISSOR-CODIGO TO                       05020015
050300                   WS-DIV-EMISSOR-CODIGO (WS-QTD-DIVERGENTES)     05030015
050400              MOVE FD-BINCARD1-EMISSOR TO                         05040015
050500                   WS-DIV-EMISSOR (WS-QTD-DIVERGENTES)            05050015
050600           END-IF                                                 05060015
050700        END-IF                                                    05070015
050800     END-IF                                                       05080015
050900     .                                                            05090015
051000* --------------------------------                                05100015
051100 038-ABRE-SEQUENCIA.                                              05110015
051200     MOVE ZERO                  TO WS-SEQ-QTD (WS-IDX-SEQ)        05120015
051300     MOVE FD-BINCARD1-BANDEIRA  TO WS-SEQ-BANDEIRA (WS-IDX-SEQ)   05130015
051400     MOVE FD-BINCARD1-EMISSOR   TO WS-SEQ-EMISSOR (WS-IDX-SEQ)    05140015
051500     MOVE WS-BIN-EMISSOR-CODIGO TO                                05150015
051600          WS-SEQ-EMISSOR-CODIGO (WS-IDX-SEQ)                      05160015
051700     MOVE WS-BIN-VIGENCIA       TO WS-SEQ-VIGENCIA (WS-IDX-SEQ)   05170015
051800     MOVE WS-BIN-EXPIRACAO      TO WS-SEQ-EXPIRACAO (WS-IDX-SEQ)  05180015
051900     IF WS-IDX-SEQ = 1                                            05190015
052000        MOVE ZERO TO WS-QTD-DIVERGENTES                           05200015
052100     END-IF                                                       05210015
052200     PERFORM 040-ACRESCENTA-MEMBRO                                05220015
052300     .                                                            05230015
052400* --------------------------------                                05240015
052500 040-ACRESCENTA-MEMBRO.                                           05250015
052600     ADD 1 TO WS-SEQ-QTD (WS-IDX-SEQ)                             05260015
052700     MOVE FD-BINCARD1-CODIGO TO                                   05270015
052800          WS-SEQ-MEMBRO (WS-IDX-SEQ, WS-SEQ-QTD (WS-IDX-SEQ))     05280015
052900     MOVE FD-BINCARD1-CODIGO TO WS-SEQ-ULTIMO (WS-IDX-SEQ)        05290015
053000     SET BIN-ESTENDIDO TO TRUE                                    05300015
053100     .                                                            05310015
053200* --------------------------------                                05320015
053300 050-FECHA-SEQUENCIA.                                             05330015
053400*    Sequencia abaixo do tamanho minimo e descartada sem listagem.05340015
053500     IF WS-SEQ-QTD (WS-IDX-SEQ) >= WS-TAMANHO-MINIMO              05350015
053600        PERFORM 060-REPORTA-SEQUENCIA                             05360015
053700     END-IF                                                       05370015
053800     MOVE ZERO TO WS-SEQ-QTD (WS-IDX-SEQ)                         05380015
053900     IF WS-IDX-SEQ = 1                                            05390015
054000        MOVE ZERO TO WS-QTD-DIVERGENTES                           05400015
054100     END-IF                                                       05410015
054200     .                                                            05420015
054300* --------------------------------                                05430015
054400 060-REPORTA-SEQUENCIA.                                           05440015
054500*    Lista a sequencia e os registros que a faixa substituiria,   05450015
054600*    confere os avisos e, sem aviso, registra a faixa como apta   05460015
054700*    (e gera as transacoes, se solicitado).  A faixa proposta     05470015
054800*    vale a partir da data de transicao e expira junto com os     05480015
054900*    registros (sem expiracao = sem limite).                      05490015
055000     ADD 1 TO WS-TOT-SEQUENCIAS                                   05500015
055100     ADD WS-SEQ-QTD (WS-IDX-SEQ) TO WS-TOT-SUBSTITUIVEIS          05510015
055200     MOVE ZERO TO WS-AVISOS-SEQUENCIA                             05520015
055300     MOVE WS-SEQ-MEMBRO (WS-IDX-SEQ, 1) TO WS-CAND-INICIO-NORM    05530015
055400     IF WS-IDX-SEQ = 1                                            05540015
055500        MOVE 6 TO WS-CAND-TAMANHO                                 05550015
055600        COMPUTE WS-CAND-FIM-NORM = WS-SEQ-ULTIMO (1) + 99         05560015
055700     ELSE                                                         05570015
055800        MOVE 8 TO WS-CAND-TAMANHO                                 05580015
055900        MOVE WS-SEQ-ULTIMO (2) TO WS-CAND-FIM-NORM                05590015
056000     END-IF                                                       05600015
056100     MOVE WS-DATA-TRANSICAO TO WS-CAND-VIG-NORM                   05610015
056200     IF WS-SEQ-EXPIRACAO (WS-IDX-SEQ) > ZERO                      05620015
056300        MOVE WS-SEQ-EXPIRACAO (WS-IDX-SEQ) TO WS-CAND-EXP-NORM    05630015
056400     ELSE                                                         05640015
056500        MOVE 99999999 TO WS-CAND-EXP-NORM                         05650015
056600     END-IF                                                       05660015
056700     DISPLAY ' '                                                  05670015
056800     DISPLAY 'SEQUENCIA - FAIXA ' WS-CAND-INICIO-NORM '-'         05680015
056900             WS-CAND-FIM-NORM ' TAMANHO ' WS-CAND-TAMANHO         05690015
057000             ' - ' WS-SEQ-QTD (WS-IDX-SEQ) ' REGISTROS'           05700015
057100     DISPLAY '  BANDEIRA ' WS-SEQ-BANDEIRA (WS-IDX-SEQ)           05710015
057200             ' EMISSOR ' WS-SEQ-EMISSOR-CODIGO (WS-IDX-SEQ) ' '   05720015
057300             WS-SEQ-EMISSOR (WS-IDX-SEQ)                          05730015
057400     DISPLAY '  VIGENCIA ' WS-SEQ-VIGENCIA (WS-IDX-SEQ)           05740015
057500             ' EXPIRACAO ' WS-SEQ-EXPIRACAO (WS-IDX-SEQ)          05750015
057600     PERFORM VARYING WS-IDX-MEMBRO FROM 1 BY 1                    05760015
057700           UNTIL WS-IDX-MEMBRO > WS-SEQ-QTD (WS-IDX-SEQ)          05770015
057800        DISPLAY '  SUBSTITUI O BIN '                              05780015
057900                WS-SEQ-MEMBRO (WS-IDX-SEQ, WS-IDX-MEMBRO)         05790015
058000     END-PERFORM                                                  05800015
058100     PERFORM 064-VERIFICA-SOBREPOSICAO                            05810015
058200     IF WS-IDX-SEQ = 1 AND WS-QTD-DIVERGENTES > 0                 05820015
058300        PERFORM 066-LISTA-DIVERGENTES                             05830015
058400     END-IF                                                       05840015
058500     IF WS-AVISOS-SEQUENCIA = 0 AND WS-QTD-FAIXAS >= 500          05850015
058600        DISPLAY '  AVISO - BINFAIXA1 PASSARIA DO LIMITE DE 500'   05860015
058700                ' FAIXAS'                                         05870015
058800        ADD 1 TO WS-AVISOS-SEQUENCIA                              05880015
058900        ADD 1 TO WS-TOT-AVISOS-LIMITE                             05890015
059000     END-IF                                                       05900015
059100     IF WS-AVISOS-SEQUENCIA > 0                                   05910015
059200        ADD 1 TO WS-TOT-RETIDAS                                   05920015
059300        DISPLAY '  RETIDA - SEQUENCIA COM AVISO, NENHUMA'         05930015
059400                ' TRANSACAO GERADA'                               05940015
059500     ELSE                                                         05950015
059600        ADD 1 TO WS-QTD-FAIXAS                                    05960015
059700        MOVE 'P' TO WS-FAIXA-ORIGEM (WS-QTD-FAIXAS)               05970015
059800        MOVE WS-CAND-INICIO-NORM TO                               05980015
059900             WS-FAIXA-INICIO-NORM (WS-QTD-FAIXAS)                 05990015
060000        MOVE WS-CAND-FIM-NORM TO WS-FAIXA-FIM-NORM (WS-QTD-FAIXAS)06000015
060100        MOVE WS-CAND-VIG-NORM TO WS-FAIXA-VIG-NORM (WS-QTD-FAIXAS)06010015
060200        MOVE WS-CAND-EXP-NORM TO WS-FAIXA-EXP-NORM (WS-QTD-FAIXAS)06020015
060300        MOVE WS-SEQ-BANDEIRA (WS-IDX-SEQ) TO                      06030015
060400             WS-FAIXA-BANDEIRA (WS-QTD-FAIXAS)                    06040015
060500        IF GERA-TRANSACOES                                        06050015
060600           PERFORM 070-GERA-TRANSACOES                            06060015
060700        ELSE                                                      06070015
060800           DISPLAY '  APTA - TRANSACOES NAO SOLICITADAS NO CARTAO'06080015
060900        END-IF                                                    06090015
061000     END-IF                                                       06100015
061100     .                                                            06110015
061200* --------------------------------                                06120015
061300 064-VERIFICA-SOBREPOSICAO.                                       06130015
061400*    Regra do BATCH005/BATCH022: conflito quando os intervalos e  06140015
061500*    as janelas de vigencia se cruzam.  Faixa gravada invertida   06150015
061600*    nao cobre codigo algum e e ignorada.  Todas as faixas em     06160015
061700*    conflito sao listadas.                                       06170015
061800     PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1                     06180015
061900           UNTIL WS-IDX-FAIXA > WS-QTD-FAIXAS                     06190015
062000        IF WS-FAIXA-INICIO-NORM (WS-IDX-FAIXA) NOT >              06200015
062100              WS-FAIXA-FIM-NORM (WS-IDX-FAIXA)                    06210015
062200              AND WS-FAIXA-VIG-NORM (WS-IDX-FAIXA) NOT >          06220015
062300              WS-CAND-EXP-NORM                                    06230015
062400              AND WS-CAND-VIG-NORM NOT >                          06240015
062500              WS-FAIXA-EXP-NORM (WS-IDX-FAIXA)                    06250015
062600              AND WS-FAIXA-INICIO-NORM (WS-IDX-FAIXA) NOT >       06260015
062700              WS-CAND-FIM-NORM                                    06270015
062800              AND WS-CAND-INICIO-NORM NOT >                       06280015
062900              WS-FAIXA-FIM-NORM (WS-IDX-FAIXA)                    06290015
063000           ADD 1 TO WS-AVISOS-SEQUENCIA                           06300015
063100           ADD 1 TO WS-TOT-AVISOS-SOBREP                          06310015
063200           IF FAIXA-PROPOSTA (WS-IDX-FAIXA)                       06320015
063300              DISPLAY '  AVISO - SOBREPOE A FAIXA PROPOSTA '      06330015
063400                      WS-FAIXA-INICIO-NORM (WS-IDX-FAIXA) '-'     06340015
063500                      WS-FAIXA-FIM-NORM (WS-IDX-FAIXA)            06350015
063600                      ' BANDEIRA '                                06360015
063700                      WS-FAIXA-BANDEIRA (WS-IDX-FAIXA)            06370015
063800           ELSE                                                   06380015
063900              DISPLAY '  AVISO - SOBREPOE A FAIXA EXISTENTE '     06390015
064000                      WS-FAIXA-INICIO-NORM (WS-IDX-FAIXA) '-'     06400015
064100                      WS-FAIXA-FIM-NORM (WS-IDX-FAIXA)            06410015
064200                      ' BANDEIRA '                                06420015
064300                      WS-FAIXA-BANDEIRA (WS-IDX-FAIXA)            06430015
064400           END-IF                                                 06440015
064500        END-IF                                                    06450015
064600     END-PERFORM                                                  06460015
064700     .                                                            06470015
064800* --------------------------------                                06480015
064900 066-LISTA-DIVERGENTES.                                           06490015
065000     PERFORM VARYING WS-IDX-DIVERGENTE FROM 1 BY 1                06500015
065100           UNTIL WS-IDX-DIVERGENTE > WS-QTD-DIVERGENTES           06510015
065200              OR WS-IDX-DIVERGENTE > 200                          06520015
065300        DISPLAY '  AVISO - COBRE O BIN '                          06530015
065400                WS-DIV-CODIGO (WS-IDX-DIVERGENTE)                 06540015
065500                ' BANDEIRA ' WS-DIV-BANDEIRA (WS-IDX-DIVERGENTE)  06550015
065600                ' EMISSOR '                                       06560015
065700                WS-DIV-EMISSOR-CODIGO (WS-IDX-DIVERGENTE)         06570015
065800        DISPLAY '          '                                      06580015
065900                WS-DIV-EMISSOR (WS-IDX-DIVERGENTE)                06590015
066000     END-PERFORM                                                  06600015
066100     IF WS-QTD-DIVERGENTES > 200                                  06610015
066200        COMPUTE WS-NAO-LISTADOS = WS-QTD-DIVERGENTES - 200        06620015
066300        DISPLAY '  AVISO - MAIS ' WS-NAO-LISTADOS                 06630015
066400                ' BINS DIVERGENTES COBERTOS (NAO LISTADOS)'       06640015
066500     END-IF                                                       06650015
066600     ADD WS-QTD-DIVERGENTES TO WS-AVISOS-SEQUENCIA                06660015
066700     ADD WS-QTD-DIVERGENTES TO WS-TOT-AVISOS-COBERTURA            06670015
066800     .                                                            06680015
066900* --------------------------------                                06690015
067000 070-GERA-TRANSACOES.                                             06700015
067100*    Inclusao da faixa no FXMANT01, keyada no tamanho da          06710015
067200*    sequencia (6 digitos = chave / 100), e exclusao com          06720015
067300*    expiracao programada na data de transicao de cada registro   06730015
067400*    substituido (o BATCH003 grava a data em vez de excluir), com 06740015
067500*    os dados atuais do registro como no BATCH023.                06750015
067600     INITIALIZE FD-FXMANT-REG                                     06760015
067700     MOVE 'A' TO FD-FXM-ACAO                                      06770015
067800     IF WS-IDX-SEQ = 1                                            06780015
067900        DIVIDE WS-CAND-INICIO-NORM BY 100                         06790015
068000               GIVING FD-FXM-CODIGO-INICIO                        06800015
068100        DIVIDE WS-SEQ-ULTIMO (1) BY 100                           06810015
068200               GIVING FD-FXM-CODIGO-FIM                           06820015
068300        MOVE 6 TO FD-FXM-TAMANHO                                  06830015
068400     ELSE                                                         06840015
068500        MOVE WS-CAND-INICIO-NORM TO FD-FXM-CODIGO-INICIO          06850015
068600        MOVE WS-CAND-FIM-NORM    TO FD-FXM-CODIGO-FIM             06860015
068700        MOVE 8 TO FD-FXM-TAMANHO                                  06870015
068800     END-IF                                                       06880015
068900     MOVE WS-SEQ-BANDEIRA (WS-IDX-SEQ)  TO FD-FXM-BANDEIRA        06890015
069000     MOVE WS-SEQ-EMISSOR (WS-IDX-SEQ)   TO FD-FXM-EMISSOR         06900015
069100     MOVE WS-DATA-TRANSICAO             TO FD-FXM-DATA-VIGENCIA   06910015
069200     MOVE WS-SEQ-EXPIRACAO (WS-IDX-SEQ) TO FD-FXM-DATA-EXPIRACAO  06920015
069300     WRITE FD-FXMANT-REG                                          06930015
069400     ADD 1 TO WS-TOT-FAIXAS-GERADAS                               06940015
069500     DISPLAY '  PROPOSTA - INCLUSAO DA FAIXA '                    06950015
069600             FD-FXM-CODIGO-INICIO '-' FD-FXM-CODIGO-FIM           06960015
069700             ' TAMANHO ' FD-FXM-TAMANHO                           06970015
069800             ' VIGENTE EM ' WS-DATA-TRANSICAO                     06980015
069900     PERFORM VARYING WS-IDX-MEMBRO FROM 1 BY 1                    06990015
070000           UNTIL WS-IDX-MEMBRO > WS-SEQ-QTD (WS-IDX-SEQ)          07000015
070100        INITIALIZE FD-BINMANT-REG                                 07010015
070200        MOVE 'D' TO FD-MANT-ACAO                                  07020015
070300        IF WS-IDX-SEQ = 1                                         07030015
070400           DIVIDE WS-SEQ-MEMBRO (1, WS-IDX-MEMBRO) BY 100         07040015
070500                  GIVING FD-MANT-CODIGO                           07050015
070600           MOVE 6 TO FD-MANT-TAMANHO                              07060015
070700        ELSE                                                      07070015
070800           MOVE WS-SEQ-MEMBRO (2, WS-IDX-MEMBRO) TO FD-MANT-CODIGO07080015
070900           MOVE 8 TO FD-MANT-TAMANHO                              07090015
071000        END-IF                                                    07100015
071100        MOVE WS-SEQ-BANDEIRA (WS-IDX-SEQ) TO FD-MANT-BANDEIRA     07110015
071200        MOVE WS-SEQ-EMISSOR (WS-IDX-SEQ)  TO FD-MANT-EMISSOR      07120015
071300        MOVE ZERO              TO FD-MANT-DATA-VIGENCIA           07130015
071400        MOVE WS-DATA-TRANSICAO TO FD-MANT-DATA-EXPIRACAO          07140015
071500        MOVE WS-SEQ-EMISSOR-CODIGO (WS-IDX-SEQ) TO                07150015
071600             FD-MANT-EMISSOR-CODIGO                               07160015
071700        WRITE FD-BINMANT-REG                                      07170015
071800        ADD 1 TO WS-TOT-EXPIRACOES                                07180015
071900     END-PERFORM                                                  07190015
072000     DISPLAY '  PROPOSTA - EXPIRACAO DOS ' WS-SEQ-QTD (WS-IDX-SEQ)07200015
072100             ' REGISTROS EM ' WS-DATA-TRANSICAO                   07210015
072200     .                                                            07220015
072300* --------------------------------                                07230015
072400 090-IMPRIME-TOTAIS.                                              07240015
072500     DISPLAY ' '                                                  07250015
072600     DISPLAY '==========================================='        07260015
072700     DISPLAY 'BATCH030 - COMPACTACAO DE BINS EM FAIXAS'           07270015
072800     DISPLAY '==========================================='        07280015
072900     DISPLAY 'BINS LIDOS DO BIN00001............: '               07290015
073000             WS-TOT-BINS-LIDOS                                    07300015
073100     DISPLAY 'FAIXAS LIDAS DO BINFAIXA1.........: '               07310015
073200             WS-TOT-FAIXAS-LIDAS                                  07320015
073300     DISPLAY 'SEQUENCIAS ACIMA DO MINIMO........: '               07330015
073400             WS-TOT-SEQUENCIAS                                    07340015
073500     DISPLAY 'REGISTROS SUBSTITUIVEIS...........: '               07350015
073600             WS-TOT-SUBSTITUIVEIS                                 07360015
073700     DISPLAY 'AVISOS DE SOBREPOSICAO............: '               07370015
073800             WS-TOT-AVISOS-SOBREP                                 07380015
073900     DISPLAY 'AVISOS DE BIN DIVERGENTE COBERTO..: '               07390015
074000             WS-TOT-AVISOS-COBERTURA                              07400015
074100     DISPLAY 'AVISOS DE LIMITE DE 500 FAIXAS....: '               07410015
074200             WS-TOT-AVISOS-LIMITE                                 07420015
074300     DISPLAY 'SEQUENCIAS RETIDAS POR AVISO......: '               07430015
074400             WS-TOT-RETIDAS                                       07440015
074500     DISPLAY 'FAIXAS GERADAS NO FXMANT01........: '               07450015
074600             WS-TOT-FAIXAS-GERADAS                                07460015
074700     DISPLAY 'EXPIRACOES GERADAS NO BINMANT1....: '               07470015
074800             WS-TOT-EXPIRACOES                                    07480015
074900     DISPLAY '==========================================='        07490015
075000     .                                                            07500015
075100* --------------------------------                                07510015
075200 200-REGISTRA-INICIO.                                             07520015
075300*    Registra o inicio no controle de execucao (RUNCTL01,         07530015
075400*    subprograma RUNCTL).  A reexecucao so gera uma nova geracao  07540015
075500*    de propostas, que ainda passa pelo BATCH022 e pela aprovacao 07550015
075600*    do BATCH013, entao nao ha protecao de reexecucao; falha no   07560015
075700*    controle apenas avisa.                                       07570015
075800     INITIALIZE RUNCTL-AREA                                       07580015
075900     MOVE 'I'        TO RUNCTL-FUNCAO                             07590015
076000     MOVE 'BATCH030' TO RUNCTL-PROGRAMA                           07600015
076100     MOVE ZERO       TO RUNCTL-DATA-CICLO                         07610015
076200     MOVE 'N'        TO RUNCTL-PROTEGE                            07620015
076300     MOVE 'N'        TO RUNCTL-OVERRIDE                           07630015
076400     CALL 'RUNCTL' USING RUNCTL-AREA                              07640015
076500     IF RUNCTL-RETORNO = '99'                                     07650015
076600        DISPLAY 'BATCH030 - AVISO: CONTROLE DE EXECUCAO'          07660015
076700                ' INDISPONIVEL'                                   07670015
076800     END-IF                                                       07680015
076900     .                                                            07690015
077000* --------------------------------                                07700015
077100 210-REGISTRA-FIM.                                                07710015
077200*    Registra a conclusao com os totais de controle (lidos =      07720015
077300*    BINs do mestre; selecionados = sequencias acima do minimo;   07730015
077400*    rejeitados = sequencias retidas por aviso; excecoes = total  07740015
077500*    de avisos), preservando o RETURN-CODE.                       07750015
077600     MOVE RETURN-CODE TO WS-RETORNO-JOB                           07760015
077700     IF WS-RETORNO-JOB > 4                                        07770015
077800        MOVE 'E' TO RUNCTL-FUNCAO                                 07780015
077900     ELSE                                                         07790015
078000        MOVE 'C' TO RUNCTL-FUNCAO                                 07800015
078100     END-IF                                                       07810015
078200     MOVE WS-TOT-BINS-LIDOS TO RUNCTL-TOT-LIDOS                   07820015
078300     MOVE WS-TOT-SEQUENCIAS TO RUNCTL-TOT-SELECIONADOS            07830015
078400     MOVE WS-TOT-RETIDAS    TO RUNCTL-TOT-REJEITADOS              07840015
078500     COMPUTE RUNCTL-TOT-EXCECOES =                                07850015
078600             WS-TOT-AVISOS-SOBREP                                 07860015
078700             + WS-TOT-AVISOS-COBERTURA                            07870015
078800             + WS-TOT-AVISOS-LIMITE                               07880015
078900     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    07890015
079000     CALL 'RUNCTL' USING RUNCTL-AREA                              07900015
079100     MOVE WS-RETORNO-JOB TO RETURN-CODE                           07910015
079200     .                                                            07920015
