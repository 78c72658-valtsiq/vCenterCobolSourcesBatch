000100 IDENTIFICATION DIVISION.                                         00010015
000200 PROGRAM-ID. BATCH028.                                            00020015
000300                                                                  00030015
000400 ENVIRONMENT DIVISION.                                            00040015
000500                                                                  00050015
000600 INPUT-OUTPUT SECTION.                                            00060015
000700   FILE-CONTROL.                                                  00070015
000800        SELECT BRANDRG ASSIGN TO 'BRANDRG1'                       00080015
000900        ORGANIZATION INDEXED                                      00090015
001000        ACCESS MODE IS SEQUENTIAL                                 00100015
001100        RECORD KEY IS FD-BRANDRG-CHAVE                            00110015
001200        FILE STATUS IS WS-BRANDRG-STATUS.                         00120015
001300        SELECT BINCARD1 ASSIGN TO 'BIN00001'                      00130015
001400        ORGANIZATION INDEXED                                      00140015
001500        RECORD KEY IS FD-BINCARD1-CODIGO                          00150015
001600        FILE STATUS IS WS-BINCARD1-STATUS.                        00160015
001700        SELECT BINFAIXA ASSIGN TO 'BINFAIXA1'                     00170015
001800        ORGANIZATION SEQUENTIAL                                   00180015
001900        FILE STATUS IS WS-BINFAIXA-STATUS.                        00190015
002000*-------------------------------------------------                00200015
002100 DATA DIVISION.                                                   00210015
002200   FILE SECTION.                                                  00220015
002300                                                                  00230015
002400   FD BRANDRG                                                     00240015
002500        RECORDING MODE IS F                                       00250015
002600        RECORD CONTAINS 40 CHARACTERS.                            00260015
002700                                                                  00270015
002800   COPY BRANDRG1.                                                 00280015
002900                                                                  00290015
003000   FD BINCARD1                                                    00300015
003100        RECORDING MODE IS F                                       00310015
003200        RECORD CONTAINS 252 CHARACTERS.                           00320015
003300                                                                  00330015
003400   COPY BINCARD1.                                                 00340015
003500                                                                  00350015
003600   FD BINFAIXA                                                    00360015
003700        RECORDING MODE IS F                                       00370015
003800        RECORD CONTAINS 264 CHARACTERS.                           00380015
003900                                                                  00390015
004000   COPY BINFAIXA.                                                 00400015
004100                                                                  00410015
004200   WORKING-STORAGE SECTION.                                       00420015
004300*    Varredura completa do mestre de BINs e do arquivo de faixas  00430015
004400*    contra as regras de prefixo e tamanho por bandeira           00440015
004500*    (BRANDRG1): lista todo BIN do BIN00001 e toda faixa do       00450015
004600*    BINFAIXA1 cuja bandeira nao corresponde ao prefixo (ex.:     00460015
004700*    4xxxxx gravado como MASTERCARD) ou cujo tamanho nao e        00470015
004800*    aceito pela bandeira.  Mesma regra da critica do BATCH013    00480015
004900*    e da traducao do BATCH015, que barram os casos novos; este   00490015
005000*    job aponta os que ja estao gravados.  Faixa e conferida      00500015
005100*    pelo codigo inicial e pelo final.  Bandeira sem regra        00510015
005200*    cadastrada nao e conferida (contada a parte).                00520015
005300   01 WS-BRANDRG-STATUS                     PIC X(002) VALUE '00'.00530015
005400   01 WS-BINCARD1-STATUS                    PIC X(002) VALUE '00'.00540015
005500   01 WS-BINFAIXA-STATUS                    PIC X(002) VALUE '00'.00550015
005600                                                                  00560015
005700   01 WS-REGRA-EOF                          PIC X(001) VALUE 'N'. 00570015
005800      88 REGRA-FIM-ARQUIVO                   VALUE 'Y'.           00580015
005900   01 WS-BIN-EOF                            PIC X(001) VALUE 'N'. 00590015
006000      88 BIN-FIM-ARQUIVO                     VALUE 'Y'.           00600015
006100   01 WS-FAIXA-EOF                          PIC X(001) VALUE 'N'. 00610015
006200      88 FAIXA-FIM-ARQUIVO                   VALUE 'Y'.           00620015
006300                                                                  00630015
006400   01 WS-TABELA-REGRAS.                                           00640015
006500      05 WS-QTD-REGRAS           PIC 9(003) VALUE ZERO.           00650015
006600      05 WS-REGRA-TAB OCCURS 0 TO 500 TIMES                       00660015
006700            DEPENDING ON WS-QTD-REGRAS                            00670015
006800            INDEXED BY WS-IDX-REGRA.                              00680015
006900         10 WS-REGRA-BANDEIRA       PIC X(010).                   00690015
007000         10 WS-REGRA-DIVISOR        PIC 9(008).                   00700015
007100         10 WS-REGRA-PREFIXO-INICIO PIC 9(006).                   00710015
007200         10 WS-REGRA-PREFIXO-FIM    PIC 9(006).                   00720015
007300         10 WS-REGRA-ACEITA-6       PIC X(001).                   00730015
007400         10 WS-REGRA-ACEITA-8       PIC X(001).                   00740015
007500   01 WS-REGRA-PREFIXO                      PIC 9(008) VALUE ZERO.00750015
007600   01 WS-REGRA-DONO                         PIC X(010).           00760015
007700   01 WS-REGRA-BANDEIRA-SW                  PIC X(001) VALUE 'N'. 00770015
007800      88 BANDEIRA-COM-REGRA                  VALUE 'S'.           00780015
007900   01 WS-REGRA-PREFIXO-SW                   PIC X(001) VALUE 'N'. 00790015
008000      88 PREFIXO-DA-BANDEIRA                 VALUE 'S'.           00800015
008100   01 WS-REGRA-TAMANHO-SW                   PIC X(001) VALUE 'N'. 00810015
008200      88 TAMANHO-DA-BANDEIRA                 VALUE 'S'.           00820015
008300                                                                  00830015
008400*  Codigo conferido (chave de 8 digitos), tamanho e bandeira, e   00840015
008500*  o resultado da conferencia.                                    00850015
008600   01 WS-VER-CODIGO                         PIC 9(008) VALUE ZERO.00860015
008700   01 WS-VER-TAMANHO                        PIC 9(001) VALUE 8.   00870015
008800   01 WS-VER-BANDEIRA                       PIC X(010).           00880015
008900   01 WS-VER-RESULTADO                      PIC X(001) VALUE 'C'. 00890015
009000      88 VER-CONFORME                        VALUE 'C'.           00900015
009100      88 VER-SEM-REGRA                       VALUE 'S'.           00910015
009200      88 VER-CONFLITO-PREFIXO                VALUE 'P'.           00920015
009300      88 VER-CONFLITO-TAMANHO                VALUE 'T'.           00930015
009400                                                                  00940015
009500   01 WS-FAIXA-INICIO-NORM                  PIC 9(008) VALUE ZERO.00950015
009600   01 WS-FAIXA-FIM-NORM                     PIC 9(008) VALUE ZERO.00960015
009700                                                                  00970015
009800   01 WS-TOTAIS.                                                  00980015
009900      05 WS-TOT-BINS-LIDOS       PIC 9(007) VALUE ZERO.           00990015
010000      05 WS-TOT-BINS-CONFORMES   PIC 9(007) VALUE ZERO.           01000015
010100      05 WS-TOT-BINS-SEM-REGRA   PIC 9(007) VALUE ZERO.           01010015
010200      05 WS-TOT-BINS-PREFIXO     PIC 9(007) VALUE ZERO.           01020015
010300      05 WS-TOT-BINS-TAMANHO     PIC 9(007) VALUE ZERO.           01030015
010400      05 WS-TOT-FAIXAS-LIDAS     PIC 9(007) VALUE ZERO.           01040015
010500      05 WS-TOT-FAIXAS-CONFORMES PIC 9(007) VALUE ZERO.           01050015
010600      05 WS-TOT-FAIXAS-SEM-REGRA PIC 9(007) VALUE ZERO.           01060015
010700      05 WS-TOT-FAIXAS-PREFIXO   PIC 9(007) VALUE ZERO.           01070015
010800      05 WS-TOT-FAIXAS-TAMANHO   PIC 9(007) VALUE ZERO.           01080015
010900                                                                  01090015
011000   01 WS-RETORNO-JOB                        PIC 9(002) VALUE ZERO.01100015
011100                                                                  01110015
011200   COPY RUNCTLA1.                                                 01120015
011300                                                                  01130015
011400 PROCEDURE DIVISION.                                              01140015
011500     PERFORM 200-REGISTRA-INICIO                                  01150015
011600     PERFORM 010-CARREGA-REGRAS                                   01160015
011700     IF RETURN-CODE = 0                                           01170015
011800        DISPLAY 'BATCH028 - CONFLITOS DE BANDEIRA x PREFIXO'      01180015
011900        DISPLAY ' '                                               01190015
012000        PERFORM 020-VERIFICA-BINS                                 01200015
012100     END-IF                                                       01210015
012200     IF RETURN-CODE = 0                                           01220015
012300        PERFORM 030-VERIFICA-FAIXAS                               01230015
012400     END-IF                                                       01240015
012500     IF RETURN-CODE = 0                                           01250015
012600           AND WS-TOT-BINS-PREFIXO + WS-TOT-BINS-TAMANHO          01260015
012700             + WS-TOT-FAIXAS-PREFIXO + WS-TOT-FAIXAS-TAMANHO > 0  01270015
012800        MOVE 4 TO RETURN-CODE                                     01280015
012900     END-IF                                                       01290015
013000     PERFORM 210-REGISTRA-FIM                                     01300015
013100     PERFORM 090-IMPRIME-TOTAIS                                   01310015
013200     STOP RUN.                                                    01320015
013300* --------------------------------                                01330015
013400 010-CARREGA-REGRAS.                                              01340015
013500*    Sem regras nao ha o que conferir: BRANDRG1 indisponivel ou   01350015
013600*    vazio e erro de ambiente (RC=16).                            01360015
013700     OPEN INPUT BRANDRG                                           01370015
013800     IF WS-BRANDRG-STATUS NOT = '00'                              01380015
013900        DISPLAY 'BATCH028 - ERRO AO ABRIR BRANDRG1 - STATUS: '    01390015
014000                WS-BRANDRG-STATUS                                 01400015
014100        MOVE 16 TO RETURN-CODE                                    01410015
014200     ELSE                                                         01420015
014300        PERFORM UNTIL REGRA-FIM-ARQUIVO                           01430015
014400           READ BRANDRG NEXT RECORD                               01440015
014500              AT END SET REGRA-FIM-ARQUIVO TO TRUE                01450015
014600           NOT AT END                                             01460015
014700              PERFORM 015-GUARDA-REGRA                            01470015
014800           END-READ                                               01480015
014900        END-PERFORM                                               01490015
015000        CLOSE BRANDRG                                             01500015
015100        IF WS-QTD-REGRAS = ZERO                                   01510015
015200           DISPLAY 'BATCH028 - ERRO: BRANDRG1 SEM REGRAS VALIDAS' 01520015
015300           MOVE 16 TO RETURN-CODE                                 01530015
015400        END-IF                                                    01540015
015500     END-IF                                                       01550015
015600     .                                                            01560015
015700* --------------------------------                                01570015
015800 015-GUARDA-REGRA.                                                01580015
015900     EVALUATE TRUE                                                01590015
016000        WHEN FD-BRANDRG-PREFIXO-DIGITOS NOT NUMERIC               01600015
016100             OR FD-BRANDRG-PREFIXO-DIGITOS < 1                    01610015
016200             OR FD-BRANDRG-PREFIXO-DIGITOS > 6                    01620015
016300             OR FD-BRANDRG-PREFIXO-INICIO NOT NUMERIC             01630015
016400             OR FD-BRANDRG-PREFIXO-FIM NOT NUMERIC                01640015
016500           DISPLAY 'BATCH028 - AVISO: REGRA DE BANDEIRA INVALIDA' 01650015
016600                   ' IGNORADA: ' FD-BRANDRG-CHAVE                 01660015
016700        WHEN WS-QTD-REGRAS >= 500                                 01670015
016800           DISPLAY 'BATCH028 - ERRO: BRANDRG1 EXCEDE 500'         01680015
016900                   ' REGRAS - VARREDURA NAO EXECUTADA'            01690015
017000           SET REGRA-FIM-ARQUIVO TO TRUE                          01700015
017100           MOVE 16 TO RETURN-CODE                                 01710015
017200        WHEN OTHER                                                01720015
017300           ADD 1 TO WS-QTD-REGRAS                                 01730015
017400           MOVE FD-BRANDRG-BANDEIRA TO                            01740015
017500                WS-REGRA-BANDEIRA (WS-QTD-REGRAS)                 01750015
017600           COMPUTE WS-REGRA-DIVISOR (WS-QTD-REGRAS) =             01760015
017700                   10 ** (8 - FD-BRANDRG-PREFIXO-DIGITOS)         01770015
017800           MOVE FD-BRANDRG-PREFIXO-INICIO TO                      01780015
017900                WS-REGRA-PREFIXO-INICIO (WS-QTD-REGRAS)           01790015
018000           MOVE FD-BRANDRG-PREFIXO-FIM TO                         01800015
018100                WS-REGRA-PREFIXO-FIM (WS-QTD-REGRAS)              01810015
018200           MOVE FD-BRANDRG-ACEITA-6 TO                            01820015
018300                WS-REGRA-ACEITA-6 (WS-QTD-REGRAS)                 01830015
018400           MOVE FD-BRANDRG-ACEITA-8 TO                            01840015
018500                WS-REGRA-ACEITA-8 (WS-QTD-REGRAS)                 01850015
018600     END-EVALUATE                                                 01860015
018700     .                                                            01870015
018800* --------------------------------                                01880015
018900 020-VERIFICA-BINS.                                               01890015
019000     OPEN INPUT BINCARD1                                          01900015
019100     IF WS-BINCARD1-STATUS NOT = '00'                             01910015
019200        DISPLAY 'BATCH028 - ERRO AO ABRIR BIN00001 - STATUS: '    01920015
019300                WS-BINCARD1-STATUS                                01930015
019400        MOVE 16 TO RETURN-CODE                                    01940015
019500     ELSE                                                         01950015
019600        PERFORM UNTIL BIN-FIM-ARQUIVO                             01960015
019700           READ BINCARD1 NEXT RECORD                              01970015
019800              AT END SET BIN-FIM-ARQUIVO TO TRUE                  01980015
019900           NOT AT END                                             01990015
020000              ADD 1 TO WS-TOT-BINS-LIDOS                          02000015
020100              PERFORM 025-VERIFICA-BIN                            02010015
020200           END-READ                                               02020015
020300        END-PERFORM                                               02030015
020400        CLOSE BINCARD1                                            02040015
020500     END-IF                                                       02050015
020600     .                                                            02060015
020700* --------------------------------                                02070015
020800 025-VERIFICA-BIN.                                                02080015
020900     MOVE FD-BINCARD1-CODIGO   TO WS-VER-CODIGO                   02090015
021000     MOVE FD-BINCARD1-BANDEIRA TO WS-VER-BANDEIRA                 02100015
021100     IF FD-BINCARD1-TAMANHO = 6                                   02110015
021200        MOVE 6 TO WS-VER-TAMANHO                                  02120015
021300     ELSE                                                         02130015
021400        MOVE 8 TO WS-VER-TAMANHO                                  02140015
021500     END-IF                                                       02150015
021600     PERFORM 050-CONFERE-REGRA                                    02160015
021700     EVALUATE TRUE                                                02170015
021800        WHEN VER-CONFORME                                         02180015
021900           ADD 1 TO WS-TOT-BINS-CONFORMES                         02190015
022000        WHEN VER-SEM-REGRA                                        02200015
022100           ADD 1 TO WS-TOT-BINS-SEM-REGRA                         02210015
022200        WHEN VER-CONFLITO-PREFIXO                                 02220015
022300           ADD 1 TO WS-TOT-BINS-PREFIXO                           02230015
022400           DISPLAY 'BIN ' FD-BINCARD1-CODIGO ' TAM '              02240015
022500                   WS-VER-TAMANHO ' BANDEIRA ' WS-VER-BANDEIRA    02250015
022600                   ' - PREFIXO INCOMPATIVEL'                      02260015
022700           PERFORM 060-IMPRIME-DETALHE-BIN                        02270015
022800        WHEN VER-CONFLITO-TAMANHO                                 02280015
022900           ADD 1 TO WS-TOT-BINS-TAMANHO                           02290015
023000           DISPLAY 'BIN ' FD-BINCARD1-CODIGO ' TAM '              02300015
023100                   WS-VER-TAMANHO ' BANDEIRA ' WS-VER-BANDEIRA    02310015
023200                   ' - TAMANHO NAO ACEITO'                        02320015
023300           PERFORM 060-IMPRIME-DETALHE-BIN                        02330015
023400     END-EVALUATE                                                 02340015
023500     .                                                            02350015
023600* --------------------------------                                02360015
023700 030-VERIFICA-FAIXAS.                                             02370015
023800*    Arquivo de faixas ausente = nenhuma faixa (como no           02380015
023900*    BATCH001).                                                   02390015
024000     OPEN INPUT BINFAIXA                                          02400015
024100     IF WS-BINFAIXA-STATUS = '00'                                 02410015
024200        PERFORM UNTIL FAIXA-FIM-ARQUIVO                           02420015
024300           READ BINFAIXA                                          02430015
024400              AT END SET FAIXA-FIM-ARQUIVO TO TRUE                02440015
024500           NOT AT END                                             02450015
024600              ADD 1 TO WS-TOT-FAIXAS-LIDAS                        02460015
024700              PERFORM 035-VERIFICA-FAIXA                          02470015
024800           END-READ                                               02480015
024900        END-PERFORM                                               02490015
025000        CLOSE BINFAIXA                                            02500015
025100     END-IF                                                       02510015
025200     .                                                            02520015
025300* --------------------------------                                02530015
025400 035-VERIFICA-FAIXA.                                              02540015
025500*    Mesma normalizacao de 6/8 digitos do BATCH013                02550015
025600*    (026-GUARDA-FAIXA).  Confere o codigo inicial e, se          02560015
025700*    conforme, o final.                                           02570015
025800     IF FD-BINFAIXA-TAMANHO NUMERIC                               02580015
025900           AND FD-BINFAIXA-TAMANHO = 6                            02590015
026000           AND FD-BINFAIXA-CODIGO-INICIO NOT > 999999             02600015
026100           AND FD-BINFAIXA-CODIGO-FIM NOT > 999999                02610015
026200        MOVE 6 TO WS-VER-TAMANHO                                  02620015
026300        COMPUTE WS-FAIXA-INICIO-NORM =                            02630015
026400                FD-BINFAIXA-CODIGO-INICIO * 100                   02640015
026500        COMPUTE WS-FAIXA-FIM-NORM =                               02650015
026600                FD-BINFAIXA-CODIGO-FIM * 100 + 99                 02660015
026700     ELSE                                                         02670015
026800        MOVE 8 TO WS-VER-TAMANHO                                  02680015
026900        MOVE FD-BINFAIXA-CODIGO-INICIO TO WS-FAIXA-INICIO-NORM    02690015
027000        MOVE FD-BINFAIXA-CODIGO-FIM    TO WS-FAIXA-FIM-NORM       02700015
027100     END-IF                                                       02710015
027200     MOVE FD-BINFAIXA-BANDEIRA TO WS-VER-BANDEIRA                 02720015
027300     MOVE WS-FAIXA-INICIO-NORM TO WS-VER-CODIGO                   02730015
027400     PERFORM 050-CONFERE-REGRA                                    02740015
027500     IF VER-CONFORME                                              02750015
027600        MOVE WS-FAIXA-FIM-NORM TO WS-VER-CODIGO                   02760015
027700        PERFORM 050-CONFERE-REGRA                                 02770015
027800     END-IF                                                       02780015
027900     EVALUATE TRUE                                                02790015
028000        WHEN VER-CONFORME                                         02800015
028100           ADD 1 TO WS-TOT-FAIXAS-CONFORMES                       02810015
028200        WHEN VER-SEM-REGRA                                        02820015
028300           ADD 1 TO WS-TOT-FAIXAS-SEM-REGRA                       02830015
028400        WHEN VER-CONFLITO-PREFIXO                                 02840015
028500           ADD 1 TO WS-TOT-FAIXAS-PREFIXO                         02850015
028600           DISPLAY 'FAIXA ' WS-FAIXA-INICIO-NORM '-'              02860015
028700                   WS-FAIXA-FIM-NORM ' TAM ' WS-VER-TAMANHO       02870015
028800                   ' BANDEIRA ' WS-VER-BANDEIRA                   02880015
028900                   ' - PREFIXO INCOMPATIVEL'                      02890015
029000           PERFORM 065-IMPRIME-DETALHE-FAIXA                      02900015
029100        WHEN VER-CONFLITO-TAMANHO                                 02910015
029200           ADD 1 TO WS-TOT-FAIXAS-TAMANHO                         02920015
029300           DISPLAY 'FAIXA ' WS-FAIXA-INICIO-NORM '-'              02930015
029400                   WS-FAIXA-FIM-NORM ' TAM ' WS-VER-TAMANHO       02940015
029500                   ' BANDEIRA ' WS-VER-BANDEIRA                   02950015
029600                   ' - TAMANHO NAO ACEITO'                        02960015
029700           PERFORM 065-IMPRIME-DETALHE-FAIXA                      02970015
029800     END-EVALUATE                                                 02980015
029900     .                                                            02990015
030000* --------------------------------                                03000015
030100 050-CONFERE-REGRA.                                               03010015
030200*    Mesma verificacao do 155-VALIDA-REGRA-BANDEIRA do BATCH013   03020015
030300*    sobre WS-VER-CODIGO/TAMANHO/BANDEIRA.  WS-REGRA-DONO guarda  03030015
030400*    a primeira outra bandeira cujo prefixo cobre o codigo.       03040015
030500     MOVE 'N' TO WS-REGRA-BANDEIRA-SW                             03050015
030600     MOVE 'N' TO WS-REGRA-PREFIXO-SW                              03060015
030700     MOVE 'N' TO WS-REGRA-TAMANHO-SW                              03070015
030800     MOVE SPACES TO WS-REGRA-DONO                                 03080015
030900     PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1                     03090015
031000           UNTIL WS-IDX-REGRA > WS-QTD-REGRAS                     03100015
031100        COMPUTE WS-REGRA-PREFIXO = WS-VER-CODIGO /                03110015
031200                WS-REGRA-DIVISOR (WS-IDX-REGRA)                   03120015
031300        IF WS-REGRA-BANDEIRA (WS-IDX-REGRA) = WS-VER-BANDEIRA     03130015
031400           SET BANDEIRA-COM-REGRA TO TRUE                         03140015
031500        END-IF                                                    03150015
031600        IF WS-REGRA-PREFIXO NOT <                                 03160015
031700              WS-REGRA-PREFIXO-INICIO (WS-IDX-REGRA)              03170015
031800              AND WS-REGRA-PREFIXO NOT >                          03180015
031900              WS-REGRA-PREFIXO-FIM (WS-IDX-REGRA)                 03190015
032000           IF WS-REGRA-BANDEIRA (WS-IDX-REGRA) = WS-VER-BANDEIRA  03200015
032100              SET PREFIXO-DA-BANDEIRA TO TRUE                     03210015
032200              IF (WS-VER-TAMANHO = 6                              03220015
032300                    AND WS-REGRA-ACEITA-6 (WS-IDX-REGRA) = 'S')   03230015
032400                 OR (WS-VER-TAMANHO = 8                           03240015
032500                    AND WS-REGRA-ACEITA-8 (WS-IDX-REGRA) = 'S')   03250015
032600                 SET TAMANHO-DA-BANDEIRA TO TRUE                  03260015
032700              END-IF                                              03270015
032800           ELSE                                                   03280015
032900              IF WS-REGRA-DONO = SPACES                           03290015
033000                 MOVE WS-REGRA-BANDEIRA (WS-IDX-REGRA)            03300015
033100                      TO WS-REGRA-DONO                            03310015
033200              END-IF                                              03320015
033300           END-IF                                                 03330015
033400        END-IF                                                    03340015
033500     END-PERFORM                                                  03350015
033600     EVALUATE TRUE                                                03360015
033700        WHEN NOT BANDEIRA-COM-REGRA                               03370015
033800           SET VER-SEM-REGRA TO TRUE                              03380015
033900        WHEN NOT PREFIXO-DA-BANDEIRA                              03390015
034000           SET VER-CONFLITO-PREFIXO TO TRUE                       03400015
034100        WHEN NOT TAMANHO-DA-BANDEIRA                              03410015
034200           SET VER-CONFLITO-TAMANHO TO TRUE                       03420015
034300        WHEN OTHER                                                03430015
034400           SET VER-CONFORME TO TRUE                               03440015
034500     END-EVALUATE                                                 03450015
034600     .                                                            03460015
034700* --------------------------------                                03470015
034800 060-IMPRIME-DETALHE-BIN.                                         03480015
034900     DISPLAY '  EMISSOR: ' FD-BINCARD1-EMISSOR                    03490015
035000     IF VER-CONFLITO-PREFIXO AND WS-REGRA-DONO NOT = SPACES       03500015
035100        DISPLAY '  PREFIXO DA BANDEIRA ' WS-REGRA-DONO            03510015
035200     END-IF                                                       03520015
035300     .                                                            03530015
035400* --------------------------------                                03540015
035500 065-IMPRIME-DETALHE-FAIXA.                                       03550015
035600     DISPLAY '  EMISSOR: ' FD-BINFAIXA-EMISSOR                    03560015
035700     DISPLAY '  CODIGO CONFERIDO: ' WS-VER-CODIGO                 03570015
035800     IF VER-CONFLITO-PREFIXO AND WS-REGRA-DONO NOT = SPACES       03580015
035900        DISPLAY '  PREFIXO DA BANDEIRA ' WS-REGRA-DONO            03590015
036000     END-IF                                                       03600015
036100     .                                                            03610015
036200* --------------------------------                                03620015
036300 090-IMPRIME-TOTAIS.                                              03630015
036400     DISPLAY ' '                                                  03640015
036500     DISPLAY '==========================================='        03650015
036600     DISPLAY 'BATCH028 - CONFERENCIA BANDEIRA x PREFIXO'          03660015
036700     DISPLAY '==========================================='        03670015
036800     DISPLAY 'REGRAS DE BANDEIRA CARREGADAS....: '                03680015
036900             WS-QTD-REGRAS                                        03690015
037000     DISPLAY 'BINS LIDOS DO BIN00001...........: '                03700015
037100             WS-TOT-BINS-LIDOS                                    03710015
037200     DISPLAY '  CONFORMES......................: '                03720015
037300             WS-TOT-BINS-CONFORMES                                03730015
037400     DISPLAY '  BANDEIRA SEM REGRA.............: '                03740015
037500             WS-TOT-BINS-SEM-REGRA                                03750015
037600     DISPLAY '  PREFIXO INCOMPATIVEL...........: '                03760015
037700             WS-TOT-BINS-PREFIXO                                  03770015
037800     DISPLAY '  TAMANHO NAO ACEITO.............: '                03780015
037900             WS-TOT-BINS-TAMANHO                                  03790015
038000     DISPLAY 'FAIXAS LIDAS DO BINFAIXA1........: '                03800015
038100             WS-TOT-FAIXAS-LIDAS                                  03810015
038200     DISPLAY '  CONFORMES......................: '                03820015
038300             WS-TOT-FAIXAS-CONFORMES                              03830015
038400     DISPLAY '  BANDEIRA SEM REGRA.............: '                03840015
038500             WS-TOT-FAIXAS-SEM-REGRA                              03850015
038600     DISPLAY '  PREFIXO INCOMPATIVEL...........: '                03860015
038700             WS-TOT-FAIXAS-PREFIXO                                03870015
038800     DISPLAY '  TAMANHO NAO ACEITO.............: '                03880015
038900             WS-TOT-FAIXAS-TAMANHO                                03890015
039000     DISPLAY '==========================================='        03900015
039100     .                                                            03910015
039200* --------------------------------                                03920015
039300 200-REGISTRA-INICIO.                                             03930015
039400*    Registra o inicio no controle de execucao (RUNCTL01,         03940015
039500*    subprograma RUNCTL).  Varredura so de leitura, sem protecao  03950015
039600*    de reexecucao; falha no controle apenas avisa.               03960015
039700     INITIALIZE RUNCTL-AREA                                       03970015
039800     MOVE 'I'        TO RUNCTL-FUNCAO                             03980015
039900     MOVE 'BATCH028' TO RUNCTL-PROGRAMA                           03990015
040000     MOVE ZERO       TO RUNCTL-DATA-CICLO                         04000015
040100     MOVE 'N'        TO RUNCTL-PROTEGE                            04010015
040200     MOVE 'N'        TO RUNCTL-OVERRIDE                           04020015
040300     CALL 'RUNCTL' USING RUNCTL-AREA                              04030015
040400     IF RUNCTL-RETORNO = '99'                                     04040015
040500        DISPLAY 'BATCH028 - AVISO: CONTROLE DE EXECUCAO'          04050015
040600                ' INDISPONIVEL'                                   04060015
040700     END-IF                                                       04070015
040800     .                                                            04080015
040900* --------------------------------                                04090015
041000 210-REGISTRA-FIM.                                                04100015
041100*    Registra a conclusao com os totais de controle (lidos =      04110015
041200*    BINs + faixas; selecionados = conformes; rejeitados =        04120015
041300*    conflitos de prefixo ou tamanho; excecoes = bandeira sem     04130015
041400*    regra), preservando o RETURN-CODE.                           04140015
041500     MOVE RETURN-CODE TO WS-RETORNO-JOB                           04150015
041600     IF WS-RETORNO-JOB > 4                                        04160015
041700        MOVE 'E' TO RUNCTL-FUNCAO                                 04170015
041800     ELSE                                                         04180015
041900        MOVE 'C' TO RUNCTL-FUNCAO                                 04190015
042000     END-IF                                                       04200015
042100     COMPUTE RUNCTL-TOT-LIDOS =                                   04210015
042200             WS-TOT-BINS-LIDOS + WS-TOT-FAIXAS-LIDAS              04220015
042300     COMPUTE RUNCTL-TOT-SELECIONADOS =                            04230015
042400             WS-TOT-BINS-CONFORMES + WS-TOT-FAIXAS-CONFORMES      04240015
042500     COMPUTE RUNCTL-TOT-REJEITADOS =                              04250015
042600             WS-TOT-BINS-PREFIXO + WS-TOT-BINS-TAMANHO            04260015
042700           + WS-TOT-FAIXAS-PREFIXO + WS-TOT-FAIXAS-TAMANHO        04270015
042800     COMPUTE RUNCTL-TOT-EXCECOES =                                04280015
042900             WS-TOT-BINS-SEM-REGRA + WS-TOT-FAIXAS-SEM-REGRA      04290015
043000     MOVE WS-RETORNO-JOB       TO RUNCTL-RETORNO-JOB              04300015
043100     CALL 'RUNCTL' USING RUNCTL-AREA                              04310015
043200     MOVE WS-RETORNO-JOB TO RETURN-CODE                           04320015
043300     .                                                            04330015
