000100 IDENTIFICATION DIVISION.                                         00010015
000200 PROGRAM-ID. BATCH029.                                            00020015
000300                                                                  00030015
000400 ENVIRONMENT DIVISION.                                            00040015
000500                                                                  00050015
000600 INPUT-OUTPUT SECTION.                                            00060015
000700   FILE-CONTROL.                                                  00070015
000800        SELECT RUNCTL-ARQ ASSIGN TO 'RUNCTL01'                    00080015
000900        ORGANIZATION INDEXED                                      00090015
001000        ACCESS MODE IS SEQUENTIAL                                 00100015
001100        RECORD KEY IS FD-RUN-CHAVE                                00110015
001200        FILE STATUS IS WS-RUNCTL-STATUS.                          00120015
001300        SELECT CICLOPRM ASSIGN TO 'CICLOPRM'                      00130015
001400        ORGANIZATION SEQUENTIAL                                   00140015
001500        FILE STATUS IS WS-CICLOPRM-STATUS.                        00150015
001600        SELECT BALPRM ASSIGN TO 'BALPRM01'                        00160015
001700        ORGANIZATION SEQUENTIAL                                   00170015
001800        FILE STATUS IS WS-BALPRM-STATUS.                          00180015
001900*-------------------------------------------------                00190015
002000 DATA DIVISION.                                                   00200015
002100   FILE SECTION.                                                  00210015
002200                                                                  00220015
002300   FD RUNCTL-ARQ                                                  00230015
002400        RECORDING MODE IS F                                       00240015
002500        RECORD CONTAINS 80 CHARACTERS.                            00250015
002600                                                                  00260015
002700   COPY RUNCTL1.                                                  00270015
002800                                                                  00280015
002900   FD CICLOPRM                                                    00290015
003000        RECORDING MODE IS F                                       00300015
003100        RECORD CONTAINS 8 CHARACTERS.                             00310015
003200                                                                  00320015
003300   01 FD-CICLOPRM-REG.                                            00330015
003400      05 FD-CICLO-DATA                       PIC 9(008).          00340015
003500                                                                  00350015
003600   FD BALPRM                                                      00360015
003700        RECORDING MODE IS F                                       00370015
003800        RECORD CONTAINS 80 CHARACTERS.                            00380015
003900                                                                  00390015
004000*  Cartoes das equacoes de balanceamento (layout completo no      00400015
004100*  BATCH029.jcl).  'E' abre uma equacao; os cartoes 'T' que o     00410015
004200*  seguem sao os termos dos lados esquerdo e direito; '*' e       00420015
004300*  cartao em branco sao comentario.                               00430015
004400   01 FD-BALPRM-REG.                                              00440015
004500      05 FD-BAL-TIPO                         PIC X(001).          00450015
004600         88 CARTAO-EQUACAO                    VALUE 'E'.          00460015
004700         88 CARTAO-TERMO                      VALUE 'T'.          00470015
004800         88 CARTAO-COMENTARIO                 VALUE '*'.          00480015
004900      05 FILLER                              PIC X(079).          00490015
005000   01 FD-BAL-EQUACAO-REG.                                         00500015
005100      05 FILLER                              PIC X(001).          00510015
005200      05 FD-BAL-DESCRICAO                    PIC X(040).          00520015
005300      05 FD-BAL-OBRIGATORIA                  PIC X(001).          00530015
005400      05 FILLER                              PIC X(038).          00540015
005500   01 FD-BAL-TERMO-REG.                                           00550015
005600      05 FILLER                              PIC X(001).          00560015
005700      05 FD-BAL-LADO                         PIC X(001).          00570015
005800         88 LADO-ESQUERDO                     VALUE 'E'.          00580015
005900         88 LADO-VALIDO                       VALUE 'E' 'D'.      00590015
006000      05 FD-BAL-SINAL                        PIC X(001).          00600015
006100         88 SINAL-NEGATIVO                    VALUE '-'.          00610015
006200         88 SINAL-VALIDO                      VALUE '+' '-' ' '.  00620015
006300      05 FD-BAL-PROGRAMA                     PIC X(008).          00630015
006400      05 FD-BAL-TOTAL                        PIC X(001).          00640015
006500         88 TOTAL-LIDOS                       VALUE 'L'.          00650015
006600         88 TOTAL-SELECIONADOS                VALUE 'S'.          00660015
006700         88 TOTAL-REJEITADOS                  VALUE 'R'.          00670015
006800         88 TOTAL-EXCECOES                    VALUE 'X'.          00680015
006900      05 FD-BAL-CICLO                        PIC X(001).          00690015
007000         88 CICLO-ANTERIOR                    VALUE 'P'.          00700015
007100         88 CICLO-VALIDO                      VALUE 'A' 'P' ' '.  00710015
007200      05 FILLER                              PIC X(067).          00720015
007300                                                                  00730015
007400   WORKING-STORAGE SECTION.                                       00740015
007500*    Balanceamento entre jobs no fim da janela: carrega do        00750015
007600*    controle de execucao (RUNCTL01) os totais de controle que    00760015
007700*    cada job gravou no ciclo e avalia as equacoes do cartao      00770015
007800*    BALPRM01, cada uma comparando a soma dos termos do lado      00780015
007900*    esquerdo com a do lado direito (ex.: transacoes do BINMANT1  00790015
008000*    lidas pelo BATCH013 = aplicadas pelo BATCH003 + rejeitadas). 00800015
008100*    Um termo pode referir a execucao anterior do programa        00810015
008200*    (ultimo ciclo concluido antes do balanceado), para conferir  00820015
008300*    variacoes entre geracoes.  Equacao com job sem registro no   00830015
008400*    ciclo, ou iniciado sem conclusao, e dada como fora de        00840015
008500*    balanco, a menos que o cartao a marque como condicional e    00850015
008600*    nenhum de seus jobs tenha rodado no ciclo.                   00860015
008700   01 WS-RUNCTL-STATUS                      PIC X(002) VALUE '00'.00870015
008800   01 WS-CICLOPRM-STATUS                    PIC X(002) VALUE '00'.00880015
008900   01 WS-BALPRM-STATUS                      PIC X(002) VALUE '00'.00890015
009000                                                                  00900015
009100   01 WS-CTL-EOF                            PIC X(001) VALUE 'N'. 00910015
009200      88 CTL-FIM-ARQUIVO                     VALUE 'Y'.           00920015
009300   01 WS-PRM-EOF                            PIC X(001) VALUE 'N'. 00930015
009400      88 PRM-FIM-ARQUIVO                     VALUE 'Y'.           00940015
009500                                                                  00950015
009600   01 WS-DATA-CICLO                         PIC 9(008) VALUE ZERO.00960015
009700   01 WS-DATA-CORRENTE                      PIC X(008).           00970015
009800   01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE             00980015
009900                                            PIC 9(008).           00990015
010000                                                                  01000015
010100*  Um registro por programa: totais do ciclo balanceado e do      01010015
010200*  ultimo ciclo concluido anterior a ele.  Totais na ordem do     01020015
010300*  RUNCTL01: 1 lidos, 2 selecionados, 3 rejeitados, 4 excecoes.   01030015
010400   01 WS-TABELA-CONTROLE.                                         01040015
010500      05 WS-QTD-PROGRAMAS        PIC 9(003) VALUE ZERO.           01050015
010600      05 WS-CTL-TAB OCCURS 0 TO 300 TIMES                         01060015
010700            DEPENDING ON WS-QTD-PROGRAMAS                         01070015
010800            INDEXED BY WS-IDX-CTL.                                01080015
010900         10 WS-CTL-PROGRAMA         PIC X(008).                   01090015
011000         10 WS-CTL-ATU-SW           PIC X(001).                   01100015
011100            88 CTL-ATU-PRESENTE      VALUE 'S'.                   01110015
011200         10 WS-CTL-ATU-STATUS       PIC X(001).                   01120015
011300            88 CTL-ATU-PENDENTE      VALUE 'I'.                   01130015
011400         10 WS-CTL-ATU-TOTAL        PIC 9(007) OCCURS 4 TIMES.    01140015
011500         10 WS-CTL-ANT-SW           PIC X(001).                   01150015
011600            88 CTL-ANT-PRESENTE      VALUE 'S'.                   01160015
011700         10 WS-CTL-ANT-DATA         PIC 9(008).                   01170015
011800         10 WS-CTL-ANT-TOTAL        PIC 9(007) OCCURS 4 TIMES.    01180015
011900   01 WS-TABELA-SW                          PIC X(001) VALUE 'N'. 01190015
012000      88 TABELA-CHEIA                        VALUE 'S'.           01200015
012100   01 WS-PROGRAMA-SW                        PIC X(001) VALUE 'N'. 01210015
012200      88 PROGRAMA-LOCALIZADO                 VALUE 'S'.           01220015
012300                                                                  01230015
012400*  Equacao em avaliacao.                                          01240015
012500   01 WS-EQUACAO-SW                         PIC X(001) VALUE 'N'. 01250015
012600      88 EQUACAO-ABERTA                      VALUE 'S'.           01260015
012700   01 WS-EQ-INVALIDA-SW                     PIC X(001) VALUE 'N'. 01270015
012800      88 EQUACAO-INVALIDA                    VALUE 'S'.           01280015
012900   01 WS-EQ-SEM-CONTROLE-SW                 PIC X(001) VALUE 'N'. 01290015
013000      88 EQUACAO-SEM-CONTROLE                VALUE 'S'.           01300015
013100   01 WS-EQ-OBRIGATORIA                     PIC X(001) VALUE 'S'. 01310015
013200      88 EQUACAO-CONDICIONAL                 VALUE 'N'.           01320015
013300   01 WS-EQ-QTD-ESQUERDO                    PIC 9(003) VALUE ZERO.01330015
013400   01 WS-EQ-QTD-DIREITO                     PIC 9(003) VALUE ZERO.01340015
013500   01 WS-EQ-QTD-EXECUTADOS                  PIC 9(003) VALUE ZERO.01350015
013600   01 WS-EQ-ESQUERDO                       PIC S9(009) VALUE ZERO.01360015
013700   01 WS-EQ-DIREITO                        PIC S9(009) VALUE ZERO.01370015
013800   01 WS-EQ-DIFERENCA                      PIC S9(009) VALUE ZERO.01380015
013900   01 WS-EQ-NUMERO-EXIBE                    PIC ZZ9.              01390015
014000   01 WS-EQ-ESQUERDO-EXIBE                  PIC -(9)9.            01400015
014100   01 WS-EQ-DIREITO-EXIBE                   PIC -(9)9.            01410015
014200   01 WS-EQ-DIFERENCA-EXIBE                 PIC -(9)9.            01420015
014300                                                                  01430015
014400*  Termo em avaliacao.                                            01440015
014500   01 WS-TERMO-POS                          PIC 9(001) VALUE 1.   01450015
014600   01 WS-TERMO-VALOR                        PIC 9(007) VALUE ZERO.01460015
014700   01 WS-TERMO-SW                           PIC X(001) VALUE 'N'. 01470015
014800      88 TERMO-COM-VALOR                     VALUE 'S'.           01480015
014900   01 WS-TERMO-LADO                         PIC X(003).           01490015
015000   01 WS-TERMO-SINAL                        PIC X(001).           01500015
015100   01 WS-TERMO-NOME                         PIC X(012).           01510015
015200   01 WS-TERMO-REF.                                               01520015
015300      05 WS-TERMO-REF-DESC       PIC X(009).                      01530015
015400      05 WS-TERMO-REF-DATA       PIC 9(008).                      01540015
015500   01 WS-TERMO-AVISO                        PIC X(030).           01550015
015600                                                                  01560015
015700   01 WS-TOTAIS.                                                  01570015
015800      05 WS-TOT-CONTROLES-CICLO  PIC 9(005) VALUE ZERO.           01580015
015900      05 WS-TOT-EQUACOES         PIC 9(005) VALUE ZERO.           01590015
016000      05 WS-TOT-EM-BALANCO       PIC 9(005) VALUE ZERO.           01600015
016100      05 WS-TOT-FORA-BALANCO     PIC 9(005) VALUE ZERO.           01610015
016200      05 WS-TOT-NAO-AVALIADAS    PIC 9(005) VALUE ZERO.           01620015
016300      05 WS-TOT-INVALIDAS        PIC 9(005) VALUE ZERO.           01630015
016400      05 WS-TOT-CARTOES-INVALIDOS PIC 9(005) VALUE ZERO.          01640015
016500                                                                  01650015
016600   01 WS-RETORNO-JOB                        PIC 9(002) VALUE ZERO.01660015
016700                                                                  01670015
016800   COPY RUNCTLA1.                                                 01680015
016900                                                                  01690015
017000 PROCEDURE DIVISION.                                              01700015
017100     PERFORM 200-REGISTRA-INICIO                                  01710015
017200     PERFORM 010-DEFINE-CICLO                                     01720015
017300     PERFORM 020-CARREGA-CONTROLE                                 01730015
017400     IF RETURN-CODE = 0                                           01740015
017500        DISPLAY 'BATCH029 - BALANCEAMENTO ENTRE JOBS DO CICLO '   01750015
017600                WS-DATA-CICLO                                     01760015
017700        DISPLAY 'JOBS COM CONTROLE NO CICLO: '                    01770015
017800                WS-TOT-CONTROLES-CICLO                            01780015
017900        PERFORM 040-PROCESSA-EQUACOES                             01790015
018000     END-IF                                                       01800015
018100     IF RETURN-CODE = 0                                           01810015
018200        EVALUATE TRUE                                             01820015
018300           WHEN WS-TOT-EQUACOES = ZERO                            01830015
018400              DISPLAY 'BATCH029 - ERRO: BALPRM01 SEM EQUACOES'    01840015
018500              MOVE 12 TO RETURN-CODE                              01850015
018600           WHEN WS-TOT-INVALIDAS > 0                              01860015
018700                 OR WS-TOT-CARTOES-INVALIDOS > 0                  01870015
018800              MOVE 12 TO RETURN-CODE                              01880015
018900           WHEN WS-TOT-FORA-BALANCO > 0                           01890015
019000              MOVE 8 TO RETURN-CODE                               01900015
019100        END-EVALUATE                                              01910015
019200     END-IF                                                       01920015
019300     PERFORM 210-REGISTRA-FIM                                     01930015
019400     PERFORM 090-IMPRIME-TOTAIS                                   01940015
019500     STOP RUN.                                                    01950015
019600* --------------------------------                                01960015
019700 010-DEFINE-CICLO.                                                01970015
019800*    Data do ciclo pelo cartao CICLOPRM; cartao ausente, vazio ou 01980015
019900*    zerado = ciclo corrente (data de hoje), o uso normal no fim  01990015
020000*    da propria janela.                                           02000015
020100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-CORRENTE         02010015
020200     MOVE WS-DATA-CORRENTE-NUM TO WS-DATA-CICLO                   02020015
020300     OPEN INPUT CICLOPRM                                          02030015
020400     IF WS-CICLOPRM-STATUS = '00'                                 02040015
020500        READ CICLOPRM                                             02050015
020600           AT END CONTINUE                                        02060015
020700           NOT AT END                                             02070015
020800              IF FD-CICLO-DATA NUMERIC AND FD-CICLO-DATA > ZERO   02080015
020900                 MOVE FD-CICLO-DATA TO WS-DATA-CICLO              02090015
021000              END-IF                                              02100015
021100        END-READ                                                  02110015
021200        CLOSE CICLOPRM                                            02120015
021300     END-IF                                                       02130015
021400     .                                                            02140015
021500* --------------------------------                                02150015
021600 020-CARREGA-CONTROLE.                                            02160015
021700*    Le o RUNCTL01 em ordem de chave (data do ciclo + programa)   02170015
021800*    ate o ciclo balanceado.  Os ciclos anteriores sao lidos para 02180015
021900*    guardar, por programa, a ultima execucao concluida ('C');    02190015
022000*    como a leitura e ascendente, o registro mais recente         02200015
022100*    sobrepoe os antigos.  Controle indisponivel e erro de        02210015
022200*    ambiente (RC=16): sem ele nao ha o que balancear.            02220015
022300     OPEN INPUT RUNCTL-ARQ                                        02230015
022400     IF WS-RUNCTL-STATUS NOT = '00'                               02240015
022500        DISPLAY 'BATCH029 - ERRO AO ABRIR RUNCTL01 - STATUS: '    02250015
022600                WS-RUNCTL-STATUS                                  02260015
022700        MOVE 16 TO RETURN-CODE                                    02270015
022800     ELSE                                                         02280015
022900        PERFORM UNTIL CTL-FIM-ARQUIVO                             02290015
023000           READ RUNCTL-ARQ NEXT RECORD                            02300015
023100              AT END SET CTL-FIM-ARQUIVO TO TRUE                  02310015
023200           NOT AT END                                             02320015
023300              IF FD-RUN-DATA-CICLO > WS-DATA-CICLO                02330015
023400                 SET CTL-FIM-ARQUIVO TO TRUE                      02340015
023500              ELSE                                                02350015
023600                 PERFORM 025-GUARDA-CONTROLE                      02360015
023700              END-IF                                              02370015
023800           END-READ                                               02380015
023900        END-PERFORM                                               02390015
024000        CLOSE RUNCTL-ARQ                                          02400015
024100     END-IF                                                       02410015
024200     .                                                            02420015
024300* --------------------------------                                02430015
024400 025-GUARDA-CONTROLE.                                             02440015
024500     IF FD-RUN-DATA-CICLO = WS-DATA-CICLO                         02450015
024600           OR FD-RUN-STATUS = 'C'                                 02460015
024700        SET WS-IDX-CTL TO 1                                       02470015
024800        SEARCH WS-CTL-TAB                                         02480015
024900           AT END                                                 02490015
025000              PERFORM 026-INCLUI-PROGRAMA                         02500015
025100           WHEN WS-CTL-PROGRAMA (WS-IDX-CTL) = FD-RUN-PROGRAMA    02510015
025200              CONTINUE                                            02520015
025300        END-SEARCH                                                02530015
025400        IF NOT TABELA-CHEIA                                       02540015
025500           PERFORM 027-ATUALIZA-PROGRAMA                          02550015
025600        END-IF                                                    02560015
025700     END-IF                                                       02570015
025800     .                                                            02580015
025900* --------------------------------                                02590015
026000 026-INCLUI-PROGRAMA.                                             02600015
026100     IF WS-QTD-PROGRAMAS >= 300                                   02610015
026200        DISPLAY 'BATCH029 - ERRO: RUNCTL01 EXCEDE 300 PROGRAMAS'  02620015
026300                ' - BALANCEAMENTO NAO EXECUTADO'                  02630015
026400        SET TABELA-CHEIA TO TRUE                                  02640015
026500        SET CTL-FIM-ARQUIVO TO TRUE                               02650015
026600        MOVE 16 TO RETURN-CODE                                    02660015
026700     ELSE                                                         02670015
026800        ADD 1 TO WS-QTD-PROGRAMAS                                 02680015
026900        SET WS-IDX-CTL TO WS-QTD-PROGRAMAS                        02690015
027000        INITIALIZE WS-CTL-TAB (WS-IDX-CTL)                        02700015
027100        MOVE FD-RUN-PROGRAMA TO WS-CTL-PROGRAMA (WS-IDX-CTL)      02710015
027200        MOVE 'N' TO WS-CTL-ATU-SW (WS-IDX-CTL)                    02720015
027300        MOVE 'N' TO WS-CTL-ANT-SW (WS-IDX-CTL)                    02730015
027400     END-IF                                                       02740015
027500     .                                                            02750015
027600* --------------------------------                                02760015
027700 027-ATUALIZA-PROGRAMA.                                           02770015
027800     IF FD-RUN-DATA-CICLO = WS-DATA-CICLO                         02780015
027900        ADD 1 TO WS-TOT-CONTROLES-CICLO                           02790015
028000        MOVE 'S' TO WS-CTL-ATU-SW (WS-IDX-CTL)                    02800015
028100        MOVE FD-RUN-STATUS TO WS-CTL-ATU-STATUS (WS-IDX-CTL)      02810015
028200        MOVE FD-RUN-TOT-LIDOS                                     02820015
028300             TO WS-CTL-ATU-TOTAL (WS-IDX-CTL, 1)                  02830015
028400        MOVE FD-RUN-TOT-SELECIONADOS                              02840015
028500             TO WS-CTL-ATU-TOTAL (WS-IDX-CTL, 2)                  02850015
028600        MOVE FD-RUN-TOT-REJEITADOS                                02860015
028700             TO WS-CTL-ATU-TOTAL (WS-IDX-CTL, 3)                  02870015
028800        MOVE FD-RUN-TOT-EXCECOES                                  02880015
028900             TO WS-CTL-ATU-TOTAL (WS-IDX-CTL, 4)                  02890015
029000     ELSE                                                         02900015
029100        MOVE 'S' TO WS-CTL-ANT-SW (WS-IDX-CTL)                    02910015
029200        MOVE FD-RUN-DATA-CICLO TO WS-CTL-ANT-DATA (WS-IDX-CTL)    02920015
029300        MOVE FD-RUN-TOT-LIDOS                                     02930015
029400             TO WS-CTL-ANT-TOTAL (WS-IDX-CTL, 1)                  02940015
029500        MOVE FD-RUN-TOT-SELECIONADOS                              02950015
029600             TO WS-CTL-ANT-TOTAL (WS-IDX-CTL, 2)                  02960015
029700        MOVE FD-RUN-TOT-REJEITADOS                                02970015
029800             TO WS-CTL-ANT-TOTAL (WS-IDX-CTL, 3)                  02980015
029900        MOVE FD-RUN-TOT-EXCECOES                                  02990015
030000             TO WS-CTL-ANT-TOTAL (WS-IDX-CTL, 4)                  03000015
030100     END-IF                                                       03010015
030200     .                                                            03020015
030300* --------------------------------                                03030015
030400 040-PROCESSA-EQUACOES.                                           03040015
030500*    Sem o cartao das equacoes nao ha balanceamento: BALPRM01     03050015
030600*    indisponivel e erro de ambiente (RC=16).                     03060015
030700     OPEN INPUT BALPRM                                            03070015
030800     IF WS-BALPRM-STATUS NOT = '00'                               03080015
030900        DISPLAY 'BATCH029 - ERRO AO ABRIR BALPRM01 - STATUS: '    03090015
031000                WS-BALPRM-STATUS                                  03100015
031100        MOVE 16 TO RETURN-CODE                                    03110015
031200     ELSE                                                         03120015
031300        PERFORM UNTIL PRM-FIM-ARQUIVO                             03130015
031400           READ BALPRM                                            03140015
031500              AT END SET PRM-FIM-ARQUIVO TO TRUE                  03150015
031600           NOT AT END                                             03160015
031700              PERFORM 045-TRATA-CARTAO                            03170015
031800           END-READ                                               03180015
031900        END-PERFORM                                               03190015
032000        CLOSE BALPRM                                              03200015
032100        IF EQUACAO-ABERTA                                         03210015
032200           PERFORM 060-FECHA-EQUACAO                              03220015
032300        END-IF                                                    03230015
032400     END-IF                                                       03240015
032500     .                                                            03250015
032600* --------------------------------                                03260015
032700 045-TRATA-CARTAO.                                                03270015
032800*    Cartao de tipo desconhecido, ou termo fora de uma equacao,   03280015
032900*    e listado e invalida a equacao em curso (RC=12 no fim).      03290015
033000     EVALUATE TRUE                                                03300015
033100        WHEN CARTAO-COMENTARIO OR FD-BALPRM-REG = SPACES          03310015
033200           CONTINUE                                               03320015
033300        WHEN CARTAO-EQUACAO                                       03330015
033400           IF EQUACAO-ABERTA                                      03340015
033500              PERFORM 060-FECHA-EQUACAO                           03350015
033600           END-IF                                                 03360015
033700           PERFORM 050-ABRE-EQUACAO                               03370015
033800        WHEN CARTAO-TERMO AND EQUACAO-ABERTA                      03380015
033900           PERFORM 055-TRATA-TERMO                                03390015
034000        WHEN OTHER                                                03400015
034100           ADD 1 TO WS-TOT-CARTOES-INVALIDOS                      03410015
034200           DISPLAY '   CARTAO INVALIDO: ' FD-BALPRM-REG           03420015
034300           IF EQUACAO-ABERTA                                      03430015
034400              SET EQUACAO-INVALIDA TO TRUE                        03440015
034500           END-IF                                                 03450015
034600     END-EVALUATE                                                 03460015
034700     .                                                            03470015
034800* --------------------------------                                03480015
034900 050-ABRE-EQUACAO.                                                03490015
035000     ADD 1 TO WS-TOT-EQUACOES                                     03500015
035100     SET EQUACAO-ABERTA TO TRUE                                   03510015
035200     MOVE 'N'  TO WS-EQ-INVALIDA-SW                               03520015
035300     MOVE 'N'  TO WS-EQ-SEM-CONTROLE-SW                           03530015
035400     MOVE FD-BAL-OBRIGATORIA TO WS-EQ-OBRIGATORIA                 03540015
035500     MOVE ZERO TO WS-EQ-QTD-ESQUERDO                              03550015
035600     MOVE ZERO TO WS-EQ-QTD-DIREITO                               03560015
035700     MOVE ZERO TO WS-EQ-QTD-EXECUTADOS                            03570015
035800     MOVE ZERO TO WS-EQ-ESQUERDO                                  03580015
035900     MOVE ZERO TO WS-EQ-DIREITO                                   03590015
036000     MOVE WS-TOT-EQUACOES TO WS-EQ-NUMERO-EXIBE                   03600015
036100     DISPLAY ' '                                                  03610015
036200     DISPLAY 'EQUACAO ' WS-EQ-NUMERO-EXIBE ': ' FD-BAL-DESCRICAO  03620015
036300     .                                                            03630015
036400* --------------------------------                                03640015
036500 055-TRATA-TERMO.                                                 03650015
036600     IF NOT LADO-VALIDO OR NOT SINAL-VALIDO                       03660015
036700           OR FD-BAL-PROGRAMA = SPACES                            03670015
036800           OR NOT CICLO-VALIDO                                    03680015
036900           OR NOT (TOTAL-LIDOS OR TOTAL-SELECIONADOS              03690015
037000                   OR TOTAL-REJEITADOS OR TOTAL-EXCECOES)         03700015
037100        ADD 1 TO WS-TOT-CARTOES-INVALIDOS                         03710015
037200        SET EQUACAO-INVALIDA TO TRUE                              03720015
037300        DISPLAY '   TERMO INVALIDO: ' FD-BALPRM-REG               03730015
037400     ELSE                                                         03740015
037500        PERFORM 056-DESCREVE-TERMO                                03750015
037600        PERFORM 057-OBTEM-VALOR-TERMO                             03760015
037700        IF TERMO-COM-VALOR                                        03770015
037800           PERFORM 058-SOMA-TERMO                                 03780015
037900           DISPLAY '   ' WS-TERMO-LADO ' ' WS-TERMO-SINAL ' '     03790015
038000                   FD-BAL-PROGRAMA ' ' WS-TERMO-NOME ' '          03800015
038100                   WS-TERMO-REF-DESC WS-TERMO-REF-DATA ' '        03810015
038200                   WS-TERMO-VALOR                                 03820015
038300        ELSE                                                      03830015
038400           SET EQUACAO-SEM-CONTROLE TO TRUE                       03840015
038500           DISPLAY '   ' WS-TERMO-LADO ' ' WS-TERMO-SINAL ' '     03850015
038600                   FD-BAL-PROGRAMA ' ' WS-TERMO-NOME ' '          03860015
038700                   WS-TERMO-REF-DESC WS-TERMO-REF-DATA ' *** '    03870015
038800                   WS-TERMO-AVISO                                 03880015
038900        END-IF                                                    03890015
039000     END-IF                                                       03900015
039100     .                                                            03910015
039200* --------------------------------                                03920015
039300 056-DESCREVE-TERMO.                                              03930015
039400     IF LADO-ESQUERDO                                             03940015
039500        MOVE 'ESQ' TO WS-TERMO-LADO                               03950015
039600        ADD 1 TO WS-EQ-QTD-ESQUERDO                               03960015
039700     ELSE                                                         03970015
039800        MOVE 'DIR' TO WS-TERMO-LADO                               03980015
039900        ADD 1 TO WS-EQ-QTD-DIREITO                                03990015
040000     END-IF                                                       04000015
040100     IF SINAL-NEGATIVO                                            04010015
040200        MOVE '-' TO WS-TERMO-SINAL                                04020015
040300     ELSE                                                         04030015
040400        MOVE '+' TO WS-TERMO-SINAL                                04040015
040500     END-IF                                                       04050015
040600     EVALUATE TRUE                                                04060015
040700        WHEN TOTAL-LIDOS                                          04070015
040800           MOVE 1 TO WS-TERMO-POS                                 04080015
040900           MOVE 'LIDOS' TO WS-TERMO-NOME                          04090015
041000        WHEN TOTAL-SELECIONADOS                                   04100015
041100           MOVE 2 TO WS-TERMO-POS                                 04110015
041200           MOVE 'SELECIONADOS' TO WS-TERMO-NOME                   04120015
041300        WHEN TOTAL-REJEITADOS                                     04130015
041400           MOVE 3 TO WS-TERMO-POS                                 04140015
041500           MOVE 'REJEITADOS' TO WS-TERMO-NOME                     04150015
041600        WHEN OTHER                                                04160015
041700           MOVE 4 TO WS-TERMO-POS                                 04170015
041800           MOVE 'EXCECOES' TO WS-TERMO-NOME                       04180015
041900     END-EVALUATE                                                 04190015
042000     .                                                            04200015
042100* --------------------------------                                04210015
042200 057-OBTEM-VALOR-TERMO.                                           04220015
042300*    Termo do ciclo: o job precisa ter registro no ciclo e ter    04230015
042400*    concluido ('C' ou 'E'); iniciado sem conclusao ('I') ainda   04240015
042500*    conta como executado para a equacao condicional.  Termo da   04250015
042600*    execucao anterior: ultimo ciclo concluido antes do           04260015
042700*    balanceado.                                                  04270015
042800     MOVE 'N' TO WS-TERMO-SW                                      04280015
042900     MOVE ZERO TO WS-TERMO-VALOR                                  04290015
043000     MOVE 'N' TO WS-PROGRAMA-SW                                   04300015
043100     SET WS-IDX-CTL TO 1                                          04310015
043200     SEARCH WS-CTL-TAB                                            04320015
043300        AT END                                                    04330015
043400           CONTINUE                                               04340015
043500        WHEN WS-CTL-PROGRAMA (WS-IDX-CTL) = FD-BAL-PROGRAMA       04350015
043600           SET PROGRAMA-LOCALIZADO TO TRUE                        04360015
043700     END-SEARCH                                                   04370015
043800     IF CICLO-ANTERIOR                                            04380015
043900        MOVE 'ANTERIOR ' TO WS-TERMO-REF-DESC                     04390015
044000        MOVE ZERO TO WS-TERMO-REF-DATA                            04400015
044100        IF PROGRAMA-LOCALIZADO                                    04410015
044200              AND CTL-ANT-PRESENTE (WS-IDX-CTL)                   04420015
044300           MOVE WS-CTL-ANT-DATA (WS-IDX-CTL) TO WS-TERMO-REF-DATA 04430015
044400           MOVE WS-CTL-ANT-TOTAL (WS-IDX-CTL, WS-TERMO-POS)       04440015
044500                TO WS-TERMO-VALOR                                 04450015
044600           SET TERMO-COM-VALOR TO TRUE                            04460015
044700        ELSE                                                      04470015
044800           MOVE 'SEM EXECUCAO ANTERIOR' TO WS-TERMO-AVISO         04480015
044900        END-IF                                                    04490015
045000     ELSE                                                         04500015
045100        MOVE 'CICLO    ' TO WS-TERMO-REF-DESC                     04510015
045200        MOVE WS-DATA-CICLO TO WS-TERMO-REF-DATA                   04520015
045300        EVALUATE TRUE                                             04530015
045400           WHEN NOT PROGRAMA-LOCALIZADO                           04540015
045500              MOVE 'SEM REGISTRO NO CICLO' TO WS-TERMO-AVISO      04550015
045600           WHEN NOT CTL-ATU-PRESENTE (WS-IDX-CTL)                 04560015
045700              MOVE 'SEM REGISTRO NO CICLO' TO WS-TERMO-AVISO      04570015
045800           WHEN CTL-ATU-PENDENTE (WS-IDX-CTL)                     04580015
045900              ADD 1 TO WS-EQ-QTD-EXECUTADOS                       04590015
046000              MOVE 'INICIADO SEM CONCLUSAO' TO WS-TERMO-AVISO     04600015
046100           WHEN OTHER                                             04610015
046200              ADD 1 TO WS-EQ-QTD-EXECUTADOS                       04620015
046300              MOVE WS-CTL-ATU-TOTAL (WS-IDX-CTL, WS-TERMO-POS)    04630015
046400                   TO WS-TERMO-VALOR                              04640015
046500              SET TERMO-COM-VALOR TO TRUE                         04650015
046600        END-EVALUATE                                              04660015
046700     END-IF                                                       04670015
046800     .                                                            04680015
046900* --------------------------------                                04690015
047000 058-SOMA-TERMO.                                                  04700015
047100     IF LADO-ESQUERDO                                             04710015
047200        IF SINAL-NEGATIVO                                         04720015
047300           SUBTRACT WS-TERMO-VALOR FROM WS-EQ-ESQUERDO            04730015
047400        ELSE                                                      04740015
047500           ADD WS-TERMO-VALOR TO WS-EQ-ESQUERDO                   04750015
047600        END-IF                                                    04760015
047700     ELSE                                                         04770015
047800        IF SINAL-NEGATIVO                                         04780015
047900           SUBTRACT WS-TERMO-VALOR FROM WS-EQ-DIREITO             04790015
048000        ELSE                                                      04800015
048100           ADD WS-TERMO-VALOR TO WS-EQ-DIREITO                    04810015
048200        END-IF                                                    04820015
048300     END-IF                                                       04830015
048400     .                                                            04840015
048500* --------------------------------                                04850015
048600 060-FECHA-EQUACAO.                                               04860015
048700*    Equacao condicional ('N' na posicao 42 do cartao 'E') cujos  04870015
048800*    jobs nao rodaram no ciclo nao e avaliada (jobs sob demanda   04880015
048900*    em dia sem movimento); basta um deles ter rodado para que    04890015
049000*    os demais tenham de estar no controle.                       04900015
049100     MOVE 'N' TO WS-EQUACAO-SW                                    04910015
049200     IF WS-EQ-QTD-ESQUERDO = ZERO OR WS-EQ-QTD-DIREITO = ZERO     04920015
049300        DISPLAY '   EQUACAO SEM TERMOS EM UM DOS LADOS'           04930015
049400        SET EQUACAO-INVALIDA TO TRUE                              04940015
049500     END-IF                                                       04950015
049600     EVALUATE TRUE                                                04960015
049700        WHEN EQUACAO-INVALIDA                                     04970015
049800           ADD 1 TO WS-TOT-INVALIDAS                              04980015
049900           DISPLAY '   >>> EQUACAO INVALIDA - NAO AVALIADA'       04990015
050000        WHEN EQUACAO-CONDICIONAL AND WS-EQ-QTD-EXECUTADOS = ZERO  05000015
050100           ADD 1 TO WS-TOT-NAO-AVALIADAS                          05010015
050200           DISPLAY '   >>> JOBS SEM EXECUCAO NO CICLO - NAO'      05020015
050300                   ' AVALIADA'                                    05030015
050400        WHEN EQUACAO-SEM-CONTROLE                                 05040015
050500           ADD 1 TO WS-TOT-FORA-BALANCO                           05050015
050600           DISPLAY '   >>> FORA DE BALANCO - CONTROLE DE EXECUCAO'05060015
050700                   ' INCOMPLETO'                                  05070015
050800        WHEN OTHER                                                05080015
050900           MOVE WS-EQ-ESQUERDO TO WS-EQ-ESQUERDO-EXIBE            05090015
051000           MOVE WS-EQ-DIREITO  TO WS-EQ-DIREITO-EXIBE             05100015
051100           DISPLAY '   ESQUERDO: ' WS-EQ-ESQUERDO-EXIBE           05110015
051200                   '   DIREITO: ' WS-EQ-DIREITO-EXIBE             05120015
051300           IF WS-EQ-ESQUERDO = WS-EQ-DIREITO                      05130015
051400              ADD 1 TO WS-TOT-EM-BALANCO                          05140015
051500              DISPLAY '   >>> EM BALANCO'                         05150015
051600           ELSE                                                   05160015
051700              ADD 1 TO WS-TOT-FORA-BALANCO                        05170015
051800              COMPUTE WS-EQ-DIFERENCA =                           05180015
051900                      WS-EQ-ESQUERDO - WS-EQ-DIREITO              05190015
052000              MOVE WS-EQ-DIFERENCA TO WS-EQ-DIFERENCA-EXIBE       05200015
052100              DISPLAY '   >>> FORA DE BALANCO - DIFERENCA: '      05210015
052200                      WS-EQ-DIFERENCA-EXIBE                       05220015
052300           END-IF                                                 05230015
052400     END-EVALUATE                                                 05240015
052500     .                                                            05250015
052600* --------------------------------                                05260015
052700 090-IMPRIME-TOTAIS.                                              05270015
052800     DISPLAY ' '                                                  05280015
052900     DISPLAY '==========================================='        05290015
053000     DISPLAY 'BATCH029 - BALANCEAMENTO DO CICLO ' WS-DATA-CICLO   05300015
053100     DISPLAY '==========================================='        05310015
053200     DISPLAY 'JOBS COM CONTROLE NO CICLO.......: '                05320015
053300             WS-TOT-CONTROLES-CICLO                               05330015
053400     DISPLAY 'EQUACOES LIDAS...................: '                05340015
053500             WS-TOT-EQUACOES                                      05350015
053600     DISPLAY '  EM BALANCO.....................: '                05360015
053700             WS-TOT-EM-BALANCO                                    05370015
053800     DISPLAY '  FORA DE BALANCO................: '                05380015
053900             WS-TOT-FORA-BALANCO                                  05390015
054000     DISPLAY '  NAO AVALIADAS (SEM EXECUCAO)...: '                05400015
054100             WS-TOT-NAO-AVALIADAS                                 05410015
054200     DISPLAY '  INVALIDAS......................: '                05420015
054300             WS-TOT-INVALIDAS                                     05430015
054400     DISPLAY 'CARTOES INVALIDOS................: '                05440015
054500             WS-TOT-CARTOES-INVALIDOS                             05450015
054600     DISPLAY '==========================================='        05460015
054700     .                                                            05470015
054800* --------------------------------                                05480015
054900 200-REGISTRA-INICIO.                                             05490015
055000*    Registra o inicio no controle de execucao (RUNCTL01,         05500015
055100*    subprograma RUNCTL).  Sem protecao de reexecucao: o          05510015
055200*    balanceamento pode ser repetido a qualquer momento; falha    05520015
055300*    no controle apenas avisa.                                    05530015
055400     INITIALIZE RUNCTL-AREA                                       05540015
055500     MOVE 'I'        TO RUNCTL-FUNCAO                             05550015
055600     MOVE 'BATCH029' TO RUNCTL-PROGRAMA                           05560015
055700     MOVE ZERO       TO RUNCTL-DATA-CICLO                         05570015
055800     MOVE 'N'        TO RUNCTL-PROTEGE                            05580015
055900     MOVE 'N'        TO RUNCTL-OVERRIDE                           05590015
056000     CALL 'RUNCTL' USING RUNCTL-AREA                              05600015
056100     IF RUNCTL-RETORNO = '99'                                     05610015
056200        DISPLAY 'BATCH029 - AVISO: CONTROLE DE EXECUCAO'          05620015
056300                ' INDISPONIVEL'                                   05630015
056400     END-IF                                                       05640015
056500     .                                                            05650015
056600* --------------------------------                                05660015
056700 210-REGISTRA-FIM.                                                05670015
056800*    Registra a conclusao com os totais de controle               05680015
056900*    (lidos = equacoes; selecionados = em balanco; rejeitados =   05690015
057000*    fora de balanco; excecoes = equacoes invalidas).  O          05700015
057100*    RETURN-CODE e preservado e restaurado apos a chamada, pois   05710015
057200*    o retorno do subprograma sobrescreve o registrador.          05720015
057300     MOVE RETURN-CODE TO WS-RETORNO-JOB                           05730015
057400     IF WS-RETORNO-JOB > 4                                        05740015
057500        MOVE 'E' TO RUNCTL-FUNCAO                                 05750015
057600     ELSE                                                         05760015
057700        MOVE 'C' TO RUNCTL-FUNCAO                                 05770015
057800     END-IF                                                       05780015
057900     MOVE WS-TOT-EQUACOES     TO RUNCTL-TOT-LIDOS                 05790015
058000     MOVE WS-TOT-EM-BALANCO   TO RUNCTL-TOT-SELECIONADOS          05800015
058100     MOVE WS-TOT-FORA-BALANCO TO RUNCTL-TOT-REJEITADOS            05810015
058200     MOVE WS-TOT-INVALIDAS    TO RUNCTL-TOT-EXCECOES              05820015
058300     MOVE WS-RETORNO-JOB      TO RUNCTL-RETORNO-JOB               05830015
058400     CALL 'RUNCTL' USING RUNCTL-AREA                              05840015
058500     MOVE WS-RETORNO-JOB TO RETURN-CODE                           05850015
058600     .                                                            05860015
