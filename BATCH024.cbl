000100 IDENTIFICATION DIVISION.                                         00010015
000200 PROGRAM-ID. BATCH024.                                            00020015
000300                                                                  00030015
000400 ENVIRONMENT DIVISION.                                            00040015
000500                                                                  00050015
000600 INPUT-OUTPUT SECTION.                                            00060015
000700   FILE-CONTROL.                                                  00070015
000800        SELECT BINDELTA ASSIGN TO 'BINDEL01'                      00080015
000900        ORGANIZATION SEQUENTIAL                                   00090015
001000        FILE STATUS IS WS-BINDELTA-STATUS.                        00100015
001100        SELECT BINACK ASSIGN TO 'BINACK01'                        00110015
001200        ORGANIZATION SEQUENTIAL                                   00120015
001300        FILE STATUS IS WS-BINACK-STATUS.                          00130015
001400        SELECT BINRSN ASSIGN TO 'BINRSN01'                        00140015
001500        ORGANIZATION SEQUENTIAL                                   00150015
001600        FILE STATUS IS WS-BINRSN-STATUS.                          00160015
001700        SELECT CICLOPRM ASSIGN TO 'CICLOPRM'                      00170015
001800        ORGANIZATION SEQUENTIAL                                   00180015
001900        FILE STATUS IS WS-CICLOPRM-STATUS.                        00190015
002000*-------------------------------------------------                00200015
002100 DATA DIVISION.                                                   00210015
002200   FILE SECTION.                                                  00220015
002300                                                                  00230015
002400   FD BINDELTA                                                    00240015
002500        RECORDING MODE IS F                                       00250015
002600        RECORD CONTAINS 55 CHARACTERS.                            00260015
002700                                                                  00270015
002800   01 FD-BINDELTA-REG.                                            00280015
002900      05 FD-DELTA-ACAO                       PIC X(001).          00290015
003000      05 FD-DELTA-CODIGO                     PIC 9(008).          00300015
003100      05 FD-DELTA-BANDEIRA                   PIC X(010).          00310015
003200      05 FD-DELTA-EMISSOR                    PIC X(035).          00320015
003300      05 FD-DELTA-TAMANHO                    PIC 9(001).          00330015
003400                                                                  00340015
003500   FD BINACK                                                      00350015
003600        RECORDING MODE IS F                                       00360015
003700        RECORD CONTAINS 100 CHARACTERS.                           00370015
003800                                                                  00380015
003900*  Retorno do sistema de roteamento de autorizacao para uma       00390015
004000*  geracao do BINDEL01: um cabecalho ('H') com a data do ciclo    00400015
004100*  do delta respondido, um detalhe ('D') por linha do delta       00410015
004200*  processada - acao/BIN/valores como APLICADOS no roteamento,    00420015
004300*  situacao A = aplicado ou R = rejeitado e o motivo da           00430015
004400*  rejeicao - e um trailer ('T') com a quantidade de detalhes.    00440015
004500   01 FD-BINACK-REG.                                              00450015
004600      05 FD-ACK-TIPO                         PIC X(001).          00460015
004700         88 FD-ACK-CABECALHO                 VALUE 'H'.           00470015
004800         88 FD-ACK-DETALHE                   VALUE 'D'.           00480015
004900         88 FD-ACK-TRAILER                   VALUE 'T'.           00490015
005000      05 FD-ACK-DETALHE-DADOS.                                    00500015
005100         10 FD-ACK-ACAO                      PIC X(001).          00510015
005200         10 FD-ACK-CODIGO                    PIC 9(008).          00520015
005300         10 FD-ACK-BANDEIRA                  PIC X(010).          00530015
005400         10 FD-ACK-EMISSOR                   PIC X(035).          00540015
005500         10 FD-ACK-TAMANHO                   PIC 9(001).          00550015
005600         10 FD-ACK-SITUACAO                  PIC X(001).          00560015
005700            88 FD-ACK-APLICADO               VALUE 'A'.           00570015
005800            88 FD-ACK-REJEITADO              VALUE 'R'.           00580015
005900         10 FD-ACK-MOTIVO-COD                PIC X(004).          00590015
006000         10 FD-ACK-MOTIVO-DESC               PIC X(039).          00600015
006100      05 FD-ACK-CABECALHO-DADOS REDEFINES FD-ACK-DETALHE-DADOS.   00610015
006200         10 FD-ACK-DATA-CICLO                PIC 9(008).          00620015
006300         10 FILLER                           PIC X(091).          00630015
006400      05 FD-ACK-TRAILER-DADOS REDEFINES FD-ACK-DETALHE-DADOS.     00640015
006500         10 FD-ACK-QTD-DETALHES              PIC 9(007).          00650015
006600         10 FILLER                           PIC X(092).          00660015
006700                                                                  00670015
006800   FD BINRSN                                                      00680015
006900        RECORDING MODE IS F                                       00690015
007000        RECORD CONTAINS 55 CHARACTERS.                            00700015
007100                                                                  00710015
007200*  Reenvio: linhas do delta nao confirmadas, no proprio layout    00720015
007300*  do BINDEL01, para aplicacao no roteamento no proximo ciclo.    00730015
007400   01 FD-BINRSN-REG                          PIC X(055).          00740015
007500                                                                  00750015
007600   FD CICLOPRM                                                    00760015
007700        RECORDING MODE IS F                                       00770015
007800        RECORD CONTAINS 8 CHARACTERS.                             00780015
007900                                                                  00790015
008000   01 FD-CICLOPRM-REG.                                            00800015
008100      05 FD-CICLO-DATA                       PIC 9(008).          00810015
008200                                                                  00820015
008300   WORKING-STORAGE SECTION.                                       00830015
008400*    Conciliacao do retorno do roteamento de autorizacao com a    00840015
008500*    geracao do BINDEL01 que ele responde.  O delta e carregado   00850015
008600*    e ordenado por codigo; cada detalhe do retorno e casado      00860015
008700*    pelo BIN.  Sao apontados no relatorio e gravados no          00870015
008800*    reenvio (BINRSN01) os itens do delta:                        00880015
008900*      - rejeitados pelo roteamento;                              00890015
009000*      - aplicados com acao, bandeira ou emissor diferentes       00900015
009100*        do enviado (divergentes);                                00910015
009200*      - sem retorno algum.                                       00920015
009300*    Retorno para BIN fora do delta e apenas apontado.  Um        00930015
009400*    retorno sem cabecalho/trailer, com data de ciclo diferente   00940015
009500*    da informada no CICLOPRM ou com a quantidade de detalhes     00950015
009600*    diferente do trailer nao e conciliado (RC=12): o reenvio     00960015
009700*    sai vazio para nao reenviar o delta inteiro por engano.      00970015
009710*    O proprio BINDEL01 e conferido antes (registros de controle  00971015
009720*    CTLARQ1 gravados pelo BATCH004): sem cabecalho ou trailer,   00972015
009730*    com quantidade ou total de hash diferente do trailer ou de   00973015
009740*    ciclo diferente do CICLOPRM, tambem nao ha conciliacao       00974015
009750*    (RC=12).                                                     00975015
009800   01 WS-BINDELTA-STATUS                    PIC X(002) VALUE '00'.00980015
009900   01 WS-BINACK-STATUS                      PIC X(002) VALUE '00'.00990015
010000   01 WS-BINRSN-STATUS                      PIC X(002) VALUE '00'.01000015
010100   01 WS-CICLOPRM-STATUS                    PIC X(002) VALUE '00'.01010015
010200                                                                  01020015
010300   01 WS-DELTA-EOF                          PIC X(001) VALUE 'N'. 01030015
010400      88 DELTA-FIM-ARQUIVO                   VALUE 'Y'.           01040015
010500   01 WS-ACK-EOF                            PIC X(001) VALUE 'N'. 01050015
010600      88 ACK-FIM-ARQUIVO                     VALUE 'Y'.           01060015
010700                                                                  01070015
010800   01 WS-CARGA-SW                           PIC X(001) VALUE 'S'. 01080015
010900      88 CARGA-COMPLETA                      VALUE 'S'.           01090015
011000      88 CARGA-ESTOURADA                     VALUE 'N'.           01100015
011100   01 WS-RETORNO-SW                         PIC X(001) VALUE 'S'. 01110015
011200      88 RETORNO-VALIDO                      VALUE 'S'.           01120015
011300      88 RETORNO-INVALIDO                    VALUE 'N'.           01130015
011400   01 WS-CABECALHO-SW                       PIC X(001) VALUE 'N'. 01140015
011500      88 CABECALHO-LIDO                      VALUE 'S'.           01150015
011600   01 WS-TRAILER-SW                         PIC X(001) VALUE 'N'. 01160015
011700      88 TRAILER-LIDO                        VALUE 'S'.           01170015
011800                                                                  01180015
011900   01 WS-DATA-CICLO                         PIC 9(008) VALUE ZERO.01190015
012000   01 WS-QTD-TRAILER                        PIC 9(007) VALUE ZERO.01200015
012005                                                                  01200515
012010*  Conferencia do BINDEL01 (CTLARQ1): cabecalho, trailer e        01201015
012015*  total de hash (soma dos codigos) das linhas carregadas.        01201515
012020   01 WS-DELTA-SW                           PIC X(001) VALUE 'S'. 01202015
012025      88 DELTA-VALIDO                        VALUE 'S'.           01202515
012030      88 DELTA-INVALIDO                      VALUE 'N'.           01203015
012035   01 WS-DEL-CABECALHO-SW                   PIC X(001) VALUE 'N'. 01203515
012040      88 DEL-CABECALHO-LIDO                  VALUE 'S'.           01204015
012045   01 WS-DEL-TRAILER-SW                     PIC X(001) VALUE 'N'. 01204515
012050      88 DEL-TRAILER-LIDO                    VALUE 'S'.           01205015
012055   01 WS-DEL-DATA-CABECALHO                 PIC 9(008) VALUE ZERO.01205515
012060   01 WS-DEL-HASH-CODIGOS                   PIC 9(015) VALUE ZERO.01206015
012065   01 WS-DEL-TRL-DATA                       PIC 9(008) VALUE ZERO.01206515
012070   01 WS-DEL-TRL-QTD                        PIC 9(007) VALUE ZERO.01207015
012075   01 WS-DEL-TRL-HASH                       PIC 9(015) VALUE ZERO.01207515
012080                                                                  01208015
012085   COPY CTLARQ1.                                                  01208515
012100                                                                  01210015
012200   01 WS-TABELA-DELTA.                                            01220015
012300      05 WS-QTD-DELTA            PIC 9(006) VALUE ZERO.           01230015
012400      05 WS-DEL-TAB OCCURS 0 TO 100000 TIMES                      01240015
012500            DEPENDING ON WS-QTD-DELTA                             01250015
012600            ASCENDING KEY IS WS-DEL-CODIGO                        01260015
012700            INDEXED BY WS-IDX-DEL.                                01270015
012800         10 WS-DEL-REG.                                           01280015
012900            15 WS-DEL-ACAO          PIC X(001).                   01290015
013000            15 WS-DEL-CODIGO        PIC 9(008).                   01300015
013100            15 WS-DEL-BANDEIRA      PIC X(010).                   01310015
013200            15 WS-DEL-EMISSOR       PIC X(035).                   01320015
013300            15 WS-DEL-TAMANHO       PIC 9(001).                   01330015
013400         10 WS-DEL-SITUACAO         PIC X(001).                   01340015
013500            88 DEL-SEM-RETORNO       VALUE ' '.                   01350015
013600            88 DEL-CONFIRMADO        VALUE 'C'.                   01360015
013700            88 DEL-REJEITADO         VALUE 'R'.                   01370015
013800            88 DEL-DIVERGENTE        VALUE 'V'.                   01380015
013900                                                                  01390015
014000*  Area de trabalho da ordenacao por insercao do delta, mesma     01400015
014100*  tecnica do BATCH004 (015-ORDENA-GERACAO-ANTERIOR): o delta     01410015
014200*  sai quase todo em ordem de codigo (inclusoes/alteracoes na     01420015
014300*  ordem do extrato, exclusoes ao final).                         01430015
014400   01 WS-DEL-TEMP.                                                01440015
014500      05 FILLER                  PIC X(001).                      01450015
014600      05 WS-TEMP-CODIGO          PIC 9(008).                      01460015
014700      05 FILLER                  PIC X(047).                      01470015
014800   01 WS-ORD-I                   PIC 9(006) COMP.                 01480015
014900   01 WS-ORD-J                   PIC 9(006) COMP.                 01490015
015000                                                                  01500015
015100   01 WS-TOTAIS.                                                  01510015
015200      05 WS-TOT-DELTA-LIDOS      PIC 9(007) VALUE ZERO.           01520015
015300      05 WS-TOT-RETORNOS-LIDOS   PIC 9(007) VALUE ZERO.           01530015
015400      05 WS-TOT-CONFIRMADOS      PIC 9(007) VALUE ZERO.           01540015
015500      05 WS-TOT-REJEITADOS       PIC 9(007) VALUE ZERO.           01550015
015600      05 WS-TOT-DIVERGENTES      PIC 9(007) VALUE ZERO.           01560015
015700      05 WS-TOT-SEM-RETORNO      PIC 9(007) VALUE ZERO.           01570015
015800      05 WS-TOT-SEM-DELTA        PIC 9(007) VALUE ZERO.           01580015
015900      05 WS-TOT-DUPLICADOS       PIC 9(007) VALUE ZERO.           01590015
016000      05 WS-TOT-REENVIO          PIC 9(007) VALUE ZERO.           01600015
016100                                                                  01610015
016200   01 WS-RETORNO-JOB                        PIC 9(002) VALUE ZERO.01620015
016300                                                                  01630015
016400   COPY RUNCTLA1.                                                 01640015
016500                                                                  01650015
016600 PROCEDURE DIVISION.                                              01660015
016700     PERFORM 200-REGISTRA-INICIO                                  01670015
016800     PERFORM 005-DEFINE-CICLO                                     01680015
016900     PERFORM 010-CARREGA-DELTA                                    01690015
017000     IF CARGA-COMPLETA AND DELTA-VALIDO                           01700015
017100        PERFORM 015-ORDENA-DELTA                                  01710015
017200        PERFORM 020-CONCILIA-RETORNO                              01720015
017300        IF RETORNO-VALIDO                                         01730015
017350           PERFORM 040-GRAVA-REENVIO                              01735015
017400        ELSE                                                      01740015
017450           PERFORM 045-GRAVA-REENVIO-VAZIO                        01745015
017500        END-IF                                                    01750015
017550     ELSE                                                         01755015
017600        PERFORM 045-GRAVA-REENVIO-VAZIO                           01760015
017650     END-IF                                                       01765015
017700     IF RETURN-CODE = 0                                           01770015
017800           AND WS-TOT-REENVIO + WS-TOT-SEM-DELTA > 0              01780015
017900        MOVE 4 TO RETURN-CODE                                     01790015
018000     END-IF                                                       01800015
018100     PERFORM 210-REGISTRA-FIM                                     01810015
018200     PERFORM 090-IMPRIME-TOTAIS                                   01820015
018300     STOP RUN.                                                    01830015
018400* --------------------------------                                01840015
018500 005-DEFINE-CICLO.                                                01850015
018600*    Data do ciclo do delta respondido pelo cartao CICLOPRM       01860015
018650*    (normalmente a janela anterior), conferida contra o          01865015
018700*    cabecalho do BINDEL01 e o do retorno.  Cartao ausente, vazio 01870015
018750*    ou zerado = vale o ciclo do cabecalho do BINDEL01            01875015
018800*    (010-CARREGA-DELTA) e o retorno e conferido contra ele.      01880015
019000     OPEN INPUT CICLOPRM                                          01900015
019100     IF WS-CICLOPRM-STATUS = '00'                                 01910015
019200        READ CICLOPRM                                             01920015
019300           AT END CONTINUE                                        01930015
019400           NOT AT END                                             01940015
019500              IF FD-CICLO-DATA NUMERIC AND FD-CICLO-DATA > ZERO   01950015
019600                 MOVE FD-CICLO-DATA TO WS-DATA-CICLO              01960015
019700              END-IF                                              01970015
019800        END-READ                                                  01980015
019900        CLOSE CICLOPRM                                            01990015
020000     END-IF                                                       02000015
020100     IF WS-DATA-CICLO = ZERO                                      02010015
020200        DISPLAY 'BATCH024 - AVISO: CICLOPRM AUSENTE OU ZERADO'    02020015
020300                ' - VALE O CICLO DO CABECALHO DO BINDEL01'        02030015
020400     END-IF                                                       02040015
020500     .                                                            02050015
020600* --------------------------------                                02060015
020700 010-CARREGA-DELTA.                                               02070015
020800*    Carrega a geracao do BINDEL01 respondida.  Acima de          02080015
020900*    100000 linhas (o mesmo limite do BATCH004) a conciliacao     02090015
020950*    nao e feita (RC=16).  Os registros de controle sao           02095015
021000*    conferidos em 011-TRATA-REGISTRO-DELTA e 013-VALIDA-         02100015
021050*    FECHAMENTO-DELTA; so as linhas de dados sao carregadas.      02105015
021100     OPEN INPUT BINDELTA                                          02110015
021200     IF WS-BINDELTA-STATUS NOT = '00'                             02120015
021300        DISPLAY 'BATCH024 - ERRO AO ABRIR BINDEL01 - STATUS: '    02130015
021400                WS-BINDELTA-STATUS                                02140015
021500        SET CARGA-ESTOURADA TO TRUE                               02150015
021600        MOVE 16 TO RETURN-CODE                                    02160015
021700     ELSE                                                         02170015
021800        PERFORM UNTIL DELTA-FIM-ARQUIVO                           02180015
021900           READ BINDELTA                                          02190015
022000              AT END SET DELTA-FIM-ARQUIVO TO TRUE                02200015
022100           NOT AT END                                             02210015
022200             MOVE FD-BINDELTA-REG TO CTLARQ-REG                   02220015
022300             PERFORM 011-TRATA-REGISTRO-DELTA                     02230015
023600           END-READ                                               02360015
023700        END-PERFORM                                               02370015
023800        CLOSE BINDELTA                                            02380015
023810        IF CARGA-COMPLETA AND DELTA-VALIDO                        02381015
023820           PERFORM 013-VALIDA-FECHAMENTO-DELTA                    02382015
023830        END-IF                                                    02383015
023900     END-IF                                                       02390015
024000     .                                                            02400015
024001* --------------------------------                                02400115
024002 011-TRATA-REGISTRO-DELTA.                                        02400215
024003*    Mesma disciplina do retorno (025-TRATA-REGISTRO-RETORNO):    02400315
024004*    cabecalho primeiro, com o ciclo do CICLOPRM quando           02400415
024005*    informado, um so, e nada depois do trailer.                  02400515
024006     EVALUATE TRUE                                                02400615
024007        WHEN NOT DEL-CABECALHO-LIDO                               02400715
024008           IF CTLARQ-CABECALHO AND CTLARQ-DATA-CICLO NUMERIC      02400815
024009              SET DEL-CABECALHO-LIDO TO TRUE                      02400915
024010              MOVE CTLARQ-DATA-CICLO TO WS-DEL-DATA-CABECALHO     02401015
024011              DISPLAY 'BATCH024 - BINDEL01 DO CICLO '             02401115
024012                      CTLARQ-DATA-CICLO ' GERADO PELO '           02401215
024013                      CTLARQ-PROGRAMA                             02401315
024014              IF WS-DATA-CICLO > ZERO                             02401415
024015                    AND CTLARQ-DATA-CICLO NOT = WS-DATA-CICLO     02401515
024016                 DISPLAY 'BATCH024 - ERRO: BINDEL01 DO CICLO '    02401615
024017                         CTLARQ-DATA-CICLO ' - CICLOPRM INFORMA ' 02401715
024018                         WS-DATA-CICLO                            02401815
024019                 PERFORM 014-REJEITA-DELTA                        02401915
024020              END-IF                                              02402015
024021           ELSE                                                   02402115
024022              DISPLAY 'BATCH024 - ERRO: BINDEL01 SEM REGISTRO'    02402215
024023                      ' DE CABECALHO'                             02402315
024024              PERFORM 014-REJEITA-DELTA                           02402415
024025           END-IF                                                 02402515
024026        WHEN DEL-TRAILER-LIDO                                     02402615
024027           DISPLAY 'BATCH024 - ERRO: REGISTRO APOS O TRAILER'     02402715
024028                   ' DO BINDEL01'                                 02402815
024029           PERFORM 014-REJEITA-DELTA                              02402915
024030        WHEN CTLARQ-CABECALHO                                     02403015
024031           DISPLAY 'BATCH024 - ERRO: CABECALHO REPETIDO NO'       02403115
024032                   ' BINDEL01'                                    02403215
024033           PERFORM 014-REJEITA-DELTA                              02403315
024034        WHEN CTLARQ-TRAILER                                       02403415
024035           SET DEL-TRAILER-LIDO TO TRUE                           02403515
024036           IF CTLARQ-DATA-CICLO NUMERIC                           02403615
024037                 AND CTLARQ-QTD-REGISTROS NUMERIC                 02403715
024038                 AND CTLARQ-HASH-CODIGOS NUMERIC                  02403815
024039              MOVE CTLARQ-DATA-CICLO    TO WS-DEL-TRL-DATA        02403915
024040              MOVE CTLARQ-QTD-REGISTROS TO WS-DEL-TRL-QTD         02404015
024041              MOVE CTLARQ-HASH-CODIGOS  TO WS-DEL-TRL-HASH        02404115
024042           ELSE                                                   02404215
024043              DISPLAY 'BATCH024 - ERRO: TRAILER DO BINDEL01 COM'  02404315
024044                      ' TOTAIS NAO NUMERICOS'                     02404415
024045              PERFORM 014-REJEITA-DELTA                           02404515
024046           END-IF                                                 02404615
024047        WHEN OTHER                                                02404715
024048           PERFORM 012-CARREGA-LINHA-DELTA                        02404815
024049     END-EVALUATE                                                 02404915
024050     .                                                            02405015
024051* --------------------------------                                02405115
024052 012-CARREGA-LINHA-DELTA.                                         02405215
024053     IF WS-QTD-DELTA >= 100000                                    02405315
024054        DISPLAY 'BATCH024 - ERRO: BINDEL01'                       02405415
024055                ' EXCEDE 100000 REGISTROS -'                      02405515
024056                ' CONCILIACAO NAO EFETUADA'                       02405615
024057        SET CARGA-ESTOURADA TO TRUE                               02405715
024058        MOVE 16 TO RETURN-CODE                                    02405815
024059        SET DELTA-FIM-ARQUIVO TO TRUE                             02405915
024060     ELSE                                                         02406015
024061        ADD 1 TO WS-TOT-DELTA-LIDOS                               02406115
024062        ADD 1 TO WS-QTD-DELTA                                     02406215
024063        MOVE FD-BINDELTA-REG TO                                   02406315
024064             WS-DEL-REG (WS-QTD-DELTA)                            02406415
024065        MOVE SPACE TO WS-DEL-SITUACAO (WS-QTD-DELTA)              02406515
024066        ADD FD-DELTA-CODIGO TO WS-DEL-HASH-CODIGOS                02406615
024067     END-IF                                                       02406715
024068     .                                                            02406815
024100* --------------------------------                                02410015
024102 013-VALIDA-FECHAMENTO-DELTA.                                     02410215
024104*    BINDEL01 vazio (delta recusado ou retido pelo disjuntor do   02410415
024106*    BATCH004), truncado ou com totais divergentes do trailer     02410615
024108*    nao e conciliado.  Sem CICLOPRM, o ciclo do cabecalho passa  02410815
024110*    a ser o esperado no retorno.                                 02411015
024112     EVALUATE TRUE                                                02411215
024114        WHEN NOT DEL-CABECALHO-LIDO                               02411415
024116           DISPLAY 'BATCH024 - ERRO: BINDEL01 VAZIO (DELTA'       02411615
024118                   ' RECUSADO OU RETIDO NO BATCH004)'             02411815
024120           PERFORM 014-REJEITA-DELTA                              02412015
024122        WHEN NOT DEL-TRAILER-LIDO                                 02412215
024124           DISPLAY 'BATCH024 - ERRO: BINDEL01 SEM TRAILER'        02412415
024126                   ' (GERACAO INCOMPLETA)'                        02412615
024128           PERFORM 014-REJEITA-DELTA                              02412815
024130        WHEN WS-DEL-TRL-QTD NOT = WS-TOT-DELTA-LIDOS              02413015
024132           DISPLAY 'BATCH024 - ERRO: TRAILER DO BINDEL01 DECLARA '02413215
024134                   WS-DEL-TRL-QTD ' LINHAS, LIDAS '               02413415
024136                   WS-TOT-DELTA-LIDOS                             02413615
024138           PERFORM 014-REJEITA-DELTA                              02413815
024140        WHEN WS-DEL-TRL-HASH NOT = WS-DEL-HASH-CODIGOS            02414015
024142           DISPLAY 'BATCH024 - ERRO: TOTAL DE HASH DO BINDEL01'   02414215
024144                   ' NAO CONFERE - TRAILER ' WS-DEL-TRL-HASH      02414415
024146                   ' LIDO ' WS-DEL-HASH-CODIGOS                   02414615
024148           PERFORM 014-REJEITA-DELTA                              02414815
024150        WHEN WS-DEL-TRL-DATA NOT = WS-DEL-DATA-CABECALHO          02415015
024152           DISPLAY 'BATCH024 - ERRO: CICLO DO TRAILER DO BINDEL01'02415215
024154                   ' (' WS-DEL-TRL-DATA ') DIFERE DO CABECALHO (' 02415415
024156                   WS-DEL-DATA-CABECALHO ')'                      02415615
024158           PERFORM 014-REJEITA-DELTA                              02415815
024160        WHEN OTHER                                                02416015
024162           IF WS-DATA-CICLO = ZERO                                02416215
024164              MOVE WS-DEL-DATA-CABECALHO TO WS-DATA-CICLO         02416415
024166           END-IF                                                 02416615
024168     END-EVALUATE                                                 02416815
024170     .                                                            02417015
024172* --------------------------------                                02417215
024174 014-REJEITA-DELTA.                                               02417415
024176     SET DELTA-INVALIDO TO TRUE                                   02417615
024178     SET DELTA-FIM-ARQUIVO TO TRUE                                02417815
024180     IF RETURN-CODE < 12                                          02418015
024182        MOVE 12 TO RETURN-CODE                                    02418215
024184     END-IF                                                       02418415
024186     .                                                            02418615
024188* --------------------------------                                02418815
024200 015-ORDENA-DELTA.                                                02420015
024300     PERFORM 016-INSERE-ORDENADO                                  02430015
024400        VARYING WS-ORD-I FROM 2 BY 1                              02440015
024500        UNTIL WS-ORD-I > WS-QTD-DELTA                             02450015
024600     .                                                            02460015
024700* --------------------------------                                02470015
024800 016-INSERE-ORDENADO.                                             02480015
024900     MOVE WS-DEL-TAB (WS-ORD-I) TO WS-DEL-TEMP                    02490015
025000     MOVE WS-ORD-I TO WS-ORD-J                                    02500015
025100     PERFORM UNTIL WS-ORD-J = 1                                   02510015
025200           OR WS-DEL-CODIGO (WS-ORD-J - 1) NOT >                  02520015
025300           WS-TEMP-CODIGO                                         02530015
025400        MOVE WS-DEL-TAB (WS-ORD-J - 1) TO                         02540015
025500             WS-DEL-TAB (WS-ORD-J)                                02550015
025600        SUBTRACT 1 FROM WS-ORD-J                                  02560015
025700     END-PERFORM                                                  02570015
025800     MOVE WS-DEL-TEMP TO WS-DEL-TAB (WS-ORD-J)                    02580015
025900     .                                                            02590015
026000* --------------------------------                                02600015
026100 020-CONCILIA-RETORNO.                                            02610015
026200*    Le o retorno do roteamento: o cabecalho tem de ser o         02620015
026300*    primeiro registro e o trailer o ultimo; cada detalhe e       02630015
026400*    casado com o delta em 030.  Retorno ausente e erro de        02640015
026500*    ambiente (RC=16); estrutura invalida, RC=12.                 02650015
026600     OPEN INPUT BINACK                                            02660015
026700     IF WS-BINACK-STATUS NOT = '00'                               02670015
026800        DISPLAY 'BATCH024 - ERRO AO ABRIR BINACK01 - STATUS: '    02680015
026900                WS-BINACK-STATUS                                  02690015
027000        SET RETORNO-INVALIDO TO TRUE                              02700015
027100        MOVE 16 TO RETURN-CODE                                    02710015
027200     ELSE                                                         02720015
027300        PERFORM UNTIL ACK-FIM-ARQUIVO                             02730015
027400           READ BINACK                                            02740015
027500              AT END SET ACK-FIM-ARQUIVO TO TRUE                  02750015
027600           NOT AT END                                             02760015
027700              PERFORM 025-TRATA-REGISTRO-RETORNO                  02770015
027800           END-READ                                               02780015
027900        END-PERFORM                                               02790015
028000        CLOSE BINACK                                              02800015
028100        IF RETORNO-VALIDO                                         02810015
028200           PERFORM 028-VALIDA-FECHAMENTO                          02820015
028300        END-IF                                                    02830015
028400     END-IF                                                       02840015
028500     .                                                            02850015
028600* --------------------------------                                02860015
028700 025-TRATA-REGISTRO-RETORNO.                                      02870015
028800     EVALUATE TRUE                                                02880015
028900        WHEN NOT CABECALHO-LIDO                                   02890015
029000           IF FD-ACK-CABECALHO                                    02900015
029100              SET CABECALHO-LIDO TO TRUE                          02910015
029200              DISPLAY 'BATCH024 - RETORNO DO DELTA DO CICLO '     02920015
029300                      FD-ACK-DATA-CICLO                           02930015
029400              IF WS-DATA-CICLO > ZERO                             02940015
029500                    AND FD-ACK-DATA-CICLO NOT = WS-DATA-CICLO     02950015
029600                 DISPLAY 'BATCH024 - ERRO: RETORNO DO CICLO '     02960015
029700                         FD-ACK-DATA-CICLO ' NAO RESPONDE AO'     02970015
029800                         ' DELTA DO CICLO ' WS-DATA-CICLO         02980015
029900                 PERFORM 029-REJEITA-RETORNO                      02990015
030000              END-IF                                              03000015
030100           ELSE                                                   03010015
030200              DISPLAY 'BATCH024 - ERRO: RETORNO SEM REGISTRO'     03020015
030300                      ' DE CABECALHO'                             03030015
030400              PERFORM 029-REJEITA-RETORNO                         03040015
030500           END-IF                                                 03050015
030600        WHEN TRAILER-LIDO                                         03060015
030700           DISPLAY 'BATCH024 - ERRO: REGISTRO APOS O TRAILER'     03070015
030800                   ' DO RETORNO'                                  03080015
030900           PERFORM 029-REJEITA-RETORNO                            03090015
031000        WHEN FD-ACK-TRAILER                                       03100015
031100           SET TRAILER-LIDO TO TRUE                               03110015
031200           IF FD-ACK-QTD-DETALHES NUMERIC                         03120015
031300              MOVE FD-ACK-QTD-DETALHES TO WS-QTD-TRAILER          03130015
031400           END-IF                                                 03140015
031500        WHEN FD-ACK-DETALHE                                       03150015
031600           ADD 1 TO WS-TOT-RETORNOS-LIDOS                         03160015
031700           PERFORM 030-CASA-DETALHE                               03170015
031800        WHEN OTHER                                                03180015
031900           DISPLAY 'BATCH024 - ERRO: TIPO DE REGISTRO INVALIDO'   03190015
032000                   ' NO RETORNO: ' FD-ACK-TIPO                    03200015
032100           PERFORM 029-REJEITA-RETORNO                            03210015
032200     END-EVALUATE                                                 03220015
032300     .                                                            03230015
032400* --------------------------------                                03240015
032500 028-VALIDA-FECHAMENTO.                                           03250015
032600*    Retorno truncado (sem trailer) ou com quantidade de          03260015
032700*    detalhes diferente da declarada nao e conciliado.            03270015
032800     IF NOT TRAILER-LIDO                                          03280015
032900        DISPLAY 'BATCH024 - ERRO: RETORNO SEM TRAILER'            03290015
033000                ' (ARQUIVO TRUNCADO?)'                            03300015
033100        PERFORM 029-REJEITA-RETORNO                               03310015
033200     ELSE                                                         03320015
033300        IF WS-QTD-TRAILER NOT = WS-TOT-RETORNOS-LIDOS             03330015
033400           DISPLAY 'BATCH024 - ERRO: TRAILER DECLARA '            03340015
033500                   WS-QTD-TRAILER ' DETALHES, LIDOS '             03350015
033600                   WS-TOT-RETORNOS-LIDOS                          03360015
033700           PERFORM 029-REJEITA-RETORNO                            03370015
033800        END-IF                                                    03380015
033900     END-IF                                                       03390015
034000     .                                                            03400015
034100* --------------------------------                                03410015
034200 029-REJEITA-RETORNO.                                             03420015
034300     SET RETORNO-INVALIDO TO TRUE                                 03430015
034400     SET ACK-FIM-ARQUIVO TO TRUE                                  03440015
034500     IF RETURN-CODE < 12                                          03450015
034600        MOVE 12 TO RETURN-CODE                                    03460015
034700     END-IF                                                       03470015
034800     .                                                            03480015
034900* --------------------------------                                03490015
035000 030-CASA-DETALHE.                                                03500015
035100*    Casa o detalhe do retorno com a linha do delta pelo BIN.     03510015
035200*    Mais de um retorno para o mesmo BIN (reprocessamento no      03520015
035300*    roteamento): vale o ultimo, e a repeticao e apontada.        03530015
035400     SEARCH ALL WS-DEL-TAB                                        03540015
035500        AT END                                                    03550015
035600           ADD 1 TO WS-TOT-SEM-DELTA                              03560015
035700           DISPLAY 'RETORNO SEM DELTA - ACAO ' FD-ACK-ACAO        03570015
035800                   ' BIN ' FD-ACK-CODIGO                          03580015
035900                   ' SITUACAO ' FD-ACK-SITUACAO                   03590015
036000        WHEN WS-DEL-CODIGO (WS-IDX-DEL) = FD-ACK-CODIGO           03600015
036100           IF NOT DEL-SEM-RETORNO (WS-IDX-DEL)                    03610015
036200              ADD 1 TO WS-TOT-DUPLICADOS                          03620015
036300              DISPLAY 'RETORNO REPETIDO  - ACAO ' FD-ACK-ACAO     03630015
036400                      ' BIN ' FD-ACK-CODIGO                       03640015
036500           END-IF                                                 03650015
036600           EVALUATE TRUE                                          03660015
036700              WHEN FD-ACK-REJEITADO                               03670015
036800                 SET DEL-REJEITADO (WS-IDX-DEL) TO TRUE           03680015
036900                 DISPLAY 'REJEITADO         - ACAO '              03690015
037000                         WS-DEL-ACAO (WS-IDX-DEL)                 03700015
037100                         ' BIN ' FD-ACK-CODIGO                    03710015
037200                         ' MOTIVO ' FD-ACK-MOTIVO-COD ' '         03720015
037300                         FD-ACK-MOTIVO-DESC                       03730015
037400              WHEN FD-ACK-ACAO NOT = WS-DEL-ACAO (WS-IDX-DEL)     03740015
037500                 SET DEL-DIVERGENTE (WS-IDX-DEL) TO TRUE          03750015
037600                 PERFORM 035-APONTA-DIVERGENCIA                   03760015
037700              WHEN WS-DEL-ACAO (WS-IDX-DEL) NOT = 'D'             03770015
037800                    AND (FD-ACK-BANDEIRA NOT =                    03780015
037900                    WS-DEL-BANDEIRA (WS-IDX-DEL)                  03790015
038000                    OR FD-ACK-EMISSOR NOT =                       03800015
038100                    WS-DEL-EMISSOR (WS-IDX-DEL))                  03810015
038200                 SET DEL-DIVERGENTE (WS-IDX-DEL) TO TRUE          03820015
038300                 PERFORM 035-APONTA-DIVERGENCIA                   03830015
038400              WHEN OTHER                                          03840015
038500                 SET DEL-CONFIRMADO (WS-IDX-DEL) TO TRUE          03850015
038600           END-EVALUATE                                           03860015
038700     END-SEARCH                                                   03870015
038800     .                                                            03880015
038900* --------------------------------                                03890015
039000 035-APONTA-DIVERGENCIA.                                          03900015
039100     DISPLAY 'DIVERGENTE        - ACAO '                          03910015
039200             WS-DEL-ACAO (WS-IDX-DEL)                             03920015
039300             ' BIN ' FD-ACK-CODIGO                                03930015
039400     DISPLAY '  ENVIADO  ' WS-DEL-ACAO (WS-IDX-DEL) ' '           03940015
039500             WS-DEL-BANDEIRA (WS-IDX-DEL) ' '                     03950015
039600             WS-DEL-EMISSOR (WS-IDX-DEL)                          03960015
039700     DISPLAY '  APLICADO ' FD-ACK-ACAO ' '                        03970015
039800             FD-ACK-BANDEIRA ' ' FD-ACK-EMISSOR                   03980015
039900     .                                                            03990015
040000* --------------------------------                                04000015
040100 040-GRAVA-REENVIO.                                               04010015
040200*    Grava no reenvio toda linha do delta nao confirmada          04020015
040300*    (rejeitada, divergente ou sem retorno), com os valores       04030015
040400*    originais do delta.                                          04040015
040500     OPEN OUTPUT BINRSN                                           04050015
040600     IF WS-BINRSN-STATUS NOT = '00'                               04060015
040700        DISPLAY 'BATCH024 - ERRO AO ABRIR BINRSN01 - STATUS: '    04070015
040800                WS-BINRSN-STATUS                                  04080015
040900        MOVE 16 TO RETURN-CODE                                    04090015
041000     ELSE                                                         04100015
041100        PERFORM VARYING WS-IDX-DEL FROM 1 BY 1                    04110015
041200              UNTIL WS-IDX-DEL > WS-QTD-DELTA                     04120015
041300           EVALUATE TRUE                                          04130015
041400              WHEN DEL-CONFIRMADO (WS-IDX-DEL)                    04140015
041500                 ADD 1 TO WS-TOT-CONFIRMADOS                      04150015
041600              WHEN DEL-REJEITADO (WS-IDX-DEL)                     04160015
041700                 ADD 1 TO WS-TOT-REJEITADOS                       04170015
041800              WHEN DEL-DIVERGENTE (WS-IDX-DEL)                    04180015
041900                 ADD 1 TO WS-TOT-DIVERGENTES                      04190015
042000              WHEN OTHER                                          04200015
042100                 ADD 1 TO WS-TOT-SEM-RETORNO                      04210015
042200                 DISPLAY 'SEM RETORNO       - ACAO '              04220015
042300                         WS-DEL-ACAO (WS-IDX-DEL)                 04230015
042400                         ' BIN ' WS-DEL-CODIGO (WS-IDX-DEL)       04240015
042500           END-EVALUATE                                           04250015
042600           IF NOT DEL-CONFIRMADO (WS-IDX-DEL)                     04260015
042700              WRITE FD-BINRSN-REG FROM WS-DEL-REG (WS-IDX-DEL)    04270015
042800              ADD 1 TO WS-TOT-REENVIO                             04280015
042900           END-IF                                                 04290015
043000        END-PERFORM                                               04300015
043100        CLOSE BINRSN                                              04310015
043200     END-IF                                                       04320015
043300     .                                                            04330015
043400* --------------------------------                                04340015
043405 045-GRAVA-REENVIO-VAZIO.                                         04340515
043410*    Delta ou retorno recusado, ou carga interrompida: o reenvio  04341015
043415*    e gravado vazio, como o BINDEL01 retido no BATCH004, para    04341515
043420*    que a geracao nova do BINRSN01 tenha fim de arquivo valido.  04342015
043425     OPEN OUTPUT BINRSN                                           04342515
043430     IF WS-BINRSN-STATUS NOT = '00'                               04343015
043435        DISPLAY 'BATCH024 - ERRO AO ABRIR BINRSN01 - STATUS: '    04343515
043440                WS-BINRSN-STATUS                                  04344015
043445        MOVE 16 TO RETURN-CODE                                    04344515
043450     ELSE                                                         04345015
043455        CLOSE BINRSN                                              04345515
043460     END-IF                                                       04346015
043465     .                                                            04346515
043470* --------------------------------                                04347015
043500 090-IMPRIME-TOTAIS.                                              04350015
043600     DISPLAY '==========================================='        04360015
043700     DISPLAY 'BATCH024 - CONCILIACAO DO RETORNO DO ROTEAMENTO'    04370015
043800     DISPLAY '==========================================='        04380015
043900     DISPLAY 'LINHAS LIDAS DO BINDEL01.........: '                04390015
044000             WS-TOT-DELTA-LIDOS                                   04400015
044100     DISPLAY 'DETALHES LIDOS DO RETORNO........: '                04410015
044200             WS-TOT-RETORNOS-LIDOS                                04420015
044300     IF RETORNO-VALIDO AND DELTA-VALIDO                           04430015
044400        DISPLAY 'CONFIRMADOS......................: '             04440015
044500                WS-TOT-CONFIRMADOS                                04450015
044600        DISPLAY 'REJEITADOS PELO ROTEAMENTO.......: '             04460015
044700                WS-TOT-REJEITADOS                                 04470015
044800        DISPLAY 'APLICADOS COM VALORES DIVERGENTES: '             04480015
044900                WS-TOT-DIVERGENTES                                04490015
045000        DISPLAY 'SEM RETORNO......................: '             04500015
045100                WS-TOT-SEM-RETORNO                                04510015
045200        DISPLAY 'RETORNOS SEM LINHA NO DELTA......: '             04520015
045300                WS-TOT-SEM-DELTA                                  04530015
045400        DISPLAY 'RETORNOS REPETIDOS...............: '             04540015
045500                WS-TOT-DUPLICADOS                                 04550015
045600        DISPLAY 'GRAVADOS NO REENVIO (BINRSN01)...: '             04560015
045700                WS-TOT-REENVIO                                    04570015
045800     ELSE                                                         04580015
045810        DISPLAY 'RETORNO NAO CONCILIADO - REENVIO VAZIO'          04581015
045820        IF DELTA-INVALIDO                                         04582015
045830           DISPLAY 'BINDEL01 RECUSADO NA CONFERENCIA DOS'         04583015
045840                   ' REGISTROS DE CONTROLE'                       04584015
045850        END-IF                                                    04585015
046000     END-IF                                                       04600015
046100     DISPLAY '==========================================='        04610015
046200     .                                                            04620015
046300* --------------------------------                                04630015
046400 200-REGISTRA-INICIO.                                             04640015
046500*    Registra o inicio no controle de execucao (RUNCTL01,         04650015
046600*    subprograma RUNCTL).  A conciliacao pode ser reexecutada     04660015
046700*    livremente, entao nao ha protecao de reexecucao; falha no    04670015
046800*    controle apenas avisa.                                       04680015
046900     INITIALIZE RUNCTL-AREA                                       04690015
047000     MOVE 'I'        TO RUNCTL-FUNCAO                             04700015
047100     MOVE 'BATCH024' TO RUNCTL-PROGRAMA                           04710015
047200     MOVE ZERO       TO RUNCTL-DATA-CICLO                         04720015
047300     MOVE 'N'        TO RUNCTL-PROTEGE                            04730015
047400     MOVE 'N'        TO RUNCTL-OVERRIDE                           04740015
047500     CALL 'RUNCTL' USING RUNCTL-AREA                              04750015
047600     IF RUNCTL-RETORNO = '99'                                     04760015
047700        DISPLAY 'BATCH024 - AVISO: CONTROLE DE EXECUCAO'          04770015
047800                ' INDISPONIVEL'                                   04780015
047900     END-IF                                                       04790015
048000     .                                                            04800015
048100* --------------------------------                                04810015
048200 210-REGISTRA-FIM.                                                04820015
048300*    Registra a conclusao com os totais de controle (lidos =      04830015
048400*    linhas do delta; selecionados = confirmadas; rejeitados =    04840015
048500*    rejeitadas pelo roteamento; excecoes = divergentes + sem     04850015
048600*    retorno), preservando o RETURN-CODE.                         04860015
048700     MOVE RETURN-CODE TO WS-RETORNO-JOB                           04870015
048800     IF WS-RETORNO-JOB > 4                                        04880015
048900        MOVE 'E' TO RUNCTL-FUNCAO                                 04890015
049000     ELSE                                                         04900015
049100        MOVE 'C' TO RUNCTL-FUNCAO                                 04910015
049200     END-IF                                                       04920015
049300     MOVE WS-TOT-DELTA-LIDOS TO RUNCTL-TOT-LIDOS                  04930015
049400     MOVE WS-TOT-CONFIRMADOS TO RUNCTL-TOT-SELECIONADOS           04940015
049500     MOVE WS-TOT-REJEITADOS  TO RUNCTL-TOT-REJEITADOS             04950015
049600     COMPUTE RUNCTL-TOT-EXCECOES =                                04960015
049700             WS-TOT-DIVERGENTES + WS-TOT-SEM-RETORNO              04970015
049800     MOVE WS-RETORNO-JOB     TO RUNCTL-RETORNO-JOB                04980015
049900     CALL 'RUNCTL' USING RUNCTL-AREA                              04990015
050000     MOVE WS-RETORNO-JOB TO RETURN-CODE                           05000015
050100     .                                                            05010015
