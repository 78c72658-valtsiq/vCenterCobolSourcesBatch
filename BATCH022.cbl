000100 IDENTIFICATION DIVISION.                                         00010015
000200 PROGRAM-ID. BATCH022.                                            00020015
000300                                                                  00030015
000400 ENVIRONMENT DIVISION.                                            00040015
000500                                                                  00050015
000600 INPUT-OUTPUT SECTION.                                            00060015
000700   FILE-CONTROL.                                                  00070015
000800        SELECT FXMANT ASSIGN TO 'FXMANT01'                        00080015
000900        ORGANIZATION SEQUENTIAL                                   00090015
001000        FILE STATUS IS WS-FXMANT-STATUS.                          00100015
001100        SELECT BINFAIXA ASSIGN TO 'BINFAIXA1'                     00110015
001200        ORGANIZATION SEQUENTIAL                                   00120015
001300        FILE STATUS IS WS-BINFAIXA-STATUS.                        00130015
001400        SELECT BINFXNV ASSIGN TO 'BINFXNV1'                       00140015
001500        ORGANIZATION SEQUENTIAL                                   00150015
001600        FILE STATUS IS WS-BINFXNV-STATUS.                         00160015
001700        SELECT BINAUD ASSIGN TO 'BINAUD01'                        00170015
001800        ORGANIZATION SEQUENTIAL                                   00180015
001900        FILE STATUS IS WS-BINAUD-STATUS.                          00190015
002000*-------------------------------------------------                00200015
002100 DATA DIVISION.                                                   00210015
002200   FILE SECTION.                                                  00220015
002300                                                                  00230015
002400   FD FXMANT                                                      00240015
002500        RECORDING MODE IS F                                       00250015
002600        RECORD CONTAINS 79 CHARACTERS.                            00260015
002700                                                                  00270015
002800   COPY FXMANT1.                                                  00280015
002900                                                                  00290015
003000   FD BINFAIXA                                                    00300015
003100        RECORDING MODE IS F                                       00310015
003200        RECORD CONTAINS 264 CHARACTERS.                           00320015
003300                                                                  00330015
003400   COPY BINFAIXA.                                                 00340015
003500                                                                  00350015
003600   FD BINFXNV                                                     00360015
003700        RECORDING MODE IS F                                       00370015
003800        RECORD CONTAINS 264 CHARACTERS.                           00380015
003900                                                                  00390015
004000   01 FD-BINFXNV-REG                     PIC X(264).              00400015
004100                                                                  00410015
004200   FD BINAUD                                                      00420015
004300        RECORDING MODE IS F                                       00430015
004400        RECORD CONTAINS 154 CHARACTERS.                           00440015
004500                                                                  00450015
004600   COPY BINAUD1.                                                  00460015
004700                                                                  00470015
004800   WORKING-STORAGE SECTION.                                       00480015
004900*    Manutencao do arquivo de faixas (BINFAIXA1).  O arquivo e    00490015
005000*    sequencial e pequeno (limite de 500 faixas, o mesmo do       00500015
005100*    BATCH001/BATCH005): e carregado inteiro em memoria, as       00510015
005200*    transacoes do FXMANT01 sao aplicadas sobre a tabela e a      00520015
005300*    nova imagem e gravada no BINFXNV1, na ordem original do      00530015
005400*    arquivo (a posicao decide qual faixa vence no BATCH001) e    00540015
005500*    com as inclusoes ao final.  O JCL so substitui o             00550015
005600*    BINFAIXA1 pela nova imagem com RC <= 4.                      00560015
005700*                                                                 00570015
005800*    Toda transacao que deixaria o arquivo com faixa invertida    00580015
005900*    ou sobreposta a outra faixa ativa (mesma regra do            00590015
006000*    BATCH005: intervalos e janelas de vigencia que se            00600015
006100*    intersectam) e rejeitada.  Cada transacao, aplicada ou       00610015
006200*    nao, gera um registro de auditoria no BINAUD01 com tipo      00620015
006300*    'F' e os dois limites normalizados, que o BATCH006 leva      00630015
006400*    ao historico (BINHIST1) como as demais manutencoes.          00640015
006500   01 WS-FXMANT-STATUS                   PIC X(002) VALUE '00'.   00650015
006600   01 WS-BINFAIXA-STATUS                 PIC X(002) VALUE '00'.   00660015
006700   01 WS-BINFXNV-STATUS                  PIC X(002) VALUE '00'.   00670015
006800   01 WS-BINAUD-STATUS                   PIC X(002) VALUE '00'.   00680015
006900                                                                  00690015
007000   01 WS-MANT-EOF                        PIC X(001) VALUE 'N'.    00700015
007100      88 MANT-FIM-ARQUIVO                 VALUE 'Y'.              00710015
007200   01 WS-FAIXA-EOF                       PIC X(001) VALUE 'N'.    00720015
007300      88 FAIXA-FIM-ARQUIVO                VALUE 'Y'.              00730015
007400                                                                  00740015
007500   01 WS-FXMANT-ABERTO-SW                PIC X(001) VALUE 'N'.    00750015
007600      88 FXMANT-ABERTO                    VALUE 'S'.              00760015
007700   01 WS-BINAUD-ABERTO-SW                PIC X(001) VALUE 'N'.    00770015
007800      88 BINAUD-ABERTO                    VALUE 'S'.              00780015
007900                                                                  00790015
008000*    Cada entrada guarda a imagem do registro do BINFAIXA1        00800015
008100*    (regravada como lida, preservando os campos reservados)      00810015
008200*    e os limites/janela normalizados usados nos confrontos.      00820015
008300   01 WS-TABELA-FAIXAS.                                           00830015
008400      05 WS-QTD-FAIXAS           PIC 9(004) VALUE ZERO.           00840015
008500      05 WS-FAIXA-TAB OCCURS 0 TO 500 TIMES                       00850015
008600            DEPENDING ON WS-QTD-FAIXAS.                           00860015
008700         10 WS-FAIXA-IMAGEM.                                      00870015
008800            15 WS-FAIXA-CODIGO-INICIO  PIC 9(008).                00880015
008900            15 WS-FAIXA-CODIGO-FIM     PIC 9(008).                00890015
009000            15 WS-FAIXA-TAMANHO        PIC 9(001).                00900015
009100            15 WS-FAIXA-BANDEIRA       PIC X(010).                00910015
009200            15 FILLER                  PIC X(002).                00920015
009300            15 WS-FAIXA-EMISSOR        PIC X(035).                00930015
009400            15 WS-FAIXA-DATA-VIGENCIA  PIC 9(008).                00940015
009500            15 WS-FAIXA-DATA-EXPIRACAO PIC 9(008).                00950015
009600            15 FILLER                  PIC X(184).                00960015
009700         10 WS-FAIXA-INICIO-NORM    PIC 9(008).                   00970015
009800         10 WS-FAIXA-FIM-NORM       PIC 9(008).                   00980015
009900         10 WS-FAIXA-VIG-NORM       PIC 9(008).                   00990015
010000         10 WS-FAIXA-EXP-NORM       PIC 9(008).                   01000015
010100         10 WS-FAIXA-SITUACAO       PIC X(001).                   01010015
010200            88 FAIXA-ATIVA           VALUE 'A'.                   01020015
010300            88 FAIXA-EXCLUIDA        VALUE 'E'.                   01030015
010400                                                                  01040015
010500   01 WS-IDX-A                           PIC 9(004) COMP.         01050015
010600   01 WS-IDX-ACHADA                      PIC 9(004) COMP.         01060015
010700   01 WS-IDX-CONFLITO                    PIC 9(004) COMP.         01070015
010800                                                                  01080015
010900*    Faixa candidata (da transacao ou do registro em carga)       01090015
011000*    normalizada para o espaco de 8 digitos.                      01100015
011100   01 WS-CAND-INICIO                     PIC 9(008) VALUE ZERO.   01110015
011200   01 WS-CAND-FIM                        PIC 9(008) VALUE ZERO.   01120015
011300   01 WS-CAND-TAMANHO                    PIC X(001) VALUE SPACE.  01130015
011400   01 WS-CAND-INICIO-NORM                PIC 9(008) VALUE ZERO.   01140015
011500   01 WS-CAND-FIM-NORM                   PIC 9(008) VALUE ZERO.   01150015
011600   01 WS-CAND-TAMANHO-NORM               PIC 9(001) VALUE 8.      01160015
011700   01 WS-CAND-VIG-NORM                   PIC 9(008) VALUE ZERO.   01170015
011800   01 WS-CAND-EXP-NORM                   PIC 9(008) VALUE ZERO.   01180015
011900                                                                  01190015
012000   01 WS-REG-ANTES.                                               01200015
012100      05 WS-ANTES-BANDEIRA               PIC X(010).              01210015
012200      05 WS-ANTES-EMISSOR                PIC X(035).              01220015
012300                                                                  01230015
012400   01 WS-REG-DEPOIS.                                              01240015
012500      05 WS-DEPOIS-BANDEIRA              PIC X(010).              01250015
012600      05 WS-DEPOIS-EMISSOR               PIC X(035).              01260015
012700                                                                  01270015
012800   01 WS-RESULTADO-COD                   PIC X(002).              01280015
012900   01 WS-RESULTADO-DESC                  PIC X(030).              01290015
013000                                                                  01300015
013100   01 WS-MANT-VIGENCIA                   PIC 9(008) VALUE ZERO.   01310015
013200   01 WS-MANT-EXPIRACAO                  PIC 9(008) VALUE ZERO.   01320015
013300   01 WS-CODIGO-SW                       PIC X(001) VALUE 'S'.    01330015
013400      88 CODIGO-VALIDO                    VALUE 'S'.              01340015
013500      88 CODIGO-INVALIDO                  VALUE 'N'.              01350015
013600   01 WS-DATAS-SW                        PIC X(001) VALUE 'S'.    01360015
013700      88 DATAS-VALIDAS                    VALUE 'S'.              01370015
013800      88 DATAS-INVALIDAS                  VALUE 'N'.              01380015
013900   01 WS-SOBREPOSICAO-SW                 PIC X(001) VALUE 'N'.    01390015
014000      88 FAIXA-SOBREPOSTA                 VALUE 'S'.              01400015
014100      88 FAIXA-SEM-SOBREPOSICAO           VALUE 'N'.              01410015
014200                                                                  01420015
014300   01 WS-DATA-HORA-ATUAL.                                         01430015
014400      05 WS-DHA-DATA                     PIC X(008).              01440015
014500      05 WS-DHA-HORA                     PIC X(006).              01450015
014600                                                                  01460015
014700   01 WS-TOTAIS.                                                  01470015
014800      05 WS-TOT-FAIXAS-LIDAS             PIC 9(007) VALUE ZERO.   01480015
014900      05 WS-TOT-FAIXAS-GRAVADAS          PIC 9(007) VALUE ZERO.   01490015
015000      05 WS-TOT-LIDAS                    PIC 9(007) VALUE ZERO.   01500015
015100      05 WS-TOT-INCLUSOES                PIC 9(007) VALUE ZERO.   01510015
015200      05 WS-TOT-ALTERACOES               PIC 9(007) VALUE ZERO.   01520015
015300      05 WS-TOT-EXCLUSOES                PIC 9(007) VALUE ZERO.   01530015
015400      05 WS-TOT-EXPIR-PROGRAMADAS        PIC 9(007) VALUE ZERO.   01540015
015500      05 WS-TOT-ERROS                    PIC 9(007) VALUE ZERO.   01550015
015600                                                                  01560015
015700   01 WS-RETORNO-JOB                     PIC 9(002) VALUE ZERO.   01570015
015800                                                                  01580015
015900   COPY RUNCTLA1.                                                 01590015
016000                                                                  01600015
016100 PROCEDURE DIVISION.                                              01610015
016200     PERFORM 200-REGISTRA-INICIO                                  01620015
016300     PERFORM 010-CARREGA-FAIXAS                                   01630015
016400     IF RETURN-CODE = 0                                           01640015
016500        OPEN INPUT FXMANT                                         01650015
016600        IF WS-FXMANT-STATUS NOT = '00'                            01660015
016700           DISPLAY 'BATCH022 - ERRO AO ABRIR FXMANT - STATUS: '   01670015
016800                   WS-FXMANT-STATUS                               01680015
016900           MOVE 16 TO RETURN-CODE                                 01690015
017000        ELSE                                                      01700015
017100           SET FXMANT-ABERTO TO TRUE                              01710015
017200           OPEN OUTPUT BINAUD                                     01720015
017300           IF WS-BINAUD-STATUS NOT = '00'                         01730015
017400              DISPLAY 'BATCH022 - ERRO AO ABRIR BINAUD - STATUS: '01740015
017500                      WS-BINAUD-STATUS                            01750015
017600              MOVE 16 TO RETURN-CODE                              01760015
017700           ELSE                                                   01770015
017800              SET BINAUD-ABERTO TO TRUE                           01780015
017900              PERFORM UNTIL MANT-FIM-ARQUIVO                      01790015
018000                 READ FXMANT                                      01800015
018100                    AT END SET MANT-FIM-ARQUIVO TO TRUE           01810015
018200                 NOT AT END                                       01820015
018300                    ADD 1 TO WS-TOT-LIDAS                         01830015
018400                    PERFORM 100-PROCESSA-TRANSACAO                01840015
018500                 END-READ                                         01850015
018600              END-PERFORM                                         01860015
018700              PERFORM 080-GRAVA-NOVA-IMAGEM                       01870015
018800           END-IF                                                 01880015
018900        END-IF                                                    01890015
019000     END-IF.                                                      01900015
019100     IF BINAUD-ABERTO                                             01910015
019200        CLOSE BINAUD                                              01920015
019300     END-IF.                                                      01930015
019400     IF FXMANT-ABERTO                                             01940015
019500        CLOSE FXMANT                                              01950015
019600     END-IF.                                                      01960015
019700     IF WS-TOT-ERROS > 0 AND RETURN-CODE = 0                      01970015
019800        MOVE 4 TO RETURN-CODE                                     01980015
019900     END-IF.                                                      01990015
020000     PERFORM 210-REGISTRA-FIM                                     02000015
020100     PERFORM 090-IMPRIME-TOTAIS                                   02010015
020200     STOP RUN.                                                    02020015
020300* --------------------------------                                02030015
020400 010-CARREGA-FAIXAS.                                              02040015
020500*    Carrega o BINFAIXA1 atual na tabela, na ordem do arquivo,    02050015
020600*    com a mesma normalizacao do BATCH005.  Arquivo acima de      02060015
020700*    500 faixas e erro de ambiente: a nova imagem sairia          02070015
020800*    truncada, entao nenhuma transacao e aplicada.                02080015
020900     OPEN INPUT BINFAIXA                                          02090015
021000     IF WS-BINFAIXA-STATUS NOT = '00'                             02100015
021100        DISPLAY 'BATCH022 - ERRO AO ABRIR BINFAIXA1 - STATUS: '   02110015
021200                WS-BINFAIXA-STATUS                                02120015
021300        MOVE 16 TO RETURN-CODE                                    02130015
021400     ELSE                                                         02140015
021500        PERFORM UNTIL FAIXA-FIM-ARQUIVO                           02150015
021600           READ BINFAIXA AT END SET FAIXA-FIM-ARQUIVO TO TRUE     02160015
021700           NOT AT END                                             02170015
021800              ADD 1 TO WS-TOT-FAIXAS-LIDAS                        02180015
021900              IF WS-QTD-FAIXAS >= 500                             02190015
022000                 DISPLAY 'BATCH022 - ERRO: BINFAIXA EXCEDE 500'   02200015
022100                         ' FAIXAS - MANUTENCAO NAO APLICADA'      02210015
022200                 MOVE 16 TO RETURN-CODE                           02220015
022300                 SET FAIXA-FIM-ARQUIVO TO TRUE                    02230015
022400              ELSE                                                02240015
022500                 ADD 1 TO WS-QTD-FAIXAS                           02250015
022600                 MOVE FD-BINFAIXA TO                              02260015
022700                      WS-FAIXA-IMAGEM (WS-QTD-FAIXAS)             02270015
022800                 MOVE FD-BINFAIXA-CODIGO-INICIO TO WS-CAND-INICIO 02280015
022900                 MOVE FD-BINFAIXA-CODIGO-FIM TO WS-CAND-FIM       02290015
023000                 MOVE FD-BINFAIXA-TAMANHO TO WS-CAND-TAMANHO      02300015
023100                 PERFORM 030-NORMALIZA-LIMITES                    02310015
023200                 MOVE WS-CAND-INICIO-NORM TO                      02320015
023300                      WS-FAIXA-INICIO-NORM (WS-QTD-FAIXAS)        02330015
023400                 MOVE WS-CAND-FIM-NORM TO                         02340015
023500                      WS-FAIXA-FIM-NORM (WS-QTD-FAIXAS)           02350015
023600                 IF FD-BINFAIXA-DATA-VIGENCIA NUMERIC             02360015
023700                    MOVE FD-BINFAIXA-DATA-VIGENCIA TO             02370015
023800                         WS-FAIXA-VIG-NORM (WS-QTD-FAIXAS)        02380015
023900                 ELSE                                             02390015
024000                    MOVE ZERO TO                                  02400015
024100                         WS-FAIXA-VIG-NORM (WS-QTD-FAIXAS)        02410015
024200                 END-IF                                           02420015
024300                 IF FD-BINFAIXA-DATA-EXPIRACAO NUMERIC            02430015
024400                       AND FD-BINFAIXA-DATA-EXPIRACAO >           02440015
024500                       ZERO                                       02450015
024600                    MOVE FD-BINFAIXA-DATA-EXPIRACAO TO            02460015
024700                         WS-FAIXA-EXP-NORM (WS-QTD-FAIXAS)        02470015
024800                 ELSE                                             02480015
024900                    MOVE 99999999 TO                              02490015
025000                         WS-FAIXA-EXP-NORM (WS-QTD-FAIXAS)        02500015
025100                 END-IF                                           02510015
025200                 SET FAIXA-ATIVA (WS-QTD-FAIXAS) TO TRUE          02520015
025300              END-IF                                              02530015
025400           END-READ                                               02540015
025500        END-PERFORM                                               02550015
025600        CLOSE BINFAIXA                                            02560015
025700     END-IF                                                       02570015
025800     .                                                            02580015
025900* --------------------------------                                02590015
026000 030-NORMALIZA-LIMITES.                                           02600015
026100*    Leva os limites da faixa candidata ao espaco de 8            02610015
026200*    digitos: tamanho 6 = inicio x 100 e fim x 100 + 99;          02620015
026300*    qualquer outro tamanho = limites ja em 8 digitos.            02630015
026400*    Limite acima de 999999 com tamanho 6 invalida a faixa,       02640015
026500*    que fica com os valores sem normalizar (como no BATCH005).   02650015
026600     SET CODIGO-VALIDO TO TRUE                                    02660015
026700     IF WS-CAND-TAMANHO = '6'                                     02670015
026800        MOVE 6 TO WS-CAND-TAMANHO-NORM                            02680015
026900        IF WS-CAND-INICIO > 999999                                02690015
027000              OR WS-CAND-FIM > 999999                             02700015
027100           SET CODIGO-INVALIDO TO TRUE                            02710015
027200           MOVE WS-CAND-INICIO TO WS-CAND-INICIO-NORM             02720015
027300           MOVE WS-CAND-FIM TO WS-CAND-FIM-NORM                   02730015
027400        ELSE                                                      02740015
027500           COMPUTE WS-CAND-INICIO-NORM = WS-CAND-INICIO * 100     02750015
027600           COMPUTE WS-CAND-FIM-NORM = WS-CAND-FIM * 100 + 99      02760015
027700        END-IF                                                    02770015
027800     ELSE                                                         02780015
027900        MOVE 8 TO WS-CAND-TAMANHO-NORM                            02790015
028000        MOVE WS-CAND-INICIO TO WS-CAND-INICIO-NORM                02800015
028100        MOVE WS-CAND-FIM TO WS-CAND-FIM-NORM                      02810015
028200     END-IF                                                       02820015
028300     .                                                            02830015
028400* --------------------------------                                02840015
028500 080-GRAVA-NOVA-IMAGEM.                                           02850015
028600*    Grava a nova imagem do arquivo de faixas: todas as faixas    02860015
028700*    ativas, na ordem da tabela.  Falha na abertura e erro de     02870015
028800*    ambiente (RC=16), o que impede o JCL de substituir o         02880015
028900*    BINFAIXA1.                                                   02890015
029000     OPEN OUTPUT BINFXNV                                          02900015
029100     IF WS-BINFXNV-STATUS NOT = '00'                              02910015
029200        DISPLAY 'BATCH022 - ERRO AO ABRIR BINFXNV1 - STATUS: '    02920015
029300                WS-BINFXNV-STATUS                                 02930015
029400        MOVE 16 TO RETURN-CODE                                    02940015
029500     ELSE                                                         02950015
029600        PERFORM VARYING WS-IDX-A FROM 1 BY 1                      02960015
029700              UNTIL WS-IDX-A > WS-QTD-FAIXAS                      02970015
029800           IF FAIXA-ATIVA (WS-IDX-A)                              02980015
029900              WRITE FD-BINFXNV-REG                                02990015
030000                    FROM WS-FAIXA-IMAGEM (WS-IDX-A)               03000015
030100              ADD 1 TO WS-TOT-FAIXAS-GRAVADAS                     03010015
030200           END-IF                                                 03020015
030300        END-PERFORM                                               03030015
030400        CLOSE BINFXNV                                             03040015
030500     END-IF                                                       03050015
030600     .                                                            03060015
030700* --------------------------------                                03070015
030800 100-PROCESSA-TRANSACAO.                                          03080015
030900*    Valida datas e limites da transacao, direciona para a        03090015
031000*    rotina de inclusao, alteracao ou exclusao de acordo com      03100015
031100*    FD-FXM-ACAO e grava o resultado no log de auditoria.         03110015
031200     MOVE SPACES TO WS-ANTES-BANDEIRA WS-ANTES-EMISSOR            03120015
031300     MOVE SPACES TO WS-DEPOIS-BANDEIRA WS-DEPOIS-EMISSOR          03130015
031400     MOVE ZERO TO WS-IDX-ACHADA                                   03140015
031500     PERFORM 105-PREPARA-DATAS                                    03150015
031600     MOVE FD-FXM-CODIGO-INICIO TO WS-CAND-INICIO                  03160015
031700     MOVE FD-FXM-CODIGO-FIM TO WS-CAND-FIM                        03170015
031800     MOVE FD-FXM-TAMANHO TO WS-CAND-TAMANHO                       03180015
031900     PERFORM 030-NORMALIZA-LIMITES                                03190015
032000     IF DATAS-INVALIDAS                                           03200015
032100        ADD 1 TO WS-TOT-ERROS                                     03210015
032200        MOVE '25' TO WS-RESULTADO-COD                             03220015
032300        MOVE 'DATAS DE VIGENCIA INVALIDAS'                        03230015
032400             TO WS-RESULTADO-DESC                                 03240015
032500     ELSE                                                         03250015
032600     IF CODIGO-INVALIDO                                           03260015
032700        ADD 1 TO WS-TOT-ERROS                                     03270015
032800        MOVE '26' TO WS-RESULTADO-COD                             03280015
032900        MOVE 'LIMITE INCOMPATIVEL C/ TAMANHO'                     03290015
033000             TO WS-RESULTADO-DESC                                 03300015
033100     ELSE                                                         03310015
033200     IF WS-CAND-INICIO-NORM > WS-CAND-FIM-NORM                    03320015
033300        ADD 1 TO WS-TOT-ERROS                                     03330015
033400        MOVE '23' TO WS-RESULTADO-COD                             03340015
033500        MOVE 'FAIXA INVERTIDA (INICIO > FIM)'                     03350015
033600             TO WS-RESULTADO-DESC                                 03360015
033700     ELSE                                                         03370015
033800     EVALUATE FD-FXM-ACAO                                         03380015
033900        WHEN 'A'                                                  03390015
034000           PERFORM 110-INCLUIR-FAIXA                              03400015
034100        WHEN 'C'                                                  03410015
034200           PERFORM 120-ALTERAR-FAIXA                              03420015
034300        WHEN 'D'                                                  03430015
034400           PERFORM 130-EXCLUIR-FAIXA                              03440015
034500        WHEN OTHER                                                03450015
034600           ADD 1 TO WS-TOT-ERROS                                  03460015
034700           MOVE '99' TO WS-RESULTADO-COD                          03470015
034800           MOVE 'ACAO DE MANUTENCAO INVALIDA' TO WS-RESULTADO-DESC03480015
034900     END-EVALUATE                                                 03490015
035000     END-IF                                                       03500015
035100     END-IF                                                       03510015
035200     END-IF                                                       03520015
035300     PERFORM 199-GRAVA-AUDITORIA                                  03530015
035400     .                                                            03540015
035500* --------------------------------                                03550015
035600 105-PREPARA-DATAS.                                               03560015
035700*    Mesma normalizacao do BATCH003: datas em branco ou nao       03570015
035800*    numericas valem zero (vigencia imediata / sem expiracao);    03580015
035900*    vigencia posterior a expiracao, com ambas informadas,        03590015
036000*    invalida a transacao.  A janela da faixa candidata usa a     03600015
036100*    convencao dos confrontos (expiracao zero = 99999999).        03610015
036200     IF FD-FXM-DATA-VIGENCIA NUMERIC                              03620015
036300        MOVE FD-FXM-DATA-VIGENCIA TO WS-MANT-VIGENCIA             03630015
036400     ELSE                                                         03640015
036500        MOVE ZERO TO WS-MANT-VIGENCIA                             03650015
036600     END-IF                                                       03660015
036700     IF FD-FXM-DATA-EXPIRACAO NUMERIC                             03670015
036800        MOVE FD-FXM-DATA-EXPIRACAO TO WS-MANT-EXPIRACAO           03680015
036900     ELSE                                                         03690015
037000        MOVE ZERO TO WS-MANT-EXPIRACAO                            03700015
037100     END-IF                                                       03710015
037200     SET DATAS-VALIDAS TO TRUE                                    03720015
037300     IF WS-MANT-VIGENCIA > ZERO                                   03730015
037400           AND WS-MANT-EXPIRACAO > ZERO                           03740015
037500           AND WS-MANT-VIGENCIA > WS-MANT-EXPIRACAO               03750015
037600        SET DATAS-INVALIDAS TO TRUE                               03760015
037700     END-IF                                                       03770015
037800     MOVE WS-MANT-VIGENCIA TO WS-CAND-VIG-NORM                    03780015
037900     IF WS-MANT-EXPIRACAO > ZERO                                  03790015
038000        MOVE WS-MANT-EXPIRACAO TO WS-CAND-EXP-NORM                03800015
038100     ELSE                                                         03810015
038200        MOVE 99999999 TO WS-CAND-EXP-NORM                         03820015
038300     END-IF                                                       03830015
038400     .                                                            03840015
038500* --------------------------------                                03850015
038600 110-INCLUIR-FAIXA.                                               03860015
038700*    Inclui a faixa ao final da tabela.  Rejeita se ja existir    03870015
038800*    faixa ativa com os mesmos limites ou com intervalo que se    03880015
038900*    intersecte, dentro de janelas de vigencia que tambem se      03890015
039000*    intersectam.                                                 03900015
039100     PERFORM 150-VERIFICA-SOBREPOSICAO                            03910015
039200     IF FAIXA-SOBREPOSTA                                          03920015
039300        ADD 1 TO WS-TOT-ERROS                                     03930015
039400        IF WS-FAIXA-INICIO-NORM (WS-IDX-CONFLITO) =               03940015
039500              WS-CAND-INICIO-NORM                                 03950015
039600              AND WS-FAIXA-FIM-NORM (WS-IDX-CONFLITO) =           03960015
039700              WS-CAND-FIM-NORM                                    03970015
039800           MOVE '20' TO WS-RESULTADO-COD                          03980015
039900           MOVE 'FAIXA JA CADASTRADA' TO WS-RESULTADO-DESC        03990015
040000        ELSE                                                      04000015
040100           MOVE '24' TO WS-RESULTADO-COD                          04010015
040200           MOVE 'SOBREPOE FAIXA EXISTENTE'                        04020015
040300                TO WS-RESULTADO-DESC                              04030015
040400        END-IF                                                    04040015
040500     ELSE                                                         04050015
040600     IF WS-QTD-FAIXAS >= 500                                      04060015
040700        ADD 1 TO WS-TOT-ERROS                                     04070015
040800        MOVE '27' TO WS-RESULTADO-COD                             04080015
040900        MOVE 'TABELA DE FAIXAS CHEIA (500)'                       04090015
041000             TO WS-RESULTADO-DESC                                 04100015
041100     ELSE                                                         04110015
041200        ADD 1 TO WS-QTD-FAIXAS                                    04120015
041300        MOVE SPACES TO WS-FAIXA-IMAGEM (WS-QTD-FAIXAS)            04130015
041400        MOVE FD-FXM-CODIGO-INICIO TO                              04140015
041500             WS-FAIXA-CODIGO-INICIO (WS-QTD-FAIXAS)               04150015
041600        MOVE FD-FXM-CODIGO-FIM TO                                 04160015
041700             WS-FAIXA-CODIGO-FIM (WS-QTD-FAIXAS)                  04170015
041800        MOVE WS-CAND-TAMANHO-NORM TO                              04180015
041900             WS-FAIXA-TAMANHO (WS-QTD-FAIXAS)                     04190015
042000        MOVE FD-FXM-BANDEIRA TO                                   04200015
042100             WS-FAIXA-BANDEIRA (WS-QTD-FAIXAS)                    04210015
042200        MOVE FD-FXM-EMISSOR TO                                    04220015
042300             WS-FAIXA-EMISSOR (WS-QTD-FAIXAS)                     04230015
042400        MOVE WS-MANT-VIGENCIA TO                                  04240015
042500             WS-FAIXA-DATA-VIGENCIA (WS-QTD-FAIXAS)               04250015
042600        MOVE WS-MANT-EXPIRACAO TO                                 04260015
042700             WS-FAIXA-DATA-EXPIRACAO (WS-QTD-FAIXAS)              04270015
042800        MOVE WS-CAND-INICIO-NORM TO                               04280015
042900             WS-FAIXA-INICIO-NORM (WS-QTD-FAIXAS)                 04290015
043000        MOVE WS-CAND-FIM-NORM TO                                  04300015
043100             WS-FAIXA-FIM-NORM (WS-QTD-FAIXAS)                    04310015
043200        MOVE WS-CAND-VIG-NORM TO                                  04320015
043300             WS-FAIXA-VIG-NORM (WS-QTD-FAIXAS)                    04330015
043400        MOVE WS-CAND-EXP-NORM TO                                  04340015
043500             WS-FAIXA-EXP-NORM (WS-QTD-FAIXAS)                    04350015
043600        SET FAIXA-ATIVA (WS-QTD-FAIXAS) TO TRUE                   04360015
043700        ADD 1 TO WS-TOT-INCLUSOES                                 04370015
043800        MOVE FD-FXM-BANDEIRA TO WS-DEPOIS-BANDEIRA                04380015
043900        MOVE FD-FXM-EMISSOR  TO WS-DEPOIS-EMISSOR                 04390015
044000        MOVE '00' TO WS-RESULTADO-COD                             04400015
044100        MOVE 'FAIXA INCLUIDA COM SUCESSO' TO WS-RESULTADO-DESC    04410015
044200     END-IF                                                       04420015
044300     END-IF                                                       04430015
044400     .                                                            04440015
044500* --------------------------------                                04450015
044600 120-ALTERAR-FAIXA.                                               04460015
044700*    Localiza a faixa pelos limites e regrava bandeira,           04470015
044800*    emissor e datas.  A nova janela de vigencia e confrontada    04480015
044900*    com as demais faixas ativas (a propria faixa e ignorada).    04490015
045000     PERFORM 140-LOCALIZA-FAIXA                                   04500015
045100     IF WS-IDX-ACHADA = ZERO                                      04510015
045200        ADD 1 TO WS-TOT-ERROS                                     04520015
045300        MOVE '21' TO WS-RESULTADO-COD                             04530015
045400        MOVE 'FAIXA NAO ENCONTRADA (ALTERAR)'                     04540015
045500             TO WS-RESULTADO-DESC                                 04550015
045600     ELSE                                                         04560015
045700        MOVE WS-FAIXA-BANDEIRA (WS-IDX-ACHADA) TO                 04570015
045800             WS-ANTES-BANDEIRA                                    04580015
045900        MOVE WS-FAIXA-EMISSOR (WS-IDX-ACHADA) TO                  04590015
046000             WS-ANTES-EMISSOR                                     04600015
046100        PERFORM 150-VERIFICA-SOBREPOSICAO                         04610015
046200        IF FAIXA-SOBREPOSTA                                       04620015
046300           ADD 1 TO WS-TOT-ERROS                                  04630015
046400           MOVE '24' TO WS-RESULTADO-COD                          04640015
046500           MOVE 'SOBREPOE FAIXA EXISTENTE'                        04650015
046600                TO WS-RESULTADO-DESC                              04660015
046700        ELSE                                                      04670015
046800           MOVE FD-FXM-BANDEIRA TO                                04680015
046900                WS-FAIXA-BANDEIRA (WS-IDX-ACHADA)                 04690015
047000           MOVE FD-FXM-EMISSOR TO                                 04700015
047100                WS-FAIXA-EMISSOR (WS-IDX-ACHADA)                  04710015
047200           MOVE WS-MANT-VIGENCIA TO                               04720015
047300                WS-FAIXA-DATA-VIGENCIA (WS-IDX-ACHADA)            04730015
047400           MOVE WS-MANT-EXPIRACAO TO                              04740015
047500                WS-FAIXA-DATA-EXPIRACAO (WS-IDX-ACHADA)           04750015
047600           MOVE WS-CAND-VIG-NORM TO                               04760015
047700                WS-FAIXA-VIG-NORM (WS-IDX-ACHADA)                 04770015
047800           MOVE WS-CAND-EXP-NORM TO                               04780015
047900                WS-FAIXA-EXP-NORM (WS-IDX-ACHADA)                 04790015
048000           ADD 1 TO WS-TOT-ALTERACOES                             04800015
048100           MOVE FD-FXM-BANDEIRA TO WS-DEPOIS-BANDEIRA             04810015
048200           MOVE FD-FXM-EMISSOR  TO WS-DEPOIS-EMISSOR              04820015
048300           MOVE '00' TO WS-RESULTADO-COD                          04830015
048400           MOVE 'FAIXA ALTERADA COM SUCESSO'                      04840015
048500                TO WS-RESULTADO-DESC                              04850015
048600        END-IF                                                    04860015
048700     END-IF                                                       04870015
048800     .                                                            04880015
048900* --------------------------------                                04890015
049000 130-EXCLUIR-FAIXA.                                               04900015
049100*    Localiza a faixa pelos limites.  Com data de expiracao       04910015
049200*    informada, programa a expiracao (a faixa segue em vigor      04920015
049300*    ate la); sem data, remove a faixa da nova imagem.  O log     04930015
049400*    fica com o campo 'depois' em branco na remocao.              04940015
049500     PERFORM 140-LOCALIZA-FAIXA                                   04950015
049600     IF WS-IDX-ACHADA = ZERO                                      04960015
049700        ADD 1 TO WS-TOT-ERROS                                     04970015
049800        MOVE '22' TO WS-RESULTADO-COD                             04980015
049900        MOVE 'FAIXA NAO ENCONTRADA (EXCLUIR)'                     04990015
050000             TO WS-RESULTADO-DESC                                 05000015
050100     ELSE                                                         05010015
050200        MOVE WS-FAIXA-BANDEIRA (WS-IDX-ACHADA) TO                 05020015
050300             WS-ANTES-BANDEIRA                                    05030015
050400        MOVE WS-FAIXA-EMISSOR (WS-IDX-ACHADA) TO                  05040015
050500             WS-ANTES-EMISSOR                                     05050015
050600        IF WS-MANT-EXPIRACAO > ZERO                               05060015
050700           PERFORM 135-PROGRAMA-EXPIRACAO                         05070015
050800        ELSE                                                      05080015
050900           SET FAIXA-EXCLUIDA (WS-IDX-ACHADA) TO TRUE             05090015
051000           ADD 1 TO WS-TOT-EXCLUSOES                              05100015
051100           MOVE '00' TO WS-RESULTADO-COD                          05110015
051200           MOVE 'FAIXA EXCLUIDA COM SUCESSO'                      05120015
051300                TO WS-RESULTADO-DESC                              05130015
051400        END-IF                                                    05140015
051500     END-IF                                                       05150015
051600     .                                                            05160015
051700* --------------------------------                                05170015
051800 135-PROGRAMA-EXPIRACAO.                                          05180015
051900*    Expiracao anterior ao inicio de vigencia da faixa deixaria   05190015
052000*    uma janela vazia: a transacao e rejeitada (para retirar a    05200015
052100*    faixa de imediato, exclusao sem data).  Encurtar a janela    05210015
052200*    nunca cria sobreposicao, entao nao ha novo confronto.        05220015
052300     IF WS-MANT-EXPIRACAO < WS-FAIXA-VIG-NORM (WS-IDX-ACHADA)     05230015
052400        ADD 1 TO WS-TOT-ERROS                                     05240015
052500        MOVE '25' TO WS-RESULTADO-COD                             05250015
052600        MOVE 'EXPIRACAO ANTERIOR A VIGENCIA'                      05260015
052700             TO WS-RESULTADO-DESC                                 05270015
052800     ELSE                                                         05280015
052900        MOVE WS-MANT-EXPIRACAO TO                                 05290015
053000             WS-FAIXA-DATA-EXPIRACAO (WS-IDX-ACHADA)              05300015
053100        MOVE WS-MANT-EXPIRACAO TO                                 05310015
053200             WS-FAIXA-EXP-NORM (WS-IDX-ACHADA)                    05320015
053300        ADD 1 TO WS-TOT-EXPIR-PROGRAMADAS                         05330015
053400        MOVE WS-FAIXA-BANDEIRA (WS-IDX-ACHADA) TO                 05340015
053500             WS-DEPOIS-BANDEIRA                                   05350015
053600        MOVE WS-FAIXA-EMISSOR (WS-IDX-ACHADA) TO                  05360015
053700             WS-DEPOIS-EMISSOR                                    05370015
053800        MOVE '00' TO WS-RESULTADO-COD                             05380015
053900        MOVE 'EXPIRACAO PROGRAMADA' TO WS-RESULTADO-DESC          05390015
054000     END-IF                                                       05400015
054100     .                                                            05410015
054200* --------------------------------                                05420015
054300 140-LOCALIZA-FAIXA.                                              05430015
054400*    Chave da faixa = limites normalizados.  Vale a primeira      05440015
054500*    faixa ativa na ordem do arquivo, a mesma que o BATCH001      05450015
054600*    usaria.                                                      05460015
054700     MOVE ZERO TO WS-IDX-ACHADA                                   05470015
054800     PERFORM VARYING WS-IDX-A FROM 1 BY 1                         05480015
054900           UNTIL WS-IDX-A > WS-QTD-FAIXAS                         05490015
055000              OR WS-IDX-ACHADA > ZERO                             05500015
055100        IF FAIXA-ATIVA (WS-IDX-A)                                 05510015
055200              AND WS-FAIXA-INICIO-NORM (WS-IDX-A) =               05520015
055300              WS-CAND-INICIO-NORM                                 05530015
055400              AND WS-FAIXA-FIM-NORM (WS-IDX-A) =                  05540015
055500              WS-CAND-FIM-NORM                                    05550015
055600           MOVE WS-IDX-A TO WS-IDX-ACHADA                         05560015
055700        END-IF                                                    05570015
055800     END-PERFORM                                                  05580015
055900     .                                                            05590015
056000* --------------------------------                                05600015
056100 150-VERIFICA-SOBREPOSICAO.                                       05610015
056200*    Confronta a faixa candidata com as faixas ativas, exceto     05620015
056300*    a propria faixa em alteracao (WS-IDX-ACHADA), pela regra     05630015
056400*    do BATCH005: conflito quando as janelas de vigencia e os     05640015
056500*    intervalos se intersectam.  Faixas gravadas invertidas       05650015
056600*    nao cobrem codigo algum e sao ignoradas.  A primeira         05660015
056700*    faixa em conflito fica em WS-IDX-CONFLITO e e listada.       05670015
056800     SET FAIXA-SEM-SOBREPOSICAO TO TRUE                           05680015
056900     MOVE ZERO TO WS-IDX-CONFLITO                                 05690015
057000     PERFORM VARYING WS-IDX-A FROM 1 BY 1                         05700015
057100           UNTIL WS-IDX-A > WS-QTD-FAIXAS                         05710015
057200              OR FAIXA-SOBREPOSTA                                 05720015
057300        IF FAIXA-ATIVA (WS-IDX-A)                                 05730015
057400              AND WS-IDX-A NOT = WS-IDX-ACHADA                    05740015
057500              AND WS-FAIXA-INICIO-NORM (WS-IDX-A) NOT >           05750015
057600              WS-FAIXA-FIM-NORM (WS-IDX-A)                        05760015
057700              AND WS-FAIXA-VIG-NORM (WS-IDX-A) NOT >              05770015
057800              WS-CAND-EXP-NORM                                    05780015
057900              AND WS-CAND-VIG-NORM NOT >                          05790015
058000              WS-FAIXA-EXP-NORM (WS-IDX-A)                        05800015
058100              AND WS-FAIXA-INICIO-NORM (WS-IDX-A) NOT >           05810015
058200              WS-CAND-FIM-NORM                                    05820015
058300              AND WS-CAND-INICIO-NORM NOT >                       05830015
058400              WS-FAIXA-FIM-NORM (WS-IDX-A)                        05840015
058500           SET FAIXA-SOBREPOSTA TO TRUE                           05850015
058600           MOVE WS-IDX-A TO WS-IDX-CONFLITO                       05860015
058700           DISPLAY 'BATCH022 - FAIXA ' WS-CAND-INICIO-NORM '-'    05870015
058800                   WS-CAND-FIM-NORM ' SOBREPOE A FAIXA '          05880015
058900                   WS-FAIXA-INICIO-NORM (WS-IDX-A) '-'            05890015
059000                   WS-FAIXA-FIM-NORM (WS-IDX-A)                   05900015
059100                   ' BANDEIRA: ' WS-FAIXA-BANDEIRA (WS-IDX-A)     05910015
059200        END-IF                                                    05920015
059300     END-PERFORM                                                  05930015
059400     .                                                            05940015
059500* --------------------------------                                05950015
059600 199-GRAVA-AUDITORIA.                                             05960015
059700*    Grava a transacao no log de auditoria como registro de       05970015
059800*    faixa (tipo 'F'): FD-AUD-CODIGO leva o inicio e              05980015
059900*    FD-AUD-CODIGO-FIM o fim da faixa, ambos normalizados.        05990015
060000     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-DHA-DATA             06000015
060100     MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-DHA-HORA             06010015
060200     MOVE WS-DHA-DATA          TO FD-AUD-DATA-HORA (1:8)          06020015
060300     MOVE WS-DHA-HORA          TO FD-AUD-DATA-HORA (9:6)          06030015
060400     MOVE FD-FXM-ACAO          TO FD-AUD-ACAO                     06040015
060500     MOVE WS-CAND-INICIO-NORM  TO FD-AUD-CODIGO                   06050015
060600     MOVE WS-ANTES-BANDEIRA    TO FD-AUD-BANDEIRA-ANTES           06060015
060700     MOVE WS-ANTES-EMISSOR     TO FD-AUD-EMISSOR-ANTES            06070015
060800     MOVE WS-DEPOIS-BANDEIRA   TO FD-AUD-BANDEIRA-DEPOIS          06080015
060900     MOVE WS-DEPOIS-EMISSOR    TO FD-AUD-EMISSOR-DEPOIS           06090015
061000     MOVE WS-RESULTADO-COD     TO FD-AUD-RESULTADO-COD            06100015
061100     MOVE WS-RESULTADO-DESC    TO FD-AUD-RESULTADO-DESC           06110015
061200     SET FD-AUD-REGISTRO-FAIXA TO TRUE                            06120015
061300     MOVE WS-CAND-FIM-NORM     TO FD-AUD-CODIGO-FIM               06130015
061400     WRITE FD-BINAUD-REG                                          06140015
061500     .                                                            06150015
061600* --------------------------------                                06160015
061700 090-IMPRIME-TOTAIS.                                              06170015
061800     DISPLAY '==========================================='        06180015
061900     DISPLAY 'BATCH022 - MANUTENCAO DO ARQUIVO DE FAIXAS'         06190015
062000     DISPLAY '==========================================='        06200015
062100     DISPLAY 'FAIXAS LIDAS DO BINFAIXA1.........: '               06210015
062200             WS-TOT-FAIXAS-LIDAS                                  06220015
062300     DISPLAY 'TRANSACOES LIDAS DO FXMANT........: '               06230015
062400             WS-TOT-LIDAS                                         06240015
062500     DISPLAY 'INCLUSOES.........................: '               06250015
062600             WS-TOT-INCLUSOES                                     06260015
062700     DISPLAY 'ALTERACOES........................: '               06270015
062800             WS-TOT-ALTERACOES                                    06280015
062900     DISPLAY 'EXCLUSOES.........................: '               06290015
063000             WS-TOT-EXCLUSOES                                     06300015
063100     DISPLAY 'EXPIRACOES PROGRAMADAS............: '               06310015
063200             WS-TOT-EXPIR-PROGRAMADAS                             06320015
063300     DISPLAY 'TRANSACOES COM ERRO...............: '               06330015
063400             WS-TOT-ERROS                                         06340015
063500     DISPLAY 'FAIXAS GRAVADAS NO BINFXNV1.......: '               06350015
063600             WS-TOT-FAIXAS-GRAVADAS                               06360015
063700     DISPLAY '==========================================='        06370015
063800     .                                                            06380015
063900* --------------------------------                                06390015
064000 200-REGISTRA-INICIO.                                             06400015
064100*    Registra o inicio no controle de execucao (RUNCTL01,         06410015
064200*    subprograma RUNCTL).  Manutencao sob demanda, sem            06420015
064300*    protecao de reexecucao; falha no controle apenas avisa.      06430015
064400     INITIALIZE RUNCTL-AREA                                       06440015
064500     MOVE 'I'        TO RUNCTL-FUNCAO                             06450015
064600     MOVE 'BATCH022' TO RUNCTL-PROGRAMA                           06460015
064700     MOVE ZERO       TO RUNCTL-DATA-CICLO                         06470015
064800     MOVE 'N'        TO RUNCTL-PROTEGE                            06480015
064900     MOVE 'N'        TO RUNCTL-OVERRIDE                           06490015
065000     CALL 'RUNCTL' USING RUNCTL-AREA                              06500015
065100     IF RUNCTL-RETORNO = '99'                                     06510015
065200        DISPLAY 'BATCH022 - AVISO: CONTROLE DE EXECUCAO'          06520015
065300                ' INDISPONIVEL'                                   06530015
065400     END-IF                                                       06540015
065500     .                                                            06550015
065600* --------------------------------                                06560015
065700 210-REGISTRA-FIM.                                                06570015
065800*    Registra a conclusao com os totais de controle               06580015
065900*    (selecionados = transacoes aplicadas; excecoes =             06590015
066000*    transacoes rejeitadas), preservando o RETURN-CODE.           06600015
066100     MOVE RETURN-CODE TO WS-RETORNO-JOB                           06610015
066200     IF WS-RETORNO-JOB > 4                                        06620015
066300        MOVE 'E' TO RUNCTL-FUNCAO                                 06630015
066400     ELSE                                                         06640015
066500        MOVE 'C' TO RUNCTL-FUNCAO                                 06650015
066600     END-IF                                                       06660015
066700     MOVE WS-TOT-LIDAS TO RUNCTL-TOT-LIDOS                        06670015
066800     COMPUTE RUNCTL-TOT-SELECIONADOS =                            06680015
066900             WS-TOT-INCLUSOES + WS-TOT-ALTERACOES                 06690015
067000             + WS-TOT-EXCLUSOES + WS-TOT-EXPIR-PROGRAMADAS        06700015
067100     MOVE ZERO         TO RUNCTL-TOT-REJEITADOS                   06710015
067200     MOVE WS-TOT-ERROS TO RUNCTL-TOT-EXCECOES                     06720015
067300     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    06730015
067400     CALL 'RUNCTL' USING RUNCTL-AREA                              06740015
067500     MOVE WS-RETORNO-JOB TO RETURN-CODE                           06750015
067600     .                                                            06760015
