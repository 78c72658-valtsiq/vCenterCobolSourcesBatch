000100 IDENTIFICATION DIVISION.                                         00010015
000200 PROGRAM-ID. BATCH023.                                            00020015
000300                                                                  00030015
000400 ENVIRONMENT DIVISION.                                            00040015
000500                                                                  00050015
000600 INPUT-OUTPUT SECTION.                                            00060015
000700   FILE-CONTROL.                                                  00070015
000800        SELECT ISSAUD ASSIGN TO 'ISSAUD01'                        00080015
000900        ORGANIZATION SEQUENTIAL                                   00090015
001000        FILE STATUS IS WS-ISSAUD-STATUS.                          00100015
001100        SELECT BINCARD1 ASSIGN TO 'BIN00001'                      00110015
001200        ORGANIZATION INDEXED                                      00120015
001300        RECORD KEY IS FD-BINCARD1-CODIGO                          00130015
001400        FILE STATUS IS WS-BINCARD1-STATUS.                        00140015
001500        SELECT BINMANT ASSIGN TO 'BINMANT1'                       00150015
001600        ORGANIZATION SEQUENTIAL                                   00160015
001700        FILE STATUS IS WS-BINMANT-STATUS.                         00170015
001800*-------------------------------------------------                00180015
001900 DATA DIVISION.                                                   00190015
002000   FILE SECTION.                                                  00200015
002100                                                                  00210015
002200   FD ISSAUD                                                      00220015
002300        RECORDING MODE IS F                                       00230015
002400        RECORD CONTAINS 134 CHARACTERS.                           00240015
002500                                                                  00250015
002600*  Trilha de auditoria do cadastro de emissores, gravada pelo     00260015
002700*  BATCH010 (mesmo layout).  A desativacao de um emissor e uma    00270015
002800*  alteracao ('C') com status 'I' no depois.                      00280015
002900   01 FD-ISSAUD-REG.                                              00290015
003000      05 FD-IAUD-DATA-HORA                PIC X(014).             00300015
003100      05 FD-IAUD-ACAO                     PIC X(001).             00310015
003200      05 FD-IAUD-CODIGO                   PIC 9(005).             00320015
003300      05 FD-IAUD-EMISSOR-ANTES            PIC X(035).             00330015
003400      05 FD-IAUD-BANCO-ANTES              PIC X(003).             00340015
003500      05 FD-IAUD-PAIS-ANTES               PIC X(002).             00350015
003600      05 FD-IAUD-STATUS-ANTES             PIC X(001).             00360015
003700      05 FD-IAUD-EMISSOR-DEPOIS           PIC X(035).             00370015
003800      05 FD-IAUD-BANCO-DEPOIS             PIC X(003).             00380015
003900      05 FD-IAUD-PAIS-DEPOIS              PIC X(002).             00390015
004000      05 FD-IAUD-STATUS-DEPOIS            PIC X(001).             00400015
004100      05 FD-IAUD-RESULTADO-COD            PIC X(002).             00410015
004200      05 FD-IAUD-RESULTADO-DESC           PIC X(030).             00420015
004300                                                                  00430015
004400   FD BINCARD1                                                    00440015
004500        RECORDING MODE IS F                                       00450015
004600        RECORD CONTAINS 252 CHARACTERS.                           00460015
004700                                                                  00470015
004800   COPY BINCARD1.                                                 00480015
004900                                                                  00490015
005000   FD BINMANT                                                     00500015
005100        RECORDING MODE IS F                                       00510015
005200        RECORD CONTAINS 76 CHARACTERS.                            00520015
005300                                                                  00530015
005400   COPY BINMANT1.                                                 00540015
005500                                                                  00550015
005600   WORKING-STORAGE SECTION.                                       00560015
005700*    Propagacao das alteracoes do cadastro de emissores para o    00570015
005800*    mestre de BINs.  Le a geracao do ISSAUD01 da noite e         00580015
005900*    guarda, por codigo de emissor, as alteracoes aplicadas com   00590015
006000*    sucesso que renomearam ou inativaram o emissor (a ultima     00600015
006100*    alteracao do codigo na geracao define o estado final).       00610015
006200*    Em seguida percorre o BIN00001 e, para cada BIN cujo         00620015
006300*    FD-BINCARD1-EMISSOR-CODIGO aponta para um desses             00630015
006400*    emissores, PROPOE a manutencao no layout BINMANT1:           00640015
006500*      - emissor inativo: exclusao com data de expiracao          00650015
006600*        (expiracao programada, a data da inativacao);            00660015
006700*      - emissor renomeado: alteracao com o nome novo e os        00670015
006800*        demais campos do BIN inalterados.                        00680015
006900*    Nada e aplicado aqui: o lote gerado passa pela critica,      00690015
007000*    prova e aprovacao do BATCH013 como qualquer outro.           00700015
007100   01 WS-ISSAUD-STATUS                   PIC X(002) VALUE '00'.   00710015
007200   01 WS-BINCARD1-STATUS                 PIC X(002) VALUE '00'.   00720015
007300   01 WS-BINMANT-STATUS                  PIC X(002) VALUE '00'.   00730015
007400                                                                  00740015
007500   01 WS-ISSAUD-EOF                      PIC X(001) VALUE 'N'.    00750015
007600      88 ISSAUD-FIM-ARQUIVO               VALUE 'Y'.              00760015
007700   01 WS-BINCARD1-EOF                    PIC X(001) VALUE 'N'.    00770015
007800      88 BINCARD1-FIM-ARQUIVO             VALUE 'Y'.              00780015
007900                                                                  00790015
008000   01 WS-BINMANT-ABERTO-SW               PIC X(001) VALUE 'N'.    00800015
008100      88 BINMANT-ABERTO                   VALUE 'S'.              00810015
008200                                                                  00820015
008300   01 WS-TABELA-ALTERACOES.                                       00830015
008400      05 WS-QTD-ALTERACOES       PIC 9(005) VALUE ZERO.           00840015
008500      05 WS-ALTERACAO-TAB OCCURS 0 TO 2000 TIMES                  00850015
008600            DEPENDING ON WS-QTD-ALTERACOES                        00860015
008700            INDEXED BY WS-IDX-ALTERACAO.                          00870015
008800         10 WS-ALT-CODIGO           PIC 9(005).                   00880015
008900         10 WS-ALT-NOME-ANTERIOR    PIC X(035).                   00890015
009000         10 WS-ALT-NOME-ATUAL       PIC X(035).                   00900015
009100         10 WS-ALT-STATUS           PIC X(001).                   00910015
009200            88 ALT-EMISSOR-INATIVO   VALUE 'I'.                   00920015
009300         10 WS-ALT-DATA             PIC X(008).                   00930015
009400                                                                  00940015
009500   01 WS-ALTERACAO-SW                    PIC X(001) VALUE 'N'.    00950015
009600      88 ALTERACAO-ACHADA                 VALUE 'S'.              00960015
009700      88 ALTERACAO-NAO-ACHADA             VALUE 'N'.              00970015
009800                                                                  00980015
009900   01 WS-DATA-EXPIRACAO                  PIC 9(008) VALUE ZERO.   00990015
010000   01 WS-BIN-EXPIRACAO                   PIC 9(008) VALUE ZERO.   01000015
010100                                                                  01010015
010200   01 WS-TOTAIS.                                                  01020015
010300      05 WS-TOT-AUDITORIA-LIDOS          PIC 9(007) VALUE ZERO.   01030015
010400      05 WS-TOT-RENOMEACOES              PIC 9(007) VALUE ZERO.   01040015
010500      05 WS-TOT-INATIVACOES              PIC 9(007) VALUE ZERO.   01050015
010600      05 WS-TOT-BINS-LIDOS               PIC 9(007) VALUE ZERO.   01060015
010700      05 WS-TOT-PROPOSTAS-ALTERACAO      PIC 9(007) VALUE ZERO.   01070015
010800      05 WS-TOT-PROPOSTAS-EXPIRACAO      PIC 9(007) VALUE ZERO.   01080015
010900      05 WS-TOT-JA-EXPIRANDO             PIC 9(007) VALUE ZERO.   01090015
011000                                                                  01100015
011100   01 WS-RETORNO-JOB                     PIC 9(002) VALUE ZERO.   01110015
011200                                                                  01120015
011300   COPY RUNCTLA1.                                                 01130015
011400                                                                  01140015
011500 PROCEDURE DIVISION.                                              01150015
011600     PERFORM 200-REGISTRA-INICIO                                  01160015
011700     PERFORM 010-CARREGA-ALTERACOES                               01170015
011800     IF RETURN-CODE = 0                                           01180015
011900        OPEN OUTPUT BINMANT                                       01190015
012000        IF WS-BINMANT-STATUS NOT = '00'                           01200015
012100           DISPLAY 'BATCH023 - ERRO AO ABRIR BINMANT - STATUS: '  01210015
012200                   WS-BINMANT-STATUS                              01220015
012300           MOVE 16 TO RETURN-CODE                                 01230015
012400        ELSE                                                      01240015
012500           SET BINMANT-ABERTO TO TRUE                             01250015
012600           IF WS-QTD-ALTERACOES > 0                               01260015
012700              PERFORM 020-VARRE-MESTRE                            01270015
012800           ELSE                                                   01280015
012900              DISPLAY 'BATCH023 - NENHUM EMISSOR RENOMEADO OU'    01290015
013000                      ' INATIVADO NA GERACAO DO ISSAUD01'         01300015
013100           END-IF                                                 01310015
013200        END-IF                                                    01320015
013300     END-IF.                                                      01330015
013400     IF BINMANT-ABERTO                                            01340015
013500        CLOSE BINMANT                                             01350015
013600     END-IF.                                                      01360015
013700     PERFORM 210-REGISTRA-FIM                                     01370015
013800     PERFORM 090-IMPRIME-TOTAIS                                   01380015
013900     STOP RUN.                                                    01390015
014000* --------------------------------                                01400015
014100 010-CARREGA-ALTERACOES.                                          01410015
014200*    Le a geracao do ISSAUD01 e monta a tabela de emissores       01420015
014300*    renomeados/inativados.  So contam alteracoes ('C')           01430015
014400*    aplicadas com sucesso (resultado '00'); inclusoes nao        01440015
014500*    afetam BINs existentes e a exclusao fisica e reservada a     01450015
014600*    registros incluidos por engano (BATCH010).                   01460015
014700     OPEN INPUT ISSAUD                                            01470015
014800     IF WS-ISSAUD-STATUS NOT = '00'                               01480015
014900        DISPLAY 'BATCH023 - ERRO AO ABRIR ISSAUD01 - STATUS: '    01490015
015000                WS-ISSAUD-STATUS                                  01500015
015100        MOVE 16 TO RETURN-CODE                                    01510015
015200     ELSE                                                         01520015
015300        PERFORM UNTIL ISSAUD-FIM-ARQUIVO                          01530015
015400           READ ISSAUD AT END SET ISSAUD-FIM-ARQUIVO TO TRUE      01540015
015500           NOT AT END                                             01550015
015600              ADD 1 TO WS-TOT-AUDITORIA-LIDOS                     01560015
015700              IF FD-IAUD-ACAO = 'C'                               01570015
015800                    AND FD-IAUD-RESULTADO-COD = '00'              01580015
015900                 PERFORM 015-REGISTRA-ALTERACAO                   01590015
016000              END-IF                                              01600015
016100           END-READ                                               01610015
016200        END-PERFORM                                               01620015
016300        CLOSE ISSAUD                                              01630015
016400     END-IF                                                       01640015
016500     .                                                            01650015
016600* --------------------------------                                01660015
016700 015-REGISTRA-ALTERACAO.                                          01670015
016800*    Emissor ja na tabela (mais de uma alteracao na mesma         01680015
016900*    geracao): atualiza o estado final, de modo que uma           01690015
017000*    reativacao posterior anula a inativacao.  Emissor novo na    01700015
017100*    tabela so entra se a alteracao renomeou ou inativou.         01710015
017200*    Tabela cheia e erro de ambiente: a propagacao sairia         01720015
017300*    incompleta sem aviso.                                        01730015
017400     SET ALTERACAO-NAO-ACHADA TO TRUE                             01740015
017500     IF WS-QTD-ALTERACOES > 0                                     01750015
017600        SET WS-IDX-ALTERACAO TO 1                                 01760015
017700        SEARCH WS-ALTERACAO-TAB                                   01770015
017800           AT END CONTINUE                                        01780015
017900           WHEN WS-ALT-CODIGO (WS-IDX-ALTERACAO)                  01790015
018000              = FD-IAUD-CODIGO                                    01800015
018100              SET ALTERACAO-ACHADA TO TRUE                        01810015
018200        END-SEARCH                                                01820015
018300     END-IF                                                       01830015
018400     IF FD-IAUD-EMISSOR-DEPOIS NOT = FD-IAUD-EMISSOR-ANTES        01840015
018500        ADD 1 TO WS-TOT-RENOMEACOES                               01850015
018600     END-IF                                                       01860015
018700     IF FD-IAUD-STATUS-DEPOIS = 'I'                               01870015
018800           AND FD-IAUD-STATUS-ANTES NOT = 'I'                     01880015
018900        ADD 1 TO WS-TOT-INATIVACOES                               01890015
019000     END-IF                                                       01900015
019100     IF ALTERACAO-NAO-ACHADA                                      01910015
019200        IF FD-IAUD-EMISSOR-DEPOIS NOT = FD-IAUD-EMISSOR-ANTES     01920015
019300              OR (FD-IAUD-STATUS-DEPOIS = 'I'                     01930015
019400              AND FD-IAUD-STATUS-ANTES NOT = 'I')                 01940015
019500           IF WS-QTD-ALTERACOES >= 2000                           01950015
019600              DISPLAY 'BATCH023 - ERRO: ISSAUD EXCEDE 2000'       01960015
019700                      ' EMISSORES ALTERADOS - PROPAGACAO'         01970015
019800                      ' NAO GERADA'                               01980015
019900              MOVE 16 TO RETURN-CODE                              01990015
020000              SET ISSAUD-FIM-ARQUIVO TO TRUE                      02000015
020100           ELSE                                                   02010015
020200              ADD 1 TO WS-QTD-ALTERACOES                          02020015
020300              SET WS-IDX-ALTERACAO TO WS-QTD-ALTERACOES           02030015
020400              MOVE FD-IAUD-CODIGO TO                              02040015
020500                   WS-ALT-CODIGO (WS-IDX-ALTERACAO)               02050015
020600              MOVE FD-IAUD-EMISSOR-ANTES TO                       02060015
020700                   WS-ALT-NOME-ANTERIOR (WS-IDX-ALTERACAO)        02070015
020800              SET ALTERACAO-ACHADA TO TRUE                        02080015
020900           END-IF                                                 02090015
021000        END-IF                                                    02100015
021100     END-IF                                                       02110015
021200     IF ALTERACAO-ACHADA                                          02120015
021300        MOVE FD-IAUD-EMISSOR-DEPOIS TO                            02130015
021400             WS-ALT-NOME-ATUAL (WS-IDX-ALTERACAO)                 02140015
021500        MOVE FD-IAUD-STATUS-DEPOIS TO                             02150015
021600             WS-ALT-STATUS (WS-IDX-ALTERACAO)                     02160015
021700        MOVE FD-IAUD-DATA-HORA (1:8) TO                           02170015
021800             WS-ALT-DATA (WS-IDX-ALTERACAO)                       02180015
021900     END-IF                                                       02190015
022000     .                                                            02200015
022100* --------------------------------                                02210015
022200 020-VARRE-MESTRE.                                                02220015
022300*    Percorre o mestre inteiro (so leitura): BIN00001             02230015
022400*    indisponivel e erro de ambiente (RC=16).                     02240015
022500     OPEN INPUT BINCARD1                                          02250015
022600     IF WS-BINCARD1-STATUS NOT = '00'                             02260015
022700        DISPLAY 'BATCH023 - ERRO AO ABRIR BINCARD1 - STATUS: '    02270015
022800                WS-BINCARD1-STATUS                                02280015
022900        MOVE 16 TO RETURN-CODE                                    02290015
023000     ELSE                                                         02300015
023100        PERFORM UNTIL BINCARD1-FIM-ARQUIVO                        02310015
023200           READ BINCARD1 AT END SET BINCARD1-FIM-ARQUIVO TO TRUE  02320015
023300           NOT AT END                                             02330015
023400              ADD 1 TO WS-TOT-BINS-LIDOS                          02340015
023500              IF FD-BINCARD1-EMISSOR-CODIGO NUMERIC               02350015
023600                 PERFORM 030-VERIFICA-BIN                         02360015
023700              END-IF                                              02370015
023800           END-READ                                               02380015
023900        END-PERFORM                                               02390015
024000        CLOSE BINCARD1                                            02400015
024100     END-IF                                                       02410015
024200     .                                                            02420015
024300* --------------------------------                                02430015
024400 030-VERIFICA-BIN.                                                02440015
024500*    Emissor inativo prevalece sobre renomeacao: o BIN sai de     02450015
024600*    vigor, nao adianta corrigir o nome.  BIN de emissor          02460015
024700*    renomeado que ja traz o nome novo nao gera proposta.         02470015
024800     SET WS-IDX-ALTERACAO TO 1                                    02480015
024900     SEARCH WS-ALTERACAO-TAB                                      02490015
025000        AT END CONTINUE                                           02500015
025100        WHEN WS-ALT-CODIGO (WS-IDX-ALTERACAO)                     02510015
025200           = FD-BINCARD1-EMISSOR-CODIGO                           02520015
025300           IF ALT-EMISSOR-INATIVO (WS-IDX-ALTERACAO)              02530015
025400              PERFORM 040-PROPOE-EXPIRACAO                        02540015
025500           ELSE                                                   02550015
025600              IF FD-BINCARD1-EMISSOR NOT =                        02560015
025700                    WS-ALT-NOME-ATUAL (WS-IDX-ALTERACAO)          02570015
025800                 PERFORM 050-PROPOE-ALTERACAO                     02580015
025900              END-IF                                              02590015
026000           END-IF                                                 02600015
026100     END-SEARCH                                                   02610015
026200     .                                                            02620015
026300* --------------------------------                                02630015
026400 040-PROPOE-EXPIRACAO.                                            02640015
026500*    Exclusao com data de expiracao = data da inativacao no       02650015
026600*    ISSAUD01 (o BATCH003 programa a expiracao em vez de          02660015
026700*    excluir).  BIN que ja expira ate essa data fica como esta.   02670015
026800     MOVE WS-ALT-DATA (WS-IDX-ALTERACAO) TO WS-DATA-EXPIRACAO     02680015
026900     IF FD-BINCARD1-DATA-EXPIRACAO NUMERIC                        02690015
027000        MOVE FD-BINCARD1-DATA-EXPIRACAO TO WS-BIN-EXPIRACAO       02700015
027100     ELSE                                                         02710015
027200        MOVE ZERO TO WS-BIN-EXPIRACAO                             02720015
027300     END-IF                                                       02730015
027400     IF WS-BIN-EXPIRACAO > ZERO                                   02740015
027500           AND WS-BIN-EXPIRACAO NOT > WS-DATA-EXPIRACAO           02750015
027600        ADD 1 TO WS-TOT-JA-EXPIRANDO                              02760015
027700        DISPLAY 'IGNORADO - BIN ' FD-BINCARD1-CODIGO              02770015
027800                ' JA EXPIRA EM ' WS-BIN-EXPIRACAO                 02780015
027900                ' - EMISSOR ' FD-BINCARD1-EMISSOR-CODIGO          02790015
028000                ' INATIVO'                                        02800015
028100     ELSE                                                         02810015
028200        PERFORM 060-MONTA-TRANSACAO                               02820015
028300        MOVE 'D'               TO FD-MANT-ACAO                    02830015
028400        MOVE ZERO              TO FD-MANT-DATA-VIGENCIA           02840015
028500        MOVE WS-DATA-EXPIRACAO TO FD-MANT-DATA-EXPIRACAO          02850015
028600        WRITE FD-BINMANT-REG                                      02860015
028700        ADD 1 TO WS-TOT-PROPOSTAS-EXPIRACAO                       02870015
028800        DISPLAY 'PROPOSTA - EXPIRACAO DO BIN '                    02880015
028900                FD-BINCARD1-CODIGO ' EM ' WS-DATA-EXPIRACAO       02890015
029000        DISPLAY '  EMISSOR ' FD-BINCARD1-EMISSOR-CODIGO ' '       02900015
029100                FD-BINCARD1-EMISSOR ' INATIVADO'                  02910015
029200     END-IF                                                       02920015
029300     .                                                            02930015
029400* --------------------------------                                02940015
029500 050-PROPOE-ALTERACAO.                                            02950015
029600*    Alteracao com o nome novo.  O BATCH003 regrava bandeira,     02960015
029700*    tamanho, datas e codigo do emissor a partir da transacao,    02970015
029800*    entao todos esses campos saem com os valores atuais do BIN.  02980015
029900     PERFORM 060-MONTA-TRANSACAO                                  02990015
030000     MOVE 'C' TO FD-MANT-ACAO                                     03000015
030100     MOVE WS-ALT-NOME-ATUAL (WS-IDX-ALTERACAO) TO FD-MANT-EMISSOR 03010015
030200     WRITE FD-BINMANT-REG                                         03020015
030300     ADD 1 TO WS-TOT-PROPOSTAS-ALTERACAO                          03030015
030400     DISPLAY 'PROPOSTA - ALTERACAO DO BIN ' FD-BINCARD1-CODIGO    03040015
030500             ' EMISSOR ' FD-BINCARD1-EMISSOR-CODIGO               03050015
030600     DISPLAY '  DE  ' FD-BINCARD1-EMISSOR                         03060015
030700     DISPLAY '  PARA ' WS-ALT-NOME-ATUAL (WS-IDX-ALTERACAO)       03070015
030800     .                                                            03080015
030900* --------------------------------                                03090015
031000 060-MONTA-TRANSACAO.                                             03100015
031100*    Transacao com os valores atuais do BIN.  BIN de tamanho 6    03110015
031200*    volta ao codigo de 6 digitos (chave / 100), que a critica    03120015
031300*    e a aplicacao normalizam de novo para a chave.               03130015
031400     INITIALIZE FD-BINMANT-REG                                    03140015
031500     IF FD-BINCARD1-TAMANHO NUMERIC AND FD-BINCARD1-TAMANHO = 6   03150015
031600        DIVIDE FD-BINCARD1-CODIGO BY 100                          03160015
031700               GIVING FD-MANT-CODIGO                              03170015
031800        MOVE 6 TO FD-MANT-TAMANHO                                 03180015
031900     ELSE                                                         03190015
032000        MOVE FD-BINCARD1-CODIGO TO FD-MANT-CODIGO                 03200015
032100        MOVE 8 TO FD-MANT-TAMANHO                                 03210015
032200     END-IF                                                       03220015
032300     MOVE FD-BINCARD1-BANDEIRA TO FD-MANT-BANDEIRA                03230015
032400     MOVE FD-BINCARD1-EMISSOR  TO FD-MANT-EMISSOR                 03240015
032500     IF FD-BINCARD1-DATA-VIGENCIA NUMERIC                         03250015
032600        MOVE FD-BINCARD1-DATA-VIGENCIA TO FD-MANT-DATA-VIGENCIA   03260015
032700     ELSE                                                         03270015
032800        MOVE ZERO TO FD-MANT-DATA-VIGENCIA                        03280015
032900     END-IF                                                       03290015
033000     IF FD-BINCARD1-DATA-EXPIRACAO NUMERIC                        03300015
033100        MOVE FD-BINCARD1-DATA-EXPIRACAO TO                        03310015
033200             FD-MANT-DATA-EXPIRACAO                               03320015
033300     ELSE                                                         03330015
033400        MOVE ZERO TO FD-MANT-DATA-EXPIRACAO                       03340015
033500     END-IF                                                       03350015
033600     MOVE FD-BINCARD1-EMISSOR-CODIGO TO FD-MANT-EMISSOR-CODIGO    03360015
033700     .                                                            03370015
033800* --------------------------------                                03380015
033900 090-IMPRIME-TOTAIS.                                              03390015
034000     DISPLAY '==========================================='        03400015
034100     DISPLAY 'BATCH023 - PROPAGACAO DO CADASTRO DE EMISSORES'     03410015
034200     DISPLAY '==========================================='        03420015
034300     DISPLAY 'REGISTROS LIDOS DO ISSAUD01.......: '               03430015
034400             WS-TOT-AUDITORIA-LIDOS                               03440015
034500     DISPLAY 'RENOMEACOES DE EMISSOR............: '               03450015
034600             WS-TOT-RENOMEACOES                                   03460015
034700     DISPLAY 'INATIVACOES DE EMISSOR............: '               03470015
034800             WS-TOT-INATIVACOES                                   03480015
034900     DISPLAY 'BINS LIDOS DO BIN00001............: '               03490015
035000             WS-TOT-BINS-LIDOS                                    03500015
035100     DISPLAY 'ALTERACOES PROPOSTAS..............: '               03510015
035200             WS-TOT-PROPOSTAS-ALTERACAO                           03520015
035300     DISPLAY 'EXPIRACOES PROPOSTAS..............: '               03530015
035400             WS-TOT-PROPOSTAS-EXPIRACAO                           03540015
035500     DISPLAY 'BINS QUE JA EXPIRAM (IGNORADOS)...: '               03550015
035600             WS-TOT-JA-EXPIRANDO                                  03560015
035700     DISPLAY '==========================================='        03570015
035800     .                                                            03580015
035900* --------------------------------                                03590015
036000 200-REGISTRA-INICIO.                                             03600015
036100*    Registra o inicio no controle de execucao (RUNCTL01,         03610015
036200*    subprograma RUNCTL).  A reexecucao so gera uma nova          03620015
036300*    geracao de propostas, que ainda passa pela aprovacao do      03630015
036400*    BATCH013, entao nao ha protecao de reexecucao; falha no      03640015
036500*    controle apenas avisa.                                       03650015
036600     INITIALIZE RUNCTL-AREA                                       03660015
036700     MOVE 'I'        TO RUNCTL-FUNCAO                             03670015
036800     MOVE 'BATCH023' TO RUNCTL-PROGRAMA                           03680015
036900     MOVE ZERO       TO RUNCTL-DATA-CICLO                         03690015
037000     MOVE 'N'        TO RUNCTL-PROTEGE                            03700015
037100     MOVE 'N'        TO RUNCTL-OVERRIDE                           03710015
037200     CALL 'RUNCTL' USING RUNCTL-AREA                              03720015
037300     IF RUNCTL-RETORNO = '99'                                     03730015
037400        DISPLAY 'BATCH023 - AVISO: CONTROLE DE EXECUCAO'          03740015
037500                ' INDISPONIVEL'                                   03750015
037600     END-IF                                                       03760015
037700     .                                                            03770015
037800* --------------------------------                                03780015
037900 210-REGISTRA-FIM.                                                03790015
038000*    Registra a conclusao com os totais de controle (lidos =      03800015
038100*    BINs do mestre; selecionados = transacoes propostas;         03810015
038200*    excecoes = BINs de emissor inativo que ja expiram),          03820015
038300*    preservando o RETURN-CODE.                                   03830015
038400     MOVE RETURN-CODE TO WS-RETORNO-JOB                           03840015
038500     IF WS-RETORNO-JOB > 4                                        03850015
038600        MOVE 'E' TO RUNCTL-FUNCAO                                 03860015
038700     ELSE                                                         03870015
038800        MOVE 'C' TO RUNCTL-FUNCAO                                 03880015
038900     END-IF                                                       03890015
039000     MOVE WS-TOT-BINS-LIDOS TO RUNCTL-TOT-LIDOS                   03900015
039100     COMPUTE RUNCTL-TOT-SELECIONADOS =                            03910015
039200             WS-TOT-PROPOSTAS-ALTERACAO                           03920015
039300             + WS-TOT-PROPOSTAS-EXPIRACAO                         03930015
039400     MOVE ZERO                TO RUNCTL-TOT-REJEITADOS            03940015
039500     MOVE WS-TOT-JA-EXPIRANDO TO RUNCTL-TOT-EXCECOES              03950015
039600     MOVE WS-RETORNO-JOB      TO RUNCTL-RETORNO-JOB               03960015
039700     CALL 'RUNCTL' USING RUNCTL-AREA                              03970015
039800     MOVE WS-RETORNO-JOB TO RETURN-CODE                           03980015
039900     .                                                            03990015
