002700        SELECT BINFAIXA ASSIGN TO 'BINFAIXA1'                     00270015
002800        ORGANIZATION SEQUENTIAL                                   00280015
002900        FILE STATUS IS WS-BINFAIXA-STATUS.                        00290015
002910        SELECT BRANDRG ASSIGN TO 'BRANDRG1'                       00291015
002920        ORGANIZATION INDEXED                                      00292015
002930        ACCESS MODE IS SEQUENTIAL                                 00293015
002940        RECORD KEY IS FD-BRANDRG-CHAVE                            00294015
002950        FILE STATUS IS WS-BRANDRG-STATUS.                         00295015
003000        SELECT BINMREJ ASSIGN TO 'BINMREJ1'                       00300015
003100        ORGANIZATION SEQUENTIAL.                                  00310015
003200        SELECT BINMOK ASSIGN TO 'BINMOK01'                        00320015
008100        RECORD CONTAINS 264 CHARACTERS.                           00810015
008200                                                                  00820015
008300   COPY BINFAIXA.                                                 00830015
008310                                                                  00831015
008320   FD BRANDRG                                                     00832015
008330        RECORDING MODE IS F                                       00833015
008340        RECORD CONTAINS 40 CHARACTERS.                            00834015
008350                                                                  00835015
008360   COPY BRANDRG1.                                                 00836015
008400                                                                  00840015
008500   FD BINMREJ                                                     00850015
008600        RECORDING MODE IS F                                       00860015
010500   01 WS-BINCARD1-STATUS                 PIC X(002) VALUE '00'.   01050015
010600   01 WS-ISSUER-STATUS                   PIC X(002) VALUE '00'.   01060015
010700   01 WS-BINFAIXA-STATUS                 PIC X(002) VALUE '00'.   01070015
010750   01 WS-BRANDRG-STATUS                  PIC X(002) VALUE '00'.   01075015
010800                                                                  01080015
010900   01 WS-MANT-EOF                        PIC X(001) VALUE 'N'.    01090015
011000      88 MANT-FIM-ARQUIVO                 VALUE 'Y'.              01100015
011200      88 PARM-FIM-ARQUIVO                 VALUE 'Y'.              01120015
011300   01 WS-FAIXA-EOF                       PIC X(001) VALUE 'N'.    01130015
011400      88 FAIXA-FIM-ARQUIVO                VALUE 'Y'.              01140015
011410   01 WS-REGRA-EOF                       PIC X(001) VALUE 'N'.    01141015
011420      88 REGRA-FIM-ARQUIVO                VALUE 'Y'.              01142015
011500                                                                  01150015
011600   01 WS-APROVACAO-SW                    PIC X(001) VALUE 'N'.    01160015
011700      88 LOTE-APROVADO                    VALUE 'S'.              01170015
015700         10 WS-FAIXA-VIG-NORM       PIC 9(008).                   01570015
015800         10 WS-FAIXA-EXP-NORM       PIC 9(008).                   01580015
015900                                                                  01590015
015902*  Regras de prefixo/tamanho por bandeira (BRANDRG1), com o       01590215
015904*  divisor que isola na chave de 8 digitos o prefixo com a        01590415
015906*  quantidade de digitos da regra.                                01590615
015908   01 WS-TABELA-REGRAS.                                           01590815
015910      05 WS-QTD-REGRAS           PIC 9(003) VALUE ZERO.           01591015
015912      05 WS-REGRA-TAB OCCURS 0 TO 500 TIMES                       01591215
015914            DEPENDING ON WS-QTD-REGRAS                            01591415
015916            INDEXED BY WS-IDX-REGRA.                              01591615
015918         10 WS-REGRA-BANDEIRA       PIC X(010).                   01591815
015920         10 WS-REGRA-DIVISOR        PIC 9(008).                   01592015
015922         10 WS-REGRA-PREFIXO-INICIO PIC 9(006).                   01592215
015924         10 WS-REGRA-PREFIXO-FIM    PIC 9(006).                   01592415
015926         10 WS-REGRA-ACEITA-6       PIC X(001).                   01592615
015928         10 WS-REGRA-ACEITA-8       PIC X(001).                   01592815
015930   01 WS-REGRA-PREFIXO                   PIC 9(008) VALUE ZERO.   01593015
015932   01 WS-REGRA-DONO                      PIC X(010).              01593215
015934   01 WS-REGRA-BANDEIRA-SW               PIC X(001) VALUE 'N'.    01593415
015936      88 BANDEIRA-COM-REGRA               VALUE 'S'.              01593615
015938   01 WS-REGRA-PREFIXO-SW                PIC X(001) VALUE 'N'.    01593815
015940      88 PREFIXO-DA-BANDEIRA              VALUE 'S'.              01594015
015942   01 WS-REGRA-TAMANHO-SW                PIC X(001) VALUE 'N'.    01594215
015944      88 TAMANHO-DA-BANDEIRA              VALUE 'S'.              01594415
015946                                                                  01594615
016000   01 WS-TOTAIS.                                                  01600015
016100      05 WS-TOT-LIDAS            PIC 9(007) VALUE ZERO.           01610015
016200      05 WS-TOT-VALIDAS          PIC 9(007) VALUE ZERO.           01620015
016300      05 WS-TOT-REJEITADAS       PIC 9(007) VALUE ZERO.           01630015
016400      05 WS-TOT-LIBERADAS        PIC 9(007) VALUE ZERO.           01640015
016402                                                                  01640215
016404*  Registros de controle opcionais do lote (CTLARQ1): um BINMANT1 01640415
016406*  gerado por programa (ex.: BINMEXP1 do BATCH018) abre com       01640615
016408*  cabecalho e fecha com trailer, conferidos antes da critica; o  01640815
016410*  lote keyado, sem cabecalho, segue como sempre.                 01641015
016412   01 WS-LOTE-CONTROLE-SW                PIC X(001) VALUE 'N'.    01641215
016414      88 LOTE-COM-CONTROLE                VALUE 'S'.              01641415
016416   01 WS-LOTE-SW                         PIC X(001) VALUE 'S'.    01641615
016418      88 LOTE-VALIDO                      VALUE 'S'.              01641815
016420      88 LOTE-INVALIDO                    VALUE 'N'.              01642015
016422   01 WS-LOTE-TRAILER-SW                 PIC X(001) VALUE 'N'.    01642215
016424      88 LOTE-TRAILER-LIDO                VALUE 'S'.              01642415
016426   01 WS-LOTE-DATA-CABECALHO             PIC 9(008) VALUE ZERO.   01642615
016428   01 WS-LOTE-PROGRAMA                   PIC X(008) VALUE SPACES. 01642815
016430   01 WS-LOTE-QTD-REGISTROS              PIC 9(007) VALUE ZERO.   01643015
016432   01 WS-LOTE-HASH-CODIGOS               PIC 9(015) VALUE ZERO.   01643215
016434   01 WS-LOTE-TRL-DATA                   PIC 9(008) VALUE ZERO.   01643415
016436   01 WS-LOTE-TRL-QTD                    PIC 9(007) VALUE ZERO.   01643615
016438   01 WS-LOTE-TRL-HASH                   PIC 9(015) VALUE ZERO.   01643815
016440                                                                  01644015
016442   COPY CTLARQ1.                                                  01644215
016500                                                                  01650015
016510   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    01651015
016520                                                                  01652015
016530   COPY RUNCTLA1.                                                 01653015
016540                                                                  01654015
016600 PROCEDURE DIVISION.                                              01660015
016650     PERFORM 200-REGISTRA-INICIO                                  01665015
016700     PERFORM 010-LE-APROVACAO                                     01670015
016800     PERFORM 015-CARREGA-BANDEIRAS                                01680015
016850     PERFORM 017-CARREGA-REGRAS-BANDEIRA                          01685015
016900     PERFORM 020-CARREGA-FAIXAS                                   01690015
017000     PERFORM 030-ABRE-ARQUIVOS                                    01700015
017010     IF RETURN-CODE = 0                                           01701015
017020        PERFORM 032-CONFERE-CONTROLE-LOTE                         01702015
017030     END-IF                                                       01703015
017100     IF RETURN-CODE = 0                                           01710015
017200        PERFORM UNTIL MANT-FIM-ARQUIVO                            01720015
017300           READ BINMANT                                           01730015
017400              AT END SET MANT-FIM-ARQUIVO TO TRUE                 01740015
017500           NOT AT END                                             01750015
017510              MOVE FD-BINMANT-REG TO CTLARQ-REG                   01751015
017520              IF LOTE-COM-CONTROLE                                01752015
017530                    AND (CTLARQ-CABECALHO OR CTLARQ-TRAILER)      01753015
017540                 CONTINUE                                         01754015
017550              ELSE                                                01755015
017560                 ADD 1 TO WS-TOT-LIDAS                            01756015
017570                 PERFORM 100-PROCESSA-TRANSACAO                   01757015
017580              END-IF                                              01758015
017800           END-READ                                               01780015
017900        END-PERFORM                                               01790015
018000        CLOSE BINMANT                                             01800015
018700     IF WS-TOT-REJEITADAS > 0 AND RETURN-CODE = 0                 01870015
018800        MOVE 4 TO RETURN-CODE                                     01880015
018900     END-IF                                                       01890015
018950     PERFORM 210-REGISTRA-FIM                                     01895015
019000     STOP RUN.                                                    01900015
019100* --------------------------------                                01910015
019200 010-LE-APROVACAO.                                                01920015
023800        CLOSE BRANDPRM                                            02380015
023900     END-IF                                                       02390015
024000     .                                                            02400015
024001* --------------------------------                                02400115
024002 017-CARREGA-REGRAS-BANDEIRA.                                     02400215
024003*    Carrega as regras de prefixo e tamanho por bandeira.  Sem o  02400315
024004*    BRANDRG1 a critica segue sem essa verificacao, com aviso.    02400415
024005     OPEN INPUT BRANDRG                                           02400515
024006     IF WS-BRANDRG-STATUS NOT = '00'                              02400615
024007        DISPLAY 'BATCH013 - AVISO: BRANDRG1 INDISPONIVEL - '      02400715
024008                'STATUS: ' WS-BRANDRG-STATUS                      02400815
024009        DISPLAY 'BATCH013 - AVISO: PREFIXO/TAMANHO POR BANDEIRA'  02400915
024010                ' NAO SERAO CRITICADOS'                           02401015
024011     ELSE                                                         02401115
024012        PERFORM UNTIL REGRA-FIM-ARQUIVO                           02401215
024013           READ BRANDRG NEXT RECORD                               02401315
024014              AT END SET REGRA-FIM-ARQUIVO TO TRUE                02401415
024015           NOT AT END                                             02401515
024016              PERFORM 018-GUARDA-REGRA                            02401615
024017           END-READ                                               02401715
024018        END-PERFORM                                               02401815
024019        CLOSE BRANDRG                                             02401915
024020     END-IF                                                       02402015
024021     .                                                            02402115
024022* --------------------------------                                02402215
024023 018-GUARDA-REGRA.                                                02402315
024024     EVALUATE TRUE                                                02402415
024025        WHEN FD-BRANDRG-PREFIXO-DIGITOS NOT NUMERIC               02402515
024026             OR FD-BRANDRG-PREFIXO-DIGITOS < 1                    02402615
024027             OR FD-BRANDRG-PREFIXO-DIGITOS > 6                    02402715
024028             OR FD-BRANDRG-PREFIXO-INICIO NOT NUMERIC             02402815
024029             OR FD-BRANDRG-PREFIXO-FIM NOT NUMERIC                02402915
024030           DISPLAY 'BATCH013 - AVISO: REGRA DE BANDEIRA INVALIDA' 02403015
024031                   ' IGNORADA: ' FD-BRANDRG-CHAVE                 02403115
024032        WHEN WS-QTD-REGRAS >= 500                                 02403215
024033           DISPLAY 'BATCH013 - ERRO: BRANDRG1 EXCEDE 500'         02403315
024034                   ' REGRAS - RESTANTES IGNORADAS'                02403415
024035           SET REGRA-FIM-ARQUIVO TO TRUE                          02403515
024036        WHEN OTHER                                                02403615
024037           ADD 1 TO WS-QTD-REGRAS                                 02403715
024038           MOVE FD-BRANDRG-BANDEIRA TO                            02403815
024039                WS-REGRA-BANDEIRA (WS-QTD-REGRAS)                 02403915
024040           COMPUTE WS-REGRA-DIVISOR (WS-QTD-REGRAS) =             02404015
024041                   10 ** (8 - FD-BRANDRG-PREFIXO-DIGITOS)         02404115
024042           MOVE FD-BRANDRG-PREFIXO-INICIO TO                      02404215
024043                WS-REGRA-PREFIXO-INICIO (WS-QTD-REGRAS)           02404315
024044           MOVE FD-BRANDRG-PREFIXO-FIM TO                         02404415
024045                WS-REGRA-PREFIXO-FIM (WS-QTD-REGRAS)              02404515
024046           MOVE FD-BRANDRG-ACEITA-6 TO                            02404615
024047                WS-REGRA-ACEITA-6 (WS-QTD-REGRAS)                 02404715
024048           MOVE FD-BRANDRG-ACEITA-8 TO                            02404815
024049                WS-REGRA-ACEITA-8 (WS-QTD-REGRAS)                 02404915
024050     END-EVALUATE                                                 02405015
024051     .                                                            02405115
024100* --------------------------------                                02410015
024200 019-REGISTRA-BANDEIRA-VALIDA.                                    02420015
024300     IF WS-BANDEIRA-VALIDA-CANDIDATA NOT = SPACES                 02430015
035100        END-IF                                                    03510015
035200     END-IF                                                       03520015
035300     .                                                            03530015
035301* --------------------------------                                03530115
035302 032-CONFERE-CONTROLE-LOTE.                                       03530215
035303*    Se o primeiro registro do BINMANT1 for um cabecalho          03530315
035304*    (CTLARQ1), o lote inteiro e lido antes da critica e          03530415
035305*    conferido contra o trailer (quantidade e soma dos            03530515
035306*    codigos); lote cortado ao meio ou com totais divergentes     03530615
035307*    nao e criticado (RC=12) e o BINMOK01 sai vazio.  Sem         03530715
035308*    cabecalho, nada e conferido.                                 03530815
035309     READ BINMANT                                                 03530915
035310        AT END SET MANT-FIM-ARQUIVO TO TRUE                       03531015
035311        NOT AT END                                                03531115
035312           MOVE FD-BINMANT-REG TO CTLARQ-REG                      03531215
035313           IF CTLARQ-CABECALHO                                    03531315
035314              SET LOTE-COM-CONTROLE TO TRUE                       03531415
035315              MOVE CTLARQ-PROGRAMA TO WS-LOTE-PROGRAMA            03531515
035316              IF CTLARQ-DATA-CICLO NUMERIC                        03531615
035317                 MOVE CTLARQ-DATA-CICLO TO WS-LOTE-DATA-CABECALHO 03531715
035318              ELSE                                                03531815
035319                 DISPLAY 'BATCH013 - ERRO: CABECALHO DO BINMANT1' 03531915
035320                         ' COM DATA NAO NUMERICA'                 03532015
035321                 SET LOTE-INVALIDO TO TRUE                        03532115
035322              END-IF                                              03532215
035323           END-IF                                                 03532315
035324     END-READ                                                     03532415
035325     IF LOTE-COM-CONTROLE                                         03532515
035326        PERFORM UNTIL MANT-FIM-ARQUIVO OR LOTE-INVALIDO           03532615
035327           READ BINMANT                                           03532715
035328              AT END SET MANT-FIM-ARQUIVO TO TRUE                 03532815
035329              NOT AT END                                          03532915
035330                 MOVE FD-BINMANT-REG TO CTLARQ-REG                03533015
035331                 PERFORM 033-CONFERE-REGISTRO-LOTE                03533115
035332           END-READ                                               03533215
035333        END-PERFORM                                               03533315
035334        PERFORM 034-CONFERE-FECHAMENTO-LOTE                       03533415
035335     END-IF                                                       03533515
035336     CLOSE BINMANT                                                03533615
035337     MOVE 'N' TO WS-MANT-EOF                                      03533715
035338     IF LOTE-INVALIDO                                             03533815
035339        DISPLAY 'BATCH013 - LOTE NAO CRITICADO - BINMOK01 VAZIO'  03533915
035340        MOVE 12 TO RETURN-CODE                                    03534015
035341        CLOSE BINCARD1                                            03534115
035342        CLOSE ISSUER                                              03534215
035343        CLOSE BINMREJ                                             03534315
035344        CLOSE BINMOK                                              03534415
035345     ELSE                                                         03534515
035346        OPEN INPUT BINMANT                                        03534615
035347        IF WS-BINMANT-STATUS NOT = '00'                           03534715
035348           DISPLAY 'BATCH013 - ERRO AO REABRIR BINMANT - STATUS: '03534815
035349                   WS-BINMANT-STATUS                              03534915
035350           MOVE 16 TO RETURN-CODE                                 03535015
035351           CLOSE BINCARD1                                         03535115
035352           CLOSE ISSUER                                           03535215
035353           CLOSE BINMREJ                                          03535315
035354           CLOSE BINMOK                                           03535415
035355        END-IF                                                    03535515
035356     END-IF                                                       03535615
035357     .                                                            03535715
035400* --------------------------------                                03540015
035401 033-CONFERE-REGISTRO-LOTE.                                       03540115
035402     EVALUATE TRUE                                                03540215
035403        WHEN LOTE-TRAILER-LIDO                                    03540315
035404           DISPLAY 'BATCH013 - ERRO: REGISTRO APOS O TRAILER'     03540415
035405                   ' DO BINMANT1'                                 03540515
035406           SET LOTE-INVALIDO TO TRUE                              03540615
035407        WHEN CTLARQ-CABECALHO                                     03540715
035408           DISPLAY 'BATCH013 - ERRO: CABECALHO REPETIDO NO'       03540815
035409                   ' BINMANT1'                                    03540915
035410           SET LOTE-INVALIDO TO TRUE                              03541015
035411        WHEN CTLARQ-TRAILER                                       03541115
035412           SET LOTE-TRAILER-LIDO TO TRUE                          03541215
035413           IF CTLARQ-DATA-CICLO NUMERIC                           03541315
035414                 AND CTLARQ-QTD-REGISTROS NUMERIC                 03541415
035415                 AND CTLARQ-HASH-CODIGOS NUMERIC                  03541515
035416              MOVE CTLARQ-DATA-CICLO    TO WS-LOTE-TRL-DATA       03541615
035417              MOVE CTLARQ-QTD-REGISTROS TO WS-LOTE-TRL-QTD        03541715
035418              MOVE CTLARQ-HASH-CODIGOS  TO WS-LOTE-TRL-HASH       03541815
035419           ELSE                                                   03541915
035420              DISPLAY 'BATCH013 - ERRO: TRAILER DO BINMANT1 COM'  03542015
035421                      ' TOTAIS NAO NUMERICOS'                     03542115
035422              SET LOTE-INVALIDO TO TRUE                           03542215
035423           END-IF                                                 03542315
035424        WHEN OTHER                                                03542415
035425           ADD 1 TO WS-LOTE-QTD-REGISTROS                         03542515
035426           IF FD-MANT-CODIGO NUMERIC                              03542615
035427              ADD FD-MANT-CODIGO TO WS-LOTE-HASH-CODIGOS          03542715
035428           END-IF                                                 03542815
035429     END-EVALUATE                                                 03542915
035430     .                                                            03543015
035431* --------------------------------                                03543115
035432 034-CONFERE-FECHAMENTO-LOTE.                                     03543215
035433     EVALUATE TRUE                                                03543315
035434        WHEN LOTE-INVALIDO                                        03543415
035435           CONTINUE                                               03543515
035436        WHEN NOT LOTE-TRAILER-LIDO                                03543615
035437           DISPLAY 'BATCH013 - ERRO: BINMANT1 SEM TRAILER'        03543715
035438                   ' (LOTE INCOMPLETO)'                           03543815
035439           SET LOTE-INVALIDO TO TRUE                              03543915
035440        WHEN WS-LOTE-TRL-QTD NOT = WS-LOTE-QTD-REGISTROS          03544015
035441           DISPLAY 'BATCH013 - ERRO: TRAILER DO BINMANT1 DECLARA '03544115
035442                   WS-LOTE-TRL-QTD ' TRANSACOES, LIDAS '          03544215
035443                   WS-LOTE-QTD-REGISTROS                          03544315
035444           SET LOTE-INVALIDO TO TRUE                              03544415
035445        WHEN WS-LOTE-TRL-HASH NOT = WS-LOTE-HASH-CODIGOS          03544515
035446           DISPLAY 'BATCH013 - ERRO: TOTAL DE HASH DO BINMANT1'   03544615
035447                   ' NAO CONFERE - TRAILER ' WS-LOTE-TRL-HASH     03544715
035448                   ' LIDO ' WS-LOTE-HASH-CODIGOS                  03544815
035449           SET LOTE-INVALIDO TO TRUE                              03544915
035450        WHEN WS-LOTE-TRL-DATA NOT = WS-LOTE-DATA-CABECALHO        03545015
035451           DISPLAY 'BATCH013 - ERRO: DATA DO TRAILER DO BINMANT1' 03545115
035452                   ' (' WS-LOTE-TRL-DATA ') DIFERE DO CABECALHO ('03545215
035453                   WS-LOTE-DATA-CABECALHO ')'                     03545315
035454           SET LOTE-INVALIDO TO TRUE                              03545415
035455        WHEN OTHER                                                03545515
035456           DISPLAY 'BATCH013 - BINMANT1 CONFERIDO: GERADO PELO '  03545615
035457                   WS-LOTE-PROGRAMA ' EM ' WS-LOTE-DATA-CABECALHO 03545715
035458                   ' - ' WS-LOTE-QTD-REGISTROS ' TRANSACOES'      03545815
035459     END-EVALUATE                                                 03545915
035460     .                                                            03546015
035461* --------------------------------                                03546115
035500 100-PROCESSA-TRANSACAO.                                          03550015
035600*    Critica completa da transacao contra as referencias (tabela  03560015
035700*    de bandeiras, cadastro de emissores, faixas e o proprio      03570015
037300     IF TRANSACAO-VALIDA                                          03730015
037400           AND (FD-MANT-ACAO = 'A' OR FD-MANT-ACAO = 'C')         03740015
037500        PERFORM 150-VALIDA-BANDEIRA                               03750015
037510        IF TRANSACAO-VALIDA                                       03751015
037520           PERFORM 155-VALIDA-REGRA-BANDEIRA                      03752015
037530        END-IF                                                    03753015
037600        IF TRANSACAO-VALIDA                                       03760015
037700           PERFORM 160-VALIDA-EMISSOR                             03770015
037800        END-IF                                                    03780015
050800        MOVE 'BANDEIRA DESCONHECIDA' TO WS-REJ-RAZAO-DESC         05080015
050900     END-IF                                                       05090015
051000     .                                                            05100015
051001* --------------------------------                                05100115
051002 155-VALIDA-REGRA-BANDEIRA.                                       05100215
051003*    O prefixo do BIN deve estar numa faixa de prefixos da        05100315
051004*    bandeira da transacao (BRANDRG1) que aceite o tamanho do     05100415
051005*    BIN - barra um 4xxxxx gravado como MASTERCARD ou um 51-55    05100515
051006*    como VISA.  Bandeira sem regra cadastrada nao e criticada.   05100615
051007*    Quando o prefixo pertence a outra bandeira, ela e apontada.  05100715
051008     MOVE 'N' TO WS-REGRA-BANDEIRA-SW                             05100815
051009     MOVE 'N' TO WS-REGRA-PREFIXO-SW                              05100915
051010     MOVE 'N' TO WS-REGRA-TAMANHO-SW                              05101015
051011     MOVE SPACES TO WS-REGRA-DONO                                 05101115
051012     PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1                     05101215
051013           UNTIL WS-IDX-REGRA > WS-QTD-REGRAS                     05101315
051014        COMPUTE WS-REGRA-PREFIXO = WS-MANT-CODIGO-NORM /          05101415
051015                WS-REGRA-DIVISOR (WS-IDX-REGRA)                   05101515
051016        IF WS-REGRA-BANDEIRA (WS-IDX-REGRA) = FD-MANT-BANDEIRA    05101615
051017           SET BANDEIRA-COM-REGRA TO TRUE                         05101715
051018        END-IF                                                    05101815
051019        IF WS-REGRA-PREFIXO NOT <                                 05101915
051020              WS-REGRA-PREFIXO-INICIO (WS-IDX-REGRA)              05102015
051021              AND WS-REGRA-PREFIXO NOT >                          05102115
051022              WS-REGRA-PREFIXO-FIM (WS-IDX-REGRA)                 05102215
051023           IF WS-REGRA-BANDEIRA (WS-IDX-REGRA) = FD-MANT-BANDEIRA 05102315
051024              SET PREFIXO-DA-BANDEIRA TO TRUE                     05102415
051025              IF (WS-MANT-TAMANHO-NORM = 6                        05102515
051026                    AND WS-REGRA-ACEITA-6 (WS-IDX-REGRA) = 'S')   05102615
051027                 OR (WS-MANT-TAMANHO-NORM = 8                     05102715
051028                    AND WS-REGRA-ACEITA-8 (WS-IDX-REGRA) = 'S')   05102815
051029                 SET TAMANHO-DA-BANDEIRA TO TRUE                  05102915
051030              END-IF                                              05103015
051031           ELSE                                                   05103115
051032              IF WS-REGRA-DONO = SPACES                           05103215
051033                 MOVE WS-REGRA-BANDEIRA (WS-IDX-REGRA)            05103315
051034                      TO WS-REGRA-DONO                            05103415
051035              END-IF                                              05103515
051036           END-IF                                                 05103615
051037        END-IF                                                    05103715
051038     END-PERFORM                                                  05103815
051039     EVALUATE TRUE                                                05103915
051040        WHEN NOT BANDEIRA-COM-REGRA                               05104015
051041           CONTINUE                                               05104115
051042        WHEN NOT PREFIXO-DA-BANDEIRA                              05104215
051043           SET TRANSACAO-INVALIDA TO TRUE                         05104315
051044           MOVE '36' TO WS-REJ-RAZAO-COD                          05104415
051045           MOVE 'PREFIXO INCOMPATIVEL COM A BANDEIRA'             05104515
051046                TO WS-REJ-RAZAO-DESC                              05104615
051047           IF WS-REGRA-DONO NOT = SPACES                          05104715
051048              DISPLAY '  PREFIXO DA BANDEIRA ' WS-REGRA-DONO      05104815
051049           END-IF                                                 05104915
051050        WHEN NOT TAMANHO-DA-BANDEIRA                              05105015
051051           SET TRANSACAO-INVALIDA TO TRUE                         05105115
051052           MOVE '37' TO WS-REJ-RAZAO-COD                          05105215
051053           MOVE 'TAMANHO DE BIN NAO ACEITO PELA BANDEIRA'         05105315
051054                TO WS-REJ-RAZAO-DESC                              05105415
051055     END-EVALUATE                                                 05105515
051056     .                                                            05105615
051100* --------------------------------                                05110015
051200 160-VALIDA-EMISSOR.                                              05120015
051300*    O emissor da transacao deve existir no cadastro keyado       05130015
061000     END-IF                                                       06100015
061100     DISPLAY 'TRANSACOES LIDAS DO BINMANT......: '                06110015
061200             WS-TOT-LIDAS                                         06120015
061210     DISPLAY 'REGRAS DE BANDEIRA CARREGADAS....: '                06121015
061220             WS-QTD-REGRAS                                        06122015
061300     DISPLAY 'TRANSACOES VALIDAS...............: '                06130015
061400             WS-TOT-VALIDAS                                       06140015
061500     DISPLAY 'TRANSACOES REJEITADAS............: '                06150015
061600             WS-TOT-REJEITADAS                                    06160015
061700     DISPLAY 'LIBERADAS PARA APLICACAO.........: '                06170015
061800             WS-TOT-LIBERADAS                                     06180015
061810     IF LOTE-INVALIDO                                             06181015
061820        DISPLAY 'LOTE RECUSADO NA CONFERENCIA DOS REGISTROS DE'   06182015
061830                ' CONTROLE'                                       06183015
061840     END-IF                                                       06184015
061900     DISPLAY '==========================================='        06190015
062000     .                                                            06200015
062100* --------------------------------                                06210015
062200 200-REGISTRA-INICIO.                                             06220015
062300*    Registra o inicio no controle de execucao (RUNCTL01,         06230015
062400*    subprograma RUNCTL), para que os totais do job entrem no     06240015
062500*    balanceamento do fim da janela (BATCH029).  Sem protecao     06250015
062600*    de reexecucao: reexecutar e o caminho normal de              06260015
062700*    recuperacao; falha no controle apenas avisa.                 06270015
062800     INITIALIZE RUNCTL-AREA                                       06280015
062900     MOVE 'I'        TO RUNCTL-FUNCAO                             06290015
063000     MOVE 'BATCH013' TO RUNCTL-PROGRAMA                           06300015
063100     MOVE ZERO       TO RUNCTL-DATA-CICLO                         06310015
063200     MOVE 'N'        TO RUNCTL-PROTEGE                            06320015
063300     MOVE 'N'        TO RUNCTL-OVERRIDE                           06330015
063400     CALL 'RUNCTL' USING RUNCTL-AREA                              06340015
063500     IF RUNCTL-RETORNO = '99'                                     06350015
063600        DISPLAY 'BATCH013 - AVISO: CONTROLE DE EXECUCAO'          06360015
063700                ' INDISPONIVEL'                                   06370015
063800     END-IF                                                       06380015
063900     .                                                            06390015
064000* --------------------------------                                06400015
064100 210-REGISTRA-FIM.                                                06410015
064200*    Registra a conclusao com os totais de controle               06420015
064300*    (lidos = transacoes do lote; selecionados = liberadas em     06430015
064400*    BINMOK01; rejeitados = rejeitadas; excecoes = validas        06440015
064500*    retidas por ser rodada de prova).  Lidos = selecionados      06450015
064600*    + rejeitados + excecoes.                                     06460015
064700*    O RETURN-CODE e preservado e restaurado apos a chamada,      06470015
064800*    pois o retorno do subprograma sobrescreve o registrador.     06480015
064900     MOVE RETURN-CODE TO WS-RETORNO-JOB                           06490015
065000     IF WS-RETORNO-JOB > 4                                        06500015
065100        MOVE 'E' TO RUNCTL-FUNCAO                                 06510015
065200     ELSE                                                         06520015
065300        MOVE 'C' TO RUNCTL-FUNCAO                                 06530015
065400     END-IF                                                       06540015
065500     MOVE WS-TOT-LIDAS       TO RUNCTL-TOT-LIDOS                  06550015
065600     MOVE WS-TOT-LIBERADAS   TO RUNCTL-TOT-SELECIONADOS           06560015
065700     MOVE WS-TOT-REJEITADAS  TO RUNCTL-TOT-REJEITADOS             06570015
065800     COMPUTE RUNCTL-TOT-EXCECOES =                                06580015
065900             WS-TOT-VALIDAS - WS-TOT-LIBERADAS                    06590015
066000     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    06600015
066100     CALL 'RUNCTL' USING RUNCTL-AREA                              06610015
066200     MOVE WS-RETORNO-JOB TO RETURN-CODE                           06620015
066300     .                                                            06630015
