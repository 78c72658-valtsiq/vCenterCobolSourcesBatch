001200        ORGANIZATION INDEXED                                      00120015
001300        RECORD KEY IS FD-ISSUER-CODIGO                            00130015
001400        FILE STATUS IS WS-ISSUER-STATUS.                          00140015
001410        SELECT BRANDRG ASSIGN TO 'BRANDRG1'                       00141015
001420        ORGANIZATION INDEXED                                      00142015
001430        ACCESS MODE IS SEQUENTIAL                                 00143015
001440        RECORD KEY IS FD-BRANDRG-CHAVE                            00144015
001450        FILE STATUS IS WS-BRANDRG-STATUS.                         00145015
001500        SELECT BINMANT ASSIGN TO 'BINMANT1'                       00150015
001600        ORGANIZATION SEQUENTIAL.                                  00160015
001700        SELECT SCHREJ ASSIGN TO 'SCHREJ01'                        00170015
004300        RECORD CONTAINS 50 CHARACTERS.                            00430015
004400                                                                  00440015
004500   COPY ISSUER.                                                   00450015
004510                                                                  00451015
004520   FD BRANDRG                                                     00452015
004530        RECORDING MODE IS F                                       00453015
004540        RECORD CONTAINS 40 CHARACTERS.                            00454015
004550                                                                  00455015
004560   COPY BRANDRG1.                                                 00456015
004600                                                                  00460015
004700   FD BINMANT                                                     00470015
004800        RECORDING MODE IS F                                       00480015
006400   WORKING-STORAGE SECTION.                                       00640015
006500   01 WS-SCHUPD-STATUS                      PIC X(002) VALUE '00'.00650015
006600   01 WS-ISSUER-STATUS                      PIC X(002) VALUE '00'.00660015
006650   01 WS-BRANDRG-STATUS                     PIC X(002) VALUE '00'.00665015
006700                                                                  00670015
006800   01 WS-UPD-EOF                            PIC X(001) VALUE 'N'. 00680015
006900      88 UPD-FIM-ARQUIVO                     VALUE 'Y'.           00690015
007000   01 WS-ISSUER-EOF                         PIC X(001) VALUE 'N'. 00700015
007100      88 ISSUER-FIM-ARQUIVO                  VALUE 'Y'.           00710015
007110   01 WS-REGRA-EOF                          PIC X(001) VALUE 'N'. 00711015
007120      88 REGRA-FIM-ARQUIVO                   VALUE 'Y'.           00712015
007200                                                                  00720015
007300   01 WS-TABELA-EMISSORES.                                        00730015
007400      05 WS-QTD-EMISSORES        PIC 9(005) VALUE ZERO.           00740015
010100   01 WS-CODIGO-MANT                        PIC 9(008) VALUE ZERO.01010015
010200   01 WS-TAMANHO-MANT                       PIC 9(001) VALUE 8.   01020015
010300                                                                  01030015
010302*  Regras de prefixo/tamanho por bandeira (BRANDRG1), como na     01030215
010304*  critica do BATCH013: o incremental da bandeira e barrado ja    01030415
010306*  na traducao quando o BIN nao pertence a bandeira informada.    01030615
010308   01 WS-TABELA-REGRAS.                                           01030815
010310      05 WS-QTD-REGRAS           PIC 9(003) VALUE ZERO.           01031015
010312      05 WS-REGRA-TAB OCCURS 0 TO 500 TIMES                       01031215
010314            DEPENDING ON WS-QTD-REGRAS                            01031415
010316            INDEXED BY WS-IDX-REGRA.                              01031615
010318         10 WS-REGRA-BANDEIRA       PIC X(010).                   01031815
010320         10 WS-REGRA-DIVISOR        PIC 9(008).                   01032015
010322         10 WS-REGRA-PREFIXO-INICIO PIC 9(006).                   01032215
010324         10 WS-REGRA-PREFIXO-FIM    PIC 9(006).                   01032415
010326         10 WS-REGRA-ACEITA-6       PIC X(001).                   01032615
010328         10 WS-REGRA-ACEITA-8       PIC X(001).                   01032815
010330   01 WS-REGRA-CODIGO                       PIC 9(008) VALUE ZERO.01033015
010332   01 WS-REGRA-PREFIXO                      PIC 9(008) VALUE ZERO.01033215
010334   01 WS-REGRA-DONO                         PIC X(010).           01033415
010336   01 WS-REGRA-BANDEIRA-SW                  PIC X(001) VALUE 'N'. 01033615
010338      88 BANDEIRA-COM-REGRA                  VALUE 'S'.           01033815
010340   01 WS-REGRA-PREFIXO-SW                   PIC X(001) VALUE 'N'. 01034015
010342      88 PREFIXO-DA-BANDEIRA                 VALUE 'S'.           01034215
010344   01 WS-REGRA-TAMANHO-SW                   PIC X(001) VALUE 'N'. 01034415
010346      88 TAMANHO-DA-BANDEIRA                 VALUE 'S'.           01034615
010348                                                                  01034815
010400   01 WS-TOTAIS.                                                  01040015
010500      05 WS-TOT-LIDOS            PIC 9(007) VALUE ZERO.           01050015
010600      05 WS-TOT-GERADAS          PIC 9(007) VALUE ZERO.           01060015
010700      05 WS-TOT-REJEITADOS       PIC 9(007) VALUE ZERO.           01070015
010800      05 WS-TOT-SEM-EMISSOR      PIC 9(007) VALUE ZERO.           01080015
010900                                                                  01090015
010910   01 WS-RETORNO-JOB                    PIC 9(002) VALUE ZERO.    01091015
010920                                                                  01092015
010930   COPY RUNCTLA1.                                                 01093015
010940                                                                  01094015
011000 PROCEDURE DIVISION.                                              01100015
011050     PERFORM 200-REGISTRA-INICIO                                  01105015
011100     PERFORM 010-CARREGA-EMISSORES                                01110015
011150     PERFORM 015-CARREGA-REGRAS-BANDEIRA                          01115015
011200     OPEN INPUT SCHUPD                                            01120015
011300     IF WS-SCHUPD-STATUS NOT = '00'                               01130015
011400        DISPLAY 'BATCH015 - ERRO AO ABRIR SCHUPD01 - STATUS: '    01140015
013200     IF WS-TOT-REJEITADOS > 0 AND RETURN-CODE = 0                 01320015
013300        MOVE 4 TO RETURN-CODE                                     01330015
013400     END-IF                                                       01340015
013450     PERFORM 210-REGISTRA-FIM                                     01345015
013500     STOP RUN.                                                    01350015
013600* --------------------------------                                01360015
013700 010-CARREGA-EMISSORES.                                           01370015
016000        CLOSE ISSUER                                              01600015
016100     END-IF                                                       01610015
016200     .                                                            01620015
016201* --------------------------------                                01620115
016202 015-CARREGA-REGRAS-BANDEIRA.                                     01620215
016203*    Carrega as regras de prefixo e tamanho por bandeira, como o  01620315
016204*    BATCH013.  Sem o BRANDRG1 a traducao segue sem essa          01620415
016205*    verificacao, com aviso (a critica do BATCH013 repete a       01620515
016206*    verificacao quando as regras estiverem disponiveis).         01620615
016207     OPEN INPUT BRANDRG                                           01620715
016208     IF WS-BRANDRG-STATUS NOT = '00'                              01620815
016209        DISPLAY 'BATCH015 - AVISO: BRANDRG1 INDISPONIVEL - '      01620915
016210                'STATUS: ' WS-BRANDRG-STATUS                      01621015
016211        DISPLAY 'BATCH015 - AVISO: PREFIXO/TAMANHO POR BANDEIRA'  01621115
016212                ' NAO SERAO VERIFICADOS'                          01621215
016213     ELSE                                                         01621315
016214        PERFORM UNTIL REGRA-FIM-ARQUIVO                           01621415
016215           READ BRANDRG NEXT RECORD                               01621515
016216              AT END SET REGRA-FIM-ARQUIVO TO TRUE                01621615
016217           NOT AT END                                             01621715
016218              PERFORM 016-GUARDA-REGRA                            01621815
016219           END-READ                                               01621915
016220        END-PERFORM                                               01622015
016221        CLOSE BRANDRG                                             01622115
016222     END-IF                                                       01622215
016223     .                                                            01622315
016224* --------------------------------                                01622415
016225 016-GUARDA-REGRA.                                                01622515
016226     EVALUATE TRUE                                                01622615
016227        WHEN FD-BRANDRG-PREFIXO-DIGITOS NOT NUMERIC               01622715
016228             OR FD-BRANDRG-PREFIXO-DIGITOS < 1                    01622815
016229             OR FD-BRANDRG-PREFIXO-DIGITOS > 6                    01622915
016230             OR FD-BRANDRG-PREFIXO-INICIO NOT NUMERIC             01623015
016231             OR FD-BRANDRG-PREFIXO-FIM NOT NUMERIC                01623115
016232           DISPLAY 'BATCH015 - AVISO: REGRA DE BANDEIRA INVALIDA' 01623215
016233                   ' IGNORADA: ' FD-BRANDRG-CHAVE                 01623315
016234        WHEN WS-QTD-REGRAS >= 500                                 01623415
016235           DISPLAY 'BATCH015 - ERRO: BRANDRG1 EXCEDE 500'         01623515
016236                   ' REGRAS - RESTANTES IGNORADAS'                01623615
016237           SET REGRA-FIM-ARQUIVO TO TRUE                          01623715
016238        WHEN OTHER                                                01623815
016239           ADD 1 TO WS-QTD-REGRAS                                 01623915
016240           MOVE FD-BRANDRG-BANDEIRA TO                            01624015
016241                WS-REGRA-BANDEIRA (WS-QTD-REGRAS)                 01624115
016242           COMPUTE WS-REGRA-DIVISOR (WS-QTD-REGRAS) =             01624215
016243                   10 ** (8 - FD-BRANDRG-PREFIXO-DIGITOS)         01624315
016244           MOVE FD-BRANDRG-PREFIXO-INICIO TO                      01624415
016245                WS-REGRA-PREFIXO-INICIO (WS-QTD-REGRAS)           01624515
016246           MOVE FD-BRANDRG-PREFIXO-FIM TO                         01624615
016247                WS-REGRA-PREFIXO-FIM (WS-QTD-REGRAS)              01624715
016248           MOVE FD-BRANDRG-ACEITA-6 TO                            01624815
016249                WS-REGRA-ACEITA-6 (WS-QTD-REGRAS)                 01624915
016250           MOVE FD-BRANDRG-ACEITA-8 TO                            01625015
016251                WS-REGRA-ACEITA-8 (WS-QTD-REGRAS)                 01625115
016252     END-EVALUATE                                                 01625215
016253     .                                                            01625315
016300* --------------------------------                                01630015
016400 020-TRADUZ-REGISTRO.                                             01640015
016500*    Traduz o registro nativo da bandeira em uma transacao no     01650015
016600*    layout BINMANT1, que cai direto na critica/prova/aprovacao   01660015
016700*    do BATCH013 em vez de ser digitada a mao.  Registro que nao  01670015
016800*    produz transacao (acao desconhecida, BIN com menos de 6      01680015
016900*    digitos ou fora das regras de prefixo/tamanho da bandeira)   01690015
016950*    vai para o arquivo de rejeitados com a razao.                01695015
017000     SET TRADUCAO-VALIDA TO TRUE                                  01700015
017100     MOVE SPACES TO WS-REJ-RAZAO-COD WS-REJ-RAZAO-DESC            01710015
017200     PERFORM 030-NORMALIZA-ACAO                                   01720015
017300     IF TRADUCAO-VALIDA                                           01730015
017400        PERFORM 040-NORMALIZA-CODIGO                              01740015
017500     END-IF                                                       01750015
017510     IF TRADUCAO-VALIDA                                           01751015
017520           AND (WS-ACAO-NORM = 'A' OR WS-ACAO-NORM = 'C')         01752015
017530        PERFORM 045-VALIDA-REGRA-BANDEIRA                         01753015
017540     END-IF                                                       01754015
017600     IF TRADUCAO-VALIDA                                           01760015
017700        PERFORM 050-PROCURA-EMISSOR                               01770015
017800        PERFORM 060-GRAVA-TRANSACAO                               01780015
023600           MOVE 'BIN COM MENOS DE 6 DIGITOS' TO WS-REJ-RAZAO-DESC 02360015
023700     END-EVALUATE                                                 02370015
023800     .                                                            02380015
023801* --------------------------------                                02380115
023802 045-VALIDA-REGRA-BANDEIRA.                                       02380215
023803*    Mesma verificacao do 155-VALIDA-REGRA-BANDEIRA do BATCH013,  02380315
023804*    sobre o codigo na chave de 8 digitos (BIN de 6 x 100):       02380415
023805*    prefixo fora das faixas da bandeira informada, ou tamanho    02380515
023806*    nao aceito nelas, nao produz transacao.  Bandeira sem regra  02380615
023807*    cadastrada nao e verificada.                                 02380715
023808     IF WS-TAMANHO-MANT = 6                                       02380815
023809        COMPUTE WS-REGRA-CODIGO = WS-CODIGO-MANT * 100            02380915
023810     ELSE                                                         02381015
023811        MOVE WS-CODIGO-MANT TO WS-REGRA-CODIGO                    02381115
023812     END-IF                                                       02381215
023813     MOVE 'N' TO WS-REGRA-BANDEIRA-SW                             02381315
023814     MOVE 'N' TO WS-REGRA-PREFIXO-SW                              02381415
023815     MOVE 'N' TO WS-REGRA-TAMANHO-SW                              02381515
023816     MOVE SPACES TO WS-REGRA-DONO                                 02381615
023817     PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1                     02381715
023818           UNTIL WS-IDX-REGRA > WS-QTD-REGRAS                     02381815
023819        COMPUTE WS-REGRA-PREFIXO = WS-REGRA-CODIGO /              02381915
023820                WS-REGRA-DIVISOR (WS-IDX-REGRA)                   02382015
023821        IF WS-REGRA-BANDEIRA (WS-IDX-REGRA) = FD-UPD-BANDEIRA     02382115
023822           SET BANDEIRA-COM-REGRA TO TRUE                         02382215
023823        END-IF                                                    02382315
023824        IF WS-REGRA-PREFIXO NOT <                                 02382415
023825              WS-REGRA-PREFIXO-INICIO (WS-IDX-REGRA)              02382515
023826              AND WS-REGRA-PREFIXO NOT >                          02382615
023827              WS-REGRA-PREFIXO-FIM (WS-IDX-REGRA)                 02382715
023828           IF WS-REGRA-BANDEIRA (WS-IDX-REGRA) = FD-UPD-BANDEIRA  02382815
023829              SET PREFIXO-DA-BANDEIRA TO TRUE                     02382915
023830              IF (WS-TAMANHO-MANT = 6                             02383015
023831                    AND WS-REGRA-ACEITA-6 (WS-IDX-REGRA) = 'S')   02383115
023832                 OR (WS-TAMANHO-MANT = 8                          02383215
023833                    AND WS-REGRA-ACEITA-8 (WS-IDX-REGRA) = 'S')   02383315
023834                 SET TAMANHO-DA-BANDEIRA TO TRUE                  02383415
023835              END-IF                                              02383515
023836           ELSE                                                   02383615
023837              IF WS-REGRA-DONO = SPACES                           02383715
023838                 MOVE WS-REGRA-BANDEIRA (WS-IDX-REGRA)            02383815
023839                      TO WS-REGRA-DONO                            02383915
023840              END-IF                                              02384015
023841           END-IF                                                 02384115
023842        END-IF                                                    02384215
023843     END-PERFORM                                                  02384315
023844     EVALUATE TRUE                                                02384415
023845        WHEN NOT BANDEIRA-COM-REGRA                               02384515
023846           CONTINUE                                               02384615
023847        WHEN NOT PREFIXO-DA-BANDEIRA                              02384715
023848           SET TRADUCAO-INVALIDA TO TRUE                          02384815
023849           MOVE '42' TO WS-REJ-RAZAO-COD                          02384915
023850           MOVE 'PREFIXO INCOMPATIVEL COM A BANDEIRA'             02385015
023851                TO WS-REJ-RAZAO-DESC                              02385115
023852           IF WS-REGRA-DONO NOT = SPACES                          02385215
023853              DISPLAY '  PREFIXO DA BANDEIRA ' WS-REGRA-DONO      02385315
023854           END-IF                                                 02385415
023855        WHEN NOT TAMANHO-DA-BANDEIRA                              02385515
023856           SET TRADUCAO-INVALIDA TO TRUE                          02385615
023857           MOVE '43' TO WS-REJ-RAZAO-COD                          02385715
023858           MOVE 'TAMANHO DE BIN NAO ACEITO PELA BANDEIRA'         02385815
023859                TO WS-REJ-RAZAO-DESC                              02385915
023860     END-EVALUATE                                                 02386015
023861     .                                                            02386115
023900* --------------------------------                                02390015
024000 050-PROCURA-EMISSOR.                                             02400015
024100*    Procura o emissor nominal do registro no cadastro mestre     02410015
029500     DISPLAY '==========================================='        02950015
029600     DISPLAY 'REGISTROS LIDOS DO SCHUPD01......: '                02960015
029700             WS-TOT-LIDOS                                         02970015
029710     DISPLAY 'REGRAS DE BANDEIRA CARREGADAS....: '                02971015
029720             WS-QTD-REGRAS                                        02972015
029800     DISPLAY 'TRANSACOES BINMANT1 GERADAS......: '                02980015
029900             WS-TOT-GERADAS                                       02990015
030000     DISPLAY 'REGISTROS REJEITADOS.............: '                03000015
030300             WS-TOT-SEM-EMISSOR                                   03030015
030400     DISPLAY '==========================================='        03040015
030500     .                                                            03050015
030600* --------------------------------                                03060015
030700 200-REGISTRA-INICIO.                                             03070015
030800*    Registra o inicio no controle de execucao (RUNCTL01,         03080015
030900*    subprograma RUNCTL), para que os totais do job entrem no     03090015
031000*    balanceamento do fim da janela (BATCH029).  Sem protecao     03100015
031100*    de reexecucao: reexecutar e o caminho normal de              03110015
031200*    recuperacao; falha no controle apenas avisa.                 03120015
031300     INITIALIZE RUNCTL-AREA                                       03130015
031400     MOVE 'I'        TO RUNCTL-FUNCAO                             03140015
031500     MOVE 'BATCH015' TO RUNCTL-PROGRAMA                           03150015
031600     MOVE ZERO       TO RUNCTL-DATA-CICLO                         03160015
031700     MOVE 'N'        TO RUNCTL-PROTEGE                            03170015
031800     MOVE 'N'        TO RUNCTL-OVERRIDE                           03180015
031900     CALL 'RUNCTL' USING RUNCTL-AREA                              03190015
032000     IF RUNCTL-RETORNO = '99'                                     03200015
032100        DISPLAY 'BATCH015 - AVISO: CONTROLE DE EXECUCAO'          03210015
032200                ' INDISPONIVEL'                                   03220015
032300     END-IF                                                       03230015
032400     .                                                            03240015
032500* --------------------------------                                03250015
032600 210-REGISTRA-FIM.                                                03260015
032700*    Registra a conclusao com os totais de controle               03270015
032800*    (lidos = registros da bandeira; selecionados = transacoes    03280015
032900*    geradas em BINMANT1; rejeitados = rejeitados; excecoes =     03290015
033000*    sem emissor cadastrado).                                     03300015
033100*    O RETURN-CODE e preservado e restaurado apos a chamada,      03310015
033200*    pois o retorno do subprograma sobrescreve o registrador.     03320015
033300     MOVE RETURN-CODE TO WS-RETORNO-JOB                           03330015
033400     IF WS-RETORNO-JOB > 4                                        03340015
033500        MOVE 'E' TO RUNCTL-FUNCAO                                 03350015
033600     ELSE                                                         03360015
033700        MOVE 'C' TO RUNCTL-FUNCAO                                 03370015
033800     END-IF                                                       03380015
033900     MOVE WS-TOT-LIDOS       TO RUNCTL-TOT-LIDOS                  03390015
034000     MOVE WS-TOT-GERADAS     TO RUNCTL-TOT-SELECIONADOS           03400015
034100     MOVE WS-TOT-REJEITADOS  TO RUNCTL-TOT-REJEITADOS             03410015
034200     MOVE WS-TOT-SEM-EMISSOR TO RUNCTL-TOT-EXCECOES               03420015
034300     MOVE WS-RETORNO-JOB TO RUNCTL-RETORNO-JOB                    03430015
034400     CALL 'RUNCTL' USING RUNCTL-AREA                              03440015
034500     MOVE WS-RETORNO-JOB TO RETURN-CODE                           03450015
034600     .                                                            03460015
