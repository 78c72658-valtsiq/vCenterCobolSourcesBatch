006000                                                                  00600015
006100   FD CKPTFILE                                                    00610015
006200        RECORDING MODE IS F                                       00620015
006300        RECORD CONTAINS 67 CHARACTERS.                            00630015
006400                                                                  00640015
006500   01 FD-CKPT-REG.                                                00650015
006600      05 FD-CKPT-QTD-PROCESSADA              PIC 9(009).          00660015
006620      05 FD-CKPT-QTD-REJEITADOS              PIC 9(007).          00662015
006630      05 FD-CKPT-QTD-EXCECOES                PIC 9(007).          00663015
006640      05 FD-CKPT-QTD-FORA-VIG               PIC 9(007).           00664015
006650      05 FD-CKPT-QTD-GRAVADOS               PIC 9(007).           00665015
006660      05 FD-CKPT-HASH-CODIGOS               PIC 9(015).           00666015
006670      05 FD-CKPT-DATA-CICLO                 PIC 9(008).           00667015
006700                                                                  00670015
006800   FD RESTARTPM                                                   00680015
006900        RECORDING MODE IS F                                       00690015
011050      05 WS-TOT-FAIXAS-SELEC     PIC 9(007) VALUE ZERO.           01105015
011060      05 WS-TOT-FORA-VIGENCIA    PIC 9(007) VALUE ZERO.           01106015
011070      05 WS-TOT-FAIXAS-FORA-VIG  PIC 9(007) VALUE ZERO.           01107015
011075*     Registros de dados gravados no BINOUT01 e soma dos seus     01107515
011080*     codigos, para o trailer da geracao (CTLARQ1).               01108015
011085      05 WS-TOT-GRAVADOS         PIC 9(007) VALUE ZERO.           01108515
011090      05 WS-TOT-HASH-CODIGOS     PIC 9(015) VALUE ZERO.           01109015
011100                                                                  01110015
011200   01 WS-TABELA-BANDEIRAS-VALIDAS.                                 01120015
011210      05 WS-QTD-BANDEIRAS-VALIDAS PIC 9(003) VALUE ZERO.          01121015
013730                                            ZERO.                 01373015
013740                                                                  01374015
013750   COPY RUNCTLA1.                                                 01375015
013755   COPY CTLARQ1.                                                  01375515
013760*  Data do ciclo gravada no cabecalho e no trailer do BINOUT01;   01376015
013765*  num restart vem do checkpoint, para que o trailer repita a     01376515
013770*  data do cabecalho gravado pela execucao original.              01377015
013775   01 WS-DATA-CICLO-SAIDA                   PIC 9(008) VALUE ZERO.01377515
013800   01 WS-CKPT-QTD-RESTART                   PIC 9(009) VALUE ZERO.01380015
013900   01 WS-MODO-RESTART-SW                    PIC X(001) VALUE 'N'. 01390015
014000      88 MODO-RESTART                        VALUE 'S'.           01400015
                 OPEN EXTEND BINEXCP                                    02000015
              ELSE                                                      02010015
                 OPEN OUTPUT BINCARD1-OUT                               02020015
                 PERFORM 041-GRAVA-CABECALHO-SAIDA                      02025015
                 OPEN OUTPUT BINEXCP                                    02030015
              END-IF                                                    02040015
              PERFORM UNTIL WS-EOF = 'Y'                                02050015
                 END-READ                                               02230015
              END-PERFORM                                               02240015
              PERFORM 055-PROCESSA-FAIXAS-SEM-REGISTRO                  02250015
              PERFORM 042-GRAVA-TRAILER-SAIDA                           02255015
              CLOSE BINCARD1                                            02260015
              CLOSE BINCARD1-OUT                                        02270015
              CLOSE BINEXCP                                             02280015
022500     MOVE WS-DATA-ATUAL-DD   TO WS-DATA-FMT-DD                    02250015
022600     MOVE WS-DATA-ATUAL-MM   TO WS-DATA-FMT-MM                    02260015
022700     MOVE WS-DATA-ATUAL-AAAA TO WS-DATA-FMT-AAAA                  02270015
022750     MOVE WS-DATA-ATUAL-NUM  TO WS-DATA-CICLO-SAIDA               02275015
022800     .                                                            02280015
022810* --------------------------------                                02281015
022820 011-INICIALIZA-BANDEIRAS-VALIDAS.                                 02282015
025660                   WS-TOT-EXCECOES                                02566015
025670              MOVE FD-CKPT-QTD-FORA-VIG TO                        02567015
025680                   WS-TOT-FORA-VIGENCIA                           02568015
025682              MOVE FD-CKPT-QTD-GRAVADOS TO WS-TOT-GRAVADOS        02568215
025684              MOVE FD-CKPT-HASH-CODIGOS TO                        02568415
025686                   WS-TOT-HASH-CODIGOS                            02568615
025688              IF FD-CKPT-DATA-CICLO NUMERIC                       02568815
025690                    AND FD-CKPT-DATA-CICLO > ZERO                 02569015
025692                 MOVE FD-CKPT-DATA-CICLO TO WS-DATA-CICLO-SAIDA   02569215
025694              END-IF                                              02569415
025700              IF WS-CKPT-QTD-RESTART > 0                          02570015
025800                 SET MODO-RESTART TO TRUE                         02580015
025900              END-IF                                              02590015
026720     MOVE WS-TOT-REJEITADOS TO FD-CKPT-QTD-REJEITADOS             02672015
026730     MOVE WS-TOT-EXCECOES TO FD-CKPT-QTD-EXCECOES                 02673015
026740     MOVE WS-TOT-FORA-VIGENCIA TO FD-CKPT-QTD-FORA-VIG            02674015
026750     MOVE WS-TOT-GRAVADOS TO FD-CKPT-QTD-GRAVADOS                 02675015
026760     MOVE WS-TOT-HASH-CODIGOS TO FD-CKPT-HASH-CODIGOS             02676015
026770     MOVE WS-DATA-CICLO-SAIDA TO FD-CKPT-DATA-CICLO               02677015
026800     WRITE FD-CKPT-REG                                            02680015
026900     CLOSE CKPTFILE                                               02690015
027000     .                                                            02700015
027620     MOVE ZERO TO FD-CKPT-QTD-REJEITADOS                          02762015
027630     MOVE ZERO TO FD-CKPT-QTD-EXCECOES                            02763015
027640     MOVE ZERO TO FD-CKPT-QTD-FORA-VIG                            02764015
027650     MOVE ZERO TO FD-CKPT-QTD-GRAVADOS                            02765015
027660     MOVE ZERO TO FD-CKPT-HASH-CODIGOS                            02766015
027670     MOVE ZERO TO FD-CKPT-DATA-CICLO                              02767015
027700     WRITE FD-CKPT-REG                                            02770015
027800     CLOSE CKPTFILE                                               02780015
027900     .                                                            02790015
044800     MOVE WS-BINCARD1-EMISSOR  TO FD-OUT-EMISSOR                  04480015
044810     MOVE WS-BINCARD1-TAMANHO  TO FD-OUT-TAMANHO                  04481015
044900     WRITE FD-BINCARD1-OUT-REG                                    04490015
044902     ADD 1 TO WS-TOT-GRAVADOS                                     04490215
044904     ADD WS-BINCARD1-CODIGO TO WS-TOT-HASH-CODIGOS                04490415
044906     .                                                            04490615
044908* --------------------------------                                04490815
044910 041-GRAVA-CABECALHO-SAIDA.                                       04491015
044912*    Cabecalho da geracao do BINOUT01 (CTLARQ1): gravado so na    04491215
044914*    abertura OUTPUT; num restart a geracao ja o tem.             04491415
044916     MOVE SPACES              TO CTLARQ-REG                       04491615
044918     SET CTLARQ-CABECALHO     TO TRUE                             04491815
044920     MOVE WS-DATA-CICLO-SAIDA TO CTLARQ-DATA-CICLO                04492015
044922     MOVE 'BATCH001'          TO CTLARQ-PROGRAMA                  04492215
044924     WRITE FD-BINCARD1-OUT-REG FROM CTLARQ-REG                    04492415
044926     .                                                            04492615
044928* --------------------------------                                04492815
044930 042-GRAVA-TRAILER-SAIDA.                                         04493015
044932*    Trailer da geracao do BINOUT01 (CTLARQ1), com a quantidade   04493215
044934*    de registros de dados e a soma dos codigos gravados - totais 04493415
044936*    que atravessam um restart pelo checkpoint.  Sem ele o        04493615
044938*    BATCH004 e os demais leitores tratam a geracao como          04493815
044940*    incompleta.                                                  04494015
044942     MOVE SPACES              TO CTLARQ-REG                       04494215
044944     SET CTLARQ-TRAILER       TO TRUE                             04494415
044946     MOVE WS-DATA-CICLO-SAIDA TO CTLARQ-DATA-CICLO                04494615
044948     MOVE WS-TOT-GRAVADOS     TO CTLARQ-QTD-REGISTROS             04494815
044950     MOVE WS-TOT-HASH-CODIGOS TO CTLARQ-HASH-CODIGOS              04495015
044952     WRITE FD-BINCARD1-OUT-REG FROM CTLARQ-REG                    04495215
045000     .                                                            04500015
045100* --------------------------------                                04510015
045200 060-IMPRIME-CABECALHO.                                           04520015
