007700      05 WS-TOT-ENRIQUECIDOS     PIC 9(007) VALUE ZERO.           00770015
007800      05 WS-TOT-NAO-ENCONTRADOS  PIC 9(007) VALUE ZERO.           00780015
007900      05 WS-TOT-INVALIDOS        PIC 9(007) VALUE ZERO.           00790015
007905      05 WS-TOT-HASH-ENR         PIC 9(015) VALUE ZERO.           00790515
007910                                                                  00791015
007915*  Registros de controle do BINENR01 (CTLARQ1): cabecalho com a   00791515
007920*  data do processamento e trailer com a quantidade de            00792015
007925*  enriquecidos e a soma das chaves consultadas.                  00792515
007930   01 WS-DATA-CORRENTE                      PIC X(008).           00793015
007935   01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE             00793515
007940                                            PIC 9(008).           00794015
007945                                                                  00794515
007950   COPY CTLARQ1.                                                  00795015
008000                                                                  00800015
008100   COPY BINRESL1.                                                 00810015
008200                                                                  00820015
008800        MOVE 16 TO WS-RETORNO-JOB                                 00880015
008900     ELSE                                                         00890015
009000        OPEN OUTPUT BINENR                                        00900015
009050        PERFORM 045-GRAVA-CABECALHO-ENR                           00905015
009100        OPEN OUTPUT BINNRES                                       00910015
009200        PERFORM UNTIL PAN-FIM-ARQUIVO                             00920015
009300           READ BINPAN AT END SET PAN-FIM-ARQUIVO TO TRUE         00930015
009700           END-READ                                               00970015
009800        END-PERFORM                                               00980015
009900        CLOSE BINPAN                                              00990015
009950        PERFORM 046-GRAVA-TRAILER-ENR                             00995015
010000        CLOSE BINENR                                              01000015
010100        CLOSE BINNRES                                             01010015
010200        MOVE 'F' TO BINRESOL-FUNCAO                               01020015
016900     MOVE BINRESOL-EMISSOR-CODIGO  TO FD-ENR-EMISSOR-CODIGO       01690015
017000     MOVE BINRESOL-ORIGEM          TO FD-ENR-ORIGEM               01700015
017100     WRITE FD-BINENR-REG                                          01710015
017150     ADD WS-CODIGO-CONSULTA TO WS-TOT-HASH-ENR                    01715015
017200     .                                                            01720015
017300* --------------------------------                                01730015
017305 045-GRAVA-CABECALHO-ENR.                                         01730515
017310     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-CORRENTE         01731015
017315     MOVE SPACES               TO CTLARQ-REG                      01731515
017320     SET CTLARQ-CABECALHO      TO TRUE                            01732015
017325     MOVE WS-DATA-CORRENTE-NUM TO CTLARQ-DATA-CICLO               01732515
017330     MOVE 'BATCH014'           TO CTLARQ-PROGRAMA                 01733015
017335     WRITE FD-BINENR-REG FROM CTLARQ-REG                          01733515
017340     .                                                            01734015
017345* --------------------------------                                01734515
017350 046-GRAVA-TRAILER-ENR.                                           01735015
017355     MOVE SPACES               TO CTLARQ-REG                      01735515
017360     SET CTLARQ-TRAILER        TO TRUE                            01736015
017365     MOVE WS-DATA-CORRENTE-NUM TO CTLARQ-DATA-CICLO               01736515
017370     MOVE WS-TOT-ENRIQUECIDOS  TO CTLARQ-QTD-REGISTROS            01737015
017375     MOVE WS-TOT-HASH-ENR      TO CTLARQ-HASH-CODIGOS             01737515
017380     WRITE FD-BINENR-REG FROM CTLARQ-REG                          01738015
017385     .                                                            01738515
017390* --------------------------------                                01739015
017400 050-GRAVA-NAO-RESOLVIDO.                                         01740015
017500     MOVE FD-PAN-ENTRADA     TO FD-NRES-ENTRADA                   01750015
017600     MOVE WS-CODIGO-CONSULTA TO FD-NRES-CHAVE                     01760015
