001600      05 FD-HARC-EMISSOR-DEPOIS           PIC X(035).             00160015
001700      05 FD-HARC-RESULTADO-COD            PIC X(002).             00170015
001800      05 FD-HARC-RESULTADO-DESC           PIC X(030).             00180015
001900      05 FD-HARC-TIPO-REGISTRO            PIC X(001).             00190015
002000         88 FD-HARC-REGISTRO-FAIXA         VALUE 'F'.             00200015
002100      05 FD-HARC-CODIGO-FIM               PIC 9(008).             00210015
002200      05 FILLER                           PIC X(002).             00220015
