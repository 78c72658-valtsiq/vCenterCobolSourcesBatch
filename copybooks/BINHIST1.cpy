001000      05 FD-HIST-EMISSOR-DEPOIS           PIC X(035).             00100015
001100      05 FD-HIST-RESULTADO-COD            PIC X(002).             00110015
001200      05 FD-HIST-RESULTADO-DESC           PIC X(030).             00120015
001300*     Registro de faixa (tipo 'F', BATCH022): o codigo da chave e 00130015
001400*     o inicio normalizado e FD-HIST-CODIGO-FIM o fim normalizado 00140015
001500*     da faixa.  Tipo em branco = BIN avulso.                     00150015
001600      05 FD-HIST-TIPO-REGISTRO            PIC X(001).             00160015
001700         88 FD-HIST-REGISTRO-FAIXA         VALUE 'F'.             00170015
001800      05 FD-HIST-CODIGO-FIM               PIC 9(008).             00180015
001900      05 FILLER                           PIC X(002).             00190015
