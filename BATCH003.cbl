003800                                                                  00380015
003900   FD BINAUD                                                      00390015
004000        RECORDING MODE IS F                                       00400015
004100        RECORD CONTAINS 154 CHARACTERS.                           00410015
004200                                                                  00420015
004300   COPY BINAUD1.                                                  00430015
005300                                                                  00530015
022900     MOVE WS-DEPOIS-EMISSOR    TO FD-AUD-EMISSOR-DEPOIS           02290015
023000     MOVE WS-RESULTADO-COD     TO FD-AUD-RESULTADO-COD            02300015
023100     MOVE WS-RESULTADO-DESC    TO FD-AUD-RESULTADO-DESC           02310015
023110     MOVE SPACE                TO FD-AUD-TIPO-REGISTRO            02311015
023120     MOVE ZERO                 TO FD-AUD-CODIGO-FIM               02312015
023200     WRITE FD-BINAUD-REG                                          02320015
023300     .                                                            02330015
023400* --------------------------------                                02340015
