000830     ==HST-TIPO-DEB-CONVENIO==
000840                              BY ==ACV-TIPO-DEB-CONVENIO==
000850     ==HST-TIPO-TARIFA==      BY ==ACV-TIPO-TARIFA==
000851     ==HST-TIPO-ESTORNO==     BY ==ACV-TIPO-ESTORNO==
000852     ==HST-TIPO-CRED-EMPRESTIMO==
000853                              BY ==ACV-TIPO-CRED-EMPRESTIMO==
000854     ==HST-TIPO-DEB-EMPRESTIMO==
000855                              BY ==ACV-TIPO-DEB-EMPRESTIMO==
000860     ==HST-TIPO==             BY ==ACV-TIPO==
000870     ==HST-VALOR==            BY ==ACV-VALOR==
000880     ==HST-SALDO-RESULTANTE== BY ==ACV-SALDO-RESULTANTE==
000890     ==HST-CONTA-CONTRAPARTIDA==
000900                              BY ==ACV-CONTA-CONTRAPARTIDA==
000902     ==HST-OPERADOR==         BY ==ACV-OPERADOR==
000904     ==HST-SEQ-ESTORNADA==    BY ==ACV-SEQ-ESTORNADA==
000906     ==HST-NATUREZA-ESTORNO==
000908                              BY ==ACV-NATUREZA-ESTORNO==
000910     ==HST-ESTORNO-CREDITO==  BY ==ACV-ESTORNO-CREDITO==
000912     ==HST-ESTORNO-DEBITO==   BY ==ACV-ESTORNO-DEBITO==.
000920 FD  EXPBASE-ARQ
000930     LABEL RECORD IS STANDARD.
000940 COPY EXBREG.
