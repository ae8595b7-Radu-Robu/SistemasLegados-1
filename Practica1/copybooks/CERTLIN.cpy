000010*================================================================*
000020* CERTLIN                                                        *
000030* ACCOUNT DETAIL-LINE LAYOUT FOR THE BALANCE CERTIFICATE PRINTED *
000040* BY CERTSAL.  ONE LINE PER ACCOUNT THE CUSTOMER HELD ON THE     *
000050* CERTIFIED DATE, WITH ITS BALANCE AT THE CLOSE OF THAT DAY AND  *
000060* ITS OVERDRAFT LIMIT.  LIN-CRT-SITUACION SAYS "CERRADA" FOR AN  *
000070* ACCOUNT CLOSED SINCE.                                          *
000080*================================================================*
000090 01  LIN-CERTIFICADO.
000100     02  LIN-CRT-CUENTA            PIC X(24).
000110     02  FILLER                    PIC X(02).
000120     02  LIN-CRT-TARJETA           PIC 9(10).
000130     02  FILLER                    PIC X(02).
000140     02  LIN-CRT-SALDO             PIC ---,---,---,--9.99.
000150     02  FILLER                    PIC X(02).
000160     02  LIN-CRT-LIMITE            PIC ZZZ,ZZZ,ZZ9.99.
000170     02  FILLER                    PIC X(02).
000180     02  LIN-CRT-SITUACION         PIC X(08).
