000010*================================================================*
000020* VIGLIN                                                         *
000030* DETAIL-LINE LAYOUT FOR THE DAILY REPORT OF NEW ANTI-MONEY-     *
000040* LAUNDERING ALERTS PRODUCED BY VIGBLAN.  ONE LINE PER ALERT     *
000050* RAISED FOR THE FIRST TIME IN THE RUN.                          *
000060*================================================================*
000070 01  LIN-ALERTA.
000080     02  LIN-ALR-REGLA             PIC X(01).
000090     02  FILLER                    PIC X(02).
000100     02  LIN-ALR-TARJETA           PIC 9(10).
000110     02  FILLER                    PIC X(01).
000120     02  LIN-ALR-DNI               PIC X(09).
000130     02  FILLER                    PIC X(01).
000140     02  LIN-ALR-NOM-APE           PIC X(25).
000150     02  FILLER                    PIC X(01).
000160     02  LIN-ALR-CUENTA            PIC X(24).
000170     02  FILLER                    PIC X(01).
000180     02  LIN-ALR-FECHA-HORA        PIC X(14).
000190     02  FILLER                    PIC X(01).
000200     02  LIN-ALR-NUM-MOVTOS        PIC ZZZZ9.
000210     02  FILLER                    PIC X(01).
000220     02  LIN-ALR-IMPORTE           PIC ---,---,---,--9.99.
000230     02  FILLER                    PIC X(01).
000240     02  LIN-ALR-IMPORTE-REF       PIC ---,---,---,--9.99.
