000010*================================================================*
000020* FISCLIN                                                        *
000030* DETAIL-LINE LAYOUTS FOR THE TWO PRINTS OF DECLFIS.  LIN-FISCAL *
000040* IS ONE ACCOUNT (OR A CUSTOMER TOTAL) ON THE PER-CUSTOMER       *
000050* SUMMARY FISCRES.DAT.  LIN-CUADRE IS ONE ROW OF THE TIE-OUT ON  *
000060* THE CONTROL REPORT FISCCTL.DAT: COUNT AND AMOUNT OF INTEREST,  *
000070* DEBIT INTEREST AND FEES FROM ONE SOURCE, SIGNED SO A           *
000080* DIFFERENCE ROW CAN SHOW WHICH SIDE IS SHORT.                   *
000090*================================================================*
000100 01  LIN-FISCAL.
000110     02  LIN-FIS-CUENTA            PIC X(24).
000120     02  FILLER                    PIC X(02).
000130     02  LIN-FIS-INTERESES         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000140     02  FILLER                    PIC X(02).
000150     02  LIN-FIS-INT-DEUDORES      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000160     02  FILLER                    PIC X(02).
000170     02  LIN-FIS-COMISIONES        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000180*
000190 01  LIN-CUADRE.
000200     02  LIN-CUA-ETIQUETA          PIC X(30).
000210     02  LIN-CUA-NUM-INTERESES     PIC ----,--9.
000220     02  FILLER                    PIC X(01).
000230     02  LIN-CUA-IMP-INTERESES     PIC ---,---,---,--9.99.
000240     02  FILLER                    PIC X(02).
000250     02  LIN-CUA-NUM-INT-DEUDORES  PIC ----,--9.
000260     02  FILLER                    PIC X(01).
000270     02  LIN-CUA-IMP-INT-DEUDORES  PIC ---,---,---,--9.99.
000280     02  FILLER                    PIC X(02).
000290     02  LIN-CUA-NUM-COMISIONES    PIC ----,--9.
000300     02  FILLER                    PIC X(01).
000310     02  LIN-CUA-IMP-COMISIONES    PIC ---,---,---,--9.99.
