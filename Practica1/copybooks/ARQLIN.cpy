000010*================================================================*
000020* ARQLIN                                                         *
000030* DETAIL-LINE LAYOUT FOR THE TELLER DRAWER RECONCILIATION        *
000040* REPORT PRODUCED BY ARQUEO.  ONE LINE PER TELLER AND BRANCH     *
000050* (EXPECTED CASH IS THE OPENING FLOAT PLUS DEPOSITS LESS         *
000060* WITHDRAWALS; THE DIFFERENCE IS COUNTED LESS EXPECTED, SO A     *
000070* POSITIVE FIGURE IS AN OVERAGE AND A NEGATIVE ONE A SHORTAGE),  *
000080* ONE SUBTOTAL LINE PER BRANCH AND ONE LINE PER EXCEPTION.       *
000090*================================================================*
000100 01  LIN-ARQUEO.
000110     02  LIN-ARQ-SUCURSAL          PIC X(04).
000120     02  FILLER                    PIC X(02).
000130     02  LIN-ARQ-CAJERO            PIC X(08).
000140     02  FILLER                    PIC X(02).
000150     02  LIN-ARQ-FONDO             PIC ---,---,--9.99.
000160     02  FILLER                    PIC X(01).
000170     02  LIN-ARQ-INGRESOS          PIC ---,---,--9.99.
000180     02  FILLER                    PIC X(01).
000190     02  LIN-ARQ-RETIRADAS         PIC ---,---,--9.99.
000200     02  FILLER                    PIC X(01).
000210     02  LIN-ARQ-ESPERADO          PIC ---,---,--9.99.
000220     02  FILLER                    PIC X(01).
000230     02  LIN-ARQ-CONTADO           PIC ---,---,--9.99.
000240     02  FILLER                    PIC X(01).
000250     02  LIN-ARQ-DIFERENCIA        PIC ---,---,--9.99.
000260     02  FILLER                    PIC X(02).
000270     02  LIN-ARQ-ESTADO            PIC X(16).
