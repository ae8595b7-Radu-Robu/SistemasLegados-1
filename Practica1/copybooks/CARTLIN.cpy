000010*================================================================*
000020* CARTLIN                                                        *
000030* INDICATOR-LINE LAYOUTS FOR THE MONTHLY MANAGEMENT PORTFOLIO    *
000040* REPORT PRINTED BY CARTMES: A COUNT LINE AND AN AMOUNT LINE,    *
000050* EACH WITH THIS MONTH, LAST MONTH AND THE CHANGE.  WHEN LAST    *
000060* MONTH'S FIGURE IS NOT KNOWN THE ALPHANUMERIC VIEWS OF THE LAST *
000070* TWO COLUMNS CARRY "N/D" AND SPACES INSTEAD.                    *
000080*================================================================*
000090 01  LIN-CARTERA-NUMERO.
000100     02  LIN-CNU-ETIQUETA          PIC X(34).
000110     02  FILLER                    PIC X(11).
000120     02  LIN-CNU-ACTUAL            PIC ZZZ,ZZZ,ZZ9.
000130     02  FILLER                    PIC X(11).
000140     02  LIN-CNU-ANTERIOR          PIC ZZZ,ZZZ,ZZ9.
000150     02  LIN-CNU-ANTERIOR-X        REDEFINES LIN-CNU-ANTERIOR
000160                                   PIC X(11).
000170     02  FILLER                    PIC X(10).
000180     02  LIN-CNU-VARIACION         PIC -ZZZ,ZZZ,ZZ9.
000190     02  LIN-CNU-VARIACION-X       REDEFINES LIN-CNU-VARIACION
000200                                   PIC X(12).
000210*
000220 01  LIN-CARTERA-IMPORTE.
000230     02  LIN-CIM-ETIQUETA          PIC X(34).
000240     02  FILLER                    PIC X(02).
000250     02  LIN-CIM-ACTUAL            PIC -,---,---,---,--9.99.
000260     02  FILLER                    PIC X(02).
000270     02  LIN-CIM-ANTERIOR          PIC -,---,---,---,--9.99.
000280     02  LIN-CIM-ANTERIOR-X        REDEFINES LIN-CIM-ANTERIOR
000290                                   PIC X(20).
000300     02  FILLER                    PIC X(02).
000310     02  LIN-CIM-VARIACION         PIC -,---,---,---,--9.99.
000320     02  LIN-CIM-VARIACION-X       REDEFINES LIN-CIM-VARIACION
000330                                   PIC X(20).
