000010*================================================================*
000020* FISCREC                                                        *
000030* RECORD LAYOUTS FOR FISCAL.DAT, THE YEAR-END INFORMATION RETURN *
000040* WRITTEN BY DECLFIS FOR THE TAX AUTHORITY.  ONE "H" HEADER,     *
000050* ONE "D" DETAIL PER DNI AND ACCOUNT WITH THE YEAR'S INTEREST    *
000060* CREDITED ("I"), DEBIT INTEREST CHARGED ("J") AND FEES CHARGED  *
000070* ("F"), AND ONE "T" TRAILER WITH THE DETAIL COUNT, THE NUMBER   *
000080* OF DISTINCT DNIS AND THE AMOUNT TOTALS THE RECEIVER CHECKS THE *
000090* FILE AGAINST.  EVERY RECORD CARRIES THE TYPE IN ITS FIRST BYTE.*
000100*================================================================*
000110 01  REG-FISCAL-CABECERA.
000120     02  FIS-CAB-TIPO              PIC X(01).
000130     02  FIS-CAB-EJERCICIO         PIC 9(04).
000140     02  FIS-CAB-FECHA-GENERACION  PIC 9(08).
000150*
000160 01  REG-FISCAL.
000170     02  FIS-TIPO-REG              PIC X(01).
000180         88  FIS-ES-CABECERA           VALUE "H".
000190         88  FIS-ES-DETALLE            VALUE "D".
000200         88  FIS-ES-TOTALES            VALUE "T".
000210     02  FIS-EJERCICIO             PIC 9(04).
000220     02  FIS-DNI                   PIC X(09).
000230     02  FIS-NOM-APE               PIC X(30).
000240     02  FIS-NUM-CUENTA            PIC X(24).
000250     02  FIS-NUM-INTERESES         PIC 9(05).
000260     02  FIS-IMP-INTERESES         PIC 9(11)V99.
000270     02  FIS-NUM-INT-DEUDORES      PIC 9(05).
000280     02  FIS-IMP-INT-DEUDORES      PIC 9(11)V99.
000290     02  FIS-NUM-COMISIONES        PIC 9(05).
000300     02  FIS-IMP-COMISIONES        PIC 9(11)V99.
000310*
000320 01  REG-FISCAL-TOTALES.
000330     02  FIS-TOT-TIPO              PIC X(01).
000340     02  FIS-TOT-EJERCICIO         PIC 9(04).
000350     02  FIS-TOT-REGISTROS         PIC 9(07).
000360     02  FIS-TOT-DECLARADOS        PIC 9(07).
000370     02  FIS-TOT-IMP-INTERESES     PIC 9(13)V99.
000380     02  FIS-TOT-IMP-INT-DEUDORES  PIC 9(13)V99.
000390     02  FIS-TOT-IMP-COMISIONES    PIC 9(13)V99.
