000010*================================================================*
000020* CERTREG                                                        *
000030* KEYED ISSUANCE REGISTER LAYOUT FOR CERTREG.DAT, WRITTEN BY     *
000040* CERTSAL.  ONE RECORD PER CERTIFICATE ISSUED, UNDER THE         *
000050* REFERENCE NUMBER PRINTED ON IT: THE ISSUE DATE PLUS A          *
000060* SEQUENCE THAT STARTS AGAIN AT 0001 EACH DAY.  IT RECORDS WHO   *
000070* THE CERTIFICATE WAS FOR, THE DATE CERTIFIED AND THE TOTAL      *
000080* CERTIFIED, SO A COPY PRESENTED BACK TO THE BANK CAN BE         *
000090* CHECKED.  A RECORD IS NEVER DELETED.                           *
000100*================================================================*
000110 01  REG-CERTIFICADO.
000120     02  CRG-REFERENCIA.
000130         03  CRG-FECHA-EMISION     PIC 9(08).
000140         03  CRG-SECUENCIA         PIC 9(04).
000150     02  CRG-HORA-EMISION          PIC X(06).
000160     02  CRG-DNI                   PIC X(09).
000170     02  CRG-TARJETA               PIC 9(10).
000180     02  CRG-NOM-APE               PIC X(30).
000190     02  CRG-FECHA-SALDO           PIC 9(08).
000200     02  CRG-NUM-CUENTAS           PIC 9(02).
000210     02  CRG-SALDO-TOTAL           PIC S9(11)V99.
