000010*================================================================*
000020* CARTHIST                                                       *
000030* MONTHLY-INDICATORS RECORD LAYOUT FOR CARTHIST.DAT, THE KEYED   *
000040* HISTORY KEPT BY CARTMES.  ONE "I" RECORD PER MONTH HOLDS THE   *
000050* PORTFOLIO INDICATORS AT THAT MONTH'S CLOSE (CUSTOMERS,         *
000060* ACCOUNTS, DEPOSITS, OVERDRAFTS AND OVERDRAFT LINES, DORMANT    *
000070* ACCOUNTS, DEPOSITS BY BALANCE BAND) AND THE MONTH'S MOVEMENT   *
000080* VOLUME BY TYPE, IN THE ORDER OF THE TYPE TABLE IN CARTMES      *
000090* (C D V I F J E S R).  THE MONTH'S VOLUME BY BRANCH GOES ON "S" *
000100* RECORDS UNDER THE SAME MONTH - SEE CARTSUC.  THE NEXT MONTH'S  *
000110* RUN READS THIS RECORD BACK FOR ITS "LAST MONTH" COLUMN.  A     *
000120* RERUN OF A MONTH REPLACES ITS RECORDS.  FOR A WORKING-STORAGE  *
000130* MIRROR, COPY REPLACING THE RECORD NAME AND THE CRH- PREFIX,    *
000140* E.G.                                                           *
000150*     COPY CARTHIST REPLACING ==REG-CARTERA-MES== BY ==WS-MES==  *
000160*                       LEADING ==CRH-== BY ==ACT-==.            *
000170*================================================================*
000180 01  REG-CARTERA-MES.
000190     02  CRH-CLAVE.
000200         03  CRH-MES               PIC 9(06).
000210         03  CRH-TIPO-REG          PIC X(01).
000220             88  CRH-ES-INDICADORES    VALUE "I".
000230             88  CRH-ES-SUCURSAL       VALUE "S".
000240         03  CRH-SUCURSAL          PIC X(04).
000250     02  CRH-FECHA-FOTO            PIC 9(08).
000260     02  CRH-FECHA-PROCESO         PIC 9(08).
000270     02  CRH-CLIENTES              PIC 9(07).
000280     02  CRH-CUENTAS               PIC 9(07).
000290     02  CRH-DEPOSITOS             PIC 9(13)V99.
000300     02  CRH-NUM-DESCUBIERTO       PIC 9(07).
000310     02  CRH-IMP-DESCUBIERTO       PIC 9(13)V99.
000320     02  CRH-NUM-LINEAS            PIC 9(07).
000330     02  CRH-IMP-LINEAS            PIC 9(13)V99.
000340     02  CRH-DORMIDAS              PIC 9(07).
000350     02  CRH-TRAMO                 OCCURS 4 TIMES.
000360         03  CRH-TR-NUM            PIC 9(07).
000370         03  CRH-TR-IMPORTE        PIC 9(13)V99.
000380     02  CRH-TIPO-MOVTO            OCCURS 9 TIMES.
000390         03  CRH-TM-NUM            PIC 9(07).
000400         03  CRH-TM-IMPORTE        PIC 9(13)V99.
