000010*================================================================*
000020* AVISREC                                                        *
000030* RECORD LAYOUTS FOR AVISOS.DAT, THE NIGHTLY CUSTOMER NOTICE     *
000040* FILE HANDED TO THE SMS/LETTER PROVIDER BY AVISOS.  ONE "H"     *
000050* HEADER (RUN DATE), ONE "D" DETAIL PER NOTICE AND ONE "T"       *
000060* TRAILER WITH THE NOTICE COUNT AND THE COUNT PER EVENT TYPE:    *
000070*   "B"  THE CARD WAS LOCKED BY FAILED PIN ATTEMPTS.             *
000080*   "C"  THE CARD EXPIRES ON AVI-FECHA-EVENTO.                   *
000090*   "D"  THE ACCOUNT WAS FLAGGED DORMANT.                        *
000100*   "N"  THE ACCOUNT WENT NEGATIVE; AVI-IMPORTE IS THE BALANCE.  *
000110*   "R"  A TRANSFER HELD FOR APPROVAL WAS DENIED (AVI-SUBTIPO    *
000120*        "D") OR EXPIRED ("X"); AVI-IMPORTE IS ITS AMOUNT AND    *
000130*        AVI-FECHA-EVENTO THE DAY IT WAS HELD.                   *
000140* AVI-CANAL IS "S" WHEN THE CUSTOMER HAS A TELEPHONE ON FILE     *
000150* (SMS), ELSE "C" FOR A LETTER TO AVI-DIRECCION.                 *
000160*================================================================*
000170 01  REG-AVISO-CABECERA.
000180     02  AVI-CAB-TIPO              PIC X(01).
000190     02  AVI-CAB-FECHA             PIC 9(08).
000200*
000210 01  REG-AVISO.
000220     02  AVI-TIPO-REG              PIC X(01).
000230         88  AVI-ES-CABECERA           VALUE "H".
000240         88  AVI-ES-DETALLE            VALUE "D".
000250         88  AVI-ES-TOTALES            VALUE "T".
000260     02  AVI-EVENTO                PIC X(01).
000270         88  AVI-BLOQUEO               VALUE "B".
000280         88  AVI-CADUCIDAD             VALUE "C".
000290         88  AVI-DORMIDA               VALUE "D".
000300         88  AVI-NEGATIVO              VALUE "N".
000310         88  AVI-RETENIDA              VALUE "R".
000320     02  AVI-SUBTIPO               PIC X(01).
000330     02  AVI-CANAL                 PIC X(01).
000340         88  AVI-POR-SMS               VALUE "S".
000350         88  AVI-POR-CARTA             VALUE "C".
000360     02  AVI-TARJETA               PIC 9(10).
000370     02  AVI-DNI                   PIC X(09).
000380     02  AVI-NOM-APE               PIC X(30).
000390     02  AVI-TFNO                  PIC X(09).
000400     02  AVI-DIRECCION             PIC X(25).
000410     02  AVI-NUM-CUENTA            PIC X(24).
000420     02  AVI-FECHA-EVENTO          PIC 9(08).
000430     02  AVI-IMPORTE               PIC S9(09)V99.
000440*
000450 01  REG-AVISO-TOTALES.
000460     02  AVI-TOT-TIPO              PIC X(01).
000470     02  AVI-TOT-AVISOS            PIC 9(07).
000480     02  AVI-TOT-BLOQUEOS          PIC 9(07).
000490     02  AVI-TOT-CADUCIDADES       PIC 9(07).
000500     02  AVI-TOT-DORMIDAS          PIC 9(07).
000510     02  AVI-TOT-NEGATIVOS         PIC 9(07).
000520     02  AVI-TOT-RETENIDAS         PIC 9(07).
