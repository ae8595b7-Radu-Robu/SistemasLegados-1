000010*================================================================*
000020* CMPREC                                                         *
000030* INTERCHANGE RECORD LAYOUTS FOR THE INTERBANK CLEARING FILES:   *
000040* CMPSAL.DAT (OUR OUTGOING PAYMENTS, WRITTEN BY SEQWRITE),       *
000050* CMPENT.DAT (PAYMENTS FROM OTHER ENTITIES TO OUR ACCOUNTS, READ *
000060* BY COMPENS) AND CMPDEV.DAT (INCOMING ITEMS COMPENS SENDS BACK).*
000070* ALL THREE CARRY THE SAME CONTROLS AS TRANPARM.DAT: ONE "H"     *
000080* HEADER (BUSINESS DATE, SENDING AND RECEIVING ENTITY, WHAT THE  *
000090* FILE CONTAINS), ONE "D" DETAIL PER PAYMENT, AND ONE "T"        *
000100* TRAILER WITH THE DETAIL COUNT AND THE HASH TOTAL OF THE        *
000110* AMOUNTS.  CMP-MOTIVO-DEVOLUCION IS BLANK EXCEPT ON A RETURNED  *
000120* ITEM.  FOR MORE THAN ONE OF THESE FILES IN THE SAME PROGRAM,   *
000130* COPY THIS MEMBER REPLACING THE CMP- PREFIX, E.G.               *
000140*     COPY CMPREC REPLACING LEADING ==CMP-== BY ==CMPD-==        *
000150*                           LEADING ==REG-CMP-== BY ==REG-CMPD-==.
000160*================================================================*
000170 01  REG-CMP-CABECERA.
000180     02  CMP-CAB-TIPO              PIC X(01).
000190     02  CMP-CAB-FECHA             PIC 9(08).
000200     02  CMP-CAB-ENTIDAD-ORIGEN    PIC X(04).
000210     02  CMP-CAB-ENTIDAD-DESTINO   PIC X(04).
000220     02  CMP-CAB-CONTENIDO         PIC X(01).
000230         88  CMP-CAB-ES-PAGOS          VALUE "P".
000240         88  CMP-CAB-ES-DEVOLUCIONES   VALUE "D".
000250*
000260 01  REG-CMP-DETALLE.
000270     02  CMP-TIPO-REG              PIC X(01).
000280         88  CMP-ES-CABECERA           VALUE "H".
000290         88  CMP-ES-DETALLE            VALUE "D".
000300         88  CMP-ES-TOTALES            VALUE "T".
000310     02  CMP-CUENTA-DESTINO        PIC X(24).
000320     02  CMP-IMPORTE               PIC 9(09)V99.
000330     02  CMP-CUENTA-ORDENANTE      PIC X(24).
000340     02  CMP-NOMBRE-ORDENANTE      PIC X(30).
000350     02  CMP-REFERENCIA            PIC X(16).
000360     02  CMP-MOTIVO-DEVOLUCION     PIC X(02).
000370         88  CMP-DEV-CUENTA-INEXISTENTE VALUE "01".
000380         88  CMP-DEV-TARJETA-BLOQUEADA  VALUE "02".
000390         88  CMP-DEV-TARJETA-CADUCADA   VALUE "03".
000400*
000410 01  REG-CMP-TOTALES.
000420     02  CMP-TOT-TIPO              PIC X(01).
000430     02  CMP-TOT-NUM-DETALLES      PIC 9(07).
000440     02  CMP-TOT-HASH-IMPORTES     PIC 9(13)V99.
