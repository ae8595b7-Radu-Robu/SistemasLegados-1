000010*================================================================*
000020* PROGRAM-ID : CERTSAL                                           *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   BALANCE CERTIFICATES AS OF A PAST DATE, AS ASKED FOR BY      *
000100*   COURTS, EMBASSIES AND INHERITANCE PROCEEDINGS.  EACH LINE OF *
000110*   CERTPARM.DAT NAMES A CUSTOMER BY DNI (EVERY CARD HELD UNDER  *
000120*   IT) OR BY CARD (FOLLOWED FORWARD ACROSS ANY REISSUE ON       *
000130*   CARDXREF.DAT TO THE CARD NOW IN USE) AND THE DATE TO         *
000140*   CERTIFY.  THE CARDS THE CUSTOMER HELD BEFORE A REISSUE ARE   *
000150*   GATHERED FROM CARDXREF.DAT TOO, SO AN ACCOUNT CLOSED SINCE   *
000160*   UNDER A RETIRED NUMBER IS STILL FOUND ON TRANHIST.DAT.       *
000170*   EACH ACCOUNT'S BALANCE AT THE CLOSE OF THE DATE IS ROLLED    *
000180*   BACK FROM ITS CURRENT USER-SALDO (ZERO FOR A CLOSED ONE,     *
000190*   SINCE MANTUSR ONLY CLOSES AN EMPTIED ACCOUNT) BY UNDOING     *
000200*   EVERY MOVEMENT POSTED AFTER THAT DATE.  THE CERTIFICATE, ON  *
000210*   CERTIF.DAT, SHOWS THE HOLDER'S NAME AND ADDRESS, EACH        *
000220*   ACCOUNT WITH ITS BALANCE AND OVERDRAFT LIMIT, THE DATE       *
000230*   CERTIFIED AND A REFERENCE NUMBER, AND EVERY CERTIFICATE      *
000240*   ISSUED IS RECORDED UNDER THAT REFERENCE ON THE KEYED         *
000250*   REGISTER CERTREG.DAT (CREATED ON FIRST USE).  A REQUEST THAT *
000260*   CANNOT BE SERVED IS LISTED WITH ITS REASON AND THE RUN ENDS  *
000270*   WITH RETURN-CODE 4.                                          *
000280*----------------------------------------------------------------*
000290* MODIFICATION HISTORY.                                          *
000300*   DATE       INIT  DESCRIPTION                                 *
000310*   ---------  ----  -------------------------------------------*
000320*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000325*   2026-10-15  RAG  CARD SEARCH GETS ITS OWN SUBSCRIPT SO THE   *
000326*                    REISSUE LOOK-BACK LOOP IS NOT DISTURBED.    *
000330*================================================================*
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     CertSal.
000360 AUTHOR.         R. AGUADO GIL.
000370 INSTALLATION.   PRACTICA1.
000380 DATE-WRITTEN.   2026-10-15.
000390 DATE-COMPILED.  2026-10-15.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ParmFile ASSIGN TO "CERTPARM.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS FSP.
000480*
000490     SELECT UserFile ASSIGN TO "USERS.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS USER-TARJ
000530         FILE STATUS IS FSU.
000540*
000550     SELECT HistFile ASSIGN TO "TRANHIST.DAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS HIST-CLAVE
000590         ALTERNATE RECORD KEY IS HIST-FECHA-DIA
000600             WITH DUPLICATES
000610         FILE STATUS IS FSI.
000620*
000630     SELECT XrefFile ASSIGN TO "CARDXREF.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS FSX.
000670*
000680     SELECT CertRegFile ASSIGN TO "CERTREG.DAT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS CRG-REFERENCIA
000720         FILE STATUS IS FSG.
000730*
000740     SELECT ReportFile ASSIGN TO "CERTIF.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS FSR.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  PARMFILE.
000820     COPY CERTPARM.
000830*
000840 FD  USERFILE.
000850     COPY USERREC.
000860*
000870 FD  HISTFILE.
000880     COPY HISTREC.
000890*
000900 FD  XREFFILE.
000910     COPY XREFREC.
000920*
000930 FD  CERTREGFILE.
000940     COPY CERTREG.
000950*
000960 FD  REPORTFILE.
000970 01  LINEA-REPORTE                PIC X(133).
000980*
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------*
001010* FILE STATUS FIELDS.                                            *
001020*----------------------------------------------------------------*
001030 01  FSP                          PIC X(02).
001040 01  FSU                          PIC X(02).
001050 01  FSI                          PIC X(02).
001060 01  FSX                          PIC X(02).
001070 01  FSG                          PIC X(02).
001080 01  FSR                          PIC X(02).
001090 01  WS-ABEND-FICHERO             PIC X(12).
001100 01  WS-ABEND-STATUS              PIC X(02).
001110*----------------------------------------------------------------*
001120* SWITCHES AND SUBSCRIPTS.                                       *
001130*----------------------------------------------------------------*
001140 01  WS-SW-FIN-PARMFILE           PIC X(01) VALUE "N".
001150     88  FIN-PARMFILE                 VALUE "S".
001160 01  WS-SW-FIN-XREFFILE           PIC X(01) VALUE "N".
001170     88  FIN-XREFFILE                 VALUE "S".
001180 01  WS-SW-FIN-USUARIOS           PIC X(01) VALUE "N".
001190     88  FIN-USUARIOS                 VALUE "S".
001200 01  WS-SW-FIN-HISTORICO          PIC X(01) VALUE "N".
001210     88  FIN-HISTORICO                VALUE "S".
001220 01  WS-SW-FIN-REGISTRO           PIC X(01) VALUE "N".
001230     88  FIN-REGISTRO                 VALUE "S".
001240 01  WS-SW-CLIENTE-HALLADO        PIC X(01) VALUE "N".
001250     88  CLIENTE-HALLADO              VALUE "S".
001260 77  M                            PIC 9(03) VALUE 1 COMP.
001270 77  X                            PIC 9(03) VALUE 1 COMP.
001280 77  T                            PIC 9(03) VALUE 1 COMP.
001290 77  C                            PIC 9(03) VALUE 1 COMP.
001295 77  K                            PIC 9(03) VALUE 1 COMP.
001300*----------------------------------------------------------------*
001310* THE REQUEST BEING SERVED AND THE HOLDER PRINTED ON ITS         *
001320* CERTIFICATE (THE FIRST CARD FOUND FOR IT ON USERS.DAT).        *
001330*----------------------------------------------------------------*
001340 01  WS-FECHA-SISTEMA             PIC 9(08).
001350 01  WS-HORA-SISTEMA              PIC 9(08).
001360 01  WS-FECHA-SALDO               PIC 9(08).
001370 01  WS-MOTIVO                    PIC X(40).
001380 01  WS-TARJETA-SEGUIDA           PIC 9(10).
001390 01  WS-SALTOS-XREF               PIC 9(03) VALUE ZERO COMP.
001400 01  WS-TIT-TARJETA               PIC 9(10).
001410 01  WS-TIT-DNI                   PIC X(09).
001420 01  WS-TIT-NOM-APE               PIC X(30).
001430 01  WS-TIT-DIRECCION             PIC X(25).
001440 01  WS-ULTIMA-SECUENCIA          PIC 9(04) VALUE ZERO.
001450 01  WS-CUENTAS-CERTIFICADAS      PIC 9(02) VALUE ZERO.
001460 01  WS-SALDO-TOTAL               PIC S9(11)V99 VALUE ZERO.
001470 01  WS-REFERENCIA-EDITADA.
001480     02  WS-REF-FECHA             PIC 9(08).
001490     02  FILLER                   PIC X(01) VALUE "-".
001500     02  WS-REF-SECUENCIA         PIC 9(04).
001510*----------------------------------------------------------------*
001520* IN-CORE TABLE OF THE CARD-REISSUE CROSS-REFERENCE, LOADED      *
001530* FROM CARDXREF.DAT AT START-UP.  A MISSING CARDXREF.DAT ONLY    *
001540* MEANS NO CARD WAS EVER REISSUED.                               *
001550*----------------------------------------------------------------*
001560 01  WS-XREF-MAX                  PIC 9(03) VALUE 200 COMP.
001570 01  WS-XREF-TOTAL                PIC 9(03) VALUE ZERO COMP.
001580 01  WS-TABLA-XREF.
001590     02  WS-XREF-ENTRADA          OCCURS 200 TIMES.
001600         03  WS-XREF-ANTIGUA          PIC 9(10).
001610         03  WS-XREF-NUEVA            PIC 9(10).
001620 01  WS-XREF-IDX                  PIC 9(03) VALUE ZERO COMP.
001630*----------------------------------------------------------------*
001640* THE CUSTOMER'S CARDS (CURRENT AND RETIRED) AND ACCOUNTS        *
001650* (CURRENT AND CLOSED) FOR THE REQUEST BEING SERVED.  EACH       *
001660* ACCOUNT STARTS AT ITS CURRENT BALANCE AND IS ROLLED BACK TO    *
001670* THE CERTIFIED DATE AS TRANHIST.DAT IS READ.                    *
001680*----------------------------------------------------------------*
001690 01  WS-TARJ-MAX                  PIC 9(03) VALUE 20 COMP.
001700 01  WS-TARJ-TOTAL                PIC 9(03) VALUE ZERO COMP.
001710 01  WS-TABLA-TARJETAS.
001720     02  WS-TARJ-NUMERO           PIC 9(10) OCCURS 20 TIMES.
001730 01  WS-TARJ-IDX                  PIC 9(03) VALUE ZERO COMP.
001740*
001750 01  WS-CTA-MAX                   PIC 9(03) VALUE 50 COMP.
001760 01  WS-CTA-TOTAL                 PIC 9(03) VALUE ZERO COMP.
001770 01  WS-TABLA-CUENTAS.
001780     02  WS-CTA-ENTRADA           OCCURS 50 TIMES.
001790         03  WS-CTA-NUMERO            PIC X(24).
001800         03  WS-CTA-TARJETA           PIC 9(10).
001810         03  WS-CTA-SALDO             PIC S9(11)V99.
001820         03  WS-CTA-LIMITE            PIC 9(09)V99.
001830         03  WS-CTA-ESTADO            PIC X(01).
001840             88  WS-CTA-ABIERTA           VALUE "A".
001850             88  WS-CTA-CERRADA           VALUE "C".
001860         03  WS-CTA-MOVTOS-POST       PIC 9(05) COMP.
001870 01  WS-CTA-IDX                   PIC 9(03) VALUE ZERO COMP.
001880*----------------------------------------------------------------*
001890* RUN CONTROL TOTALS.                                            *
001900*----------------------------------------------------------------*
001910 01  WS-TOT-PETICIONES            PIC 9(07) VALUE ZERO COMP.
001920 01  WS-TOT-EMITIDOS              PIC 9(07) VALUE ZERO COMP.
001930 01  WS-TOT-RECHAZADOS            PIC 9(07) VALUE ZERO COMP.
001940*----------------------------------------------------------------*
001950* REPORT LINE LAYOUTS AND HEADING LINES.                         *
001960*----------------------------------------------------------------*
001970     COPY CERTLIN.
001980*
001990 01  WS-LINEA-TITULO.
002000     02  FILLER                PIC X(30) VALUE
002010         "CERTIFICADO DE SALDOS".
002020     02  FILLER                PIC X(12) VALUE "REFERENCIA: ".
002030     02  WS-TIT-REFERENCIA     PIC X(13).
002040*
002050 01  WS-LINEA-ROTULADA.
002060     02  WS-ROT-ETIQUETA       PIC X(26).
002070     02  WS-ROT-VALOR          PIC X(40).
002080*
002090 01  WS-LINEA-CABECERA.
002100     02  FILLER                PIC X(24) VALUE "CUENTA".
002110     02  FILLER                PIC X(02) VALUE SPACES.
002120     02  FILLER                PIC X(10) VALUE "TARJETA".
002130     02  FILLER                PIC X(02) VALUE SPACES.
002140     02  FILLER                PIC X(18) VALUE
002150         "             SALDO".
002160     02  FILLER                PIC X(02) VALUE SPACES.
002170     02  FILLER                PIC X(14) VALUE
002180         "  LIMITE DESC.".
002190     02  FILLER                PIC X(02) VALUE SPACES.
002200     02  FILLER                PIC X(08) VALUE "SITUAC.".
002210*
002220 01  WS-LINEA-SALDO-TOTAL.
002230     02  FILLER                PIC X(38) VALUE
002240         "SALDO TOTAL CERTIFICADO".
002250     02  WS-SALT-IMPORTE       PIC ---,---,---,--9.99.
002260*
002270 01  WS-LINEA-RECHAZO.
002280     02  FILLER                PIC X(20) VALUE
002290         "PETICION RECHAZADA: ".
002300     02  FILLER                PIC X(05) VALUE "DNI ".
002310     02  WS-RCH-DNI            PIC X(09).
002320     02  FILLER                PIC X(10) VALUE "  TARJETA ".
002330     02  WS-RCH-TARJETA        PIC X(10).
002340     02  FILLER                PIC X(08) VALUE "  FECHA ".
002350     02  WS-RCH-FECHA          PIC X(08).
002360     02  FILLER                PIC X(03) VALUE " - ".
002370     02  WS-RCH-MOTIVO         PIC X(40).
002380*
002390 01  WS-LINEA-TOTAL.
002400     02  WS-TOTL-ETIQUETA      PIC X(30).
002410     02  WS-TOTL-VALOR         PIC Z,ZZZ,ZZ9.
002420*
002430 01  WS-FECHA-EDITAR              PIC 9(08).
002440 01  WS-FECHA-EDITADA             PIC X(10).
002450*
002460 PROCEDURE DIVISION.
002470*================================================================*
002480* 0000-MAINLINE                                                  *
002490*================================================================*
002500 0000-MAINLINE.
002510     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002520     PERFORM 2000-PROCESAR-UNA-PETICION THRU 2000-EXIT
002530         UNTIL FIN-PARMFILE.
002540     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002550     STOP RUN.
002560*================================================================*
002570* 1000-INICIALIZAR                                               *
002580*   LOADS THE CROSS-REFERENCE, OPENS EVERY FILE AND FINDS THE    *
002590*   LAST REFERENCE ALREADY GIVEN OUT TODAY.  WITHOUT THE         *
002600*   REQUESTS OR TRANHIST.DAT THERE IS NOTHING TO CERTIFY, SO     *
002610*   THEIR ABSENCE IS FATAL; CERTREG.DAT IS CREATED ON FIRST USE. *
002620*================================================================*
002630 1000-INICIALIZAR.
002640     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
002650     ACCEPT WS-HORA-SISTEMA  FROM TIME.
002660     PERFORM 1200-CARGAR-XREF THRU 1200-EXIT.
002670     OPEN INPUT ParmFile.
002680     IF FSP NOT = "00"
002690         IF FSP = "35"
002700             DISPLAY "CERTPARM.DAT NO ENCONTRADO - NO HAY "
002710                 "CERTIFICADOS QUE EMITIR"
002720             MOVE 16 TO RETURN-CODE
002730             STOP RUN
002740         ELSE
002750             MOVE "CERTPARM.DAT" TO WS-ABEND-FICHERO
002760             MOVE FSP TO WS-ABEND-STATUS
002770             GO TO 9990-ERROR-FICHERO
002780         END-IF
002790     END-IF.
002800     OPEN INPUT HistFile.
002810     IF FSI NOT = "00"
002820         IF FSI = "35"
002830             DISPLAY "TRANHIST.DAT NO ENCONTRADO - NO SE PUEDEN "
002840                 "RECONSTRUIR LOS SALDOS"
002850             MOVE 16 TO RETURN-CODE
002860             STOP RUN
002870         ELSE
002880             MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
002890             MOVE FSI TO WS-ABEND-STATUS
002900             GO TO 9990-ERROR-FICHERO
002910         END-IF
002920     END-IF.
002930     OPEN INPUT UserFile.
002940     IF FSU NOT = "00"
002950         MOVE "USERFILE" TO WS-ABEND-FICHERO
002960         MOVE FSU TO WS-ABEND-STATUS
002970         GO TO 9990-ERROR-FICHERO
002980     END-IF.
002990     OPEN I-O CertRegFile.
003000     IF FSG NOT = "00"
003010         IF FSG = "35"
003020             OPEN OUTPUT CertRegFile
003030             IF FSG NOT = "00"
003040                 MOVE "CERTREG.DAT" TO WS-ABEND-FICHERO
003050                 MOVE FSG TO WS-ABEND-STATUS
003060                 GO TO 9990-ERROR-FICHERO
003070             END-IF
003080             CLOSE CertRegFile
003090             OPEN I-O CertRegFile
003100             IF FSG NOT = "00"
003110                 MOVE "CERTREG.DAT" TO WS-ABEND-FICHERO
003120                 MOVE FSG TO WS-ABEND-STATUS
003130                 GO TO 9990-ERROR-FICHERO
003140             END-IF
003150         ELSE
003160             MOVE "CERTREG.DAT" TO WS-ABEND-FICHERO
003170             MOVE FSG TO WS-ABEND-STATUS
003180             GO TO 9990-ERROR-FICHERO
003190         END-IF
003200     END-IF.
003210     OPEN OUTPUT ReportFile.
003220     IF FSR NOT = "00"
003230         MOVE "CERTIF.DAT" TO WS-ABEND-FICHERO
003240         MOVE FSR TO WS-ABEND-STATUS
003250         GO TO 9990-ERROR-FICHERO
003260     END-IF.
003270     PERFORM 1300-ULTIMA-REFERENCIA THRU 1300-EXIT.
003280 1000-EXIT.
003290     EXIT.
003300*================================================================*
003310* 1200-CARGAR-XREF                                               *
003320*   LOADS THE CARD-REISSUE CROSS-REFERENCE INTO THE IN-CORE      *
003330*   TABLE.  A MISSING CARDXREF.DAT ONLY MEANS NO CARD WAS EVER   *
003340*   REISSUED.                                                    *
003350*================================================================*
003360 1200-CARGAR-XREF.
003370     OPEN INPUT XrefFile.
003380     IF FSX NOT = "00"
003390         IF FSX = "35"
003400             GO TO 1200-EXIT
003410         ELSE
003420             MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
003430             MOVE FSX TO WS-ABEND-STATUS
003440             GO TO 9990-ERROR-FICHERO
003450         END-IF
003460     END-IF.
003470     PERFORM 1250-CARGAR-UN-XREF THRU 1250-EXIT
003480         UNTIL FIN-XREFFILE.
003490     CLOSE XrefFile.
003500 1200-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------*
003530 1250-CARGAR-UN-XREF.
003540     READ XrefFile
003550         AT END
003560             MOVE "S" TO WS-SW-FIN-XREFFILE
003570             GO TO 1250-EXIT
003580     END-READ.
003590     IF FSX NOT = "00" AND FSX NOT = "10"
003600         MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
003610         MOVE FSX TO WS-ABEND-STATUS
003620         GO TO 9990-ERROR-FICHERO
003630     END-IF.
003640     IF WS-XREF-TOTAL >= WS-XREF-MAX
003650         DISPLAY "TABLA DE REEMISIONES DESBORDADA - MAS DE "
003660             WS-XREF-MAX " ENTRADAS EN CARDXREF.DAT"
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     ADD 1 TO WS-XREF-TOTAL.
003710     MOVE XREF-TARJETA-ANTIGUA
003720         TO WS-XREF-ANTIGUA(WS-XREF-TOTAL).
003730     MOVE XREF-TARJETA-NUEVA
003740         TO WS-XREF-NUEVA(WS-XREF-TOTAL).
003750 1250-EXIT.
003760     EXIT.
003770*================================================================*
003780* 1300-ULTIMA-REFERENCIA                                         *
003790*   POSITIONS THE REGISTER ON TODAY'S FIRST REFERENCE AND READS  *
003800*   FORWARD TO THE LAST ONE, SO A SECOND RUN ON THE SAME DAY     *
003810*   CARRIES ON THE NUMBERING INSTEAD OF REUSING IT.              *
003820*================================================================*
003830 1300-ULTIMA-REFERENCIA.
003840     MOVE WS-FECHA-SISTEMA TO CRG-FECHA-EMISION.
003850     MOVE ZERO             TO CRG-SECUENCIA.
003860     START CertRegFile KEY IS NOT LESS THAN CRG-REFERENCIA
003870         INVALID KEY
003880             GO TO 1300-EXIT
003890     END-START.
003900     IF FSG NOT = "00"
003910         MOVE "CERTREG.DAT" TO WS-ABEND-FICHERO
003920         MOVE FSG TO WS-ABEND-STATUS
003930         GO TO 9990-ERROR-FICHERO
003940     END-IF.
003950     PERFORM 1350-LEER-UNA-REFERENCIA THRU 1350-EXIT
003960         UNTIL FIN-REGISTRO.
003970 1300-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------*
004000 1350-LEER-UNA-REFERENCIA.
004010     READ CertRegFile NEXT RECORD
004020         AT END
004030             MOVE "S" TO WS-SW-FIN-REGISTRO
004040             GO TO 1350-EXIT
004050     END-READ.
004060     IF FSG NOT = "00" AND FSG NOT = "10"
004070         MOVE "CERTREG.DAT" TO WS-ABEND-FICHERO
004080         MOVE FSG TO WS-ABEND-STATUS
004090         GO TO 9990-ERROR-FICHERO
004100     END-IF.
004110     IF CRG-FECHA-EMISION NOT = WS-FECHA-SISTEMA
004120         MOVE "S" TO WS-SW-FIN-REGISTRO
004130         GO TO 1350-EXIT
004140     END-IF.
004150     MOVE CRG-SECUENCIA TO WS-ULTIMA-SECUENCIA.
004160 1350-EXIT.
004170     EXIT.
004180*================================================================*
004190* 2000-PROCESAR-UNA-PETICION                                     *
004200*   SERVES ONE LINE OF CERTPARM.DAT: FINDS THE CUSTOMER'S CARDS  *
004210*   AND ACCOUNTS, ROLLS THE BALANCES BACK TO THE DATE, PRINTS    *
004220*   THE CERTIFICATE AND RECORDS IT.                              *
004230*================================================================*
004240 2000-PROCESAR-UNA-PETICION.
004250     READ ParmFile
004260         AT END
004270             MOVE "S" TO WS-SW-FIN-PARMFILE
004280             GO TO 2000-EXIT
004290     END-READ.
004300     IF FSP NOT = "00" AND FSP NOT = "10"
004310         MOVE "CERTPARM.DAT" TO WS-ABEND-FICHERO
004320         MOVE FSP TO WS-ABEND-STATUS
004330         GO TO 9990-ERROR-FICHERO
004340     END-IF.
004350     ADD 1 TO WS-TOT-PETICIONES.
004360     MOVE SPACES TO WS-MOTIVO.
004370     MOVE ZERO   TO WS-TARJ-TOTAL
004380                    WS-CTA-TOTAL.
004390     MOVE "N"    TO WS-SW-CLIENTE-HALLADO.
004400     PERFORM 2050-VALIDAR-PETICION THRU 2050-EXIT.
004410     IF WS-MOTIVO NOT = SPACES
004420         PERFORM 2900-RECHAZAR-PETICION THRU 2900-EXIT
004430         GO TO 2000-EXIT
004440     END-IF.
004450     IF CRTP-DNI NOT = SPACES
004460         PERFORM 2100-CLIENTE-POR-DNI THRU 2100-EXIT
004470     ELSE
004480         PERFORM 2200-CLIENTE-POR-TARJETA THRU 2200-EXIT
004490     END-IF.
004500     IF WS-MOTIVO = SPACES AND NOT CLIENTE-HALLADO
004510         MOVE "CLIENTE NO ENCONTRADO" TO WS-MOTIVO
004520     END-IF.
004530     IF WS-MOTIVO = SPACES
004540         PERFORM 2300-TARJETAS-ANTERIORES THRU 2300-EXIT
004550     END-IF.
004560     IF WS-MOTIVO = SPACES
004570         PERFORM 2400-RECORRER-HISTORICO THRU 2400-EXIT
004580     END-IF.
004590     IF WS-MOTIVO = SPACES AND WS-ULTIMA-SECUENCIA = 9999
004600         MOVE "NUMERACION DEL DIA AGOTADA" TO WS-MOTIVO
004610     END-IF.
004620     IF WS-MOTIVO NOT = SPACES
004630         PERFORM 2900-RECHAZAR-PETICION THRU 2900-EXIT
004640         GO TO 2000-EXIT
004650     END-IF.
004660     ADD 1 TO WS-ULTIMA-SECUENCIA.
004670     PERFORM 3000-IMPRIMIR-CERTIFICADO THRU 3000-EXIT.
004680     PERFORM 3500-REGISTRAR-CERTIFICADO THRU 3500-EXIT.
004690     ADD 1 TO WS-TOT-EMITIDOS.
004700 2000-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------*
004730 2050-VALIDAR-PETICION.
004740     IF CRTP-FECHA-SALDO NOT NUMERIC
004750         OR CRTP-FECHA-SALDO = ZERO
004760             MOVE "FECHA DE SALDO NO VALIDA" TO WS-MOTIVO
004770             GO TO 2050-EXIT
004780     END-IF.
004790     IF CRTP-FECHA-SALDO > WS-FECHA-SISTEMA
004800         MOVE "FECHA DE SALDO POSTERIOR A HOY" TO WS-MOTIVO
004810         GO TO 2050-EXIT
004820     END-IF.
004830     IF CRTP-TARJETA NOT NUMERIC
004840         MOVE "TARJETA NO NUMERICA" TO WS-MOTIVO
004850         GO TO 2050-EXIT
004860     END-IF.
004870     IF CRTP-DNI = SPACES AND CRTP-TARJETA = ZERO
004880         MOVE "FALTA DNI O TARJETA" TO WS-MOTIVO
004890         GO TO 2050-EXIT
004900     END-IF.
004910     MOVE CRTP-FECHA-SALDO TO WS-FECHA-SALDO.
004920 2050-EXIT.
004930     EXIT.
004940*================================================================*
004950* 2100-CLIENTE-POR-DNI                                           *
004960*   READS USERS.DAT END TO END AND TAKES EVERY CARD HELD UNDER   *
004970*   THE DNI, WITH ITS ACCOUNTS (THE FILE HAS NO DNI KEY).        *
004980*================================================================*
004990 2100-CLIENTE-POR-DNI.
005000     MOVE "N"  TO WS-SW-FIN-USUARIOS.
005010     MOVE ZERO TO USER-TARJ.
005020     START UserFile KEY IS NOT LESS THAN USER-TARJ
005030         INVALID KEY
005040             GO TO 2100-EXIT
005050     END-START.
005060     IF FSU NOT = "00"
005070         MOVE "USERFILE" TO WS-ABEND-FICHERO
005080         MOVE FSU TO WS-ABEND-STATUS
005090         GO TO 9990-ERROR-FICHERO
005100     END-IF.
005110     PERFORM 2150-LEER-UN-CLIENTE THRU 2150-EXIT
005120         UNTIL FIN-USUARIOS.
005130 2100-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------*
005160 2150-LEER-UN-CLIENTE.
005170     READ UserFile NEXT RECORD
005180         AT END
005190             MOVE "S" TO WS-SW-FIN-USUARIOS
005200             GO TO 2150-EXIT
005210     END-READ.
005220     IF FSU NOT = "00" AND FSU NOT = "10"
005230         MOVE "USERFILE" TO WS-ABEND-FICHERO
005240         MOVE FSU TO WS-ABEND-STATUS
005250         GO TO 9990-ERROR-FICHERO
005260     END-IF.
005270     IF USER-DNI = CRTP-DNI
005280         PERFORM 2170-TOMAR-CLIENTE THRU 2170-EXIT
005290     END-IF.
005300 2150-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------*
005330* 2170-TOMAR-CLIENTE - ADDS THE CARD IN REG-USUARIO AND ITS      *
005340* ACCOUNTS TO THE REQUEST'S TABLES.  THE FIRST CARD TAKEN GIVES  *
005350* THE HOLDER'S NAME AND ADDRESS.                                 *
005360*----------------------------------------------------------------*
005370 2170-TOMAR-CLIENTE.
005380     IF WS-TARJ-TOTAL >= WS-TARJ-MAX
005390         MOVE "DEMASIADAS TARJETAS PARA UN CERTIFICADO"
005400             TO WS-MOTIVO
005410         GO TO 2170-EXIT
005420     END-IF.
005430     ADD 1 TO WS-TARJ-TOTAL.
005440     MOVE USER-TARJ TO WS-TARJ-NUMERO(WS-TARJ-TOTAL).
005450     IF NOT CLIENTE-HALLADO
005460         MOVE "S"            TO WS-SW-CLIENTE-HALLADO
005470         MOVE USER-TARJ      TO WS-TIT-TARJETA
005480         MOVE USER-DNI       TO WS-TIT-DNI
005490         MOVE USER-NOM-APE   TO WS-TIT-NOM-APE
005500         MOVE USER-DIRECCION TO WS-TIT-DIRECCION
005510     END-IF.
005520     MOVE 1 TO M.
005530     PERFORM 2180-TOMAR-CUENTA THRU 2180-EXIT
005540         UNTIL M > USER-NUM-CUENTAS.
005550 2170-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------*
005580 2180-TOMAR-CUENTA.
005590     IF WS-CTA-TOTAL >= WS-CTA-MAX
005600         MOVE "DEMASIADAS CUENTAS PARA UN CERTIFICADO"
005610             TO WS-MOTIVO
005620         MOVE USER-NUM-CUENTAS TO M
005630         ADD 1 TO M
005640         GO TO 2180-EXIT
005650     END-IF.
005660     ADD 1 TO WS-CTA-TOTAL.
005670     MOVE USER-NUM-CUENTA(M) TO WS-CTA-NUMERO(WS-CTA-TOTAL).
005680     MOVE USER-TARJ          TO WS-CTA-TARJETA(WS-CTA-TOTAL).
005690     MOVE USER-SALDO(M)      TO WS-CTA-SALDO(WS-CTA-TOTAL).
005700     MOVE USER-LIMITE-DESCUBIERTO(M)
005710                             TO WS-CTA-LIMITE(WS-CTA-TOTAL).
005720     MOVE "A"                TO WS-CTA-ESTADO(WS-CTA-TOTAL).
005730     MOVE ZERO               TO WS-CTA-MOVTOS-POST(WS-CTA-TOTAL).
005740     ADD 1 TO M.
005750 2180-EXIT.
005760     EXIT.
005770*================================================================*
005780* 2200-CLIENTE-POR-TARJETA                                       *
005790*   TRIES THE CARD GIVEN AND, WHILE IT IS NOT ON USERS.DAT,      *
005800*   FOLLOWS CARDXREF.DAT FORWARD TO ITS REPLACEMENT, THE WAY     *
005810*   VIGBLAN FINDS THE CUSTOMER BEHIND A RETIRED CARD.            *
005820*================================================================*
005830 2200-CLIENTE-POR-TARJETA.
005840     MOVE CRTP-TARJETA TO WS-TARJETA-SEGUIDA.
005850     MOVE ZERO TO WS-SALTOS-XREF.
005860 2200-PROBAR-TARJETA.
005870     MOVE WS-TARJETA-SEGUIDA TO USER-TARJ.
005880     READ UserFile
005890         INVALID KEY
005900             GO TO 2200-SUCESORA
005910     END-READ.
005920     IF FSU NOT = "00"
005930         MOVE "USERFILE" TO WS-ABEND-FICHERO
005940         MOVE FSU TO WS-ABEND-STATUS
005950         GO TO 9990-ERROR-FICHERO
005960     END-IF.
005970     PERFORM 2170-TOMAR-CLIENTE THRU 2170-EXIT.
005980     GO TO 2200-EXIT.
005990 2200-SUCESORA.
006000     PERFORM 2250-BUSCAR-SUCESORA THRU 2250-EXIT.
006010     IF WS-XREF-IDX = ZERO
006020         GO TO 2200-EXIT
006030     END-IF.
006040     MOVE WS-XREF-NUEVA(WS-XREF-IDX) TO WS-TARJETA-SEGUIDA.
006050     ADD 1 TO WS-SALTOS-XREF.
006060     IF WS-SALTOS-XREF <= WS-XREF-TOTAL
006070         GO TO 2200-PROBAR-TARJETA
006080     END-IF.
006090 2200-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------*
006120 2250-BUSCAR-SUCESORA.
006130     MOVE ZERO TO WS-XREF-IDX.
006140     MOVE 1 TO X.
006150     PERFORM 2275-COMPARAR-SUCESORA THRU 2275-EXIT
006160         UNTIL X > WS-XREF-TOTAL OR WS-XREF-IDX NOT = ZERO.
006170 2250-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------*
006200 2275-COMPARAR-SUCESORA.
006210     IF WS-XREF-ANTIGUA(X) = WS-TARJETA-SEGUIDA
006220         MOVE X TO WS-XREF-IDX
006230     END-IF.
006240     ADD 1 TO X.
006250 2275-EXIT.
006260     EXIT.
006270*================================================================*
006280* 2300-TARJETAS-ANTERIORES                                       *
006290*   ADDS EVERY CARD THAT WAS REISSUED INTO ONE ALREADY IN THE    *
006300*   TABLE.  CARDS ADDED GO TO THE END OF THE TABLE AND ARE       *
006310*   THEMSELVES LOOKED BACK FROM, SO A CHAIN OF REISSUES IS       *
006320*   FOLLOWED TO ITS FIRST CARD.                                  *
006330*================================================================*
006340 2300-TARJETAS-ANTERIORES.
006350     MOVE 1 TO T.
006360     PERFORM 2350-ANTERIORES-DE-UNA THRU 2350-EXIT
006370         UNTIL T > WS-TARJ-TOTAL OR WS-MOTIVO NOT = SPACES.
006380 2300-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------*
006410 2350-ANTERIORES-DE-UNA.
006420     MOVE 1 TO X.
006430     PERFORM 2375-COMPARAR-ANTERIOR THRU 2375-EXIT
006440         UNTIL X > WS-XREF-TOTAL OR WS-MOTIVO NOT = SPACES.
006450     ADD 1 TO T.
006460 2350-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------*
006490 2375-COMPARAR-ANTERIOR.
006500     IF WS-XREF-NUEVA(X) NOT = WS-TARJ-NUMERO(T)
006510         GO TO 2375-SIGUIENTE
006520     END-IF.
006530     MOVE WS-XREF-ANTIGUA(X) TO WS-TARJETA-SEGUIDA.
006540     PERFORM 8400-BUSCAR-TARJETA THRU 8400-EXIT.
006550     IF WS-TARJ-IDX NOT = ZERO
006560         GO TO 2375-SIGUIENTE
006570     END-IF.
006580     IF WS-TARJ-TOTAL >= WS-TARJ-MAX
006590         MOVE "DEMASIADAS TARJETAS PARA UN CERTIFICADO"
006600             TO WS-MOTIVO
006610         GO TO 2375-EXIT
006620     END-IF.
006630     ADD 1 TO WS-TARJ-TOTAL.
006640     MOVE WS-TARJETA-SEGUIDA TO WS-TARJ-NUMERO(WS-TARJ-TOTAL).
006650 2375-SIGUIENTE.
006660     ADD 1 TO X.
006670 2375-EXIT.
006680     EXIT.
006690*================================================================*
006700* 2400-RECORRER-HISTORICO                                        *
006710*   READS TRANHIST.DAT IN ACCOUNT ORDER.  AN ACCOUNT NOT IN THE  *
006720*   TABLE WHOSE MOVEMENTS WERE POSTED UNDER ONE OF THE           *
006730*   CUSTOMER'S CARDS HAS BEEN CLOSED SINCE AND IS ADDED AT A     *
006740*   BALANCE OF ZERO.  EVERY MOVEMENT DATED AFTER THE CERTIFIED   *
006750*   DATE IS THEN UNDONE ON ITS ACCOUNT.                          *
006760*================================================================*
006770 2400-RECORRER-HISTORICO.
006780     MOVE "N" TO WS-SW-FIN-HISTORICO.
006790     MOVE LOW-VALUES TO HIST-CLAVE.
006800     START HistFile KEY IS NOT LESS THAN HIST-CLAVE
006810         INVALID KEY
006820             GO TO 2400-EXIT
006830     END-START.
006840     IF FSI NOT = "00"
006850         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
006860         MOVE FSI TO WS-ABEND-STATUS
006870         GO TO 9990-ERROR-FICHERO
006880     END-IF.
006890     PERFORM 2450-LEER-UN-MOVIMIENTO THRU 2450-EXIT
006900         UNTIL FIN-HISTORICO OR WS-MOTIVO NOT = SPACES.
006910 2400-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------*
006940 2450-LEER-UN-MOVIMIENTO.
006950     READ HistFile NEXT RECORD
006960         AT END
006970             MOVE "S" TO WS-SW-FIN-HISTORICO
006980             GO TO 2450-EXIT
006990     END-READ.
007000     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "10"
007010         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
007020         MOVE FSI TO WS-ABEND-STATUS
007030         GO TO 9990-ERROR-FICHERO
007040     END-IF.
007050     IF HIST-ES-RECHAZO
007060         GO TO 2450-EXIT
007070     END-IF.
007080     PERFORM 8500-BUSCAR-CUENTA THRU 8500-EXIT.
007090     IF WS-CTA-IDX = ZERO
007100         PERFORM 2470-CUENTA-CERRADA THRU 2470-EXIT
007110     END-IF.
007120     IF WS-CTA-IDX = ZERO
007130         OR HIST-FECHA-DIA NOT > WS-FECHA-SALDO
007140             GO TO 2450-EXIT
007150     END-IF.
007160     EVALUATE TRUE
007170         WHEN HIST-ES-ABONO
007180         WHEN HIST-ES-REVERSION
007190         WHEN HIST-ES-INTERES
007200         WHEN HIST-ES-EFECTIVO-INGRESO
007210             SUBTRACT HIST-IMPORTE FROM WS-CTA-SALDO(WS-CTA-IDX)
007220         WHEN HIST-ES-CARGO
007230         WHEN HIST-ES-COMISION
007240         WHEN HIST-ES-INTERES-DEUDOR
007250         WHEN HIST-ES-EFECTIVO-RETIRADA
007260             ADD HIST-IMPORTE TO WS-CTA-SALDO(WS-CTA-IDX)
007270     END-EVALUATE.
007280     ADD 1 TO WS-CTA-MOVTOS-POST(WS-CTA-IDX).
007290 2450-EXIT.
007300     EXIT.
007310*----------------------------------------------------------------*
007320 2470-CUENTA-CERRADA.
007330     MOVE HIST-TARJETA TO WS-TARJETA-SEGUIDA.
007340     PERFORM 8400-BUSCAR-TARJETA THRU 8400-EXIT.
007350     IF WS-TARJ-IDX = ZERO
007360         GO TO 2470-EXIT
007370     END-IF.
007380     IF WS-CTA-TOTAL >= WS-CTA-MAX
007390         MOVE "DEMASIADAS CUENTAS PARA UN CERTIFICADO"
007400             TO WS-MOTIVO
007410         GO TO 2470-EXIT
007420     END-IF.
007430     ADD 1 TO WS-CTA-TOTAL.
007440     MOVE WS-CTA-TOTAL    TO WS-CTA-IDX.
007450     MOVE HIST-NUM-CUENTA TO WS-CTA-NUMERO(WS-CTA-IDX).
007460     MOVE HIST-TARJETA    TO WS-CTA-TARJETA(WS-CTA-IDX).
007470     MOVE ZERO            TO WS-CTA-SALDO(WS-CTA-IDX)
007480                             WS-CTA-LIMITE(WS-CTA-IDX)
007490                             WS-CTA-MOVTOS-POST(WS-CTA-IDX).
007500     MOVE "C"             TO WS-CTA-ESTADO(WS-CTA-IDX).
007510 2470-EXIT.
007520     EXIT.
007530*================================================================*
007540* 2900-RECHAZAR-PETICION                                         *
007550*   LISTS A REQUEST THAT COULD NOT BE SERVED, WITH ITS REASON.   *
007560*================================================================*
007570 2900-RECHAZAR-PETICION.
007580     MOVE CRTP-DNI         TO WS-RCH-DNI.
007590     MOVE CRTP-TARJETA     TO WS-RCH-TARJETA.
007600     MOVE CRTP-FECHA-SALDO TO WS-RCH-FECHA.
007610     MOVE WS-MOTIVO        TO WS-RCH-MOTIVO.
007620     MOVE WS-LINEA-RECHAZO TO LINEA-REPORTE.
007630     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
007640     MOVE SPACES TO LINEA-REPORTE.
007650     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
007660     DISPLAY "CERTIFICADO NO EMITIDO - " WS-MOTIVO.
007670     ADD 1 TO WS-TOT-RECHAZADOS.
007680 2900-EXIT.
007690     EXIT.
007700*================================================================*
007710* 3000-IMPRIMIR-CERTIFICADO                                      *
007720*   PRINTS THE CERTIFICATE.  A CLOSED ACCOUNT THAT STOOD AT ZERO *
007730*   ON THE DATE WITH NOTHING POSTED AFTER IT HAD ALREADY BEEN    *
007740*   EMPTIED (AND MOST LIKELY CLOSED) BY THEN, AND IS LEFT OFF.   *
007750*   THE OVERDRAFT LIMIT IS THE ONE AUTHORIZED TODAY, AS NO       *
007760*   HISTORY OF LIMIT CHANGES IS KEPT, AND THE CERTIFICATE SAYS   *
007770*   SO.                                                          *
007780*================================================================*
007790 3000-IMPRIMIR-CERTIFICADO.
007800     MOVE WS-FECHA-SISTEMA    TO WS-REF-FECHA.
007810     MOVE WS-ULTIMA-SECUENCIA TO WS-REF-SECUENCIA.
007820     MOVE WS-REFERENCIA-EDITADA TO WS-TIT-REFERENCIA.
007830     MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
007840     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
007850     MOVE SPACES TO LINEA-REPORTE.
007860     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
007870     MOVE "TITULAR:" TO WS-ROT-ETIQUETA.
007880     MOVE WS-TIT-NOM-APE TO WS-ROT-VALOR.
007890     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007900     MOVE "DNI:" TO WS-ROT-ETIQUETA.
007910     MOVE WS-TIT-DNI TO WS-ROT-VALOR.
007920     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007930     MOVE "DIRECCION:" TO WS-ROT-ETIQUETA.
007940     MOVE WS-TIT-DIRECCION TO WS-ROT-VALOR.
007950     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007960     MOVE "SALDOS AL CIERRE DEL DIA:" TO WS-ROT-ETIQUETA.
007970     MOVE WS-FECHA-SALDO TO WS-FECHA-EDITAR.
007980     PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT.
007990     MOVE WS-FECHA-EDITADA TO WS-ROT-VALOR.
008000     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
008010     MOVE "FECHA DE EMISION:" TO WS-ROT-ETIQUETA.
008020     MOVE WS-FECHA-SISTEMA TO WS-FECHA-EDITAR.
008030     PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT.
008040     MOVE WS-FECHA-EDITADA TO WS-ROT-VALOR.
008050     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
008060     MOVE SPACES TO LINEA-REPORTE.
008070     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008080     MOVE WS-LINEA-CABECERA TO LINEA-REPORTE.
008090     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008100     MOVE ZERO TO WS-CUENTAS-CERTIFICADAS
008110                  WS-SALDO-TOTAL.
008120     MOVE 1 TO C.
008130     PERFORM 3100-IMPRIMIR-UNA-CUENTA THRU 3100-EXIT
008140         UNTIL C > WS-CTA-TOTAL.
008150     MOVE SPACES TO LINEA-REPORTE.
008160     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008170     MOVE WS-SALDO-TOTAL TO WS-SALT-IMPORTE.
008180     MOVE WS-LINEA-SALDO-TOTAL TO LINEA-REPORTE.
008190     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008200     MOVE SPACES TO LINEA-REPORTE.
008210     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008220     MOVE "EL LIMITE DE DESCUBIERTO ES EL AUTORIZADO A LA "
008230         TO LINEA-REPORTE.
008240     MOVE "FECHA DE EMISION." TO LINEA-REPORTE(48:17).
008250     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008260     MOVE ALL "=" TO LINEA-REPORTE(1:90).
008270     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008280     MOVE SPACES TO LINEA-REPORTE.
008290     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008300 3000-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------*
008330 3100-IMPRIMIR-UNA-CUENTA.
008340     IF WS-CTA-CERRADA(C)
008350         AND WS-CTA-SALDO(C) = ZERO
008360         AND WS-CTA-MOVTOS-POST(C) = ZERO
008370             GO TO 3100-SIGUIENTE
008380     END-IF.
008390     MOVE SPACES TO LIN-CERTIFICADO.
008400     MOVE WS-CTA-NUMERO(C)  TO LIN-CRT-CUENTA.
008410     MOVE WS-CTA-TARJETA(C) TO LIN-CRT-TARJETA.
008420     MOVE WS-CTA-SALDO(C)   TO LIN-CRT-SALDO.
008430     MOVE WS-CTA-LIMITE(C)  TO LIN-CRT-LIMITE.
008440     IF WS-CTA-CERRADA(C)
008450         MOVE "CERRADA" TO LIN-CRT-SITUACION
008460     ELSE
008470         MOVE "ABIERTA" TO LIN-CRT-SITUACION
008480     END-IF.
008490     MOVE LIN-CERTIFICADO TO LINEA-REPORTE.
008500     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008510     ADD 1 TO WS-CUENTAS-CERTIFICADAS.
008520     ADD WS-CTA-SALDO(C) TO WS-SALDO-TOTAL.
008530 3100-SIGUIENTE.
008540     ADD 1 TO C.
008550 3100-EXIT.
008560     EXIT.
008570*================================================================*
008580* 3500-REGISTRAR-CERTIFICADO                                     *
008590*   RECORDS THE CERTIFICATE JUST PRINTED ON CERTREG.DAT UNDER    *
008600*   ITS REFERENCE NUMBER.                                        *
008610*================================================================*
008620 3500-REGISTRAR-CERTIFICADO.
008630     MOVE WS-FECHA-SISTEMA        TO CRG-FECHA-EMISION.
008640     MOVE WS-ULTIMA-SECUENCIA     TO CRG-SECUENCIA.
008650     MOVE WS-HORA-SISTEMA(1:6)    TO CRG-HORA-EMISION.
008660     MOVE WS-TIT-DNI              TO CRG-DNI.
008670     MOVE WS-TIT-TARJETA          TO CRG-TARJETA.
008680     MOVE WS-TIT-NOM-APE          TO CRG-NOM-APE.
008690     MOVE WS-FECHA-SALDO          TO CRG-FECHA-SALDO.
008700     MOVE WS-CUENTAS-CERTIFICADAS TO CRG-NUM-CUENTAS.
008710     MOVE WS-SALDO-TOTAL          TO CRG-SALDO-TOTAL.
008720     WRITE REG-CERTIFICADO.
008730     IF FSG NOT = "00"
008740         MOVE "CERTREG.DAT" TO WS-ABEND-FICHERO
008750         MOVE FSG TO WS-ABEND-STATUS
008760         GO TO 9990-ERROR-FICHERO
008770     END-IF.
008780     DISPLAY "CERTIFICADO " WS-REFERENCIA-EDITADA
008790         " EMITIDO - DNI " WS-TIT-DNI.
008800 3500-EXIT.
008810     EXIT.
008820*================================================================*
008830* 8000-EDITAR-FECHA                                              *
008840*   EDITS THE YYYYMMDD DATE IN WS-FECHA-EDITAR INTO THE          *
008850*   YYYY-MM-DD FORM USED ON EVERY PRINTED DATE.                  *
008860*================================================================*
008870 8000-EDITAR-FECHA.
008880     MOVE WS-FECHA-EDITAR(1:4) TO WS-FECHA-EDITADA(1:4).
008890     MOVE "-"                  TO WS-FECHA-EDITADA(5:1).
008900     MOVE WS-FECHA-EDITAR(5:2) TO WS-FECHA-EDITADA(6:2).
008910     MOVE "-"                  TO WS-FECHA-EDITADA(8:1).
008920     MOVE WS-FECHA-EDITAR(7:2) TO WS-FECHA-EDITADA(9:2).
008930 8000-EXIT.
008940     EXIT.
008950*================================================================*
008960* 8100-GRABAR-LINEA                                              *
008970*   WRITES THE LINE ALREADY BUILT IN LINEA-REPORTE AND CHECKS    *
008980*   ITS FILE STATUS.                                             *
008990*================================================================*
009000 8100-GRABAR-LINEA.
009010     WRITE LINEA-REPORTE.
009020     IF FSR NOT = "00"
009030         MOVE "CERTIF.DAT" TO WS-ABEND-FICHERO
009040         MOVE FSR TO WS-ABEND-STATUS
009050         GO TO 9990-ERROR-FICHERO
009060     END-IF.
009070 8100-EXIT.
009080     EXIT.
009090*----------------------------------------------------------------*
009100 8150-GRABAR-ROTULADA.
009110     MOVE WS-LINEA-ROTULADA TO LINEA-REPORTE.
009120     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
009130 8150-EXIT.
009140     EXIT.
009150*================================================================*
009160* 8400-BUSCAR-TARJETA                                            *
009170*   LEAVES IN WS-TARJ-IDX THE POSITION OF WS-TARJETA-SEGUIDA IN  *
009180*   THE REQUEST'S CARD TABLE, OR ZERO.                           *
009190*================================================================*
009200 8400-BUSCAR-TARJETA.
009210     MOVE ZERO TO WS-TARJ-IDX.
009220     MOVE 1 TO K.
009230     PERFORM 8450-COMPARAR-TARJETA THRU 8450-EXIT
009240         UNTIL K > WS-TARJ-TOTAL OR WS-TARJ-IDX NOT = ZERO.
009250 8400-EXIT.
009260     EXIT.
009270*----------------------------------------------------------------*
009280 8450-COMPARAR-TARJETA.
009290     IF WS-TARJ-NUMERO(K) = WS-TARJETA-SEGUIDA
009300         MOVE K TO WS-TARJ-IDX
009310     END-IF.
009320     ADD 1 TO K.
009330 8450-EXIT.
009340     EXIT.
009350*================================================================*
009360* 8500-BUSCAR-CUENTA                                             *
009370*   LEAVES IN WS-CTA-IDX THE POSITION OF HIST-NUM-CUENTA IN THE  *
009380*   REQUEST'S ACCOUNT TABLE, OR ZERO.                            *
009390*================================================================*
009400 8500-BUSCAR-CUENTA.
009410     MOVE ZERO TO WS-CTA-IDX.
009420     MOVE 1 TO C.
009430     PERFORM 8550-COMPARAR-CUENTA THRU 8550-EXIT
009440         UNTIL C > WS-CTA-TOTAL OR WS-CTA-IDX NOT = ZERO.
009450 8500-EXIT.
009460     EXIT.
009470*----------------------------------------------------------------*
009480 8550-COMPARAR-CUENTA.
009490     IF WS-CTA-NUMERO(C) = HIST-NUM-CUENTA
009500         MOVE C TO WS-CTA-IDX
009510     END-IF.
009520     ADD 1 TO C.
009530 8550-EXIT.
009540     EXIT.
009550*================================================================*
009560* 9000-FINALIZAR                                                 *
009570*   PRINTS THE RUN TOTALS, CLOSES EVERY FILE AND SETS            *
009580*   RETURN-CODE 4 WHEN ANY REQUEST COULD NOT BE SERVED.          *
009590*================================================================*
009600 9000-FINALIZAR.
009610     MOVE "PETICIONES LEIDAS:            "
009620         TO WS-TOTL-ETIQUETA.
009630     MOVE WS-TOT-PETICIONES TO WS-TOTL-VALOR.
009640     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
009650     MOVE "CERTIFICADOS EMITIDOS:        "
009660         TO WS-TOTL-ETIQUETA.
009670     MOVE WS-TOT-EMITIDOS TO WS-TOTL-VALOR.
009680     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
009690     MOVE "PETICIONES RECHAZADAS:        "
009700         TO WS-TOTL-ETIQUETA.
009710     MOVE WS-TOT-RECHAZADOS TO WS-TOTL-VALOR.
009720     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
009730     CLOSE ReportFile.
009740     CLOSE CertRegFile.
009750     CLOSE UserFile.
009760     CLOSE HistFile.
009770     CLOSE ParmFile.
009780     DISPLAY "=== CERTIFICADOS DE SALDO ===".
009790     DISPLAY "PETICIONES LEIDAS   : " WS-TOT-PETICIONES.
009800     DISPLAY "CERTIFICADOS        : " WS-TOT-EMITIDOS.
009810     DISPLAY "RECHAZADAS          : " WS-TOT-RECHAZADOS.
009820     IF WS-TOT-RECHAZADOS > ZERO
009830         MOVE 4 TO RETURN-CODE
009840     END-IF.
009850 9000-EXIT.
009860     EXIT.
009870*----------------------------------------------------------------*
009880 9100-GRABAR-LINEA-TOTAL.
009890     MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
009900     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
009910 9100-EXIT.
009920     EXIT.
009930*================================================================*
009940* 9990-ERROR-FICHERO                                             *
009950*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
009960*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
009970*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
009980*   THE CALLER BEFORE THE GO TO HERE.                            *
009990*================================================================*
010000 9990-ERROR-FICHERO.
010010     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
010020         " - FILE STATUS " WS-ABEND-STATUS.
010030     MOVE 99 TO RETURN-CODE.
010040     STOP RUN.
