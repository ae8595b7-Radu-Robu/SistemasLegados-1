000010*================================================================*
000020* PROGRAM-ID : DECLFIS                                           *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   YEAR-END INFORMATION RETURN FOR THE TAX AUTHORITY.  FOR THE  *
000100*   FISCAL YEAR ON FISCPARM.DAT (NO CARD OR A ZERO YEAR MEANS    *
000110*   LAST CALENDAR YEAR) EVERY INTEREST CREDIT ("I"), DEBIT       *
000120*   INTEREST CHARGE ("J") AND FEE ("F") ON TRANHIST.DAT IS       *
000130*   TOTALLED BY DNI AND ACCOUNT.  THE HOLDER IS FOUND ON         *
000140*   USERS.DAT FROM THE CARD THE MOVEMENT WAS POSTED UNDER,       *
000150*   FOLLOWED FORWARD ACROSS CARDXREF.DAT WHEN THAT CARD HAS      *
000160*   SINCE BEEN REISSUED, SO AN ACCOUNT CLOSED DURING THE YEAR    *
000170*   IS STILL DECLARED AS LONG AS ITS HOLDER IS A CUSTOMER.  A    *
000180*   MOVEMENT WHOSE HOLDER CAN NO LONGER BE FOUND (THE CUSTOMER   *
000190*   HAS BEEN RETIRED ALTOGETHER) IS LEFT OUT OF THE RETURN AND   *
000200*   LISTED ON THE CONTROL REPORT FOR MANUAL DECLARATION.         *
000210*   A MOVEMENT ANULMOV HAS CANCELLED (AN "A" ENTRY ON            *
000220*   ANULREG.DAT) WAS NEVER REALLY CHARGED OR PAID, SO IT IS      *
000230*   LEFT OUT OF THE RETURN TOO AND LISTED AS CANCELLED.          *
000240*   OUTPUTS:                                                     *
000250*     FISCAL.DAT  - THE RETURN: HEADER, ONE DETAIL PER DNI AND   *
000260*                   ACCOUNT, TRAILER WITH COUNTS AND TOTALS.     *
000270*     FISCRES.DAT - PER-CUSTOMER SUMMARY PRINT.                  *
000280*     FISCCTL.DAT - CONTROL REPORT: THE EXCLUDED AND CANCELLED   *
000290*                   MOVEMENTS, THE TOTALS LIQCTA RECORDED ON     *
000300*                   LIQTOT.DAT FOR EACH RUN IN THE YEAR, AND THE *
000310*                   TIE OF THOSE TOTALS TO TRANHIST.DAT AND TO   *
000320*                   THE RETURN.                                  *
000330*   RETURN-CODE 8 WHEN THE TOTALS DO NOT TIE, 4 WHEN MOVEMENTS   *
000340*   WERE EXCLUDED OR LIQTOT.DAT HOLDS NOTHING FOR THE YEAR.      *
000350*----------------------------------------------------------------*
000360* MODIFICATION HISTORY.                                          *
000370*   DATE       INIT  DESCRIPTION                                 *
000380*   ---------  ----  -------------------------------------------*
000390*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000400*   2026-10-15  RAG  MOVEMENTS CANCELLED BY ANULMOV              *
000410*                    (ANULREG.DAT) ARE LEFT OUT OF THE RETURN,   *
000420*                    LISTED ON FISCCTL.DAT AND COUNTED IN THE    *
000430*                    TRANHIST TIE.                               *
000440*================================================================*
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     DeclFis.
000470 AUTHOR.         R. AGUADO GIL.
000480 INSTALLATION.   PRACTICA1.
000490 DATE-WRITTEN.   2026-10-15.
000500 DATE-COMPILED.  2026-10-15.
000510*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ParmFile ASSIGN TO "FISCPARM.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS FSP.
000590*
000600     SELECT UserFile ASSIGN TO "USERS.DAT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS USER-TARJ
000640         FILE STATUS IS FSU.
000650*
000660     SELECT HistFile ASSIGN TO "TRANHIST.DAT"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS HIST-CLAVE
000700         ALTERNATE RECORD KEY IS HIST-FECHA-DIA
000710             WITH DUPLICATES
000720         FILE STATUS IS FSI.
000730*
000740     SELECT RegAnulFile ASSIGN TO "ANULREG.DAT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS ANR-CLAVE
000780         FILE STATUS IS FSN.
000790*
000800     SELECT XrefFile ASSIGN TO "CARDXREF.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS FSX.
000840*
000850     SELECT LiqTotFile ASSIGN TO "LIQTOT.DAT"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS LQT-FECHA
000890         FILE STATUS IS FSQ.
000900*
000910     SELECT DeclFile ASSIGN TO "FISCAL.DAT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL
000940         FILE STATUS IS FSF.
000950*
000960     SELECT ReportFile ASSIGN TO "FISCRES.DAT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         ACCESS MODE IS SEQUENTIAL
000990         FILE STATUS IS FSR.
001000*
001010     SELECT ControlFile ASSIGN TO "FISCCTL.DAT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         ACCESS MODE IS SEQUENTIAL
001040         FILE STATUS IS FSC.
001050*
001060     SELECT SortFile ASSIGN TO "SORTWK.TMP".
001070*
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  PARMFILE.
001110     COPY FISCPARM.
001120*
001130 FD  USERFILE.
001140     COPY USERREC.
001150*
001160 FD  HISTFILE.
001170     COPY HISTREC.
001180*
001190 FD  REGANULFILE.
001200     COPY ANULREG.
001210*
001220 FD  XREFFILE.
001230     COPY XREFREC.
001240*
001250 FD  LIQTOTFILE.
001260     COPY LIQTOT.
001270*
001280 FD  DECLFILE.
001290     COPY FISCREC.
001300*
001310 FD  REPORTFILE.
001320 01  LINEA-REPORTE                PIC X(133).
001330*
001340 FD  CONTROLFILE.
001350 01  LINEA-CONTROL                PIC X(133).
001360*
001370 SD  SORTFILE.
001380*----------------------------------------------------------------*
001390* ONE SORT RECORD PER MOVEMENT DECLARED, SO THE RETURN AND THE   *
001400* SUMMARY COME OUT BY DNI AND, WITHIN IT, BY ACCOUNT.            *
001410*----------------------------------------------------------------*
001420 01  REG-ORDENACION.
001430     02  SORT-DNI                  PIC X(09).
001440     02  SORT-NUM-CUENTA           PIC X(24).
001450     02  SORT-NOM-APE              PIC X(30).
001460     02  SORT-TIPO-MOVTO           PIC X(01).
001470     02  SORT-IMPORTE              PIC 9(09)V99.
001480*
001490 WORKING-STORAGE SECTION.
001500*----------------------------------------------------------------*
001510* FILE STATUS FIELDS.                                            *
001520*----------------------------------------------------------------*
001530 01  FSP                          PIC X(02).
001540 01  FSU                          PIC X(02).
001550 01  FSI                          PIC X(02).
001560 01  FSN                          PIC X(02).
001570 01  FSX                          PIC X(02).
001580 01  FSQ                          PIC X(02).
001590 01  FSF                          PIC X(02).
001600 01  FSR                          PIC X(02).
001610 01  FSC                          PIC X(02).
001620 01  WS-ABEND-FICHERO             PIC X(12).
001630 01  WS-ABEND-STATUS              PIC X(02).
001640*----------------------------------------------------------------*
001650* SWITCHES AND SUBSCRIPTS.                                       *
001660*----------------------------------------------------------------*
001670 01  WS-SW-FIN-XREFFILE           PIC X(01) VALUE "N".
001680     88  FIN-XREFFILE                 VALUE "S".
001690 01  WS-SW-FIN-HISTORICO          PIC X(01) VALUE "N".
001700     88  FIN-HISTORICO                VALUE "S".
001710 01  WS-SW-FIN-ORDENACION         PIC X(01) VALUE "N".
001720     88  FIN-ORDENACION               VALUE "S".
001730 01  WS-SW-FIN-LIQTOT             PIC X(01) VALUE "N".
001740     88  FIN-LIQTOT                   VALUE "S".
001750 01  WS-SW-PRIMER-REGISTRO        PIC X(01) VALUE "S".
001760     88  PRIMER-REGISTRO              VALUE "S".
001770 01  WS-SW-TITULAR-HALLADO        PIC X(01) VALUE "N".
001780     88  TITULAR-HALLADO              VALUE "S".
001790 01  WS-SW-DESCUADRE              PIC X(01) VALUE "N".
001800     88  HAY-DESCUADRE                VALUE "S".
001810 01  WS-SW-ANULREG-ABIERTO        PIC X(01) VALUE "N".
001820     88  ANULREG-ABIERTO              VALUE "S".
001830 77  X                            PIC 9(03) VALUE 1 COMP.
001840*----------------------------------------------------------------*
001850* THE FISCAL YEAR DECLARED AND ITS FIRST AND LAST DAY.           *
001860*----------------------------------------------------------------*
001870 01  WS-FECHA-SISTEMA             PIC 9(08).
001880 01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001890     02  WS-ANIO-SISTEMA          PIC 9(04).
001900     02  FILLER                   PIC 9(04).
001910 01  WS-EJERCICIO                 PIC 9(04) VALUE ZERO.
001920 01  WS-FECHA-DESDE.
001930     02  WS-DESDE-ANIO            PIC 9(04).
001940     02  FILLER                   PIC 9(04) VALUE 0101.
001950 01  WS-FECHA-DESDE-N REDEFINES WS-FECHA-DESDE PIC 9(08).
001960 01  WS-FECHA-HASTA.
001970     02  WS-HASTA-ANIO            PIC 9(04).
001980     02  FILLER                   PIC 9(04) VALUE 1231.
001990 01  WS-FECHA-HASTA-N REDEFINES WS-FECHA-HASTA PIC 9(08).
002000*----------------------------------------------------------------*
002010* THE HOLDER OF THE LAST CARD LOOKED UP.  MOVEMENTS OF ONE       *
002020* ACCOUNT COME TOGETHER ON A DAY, SO THE CARD IS MOSTLY THE SAME *
002030* AS THE PREVIOUS MOVEMENT'S AND USERS.DAT IS NOT READ AGAIN.    *
002040*----------------------------------------------------------------*
002050 01  WS-ULTIMA-TARJETA            PIC 9(10) VALUE ZERO.
002060 01  WS-TARJETA-SEGUIDA           PIC 9(10).
002070 01  WS-SALTOS-XREF               PIC 9(03) VALUE ZERO COMP.
002080 01  WS-TIT-DNI                   PIC X(09).
002090 01  WS-TIT-NOM-APE               PIC X(30).
002100*----------------------------------------------------------------*
002110* IN-CORE TABLE OF THE CARD-REISSUE CROSS-REFERENCE, LOADED      *
002120* FROM CARDXREF.DAT AT START-UP.  A MISSING CARDXREF.DAT ONLY    *
002130* MEANS NO CARD WAS EVER REISSUED.                               *
002140*----------------------------------------------------------------*
002150 01  WS-XREF-MAX                  PIC 9(03) VALUE 200 COMP.
002160 01  WS-XREF-TOTAL                PIC 9(03) VALUE ZERO COMP.
002170 01  WS-TABLA-XREF.
002180     02  WS-XREF-ENTRADA          OCCURS 200 TIMES.
002190         03  WS-XREF-ANTIGUA          PIC 9(10).
002200         03  WS-XREF-NUEVA            PIC 9(10).
002210 01  WS-XREF-IDX                  PIC 9(03) VALUE ZERO COMP.
002220*----------------------------------------------------------------*
002230* CONTROL BREAK FIELDS AND THE FIGURES OF THE ACCOUNT AND THE    *
002240* CUSTOMER BEING BUILT IN THE SORT OUTPUT PROCEDURE.             *
002250*----------------------------------------------------------------*
002260 01  WS-DNI-ANTERIOR              PIC X(09).
002270 01  WS-CUENTA-ANTERIOR           PIC X(24).
002280 01  WS-NOM-APE-ANTERIOR          PIC X(30).
002290 01  WS-CTA-NUM-INTERESES         PIC 9(05) VALUE ZERO.
002300 01  WS-CTA-IMP-INTERESES         PIC 9(11)V99 VALUE ZERO.
002310 01  WS-CTA-NUM-INT-DEUDORES      PIC 9(05) VALUE ZERO.
002320 01  WS-CTA-IMP-INT-DEUDORES      PIC 9(11)V99 VALUE ZERO.
002330 01  WS-CTA-NUM-COMISIONES        PIC 9(05) VALUE ZERO.
002340 01  WS-CTA-IMP-COMISIONES        PIC 9(11)V99 VALUE ZERO.
002350 01  WS-CLI-IMP-INTERESES         PIC 9(11)V99 VALUE ZERO.
002360 01  WS-CLI-IMP-INT-DEUDORES      PIC 9(11)V99 VALUE ZERO.
002370 01  WS-CLI-IMP-COMISIONES        PIC 9(11)V99 VALUE ZERO.
002380*----------------------------------------------------------------*
002390* CONTROL TOTALS OF THE YEAR, ONE SET PER SOURCE: WHAT LIQCTA    *
002400* RECORDED ON LIQTOT.DAT (LIQ), WHAT IS ON TRANHIST.DAT (HIS),   *
002410* WHAT WENT INTO THE RETURN (DEC), WHAT WAS LEFT OUT FOR WANT    *
002420* OF A HOLDER (EXC) AND WHAT WAS LEFT OUT AS CANCELLED (ANU).    *
002430* THE DIF SET IS TRANHIST LESS LIQCTA.                           *
002440*----------------------------------------------------------------*
002450 01  WS-LIQ-NUM-INTERESES         PIC 9(07) VALUE ZERO COMP.
002460 01  WS-LIQ-IMP-INTERESES         PIC 9(13)V99 VALUE ZERO.
002470 01  WS-LIQ-NUM-INT-DEUDORES      PIC 9(07) VALUE ZERO COMP.
002480 01  WS-LIQ-IMP-INT-DEUDORES      PIC 9(13)V99 VALUE ZERO.
002490 01  WS-LIQ-NUM-COMISIONES        PIC 9(07) VALUE ZERO COMP.
002500 01  WS-LIQ-IMP-COMISIONES        PIC 9(13)V99 VALUE ZERO.
002510*
002520 01  WS-HIS-NUM-INTERESES         PIC 9(07) VALUE ZERO COMP.
002530 01  WS-HIS-IMP-INTERESES         PIC 9(13)V99 VALUE ZERO.
002540 01  WS-HIS-NUM-INT-DEUDORES      PIC 9(07) VALUE ZERO COMP.
002550 01  WS-HIS-IMP-INT-DEUDORES      PIC 9(13)V99 VALUE ZERO.
002560 01  WS-HIS-NUM-COMISIONES        PIC 9(07) VALUE ZERO COMP.
002570 01  WS-HIS-IMP-COMISIONES        PIC 9(13)V99 VALUE ZERO.
002580*
002590 01  WS-DEC-NUM-INTERESES         PIC 9(07) VALUE ZERO COMP.
002600 01  WS-DEC-IMP-INTERESES         PIC 9(13)V99 VALUE ZERO.
002610 01  WS-DEC-NUM-INT-DEUDORES      PIC 9(07) VALUE ZERO COMP.
002620 01  WS-DEC-IMP-INT-DEUDORES      PIC 9(13)V99 VALUE ZERO.
002630 01  WS-DEC-NUM-COMISIONES        PIC 9(07) VALUE ZERO COMP.
002640 01  WS-DEC-IMP-COMISIONES        PIC 9(13)V99 VALUE ZERO.
002650*
002660 01  WS-EXC-NUM-INTERESES         PIC 9(07) VALUE ZERO COMP.
002670 01  WS-EXC-IMP-INTERESES         PIC 9(13)V99 VALUE ZERO.
002680 01  WS-EXC-NUM-INT-DEUDORES      PIC 9(07) VALUE ZERO COMP.
002690 01  WS-EXC-IMP-INT-DEUDORES      PIC 9(13)V99 VALUE ZERO.
002700 01  WS-EXC-NUM-COMISIONES        PIC 9(07) VALUE ZERO COMP.
002710 01  WS-EXC-IMP-COMISIONES        PIC 9(13)V99 VALUE ZERO.
002720*
002730 01  WS-ANU-NUM-INTERESES         PIC 9(07) VALUE ZERO COMP.
002740 01  WS-ANU-IMP-INTERESES         PIC 9(13)V99 VALUE ZERO.
002750 01  WS-ANU-NUM-INT-DEUDORES      PIC 9(07) VALUE ZERO COMP.
002760 01  WS-ANU-IMP-INT-DEUDORES      PIC 9(13)V99 VALUE ZERO.
002770 01  WS-ANU-NUM-COMISIONES        PIC 9(07) VALUE ZERO COMP.
002780 01  WS-ANU-IMP-COMISIONES        PIC 9(13)V99 VALUE ZERO.
002790*
002800 01  WS-DIF-NUM-INTERESES         PIC S9(07) VALUE ZERO.
002810 01  WS-DIF-IMP-INTERESES         PIC S9(13)V99 VALUE ZERO.
002820 01  WS-DIF-NUM-INT-DEUDORES      PIC S9(07) VALUE ZERO.
002830 01  WS-DIF-IMP-INT-DEUDORES      PIC S9(13)V99 VALUE ZERO.
002840 01  WS-DIF-NUM-COMISIONES        PIC S9(07) VALUE ZERO.
002850 01  WS-DIF-IMP-COMISIONES        PIC S9(13)V99 VALUE ZERO.
002860*----------------------------------------------------------------*
002870* RUN CONTROL TOTALS.                                            *
002880*----------------------------------------------------------------*
002890 01  WS-TOT-MOVIMIENTOS           PIC 9(07) VALUE ZERO COMP.
002900 01  WS-TOT-EXCLUIDOS             PIC 9(07) VALUE ZERO COMP.
002910 01  WS-TOT-ANULADOS              PIC 9(07) VALUE ZERO COMP.
002920 01  WS-TOT-DETALLES              PIC 9(07) VALUE ZERO COMP.
002930 01  WS-TOT-DECLARADOS            PIC 9(07) VALUE ZERO COMP.
002940 01  WS-TOT-DIAS-LIQCTA           PIC 9(07) VALUE ZERO COMP.
002950*----------------------------------------------------------------*
002960* REPORT LINE LAYOUTS AND HEADING LINES.                         *
002970*----------------------------------------------------------------*
002980     COPY FISCLIN.
002990*
003000 01  WS-LINEA-TITULO.
003010     02  WS-TIT-TEXTO          PIC X(48).
003020     02  FILLER                PIC X(11) VALUE "EJERCICIO: ".
003030     02  WS-TIT-EJERCICIO      PIC 9(04).
003040     02  FILLER                PIC X(12) VALUE "   EMITIDO: ".
003050     02  WS-TIT-EMISION        PIC X(10).
003060*
003070 01  WS-LINEA-ROTULADA.
003080     02  WS-ROT-ETIQUETA       PIC X(10).
003090     02  WS-ROT-VALOR          PIC X(40).
003100*
003110 01  WS-LINEA-CABECERA.
003120     02  FILLER                PIC X(24) VALUE "CUENTA".
003130     02  FILLER                PIC X(02) VALUE SPACES.
003140     02  FILLER                PIC X(18) VALUE
003150         "INTERESES ABONADOS".
003160     02  FILLER                PIC X(02) VALUE SPACES.
003170     02  FILLER                PIC X(18) VALUE
003180         "INTERESES DEUDORES".
003190     02  FILLER                PIC X(02) VALUE SPACES.
003200     02  FILLER                PIC X(18) VALUE
003210         "        COMISIONES".
003220*
003230 01  WS-LINEA-CABECERA-CUADRE.
003240     02  FILLER                PIC X(30) VALUE "ORIGEN".
003250     02  FILLER                PIC X(08) VALUE "  NUMERO".
003260     02  FILLER                PIC X(01) VALUE SPACES.
003270     02  FILLER                PIC X(18) VALUE
003280         "INTERESES ABONADOS".
003290     02  FILLER                PIC X(02) VALUE SPACES.
003300     02  FILLER                PIC X(08) VALUE "  NUMERO".
003310     02  FILLER                PIC X(01) VALUE SPACES.
003320     02  FILLER                PIC X(18) VALUE
003330         "INTERESES DEUDORES".
003340     02  FILLER                PIC X(02) VALUE SPACES.
003350     02  FILLER                PIC X(08) VALUE "  NUMERO".
003360     02  FILLER                PIC X(01) VALUE SPACES.
003370     02  FILLER                PIC X(18) VALUE
003380         "        COMISIONES".
003390*
003400 01  WS-LINEA-EXCLUIDO.
003410     02  WS-EXL-CUENTA         PIC X(24).
003420     02  FILLER                PIC X(02) VALUE SPACES.
003430     02  WS-EXL-TARJETA        PIC X(10).
003440     02  FILLER                PIC X(02) VALUE SPACES.
003450     02  WS-EXL-FECHA          PIC X(10).
003460     02  FILLER                PIC X(02) VALUE SPACES.
003470     02  WS-EXL-TIPO           PIC X(18).
003480     02  WS-EXL-IMPORTE        PIC ZZZ,ZZZ,ZZ9.99.
003490     02  FILLER                PIC X(02) VALUE SPACES.
003500     02  WS-EXL-MOTIVO         PIC X(11).
003510*
003520 01  WS-LINEA-TOTAL.
003530     02  WS-TOTL-ETIQUETA      PIC X(30).
003540     02  WS-TOTL-VALOR         PIC Z,ZZZ,ZZ9.
003550*
003560 01  WS-FECHA-EDITAR              PIC 9(08).
003570 01  WS-FECHA-EDITADA             PIC X(10).
003580*
003590 PROCEDURE DIVISION.
003600*================================================================*
003610* 0000-MAINLINE                                                  *
003620*   THE SORT INPUT PROCEDURE SELECTS THE YEAR'S MOVEMENTS FROM   *
003630*   TRANHIST.DAT AND FINDS THEIR HOLDERS; THE OUTPUT PROCEDURE   *
003640*   WRITES THE RETURN AND THE SUMMARY BY DNI AND ACCOUNT.  THE   *
003650*   TIE TO LIQCTA COMES LAST, WHEN EVERY TOTAL IS KNOWN.         *
003660*================================================================*
003670 0000-MAINLINE.
003680     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003690     SORT SortFile
003700         ASCENDING KEY SORT-DNI SORT-NUM-CUENTA
003710         INPUT PROCEDURE IS 4000-SELECCIONAR-MOVIMIENTOS
003720             THRU 4900-EXIT
003730         OUTPUT PROCEDURE IS 5000-GENERAR-DECLARACION
003740             THRU 5900-EXIT.
003750     PERFORM 6000-CUADRAR-LIQCTA THRU 6000-EXIT.
003760     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003770     STOP RUN.
003780*================================================================*
003790* 1000-INICIALIZAR                                               *
003800*   FIXES THE YEAR, LOADS THE CROSS-REFERENCE, OPENS EVERY FILE, *
003810*   WRITES THE RETURN HEADER AND PRINTS BOTH REPORT HEADINGS.    *
003820*   WITHOUT TRANHIST.DAT THERE IS NOTHING TO DECLARE, SO ITS     *
003830*   ABSENCE IS FATAL.  A MISSING ANULREG.DAT ONLY MEANS NOTHING  *
003840*   HAS EVER BEEN CANCELLED.                                     *
003850*================================================================*
003860 1000-INICIALIZAR.
003870     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
003880     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
003890     PERFORM 1200-CARGAR-XREF THRU 1200-EXIT.
003900     OPEN INPUT HistFile.
003910     IF FSI NOT = "00"
003920         IF FSI = "35"
003930             DISPLAY "TRANHIST.DAT NO ENCONTRADO - NO HAY "
003940                 "MOVIMIENTOS QUE DECLARAR"
003950             MOVE 16 TO RETURN-CODE
003960             STOP RUN
003970         ELSE
003980             MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
003990             MOVE FSI TO WS-ABEND-STATUS
004000             GO TO 9990-ERROR-FICHERO
004010         END-IF
004020     END-IF.
004030     OPEN INPUT UserFile.
004040     IF FSU NOT = "00"
004050         MOVE "USERFILE" TO WS-ABEND-FICHERO
004060         MOVE FSU TO WS-ABEND-STATUS
004070         GO TO 9990-ERROR-FICHERO
004080     END-IF.
004090     OPEN INPUT RegAnulFile.
004100     IF FSN = "00"
004110         MOVE "S" TO WS-SW-ANULREG-ABIERTO
004120     ELSE
004130         IF FSN NOT = "35"
004140             MOVE "ANULREG.DAT" TO WS-ABEND-FICHERO
004150             MOVE FSN TO WS-ABEND-STATUS
004160             GO TO 9990-ERROR-FICHERO
004170         END-IF
004180     END-IF.
004190     OPEN OUTPUT DeclFile.
004200     IF FSF NOT = "00"
004210         MOVE "FISCAL.DAT" TO WS-ABEND-FICHERO
004220         MOVE FSF TO WS-ABEND-STATUS
004230         GO TO 9990-ERROR-FICHERO
004240     END-IF.
004250     OPEN OUTPUT ReportFile.
004260     IF FSR NOT = "00"
004270         MOVE "FISCRES.DAT" TO WS-ABEND-FICHERO
004280         MOVE FSR TO WS-ABEND-STATUS
004290         GO TO 9990-ERROR-FICHERO
004300     END-IF.
004310     OPEN OUTPUT ControlFile.
004320     IF FSC NOT = "00"
004330         MOVE "FISCCTL.DAT" TO WS-ABEND-FICHERO
004340         MOVE FSC TO WS-ABEND-STATUS
004350         GO TO 9990-ERROR-FICHERO
004360     END-IF.
004370     MOVE "H"              TO FIS-CAB-TIPO.
004380     MOVE WS-EJERCICIO     TO FIS-CAB-EJERCICIO.
004390     MOVE WS-FECHA-SISTEMA TO FIS-CAB-FECHA-GENERACION.
004400     WRITE REG-FISCAL-CABECERA.
004410     IF FSF NOT = "00"
004420         MOVE "FISCAL.DAT" TO WS-ABEND-FICHERO
004430         MOVE FSF TO WS-ABEND-STATUS
004440         GO TO 9990-ERROR-FICHERO
004450     END-IF.
004460     MOVE WS-EJERCICIO     TO WS-TIT-EJERCICIO.
004470     MOVE WS-FECHA-SISTEMA TO WS-FECHA-EDITAR.
004480     PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT.
004490     MOVE WS-FECHA-EDITADA TO WS-TIT-EMISION.
004500     MOVE "DECLARACION INFORMATIVA - RESUMEN POR CLIENTE"
004510         TO WS-TIT-TEXTO.
004520     MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
004530     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
004540     MOVE SPACES TO LINEA-REPORTE.
004550     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
004560     MOVE "DECLARACION INFORMATIVA - INFORME DE CONTROL"
004570         TO WS-TIT-TEXTO.
004580     MOVE WS-LINEA-TITULO TO LINEA-CONTROL.
004590     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
004600     MOVE SPACES TO LINEA-CONTROL.
004610     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
004620     MOVE "MOVIMIENTOS EXCLUIDOS (SIN TITULAR O ANULADOS)"
004630         TO LINEA-CONTROL.
004640     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
004650 1000-EXIT.
004660     EXIT.
004670*================================================================*
004680* 1100-LEER-PARAMETROS                                           *
004690*   TAKES THE YEAR FROM FISCPARM.DAT.  NO CARD OR A ZERO YEAR    *
004700*   MEANS LAST CALENDAR YEAR.  A YEAR NOT YET OVER CANNOT BE     *
004710*   DECLARED.                                                    *
004720*================================================================*
004730 1100-LEER-PARAMETROS.
004740     OPEN INPUT ParmFile.
004750     IF FSP NOT = "00"
004760         IF FSP = "35"
004770             GO TO 1100-POR-DEFECTO
004780         ELSE
004790             MOVE "FISCPARM.DAT" TO WS-ABEND-FICHERO
004800             MOVE FSP TO WS-ABEND-STATUS
004810             GO TO 9990-ERROR-FICHERO
004820         END-IF
004830     END-IF.
004840     READ ParmFile
004850         AT END
004860             MOVE ZERO TO FISP-EJERCICIO
004870     END-READ.
004880     IF FSP NOT = "00" AND FSP NOT = "10"
004890         MOVE "FISCPARM.DAT" TO WS-ABEND-FICHERO
004900         MOVE FSP TO WS-ABEND-STATUS
004910         GO TO 9990-ERROR-FICHERO
004920     END-IF.
004930     CLOSE ParmFile.
004940     IF FISP-EJERCICIO NOT NUMERIC
004950         DISPLAY "FISCPARM.DAT - EJERCICIO NO NUMERICO"
004960         MOVE 16 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990     MOVE FISP-EJERCICIO TO WS-EJERCICIO.
005000 1100-POR-DEFECTO.
005010     IF WS-EJERCICIO = ZERO
005020         SUBTRACT 1 FROM WS-ANIO-SISTEMA GIVING WS-EJERCICIO
005030     END-IF.
005040     IF WS-EJERCICIO NOT < WS-ANIO-SISTEMA
005050         DISPLAY "EJERCICIO " WS-EJERCICIO
005060             " NO CERRADO - NO SE PUEDE DECLARAR"
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     MOVE WS-EJERCICIO TO WS-DESDE-ANIO
005110                          WS-HASTA-ANIO.
005120 1100-EXIT.
005130     EXIT.
005140*================================================================*
005150* 1200-CARGAR-XREF                                               *
005160*   LOADS THE CARD-REISSUE CROSS-REFERENCE INTO THE IN-CORE      *
005170*   TABLE.  A MISSING CARDXREF.DAT ONLY MEANS NO CARD WAS EVER   *
005180*   REISSUED.                                                    *
005190*================================================================*
005200 1200-CARGAR-XREF.
005210     OPEN INPUT XrefFile.
005220     IF FSX NOT = "00"
005230         IF FSX = "35"
005240             GO TO 1200-EXIT
005250         ELSE
005260             MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
005270             MOVE FSX TO WS-ABEND-STATUS
005280             GO TO 9990-ERROR-FICHERO
005290         END-IF
005300     END-IF.
005310     PERFORM 1250-CARGAR-UN-XREF THRU 1250-EXIT
005320         UNTIL FIN-XREFFILE.
005330     CLOSE XrefFile.
005340 1200-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------*
005370 1250-CARGAR-UN-XREF.
005380     READ XrefFile
005390         AT END
005400             MOVE "S" TO WS-SW-FIN-XREFFILE
005410             GO TO 1250-EXIT
005420     END-READ.
005430     IF FSX NOT = "00" AND FSX NOT = "10"
005440         MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
005450         MOVE FSX TO WS-ABEND-STATUS
005460         GO TO 9990-ERROR-FICHERO
005470     END-IF.
005480     IF WS-XREF-TOTAL >= WS-XREF-MAX
005490         DISPLAY "TABLA DE REEMISIONES DESBORDADA - MAS DE "
005500             WS-XREF-MAX " ENTRADAS EN CARDXREF.DAT"
005510         MOVE 16 TO RETURN-CODE
005520         STOP RUN
005530     END-IF.
005540     ADD 1 TO WS-XREF-TOTAL.
005550     MOVE XREF-TARJETA-ANTIGUA
005560         TO WS-XREF-ANTIGUA(WS-XREF-TOTAL).
005570     MOVE XREF-TARJETA-NUEVA
005580         TO WS-XREF-NUEVA(WS-XREF-TOTAL).
005590 1250-EXIT.
005600     EXIT.
005610*================================================================*
005620* 4000-SELECCIONAR-MOVIMIENTOS                                   *
005630*   SORT INPUT PROCEDURE.  READS THE YEAR ON THE DATE KEY OF     *
005640*   TRANHIST.DAT AND RELEASES EVERY INTEREST, DEBIT INTEREST AND *
005650*   FEE MOVEMENT NOT CANCELLED BY ANULMOV WHOSE HOLDER IS FOUND. *
005660*================================================================*
005670 4000-SELECCIONAR-MOVIMIENTOS.
005680     MOVE WS-FECHA-DESDE-N TO HIST-FECHA-DIA.
005690     START HistFile KEY IS NOT LESS THAN HIST-FECHA-DIA
005700         INVALID KEY
005710             GO TO 4900-EXIT
005720     END-START.
005730     IF FSI NOT = "00"
005740         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
005750         MOVE FSI TO WS-ABEND-STATUS
005760         GO TO 9990-ERROR-FICHERO
005770     END-IF.
005780     PERFORM 4100-LEER-UN-MOVIMIENTO THRU 4100-EXIT
005790         UNTIL FIN-HISTORICO.
005800 4900-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------*
005830 4100-LEER-UN-MOVIMIENTO.
005840     READ HistFile NEXT RECORD
005850         AT END
005860             MOVE "S" TO WS-SW-FIN-HISTORICO
005870             GO TO 4100-EXIT
005880     END-READ.
005890     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "10"
005900         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
005910         MOVE FSI TO WS-ABEND-STATUS
005920         GO TO 9990-ERROR-FICHERO
005930     END-IF.
005940     IF HIST-FECHA-DIA > WS-FECHA-HASTA-N
005950         MOVE "S" TO WS-SW-FIN-HISTORICO
005960         GO TO 4100-EXIT
005970     END-IF.
005980     IF NOT HIST-ES-INTERES
005990         AND NOT HIST-ES-INTERES-DEUDOR
006000         AND NOT HIST-ES-COMISION
006010             GO TO 4100-EXIT
006020     END-IF.
006030     ADD 1 TO WS-TOT-MOVIMIENTOS.
006040     EVALUATE TRUE
006050         WHEN HIST-ES-INTERES
006060             ADD 1            TO WS-HIS-NUM-INTERESES
006070             ADD HIST-IMPORTE TO WS-HIS-IMP-INTERESES
006080         WHEN HIST-ES-INTERES-DEUDOR
006090             ADD 1            TO WS-HIS-NUM-INT-DEUDORES
006100             ADD HIST-IMPORTE TO WS-HIS-IMP-INT-DEUDORES
006110         WHEN HIST-ES-COMISION
006120             ADD 1            TO WS-HIS-NUM-COMISIONES
006130             ADD HIST-IMPORTE TO WS-HIS-IMP-COMISIONES
006140     END-EVALUATE.
006150     IF ANULREG-ABIERTO
006160         MOVE HIST-CLAVE TO ANR-CLAVE
006170         READ RegAnulFile
006180             INVALID KEY
006190                 MOVE SPACE TO ANR-TIPO-REG
006200         END-READ
006210         IF FSN NOT = "00" AND FSN NOT = "23"
006220             MOVE "ANULREG.DAT" TO WS-ABEND-FICHERO
006230             MOVE FSN TO WS-ABEND-STATUS
006240             GO TO 9990-ERROR-FICHERO
006250         END-IF
006260         IF ANR-ES-ANULADO
006270             PERFORM 4500-ANULADO-MOVIMIENTO THRU 4500-EXIT
006280             GO TO 4100-EXIT
006290         END-IF
006300     END-IF.
006310     IF HIST-TARJETA NOT = WS-ULTIMA-TARJETA
006320         PERFORM 4200-BUSCAR-TITULAR THRU 4200-EXIT
006330     END-IF.
006340     IF NOT TITULAR-HALLADO
006350         PERFORM 4400-EXCLUIR-MOVIMIENTO THRU 4400-EXIT
006360         GO TO 4100-EXIT
006370     END-IF.
006380     MOVE WS-TIT-DNI      TO SORT-DNI.
006390     MOVE HIST-NUM-CUENTA TO SORT-NUM-CUENTA.
006400     MOVE WS-TIT-NOM-APE  TO SORT-NOM-APE.
006410     MOVE HIST-TIPO-MOVTO TO SORT-TIPO-MOVTO.
006420     MOVE HIST-IMPORTE    TO SORT-IMPORTE.
006430     RELEASE REG-ORDENACION.
006440 4100-EXIT.
006450     EXIT.
006460*================================================================*
006470* 4200-BUSCAR-TITULAR                                            *
006480*   TRIES THE CARD THE MOVEMENT WAS POSTED UNDER AND, WHILE IT   *
006490*   IS NOT ON USERS.DAT, FOLLOWS CARDXREF.DAT FORWARD TO ITS     *
006500*   REPLACEMENT, THE WAY VIGBLAN FINDS THE CUSTOMER BEHIND A     *
006510*   RETIRED CARD.  A CARD WITH NO DNI ON FILE HAS NO HOLDER THAT *
006520*   CAN BE DECLARED.                                             *
006530*================================================================*
006540 4200-BUSCAR-TITULAR.
006550     MOVE HIST-TARJETA TO WS-ULTIMA-TARJETA
006560                          WS-TARJETA-SEGUIDA.
006570     MOVE "N"  TO WS-SW-TITULAR-HALLADO.
006580     MOVE ZERO TO WS-SALTOS-XREF.
006590 4200-PROBAR-TARJETA.
006600     MOVE WS-TARJETA-SEGUIDA TO USER-TARJ.
006610     READ UserFile
006620         INVALID KEY
006630             GO TO 4200-SUCESORA
006640     END-READ.
006650     IF FSU NOT = "00"
006660         MOVE "USERFILE" TO WS-ABEND-FICHERO
006670         MOVE FSU TO WS-ABEND-STATUS
006680         GO TO 9990-ERROR-FICHERO
006690     END-IF.
006700     IF USER-DNI NOT = SPACES
006710         MOVE "S"          TO WS-SW-TITULAR-HALLADO
006720         MOVE USER-DNI     TO WS-TIT-DNI
006730         MOVE USER-NOM-APE TO WS-TIT-NOM-APE
006740     END-IF.
006750     GO TO 4200-EXIT.
006760 4200-SUCESORA.
006770     PERFORM 4250-BUSCAR-SUCESORA THRU 4250-EXIT.
006780     IF WS-XREF-IDX = ZERO
006790         GO TO 4200-EXIT
006800     END-IF.
006810     MOVE WS-XREF-NUEVA(WS-XREF-IDX) TO WS-TARJETA-SEGUIDA.
006820     ADD 1 TO WS-SALTOS-XREF.
006830     IF WS-SALTOS-XREF <= WS-XREF-TOTAL
006840         GO TO 4200-PROBAR-TARJETA
006850     END-IF.
006860 4200-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------*
006890 4250-BUSCAR-SUCESORA.
006900     MOVE ZERO TO WS-XREF-IDX.
006910     MOVE 1 TO X.
006920     PERFORM 4275-COMPARAR-SUCESORA THRU 4275-EXIT
006930         UNTIL X > WS-XREF-TOTAL OR WS-XREF-IDX NOT = ZERO.
006940 4250-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------*
006970 4275-COMPARAR-SUCESORA.
006980     IF WS-XREF-ANTIGUA(X) = WS-TARJETA-SEGUIDA
006990         MOVE X TO WS-XREF-IDX
007000     END-IF.
007010     ADD 1 TO X.
007020 4275-EXIT.
007030     EXIT.
007040*================================================================*
007050* 4400-EXCLUIR-MOVIMIENTO                                        *
007060*   LISTS ON THE CONTROL REPORT A MOVEMENT LEFT OUT OF THE       *
007070*   RETURN BECAUSE ITS HOLDER CANNOT BE FOUND, AND COUNTS IT SO  *
007080*   THE TIE STILL ACCOUNTS FOR IT.                               *
007090*================================================================*
007100 4400-EXCLUIR-MOVIMIENTO.
007110     ADD 1 TO WS-TOT-EXCLUIDOS.
007120     EVALUATE TRUE
007130         WHEN HIST-ES-INTERES
007140             ADD 1            TO WS-EXC-NUM-INTERESES
007150             ADD HIST-IMPORTE TO WS-EXC-IMP-INTERESES
007160             MOVE "INTERES ABONADO" TO WS-EXL-TIPO
007170         WHEN HIST-ES-INTERES-DEUDOR
007180             ADD 1            TO WS-EXC-NUM-INT-DEUDORES
007190             ADD HIST-IMPORTE TO WS-EXC-IMP-INT-DEUDORES
007200             MOVE "INTERES DEUDOR" TO WS-EXL-TIPO
007210         WHEN HIST-ES-COMISION
007220             ADD 1            TO WS-EXC-NUM-COMISIONES
007230             ADD HIST-IMPORTE TO WS-EXC-IMP-COMISIONES
007240             MOVE "COMISION" TO WS-EXL-TIPO
007250     END-EVALUATE.
007260     MOVE "SIN TITULAR" TO WS-EXL-MOTIVO.
007270     PERFORM 4600-LISTAR-EXCLUIDO THRU 4600-EXIT.
007280 4400-EXIT.
007290     EXIT.
007300*================================================================*
007310* 4500-ANULADO-MOVIMIENTO                                        *
007320*   LISTS ON THE CONTROL REPORT A MOVEMENT LEFT OUT OF THE       *
007330*   RETURN BECAUSE ANULMOV HAS CANCELLED IT, AND COUNTS IT SO    *
007340*   THE TIE STILL ACCOUNTS FOR IT.                               *
007350*================================================================*
007360 4500-ANULADO-MOVIMIENTO.
007370     ADD 1 TO WS-TOT-ANULADOS.
007380     EVALUATE TRUE
007390         WHEN HIST-ES-INTERES
007400             ADD 1            TO WS-ANU-NUM-INTERESES
007410             ADD HIST-IMPORTE TO WS-ANU-IMP-INTERESES
007420             MOVE "INTERES ABONADO" TO WS-EXL-TIPO
007430         WHEN HIST-ES-INTERES-DEUDOR
007440             ADD 1            TO WS-ANU-NUM-INT-DEUDORES
007450             ADD HIST-IMPORTE TO WS-ANU-IMP-INT-DEUDORES
007460             MOVE "INTERES DEUDOR" TO WS-EXL-TIPO
007470         WHEN HIST-ES-COMISION
007480             ADD 1            TO WS-ANU-NUM-COMISIONES
007490             ADD HIST-IMPORTE TO WS-ANU-IMP-COMISIONES
007500             MOVE "COMISION" TO WS-EXL-TIPO
007510     END-EVALUATE.
007520     MOVE "ANULADO" TO WS-EXL-MOTIVO.
007530     PERFORM 4600-LISTAR-EXCLUIDO THRU 4600-EXIT.
007540 4500-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------*
007570 4600-LISTAR-EXCLUIDO.
007580     MOVE HIST-NUM-CUENTA TO WS-EXL-CUENTA.
007590     MOVE HIST-TARJETA    TO WS-EXL-TARJETA.
007600     MOVE HIST-FECHA-DIA  TO WS-FECHA-EDITAR.
007610     PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT.
007620     MOVE WS-FECHA-EDITADA TO WS-EXL-FECHA.
007630     MOVE HIST-IMPORTE    TO WS-EXL-IMPORTE.
007640     MOVE WS-LINEA-EXCLUIDO TO LINEA-CONTROL.
007650     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
007660 4600-EXIT.
007670     EXIT.
007680*================================================================*
007690* 5000-GENERAR-DECLARACION                                       *
007700*   SORT OUTPUT PROCEDURE.  ONE RETURN DETAIL AND ONE SUMMARY    *
007710*   LINE AT EVERY CHANGE OF ACCOUNT, A CUSTOMER TOTAL AT EVERY   *
007720*   CHANGE OF DNI, AND THE LAST OF EACH CLOSED AFTER THE FINAL   *
007730*   RECORD.                                                      *
007740*================================================================*
007750 5000-GENERAR-DECLARACION.
007760     PERFORM 5100-RETORNAR-UN-MOVIMIENTO THRU 5100-EXIT
007770         UNTIL FIN-ORDENACION.
007780     IF NOT PRIMER-REGISTRO
007790         PERFORM 5300-CERRAR-CUENTA THRU 5300-EXIT
007800         PERFORM 5400-CERRAR-CLIENTE THRU 5400-EXIT
007810     END-IF.
007820 5900-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------*
007850 5100-RETORNAR-UN-MOVIMIENTO.
007860     RETURN SortFile
007870         AT END
007880             MOVE "S" TO WS-SW-FIN-ORDENACION
007890             GO TO 5100-EXIT
007900     END-RETURN.
007910     IF PRIMER-REGISTRO
007920         MOVE "N" TO WS-SW-PRIMER-REGISTRO
007930         PERFORM 5050-ABRIR-CLIENTE THRU 5050-EXIT
007940         GO TO 5100-ACUMULAR
007950     END-IF.
007960     IF SORT-DNI NOT = WS-DNI-ANTERIOR
007970         PERFORM 5300-CERRAR-CUENTA THRU 5300-EXIT
007980         PERFORM 5400-CERRAR-CLIENTE THRU 5400-EXIT
007990         PERFORM 5050-ABRIR-CLIENTE THRU 5050-EXIT
008000         GO TO 5100-ACUMULAR
008010     END-IF.
008020     IF SORT-NUM-CUENTA NOT = WS-CUENTA-ANTERIOR
008030         PERFORM 5300-CERRAR-CUENTA THRU 5300-EXIT
008040         MOVE SORT-NUM-CUENTA TO WS-CUENTA-ANTERIOR
008050     END-IF.
008060 5100-ACUMULAR.
008070     EVALUATE SORT-TIPO-MOVTO
008080         WHEN "I"
008090             ADD 1            TO WS-CTA-NUM-INTERESES
008100             ADD SORT-IMPORTE TO WS-CTA-IMP-INTERESES
008110         WHEN "J"
008120             ADD 1            TO WS-CTA-NUM-INT-DEUDORES
008130             ADD SORT-IMPORTE TO WS-CTA-IMP-INT-DEUDORES
008140         WHEN "F"
008150             ADD 1            TO WS-CTA-NUM-COMISIONES
008160             ADD SORT-IMPORTE TO WS-CTA-IMP-COMISIONES
008170     END-EVALUATE.
008180 5100-EXIT.
008190     EXIT.
008200*----------------------------------------------------------------*
008210* 5050-ABRIR-CLIENTE - STARTS A NEW DNI: BREAK FIELDS, TOTALS    *
008220* AND THE CUSTOMER'S HEADING ON THE SUMMARY.                     *
008230*----------------------------------------------------------------*
008240 5050-ABRIR-CLIENTE.
008250     MOVE SORT-DNI        TO WS-DNI-ANTERIOR.
008260     MOVE SORT-NUM-CUENTA TO WS-CUENTA-ANTERIOR.
008270     MOVE SORT-NOM-APE    TO WS-NOM-APE-ANTERIOR.
008280     MOVE ZERO TO WS-CLI-IMP-INTERESES
008290                  WS-CLI-IMP-INT-DEUDORES
008300                  WS-CLI-IMP-COMISIONES.
008310     ADD 1 TO WS-TOT-DECLARADOS.
008320     MOVE "DNI:"   TO WS-ROT-ETIQUETA.
008330     MOVE SORT-DNI TO WS-ROT-VALOR.
008340     MOVE WS-LINEA-ROTULADA TO LINEA-REPORTE.
008350     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008360     MOVE "TITULAR:"   TO WS-ROT-ETIQUETA.
008370     MOVE SORT-NOM-APE TO WS-ROT-VALOR.
008380     MOVE WS-LINEA-ROTULADA TO LINEA-REPORTE.
008390     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008400     MOVE WS-LINEA-CABECERA TO LINEA-REPORTE.
008410     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008420 5050-EXIT.
008430     EXIT.
008440*================================================================*
008450* 5300-CERRAR-CUENTA                                             *
008460*   WRITES THE RETURN DETAIL AND THE SUMMARY LINE OF THE ACCOUNT *
008470*   JUST FINISHED AND ADDS IT TO THE CUSTOMER AND YEAR TOTALS.   *
008480*================================================================*
008490 5300-CERRAR-CUENTA.
008500     MOVE "D"                     TO FIS-TIPO-REG.
008510     MOVE WS-EJERCICIO            TO FIS-EJERCICIO.
008520     MOVE WS-DNI-ANTERIOR         TO FIS-DNI.
008530     MOVE WS-NOM-APE-ANTERIOR     TO FIS-NOM-APE.
008540     MOVE WS-CUENTA-ANTERIOR      TO FIS-NUM-CUENTA.
008550     MOVE WS-CTA-NUM-INTERESES    TO FIS-NUM-INTERESES.
008560     MOVE WS-CTA-IMP-INTERESES    TO FIS-IMP-INTERESES.
008570     MOVE WS-CTA-NUM-INT-DEUDORES TO FIS-NUM-INT-DEUDORES.
008580     MOVE WS-CTA-IMP-INT-DEUDORES TO FIS-IMP-INT-DEUDORES.
008590     MOVE WS-CTA-NUM-COMISIONES   TO FIS-NUM-COMISIONES.
008600     MOVE WS-CTA-IMP-COMISIONES   TO FIS-IMP-COMISIONES.
008610     WRITE REG-FISCAL.
008620     IF FSF NOT = "00"
008630         MOVE "FISCAL.DAT" TO WS-ABEND-FICHERO
008640         MOVE FSF TO WS-ABEND-STATUS
008650         GO TO 9990-ERROR-FICHERO
008660     END-IF.
008670     ADD 1 TO WS-TOT-DETALLES.
008680     ADD WS-CTA-NUM-INTERESES    TO WS-DEC-NUM-INTERESES.
008690     ADD WS-CTA-IMP-INTERESES    TO WS-DEC-IMP-INTERESES
008700                                    WS-CLI-IMP-INTERESES.
008710     ADD WS-CTA-NUM-INT-DEUDORES TO WS-DEC-NUM-INT-DEUDORES.
008720     ADD WS-CTA-IMP-INT-DEUDORES TO WS-DEC-IMP-INT-DEUDORES
008730                                    WS-CLI-IMP-INT-DEUDORES.
008740     ADD WS-CTA-NUM-COMISIONES   TO WS-DEC-NUM-COMISIONES.
008750     ADD WS-CTA-IMP-COMISIONES   TO WS-DEC-IMP-COMISIONES
008760                                    WS-CLI-IMP-COMISIONES.
008770     MOVE SPACES TO LIN-FISCAL.
008780     MOVE WS-CUENTA-ANTERIOR      TO LIN-FIS-CUENTA.
008790     MOVE WS-CTA-IMP-INTERESES    TO LIN-FIS-INTERESES.
008800     MOVE WS-CTA-IMP-INT-DEUDORES TO LIN-FIS-INT-DEUDORES.
008810     MOVE WS-CTA-IMP-COMISIONES   TO LIN-FIS-COMISIONES.
008820     MOVE LIN-FISCAL TO LINEA-REPORTE.
008830     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008840     MOVE ZERO TO WS-CTA-NUM-INTERESES
008850                  WS-CTA-IMP-INTERESES
008860                  WS-CTA-NUM-INT-DEUDORES
008870                  WS-CTA-IMP-INT-DEUDORES
008880                  WS-CTA-NUM-COMISIONES
008890                  WS-CTA-IMP-COMISIONES.
008900 5300-EXIT.
008910     EXIT.
008920*----------------------------------------------------------------*
008930 5400-CERRAR-CLIENTE.
008940     MOVE SPACES TO LIN-FISCAL.
008950     MOVE "TOTAL CLIENTE"         TO LIN-FIS-CUENTA.
008960     MOVE WS-CLI-IMP-INTERESES    TO LIN-FIS-INTERESES.
008970     MOVE WS-CLI-IMP-INT-DEUDORES TO LIN-FIS-INT-DEUDORES.
008980     MOVE WS-CLI-IMP-COMISIONES   TO LIN-FIS-COMISIONES.
008990     MOVE LIN-FISCAL TO LINEA-REPORTE.
009000     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
009010     MOVE SPACES TO LINEA-REPORTE.
009020     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
009030 5400-EXIT.
009040     EXIT.
009050*================================================================*
009060* 6000-CUADRAR-LIQCTA                                            *
009070*   LISTS THE TOTALS LIQCTA RECORDED ON LIQTOT.DAT FOR EACH RUN  *
009080*   OF THE YEAR AND TIES THEIR SUM TO TRANHIST.DAT, AND          *
009090*   TRANHIST.DAT TO THE RETURN PLUS THE EXCLUDED AND CANCELLED   *
009100*   MOVEMENTS.                                                   *
009110*   WITHOUT LIQTOT.DAT, OR WITH NO RUN RECORDED IN THE YEAR, THE *
009120*   FIRST TIE CANNOT BE MADE AND THE REPORT SAYS SO.             *
009130*================================================================*
009140 6000-CUADRAR-LIQCTA.
009150     IF WS-TOT-EXCLUIDOS = ZERO AND WS-TOT-ANULADOS = ZERO
009160         MOVE "  NINGUNO" TO LINEA-CONTROL
009170         PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT
009180     END-IF.
009190     MOVE SPACES TO LINEA-CONTROL.
009200     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
009210     MOVE "TOTALES DE LIQCTA POR FECHA DE EJECUCION (LIQTOT.DAT)"
009220         TO LINEA-CONTROL.
009230     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
009240     MOVE WS-LINEA-CABECERA-CUADRE TO LINEA-CONTROL.
009250     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
009260     OPEN INPUT LiqTotFile.
009270     IF FSQ NOT = "00"
009280         IF FSQ = "35"
009290             GO TO 6000-CUADRE
009300         ELSE
009310             MOVE "LIQTOT.DAT" TO WS-ABEND-FICHERO
009320             MOVE FSQ TO WS-ABEND-STATUS
009330             GO TO 9990-ERROR-FICHERO
009340         END-IF
009350     END-IF.
009360     MOVE WS-FECHA-DESDE-N TO LQT-FECHA.
009370     START LiqTotFile KEY IS NOT LESS THAN LQT-FECHA
009380         INVALID KEY
009390             MOVE "S" TO WS-SW-FIN-LIQTOT
009400     END-START.
009410     IF FSQ NOT = "00" AND FSQ NOT = "23"
009420         MOVE "LIQTOT.DAT" TO WS-ABEND-FICHERO
009430         MOVE FSQ TO WS-ABEND-STATUS
009440         GO TO 9990-ERROR-FICHERO
009450     END-IF.
009460     PERFORM 6100-LEER-UNA-LIQUIDACION THRU 6100-EXIT
009470         UNTIL FIN-LIQTOT.
009480     CLOSE LiqTotFile.
009490 6000-CUADRE.
009500     IF WS-TOT-DIAS-LIQCTA = ZERO
009510         MOVE "  NINGUNA EJECUCION REGISTRADA EN EL EJERCICIO"
009520             TO LINEA-CONTROL
009530         PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT
009540     END-IF.
009550     MOVE SPACES TO LINEA-CONTROL.
009560     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
009570     MOVE "CUADRE DEL EJERCICIO" TO LINEA-CONTROL.
009580     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
009590     MOVE WS-LINEA-CABECERA-CUADRE TO LINEA-CONTROL.
009600     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
009610     MOVE "LIQUIDADO POR LIQCTA"    TO LIN-CUA-ETIQUETA.
009620     MOVE WS-LIQ-NUM-INTERESES      TO LIN-CUA-NUM-INTERESES.
009630     MOVE WS-LIQ-IMP-INTERESES      TO LIN-CUA-IMP-INTERESES.
009640     MOVE WS-LIQ-NUM-INT-DEUDORES   TO LIN-CUA-NUM-INT-DEUDORES.
009650     MOVE WS-LIQ-IMP-INT-DEUDORES   TO LIN-CUA-IMP-INT-DEUDORES.
009660     MOVE WS-LIQ-NUM-COMISIONES     TO LIN-CUA-NUM-COMISIONES.
009670     MOVE WS-LIQ-IMP-COMISIONES     TO LIN-CUA-IMP-COMISIONES.
009680     PERFORM 8250-GRABAR-CUADRE THRU 8250-EXIT.
009690     MOVE "REGISTRADO EN TRANHIST"  TO LIN-CUA-ETIQUETA.
009700     MOVE WS-HIS-NUM-INTERESES      TO LIN-CUA-NUM-INTERESES.
009710     MOVE WS-HIS-IMP-INTERESES      TO LIN-CUA-IMP-INTERESES.
009720     MOVE WS-HIS-NUM-INT-DEUDORES   TO LIN-CUA-NUM-INT-DEUDORES.
009730     MOVE WS-HIS-IMP-INT-DEUDORES   TO LIN-CUA-IMP-INT-DEUDORES.
009740     MOVE WS-HIS-NUM-COMISIONES     TO LIN-CUA-NUM-COMISIONES.
009750     MOVE WS-HIS-IMP-COMISIONES     TO LIN-CUA-IMP-COMISIONES.
009760     PERFORM 8250-GRABAR-CUADRE THRU 8250-EXIT.
009770     MOVE "DECLARADO EN FISCAL.DAT" TO LIN-CUA-ETIQUETA.
009780     MOVE WS-DEC-NUM-INTERESES      TO LIN-CUA-NUM-INTERESES.
009790     MOVE WS-DEC-IMP-INTERESES      TO LIN-CUA-IMP-INTERESES.
009800     MOVE WS-DEC-NUM-INT-DEUDORES   TO LIN-CUA-NUM-INT-DEUDORES.
009810     MOVE WS-DEC-IMP-INT-DEUDORES   TO LIN-CUA-IMP-INT-DEUDORES.
009820     MOVE WS-DEC-NUM-COMISIONES     TO LIN-CUA-NUM-COMISIONES.
009830     MOVE WS-DEC-IMP-COMISIONES     TO LIN-CUA-IMP-COMISIONES.
009840     PERFORM 8250-GRABAR-CUADRE THRU 8250-EXIT.
009850     MOVE "EXCLUIDO SIN TITULAR"    TO LIN-CUA-ETIQUETA.
009860     MOVE WS-EXC-NUM-INTERESES      TO LIN-CUA-NUM-INTERESES.
009870     MOVE WS-EXC-IMP-INTERESES      TO LIN-CUA-IMP-INTERESES.
009880     MOVE WS-EXC-NUM-INT-DEUDORES   TO LIN-CUA-NUM-INT-DEUDORES.
009890     MOVE WS-EXC-IMP-INT-DEUDORES   TO LIN-CUA-IMP-INT-DEUDORES.
009900     MOVE WS-EXC-NUM-COMISIONES     TO LIN-CUA-NUM-COMISIONES.
009910     MOVE WS-EXC-IMP-COMISIONES     TO LIN-CUA-IMP-COMISIONES.
009920     PERFORM 8250-GRABAR-CUADRE THRU 8250-EXIT.
009930     MOVE "ANULADO POR ANULMOV"     TO LIN-CUA-ETIQUETA.
009940     MOVE WS-ANU-NUM-INTERESES      TO LIN-CUA-NUM-INTERESES.
009950     MOVE WS-ANU-IMP-INTERESES      TO LIN-CUA-IMP-INTERESES.
009960     MOVE WS-ANU-NUM-INT-DEUDORES   TO LIN-CUA-NUM-INT-DEUDORES.
009970     MOVE WS-ANU-IMP-INT-DEUDORES   TO LIN-CUA-IMP-INT-DEUDORES.
009980     MOVE WS-ANU-NUM-COMISIONES     TO LIN-CUA-NUM-COMISIONES.
009990     MOVE WS-ANU-IMP-COMISIONES     TO LIN-CUA-IMP-COMISIONES.
010000     PERFORM 8250-GRABAR-CUADRE THRU 8250-EXIT.
010010     PERFORM 6200-COMPROBAR-HISTORICO THRU 6200-EXIT.
010020     IF WS-TOT-DIAS-LIQCTA = ZERO
010030         MOVE SPACES TO LINEA-CONTROL
010040         PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT
010050         MOVE "SIN TOTALES DE LIQCTA PARA EL EJERCICIO - CUADRE "
010060             TO LINEA-CONTROL
010070         MOVE "NO VERIFICADO" TO LINEA-CONTROL(50:13)
010080         PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT
010090         GO TO 6000-EXIT
010100     END-IF.
010110     PERFORM 6300-COMPROBAR-LIQCTA THRU 6300-EXIT.
010120 6000-EXIT.
010130     EXIT.
010140*----------------------------------------------------------------*
010150 6100-LEER-UNA-LIQUIDACION.
010160     READ LiqTotFile NEXT RECORD
010170         AT END
010180             MOVE "S" TO WS-SW-FIN-LIQTOT
010190             GO TO 6100-EXIT
010200     END-READ.
010210     IF FSQ NOT = "00" AND FSQ NOT = "10"
010220         MOVE "LIQTOT.DAT" TO WS-ABEND-FICHERO
010230         MOVE FSQ TO WS-ABEND-STATUS
010240         GO TO 9990-ERROR-FICHERO
010250     END-IF.
010260     IF LQT-FECHA > WS-FECHA-HASTA-N
010270         MOVE "S" TO WS-SW-FIN-LIQTOT
010280         GO TO 6100-EXIT
010290     END-IF.
010300     ADD 1 TO WS-TOT-DIAS-LIQCTA.
010310     ADD LQT-NUM-INTERESES    TO WS-LIQ-NUM-INTERESES.
010320     ADD LQT-IMP-INTERESES    TO WS-LIQ-IMP-INTERESES.
010330     ADD LQT-NUM-INT-DEUDORES TO WS-LIQ-NUM-INT-DEUDORES.
010340     ADD LQT-IMP-INT-DEUDORES TO WS-LIQ-IMP-INT-DEUDORES.
010350     ADD LQT-NUM-COMISIONES   TO WS-LIQ-NUM-COMISIONES.
010360     ADD LQT-IMP-COMISIONES   TO WS-LIQ-IMP-COMISIONES.
010370     MOVE LQT-FECHA TO WS-FECHA-EDITAR.
010380     PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT.
010390     MOVE SPACES TO LIN-CUADRE.
010400     MOVE "LIQCTA"             TO LIN-CUA-ETIQUETA.
010410     MOVE WS-FECHA-EDITADA     TO LIN-CUA-ETIQUETA(8:10).
010420     MOVE LQT-NUM-INTERESES    TO LIN-CUA-NUM-INTERESES.
010430     MOVE LQT-IMP-INTERESES    TO LIN-CUA-IMP-INTERESES.
010440     MOVE LQT-NUM-INT-DEUDORES TO LIN-CUA-NUM-INT-DEUDORES.
010450     MOVE LQT-IMP-INT-DEUDORES TO LIN-CUA-IMP-INT-DEUDORES.
010460     MOVE LQT-NUM-COMISIONES   TO LIN-CUA-NUM-COMISIONES.
010470     MOVE LQT-IMP-COMISIONES   TO LIN-CUA-IMP-COMISIONES.
010480     PERFORM 8250-GRABAR-CUADRE THRU 8250-EXIT.
010490 6100-EXIT.
010500     EXIT.
010510*================================================================*
010520* 6200-COMPROBAR-HISTORICO                                       *
010530*   EVERY MOVEMENT READ FROM TRANHIST.DAT MUST HAVE GONE INTO    *
010540*   THE RETURN, ONTO THE EXCLUDED LIST OR ONTO THE CANCELLED     *
010550*   LIST.                                                        *
010560*================================================================*
010570 6200-COMPROBAR-HISTORICO.
010580     MOVE SPACES TO LINEA-CONTROL.
010590     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
010600     IF WS-HIS-NUM-INTERESES NOT = WS-DEC-NUM-INTERESES
010610            + WS-EXC-NUM-INTERESES + WS-ANU-NUM-INTERESES
010620        OR WS-HIS-IMP-INTERESES NOT = WS-DEC-IMP-INTERESES
010630            + WS-EXC-IMP-INTERESES + WS-ANU-IMP-INTERESES
010640        OR WS-HIS-NUM-INT-DEUDORES NOT = WS-DEC-NUM-INT-DEUDORES
010650            + WS-EXC-NUM-INT-DEUDORES + WS-ANU-NUM-INT-DEUDORES
010660        OR WS-HIS-IMP-INT-DEUDORES NOT = WS-DEC-IMP-INT-DEUDORES
010670            + WS-EXC-IMP-INT-DEUDORES + WS-ANU-IMP-INT-DEUDORES
010680        OR WS-HIS-NUM-COMISIONES NOT = WS-DEC-NUM-COMISIONES
010690            + WS-EXC-NUM-COMISIONES + WS-ANU-NUM-COMISIONES
010700        OR WS-HIS-IMP-COMISIONES NOT = WS-DEC-IMP-COMISIONES
010710            + WS-EXC-IMP-COMISIONES + WS-ANU-IMP-COMISIONES
010720         MOVE "S" TO WS-SW-DESCUADRE
010730         MOVE "TRANHIST = DECLARADO + EXCLUIDO + ANULADO:"
010740             TO LINEA-CONTROL
010750         MOVE "NO CUADRA" TO LINEA-CONTROL(44:9)
010760     ELSE
010770         MOVE "TRANHIST = DECLARADO + EXCLUIDO + ANULADO:"
010780             TO LINEA-CONTROL
010790         MOVE "CUADRA" TO LINEA-CONTROL(44:6)
010800     END-IF.
010810     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
010820 6200-EXIT.
010830     EXIT.
010840*================================================================*
010850* 6300-COMPROBAR-LIQCTA                                          *
010860*   WHAT LIQCTA SAYS IT POSTED IN THE YEAR MUST BE WHAT IS ON    *
010870*   TRANHIST.DAT.  THE DIFFERENCE IS PRINTED AS TRANHIST LESS    *
010880*   LIQCTA, SO A NEGATIVE FIGURE IS A POSTING MISSING FROM THE   *
010890*   HISTORY.                                                     *
010900*================================================================*
010910 6300-COMPROBAR-LIQCTA.
010920     COMPUTE WS-DIF-NUM-INTERESES =
010930         WS-HIS-NUM-INTERESES - WS-LIQ-NUM-INTERESES.
010940     COMPUTE WS-DIF-IMP-INTERESES =
010950         WS-HIS-IMP-INTERESES - WS-LIQ-IMP-INTERESES.
010960     COMPUTE WS-DIF-NUM-INT-DEUDORES =
010970         WS-HIS-NUM-INT-DEUDORES - WS-LIQ-NUM-INT-DEUDORES.
010980     COMPUTE WS-DIF-IMP-INT-DEUDORES =
010990         WS-HIS-IMP-INT-DEUDORES - WS-LIQ-IMP-INT-DEUDORES.
011000     COMPUTE WS-DIF-NUM-COMISIONES =
011010         WS-HIS-NUM-COMISIONES - WS-LIQ-NUM-COMISIONES.
011020     COMPUTE WS-DIF-IMP-COMISIONES =
011030         WS-HIS-IMP-COMISIONES - WS-LIQ-IMP-COMISIONES.
011040     IF WS-DIF-NUM-INTERESES = ZERO
011050         AND WS-DIF-IMP-INTERESES = ZERO
011060         AND WS-DIF-NUM-INT-DEUDORES = ZERO
011070         AND WS-DIF-IMP-INT-DEUDORES = ZERO
011080         AND WS-DIF-NUM-COMISIONES = ZERO
011090         AND WS-DIF-IMP-COMISIONES = ZERO
011100             MOVE "TRANHIST = LIQCTA: CUADRA" TO LINEA-CONTROL
011110             PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT
011120             GO TO 6300-EXIT
011130     END-IF.
011140     MOVE "S" TO WS-SW-DESCUADRE.
011150     MOVE "DIFERENCIA TRANHIST - LIQCTA" TO LIN-CUA-ETIQUETA.
011160     MOVE WS-DIF-NUM-INTERESES      TO LIN-CUA-NUM-INTERESES.
011170     MOVE WS-DIF-IMP-INTERESES      TO LIN-CUA-IMP-INTERESES.
011180     MOVE WS-DIF-NUM-INT-DEUDORES   TO LIN-CUA-NUM-INT-DEUDORES.
011190     MOVE WS-DIF-IMP-INT-DEUDORES   TO LIN-CUA-IMP-INT-DEUDORES.
011200     MOVE WS-DIF-NUM-COMISIONES     TO LIN-CUA-NUM-COMISIONES.
011210     MOVE WS-DIF-IMP-COMISIONES     TO LIN-CUA-IMP-COMISIONES.
011220     PERFORM 8250-GRABAR-CUADRE THRU 8250-EXIT.
011230     MOVE "TRANHIST = LIQCTA: NO CUADRA" TO LINEA-CONTROL.
011240     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
011250 6300-EXIT.
011260     EXIT.
011270*================================================================*
011280* 8000-EDITAR-FECHA                                              *
011290*   EDITS THE YYYYMMDD DATE IN WS-FECHA-EDITAR INTO THE          *
011300*   YYYY-MM-DD FORM USED ON EVERY PRINTED DATE.                  *
011310*================================================================*
011320 8000-EDITAR-FECHA.
011330     MOVE WS-FECHA-EDITAR(1:4) TO WS-FECHA-EDITADA(1:4).
011340     MOVE "-"                  TO WS-FECHA-EDITADA(5:1).
011350     MOVE WS-FECHA-EDITAR(5:2) TO WS-FECHA-EDITADA(6:2).
011360     MOVE "-"                  TO WS-FECHA-EDITADA(8:1).
011370     MOVE WS-FECHA-EDITAR(7:2) TO WS-FECHA-EDITADA(9:2).
011380 8000-EXIT.
011390     EXIT.
011400*================================================================*
011410* 8100-GRABAR-LINEA / 8200-GRABAR-CONTROL                        *
011420*   WRITE THE LINE ALREADY BUILT ON THE SUMMARY OR THE CONTROL   *
011430*   REPORT AND CHECK ITS FILE STATUS.                            *
011440*================================================================*
011450 8100-GRABAR-LINEA.
011460     WRITE LINEA-REPORTE.
011470     IF FSR NOT = "00"
011480         MOVE "FISCRES.DAT" TO WS-ABEND-FICHERO
011490         MOVE FSR TO WS-ABEND-STATUS
011500         GO TO 9990-ERROR-FICHERO
011510     END-IF.
011520 8100-EXIT.
011530     EXIT.
011540*----------------------------------------------------------------*
011550 8200-GRABAR-CONTROL.
011560     WRITE LINEA-CONTROL.
011570     IF FSC NOT = "00"
011580         MOVE "FISCCTL.DAT" TO WS-ABEND-FICHERO
011590         MOVE FSC TO WS-ABEND-STATUS
011600         GO TO 9990-ERROR-FICHERO
011610     END-IF.
011620 8200-EXIT.
011630     EXIT.
011640*----------------------------------------------------------------*
011650 8250-GRABAR-CUADRE.
011660     MOVE LIN-CUADRE TO LINEA-CONTROL.
011670     PERFORM 8200-GRABAR-CONTROL THRU 8200-EXIT.
011680     MOVE SPACES TO LIN-CUADRE.
011690 8250-EXIT.
011700     EXIT.
011710*================================================================*
011720* 9000-FINALIZAR                                                 *
011730*   WRITES THE RETURN TRAILER, PRINTS THE YEAR TOTAL AND RUN     *
011740*   COUNTS, CLOSES EVERY FILE AND SETS RETURN-CODE 8 WHEN THE    *
011750*   TOTALS DO NOT TIE, OR 4 WHEN MOVEMENTS WERE EXCLUDED OR THE  *
011760*   TIE TO LIQCTA COULD NOT BE MADE.                             *
011770*================================================================*
011780 9000-FINALIZAR.
011790     MOVE "T"                   TO FIS-TOT-TIPO.
011800     MOVE WS-EJERCICIO          TO FIS-TOT-EJERCICIO.
011810     MOVE WS-TOT-DETALLES       TO FIS-TOT-REGISTROS.
011820     MOVE WS-TOT-DECLARADOS     TO FIS-TOT-DECLARADOS.
011830     MOVE WS-DEC-IMP-INTERESES  TO FIS-TOT-IMP-INTERESES.
011840     MOVE WS-DEC-IMP-INT-DEUDORES
011850                                TO FIS-TOT-IMP-INT-DEUDORES.
011860     MOVE WS-DEC-IMP-COMISIONES TO FIS-TOT-IMP-COMISIONES.
011870     WRITE REG-FISCAL-TOTALES.
011880     IF FSF NOT = "00"
011890         MOVE "FISCAL.DAT" TO WS-ABEND-FICHERO
011900         MOVE FSF TO WS-ABEND-STATUS
011910         GO TO 9990-ERROR-FICHERO
011920     END-IF.
011930     MOVE SPACES TO LIN-FISCAL.
011940     MOVE "TOTAL EJERCICIO"       TO LIN-FIS-CUENTA.
011950     MOVE WS-DEC-IMP-INTERESES    TO LIN-FIS-INTERESES.
011960     MOVE WS-DEC-IMP-INT-DEUDORES TO LIN-FIS-INT-DEUDORES.
011970     MOVE WS-DEC-IMP-COMISIONES   TO LIN-FIS-COMISIONES.
011980     MOVE LIN-FISCAL TO LINEA-REPORTE.
011990     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012000     MOVE SPACES TO LINEA-REPORTE.
012010     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012020     MOVE "CLIENTES DECLARADOS:          "
012030         TO WS-TOTL-ETIQUETA.
012040     MOVE WS-TOT-DECLARADOS TO WS-TOTL-VALOR.
012050     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
012060     MOVE "CUENTAS DECLARADAS:           "
012070         TO WS-TOTL-ETIQUETA.
012080     MOVE WS-TOT-DETALLES TO WS-TOTL-VALOR.
012090     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
012100     MOVE "MOVIMIENTOS EXCLUIDOS:        "
012110         TO WS-TOTL-ETIQUETA.
012120     MOVE WS-TOT-EXCLUIDOS TO WS-TOTL-VALOR.
012130     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
012140     MOVE "MOVIMIENTOS ANULADOS:         "
012150         TO WS-TOTL-ETIQUETA.
012160     MOVE WS-TOT-ANULADOS TO WS-TOTL-VALOR.
012170     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
012180     CLOSE ControlFile.
012190     CLOSE ReportFile.
012200     CLOSE DeclFile.
012210     CLOSE UserFile.
012220     CLOSE HistFile.
012230     IF ANULREG-ABIERTO
012240         CLOSE RegAnulFile
012250     END-IF.
012260     DISPLAY "=== DECLARACION FISCAL " WS-EJERCICIO " ===".
012270     DISPLAY "MOVIMIENTOS LEIDOS  : " WS-TOT-MOVIMIENTOS.
012280     DISPLAY "CLIENTES DECLARADOS : " WS-TOT-DECLARADOS.
012290     DISPLAY "CUENTAS DECLARADAS  : " WS-TOT-DETALLES.
012300     DISPLAY "EXCLUIDOS           : " WS-TOT-EXCLUIDOS.
012310     DISPLAY "ANULADOS            : " WS-TOT-ANULADOS.
012320     DISPLAY "EJECUCIONES LIQCTA  : " WS-TOT-DIAS-LIQCTA.
012330     IF HAY-DESCUADRE
012340         DISPLAY "*** LOS TOTALES NO CUADRAN - VER FISCCTL.DAT"
012350         MOVE 8 TO RETURN-CODE
012360     ELSE
012370         IF WS-TOT-EXCLUIDOS > ZERO OR WS-TOT-DIAS-LIQCTA = ZERO
012380             MOVE 4 TO RETURN-CODE
012390         END-IF
012400     END-IF.
012410 9000-EXIT.
012420     EXIT.
012430*----------------------------------------------------------------*
012440 9100-GRABAR-LINEA-TOTAL.
012450     MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
012460     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012470 9100-EXIT.
012480     EXIT.
012490*================================================================*
012500* 9990-ERROR-FICHERO                                             *
012510*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
012520*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
012530*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
012540*   THE CALLER BEFORE THE GO TO HERE.                            *
012550*================================================================*
012560 9990-ERROR-FICHERO.
012570     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
012580         " - FILE STATUS " WS-ABEND-STATUS.
012590     MOVE 99 TO RETURN-CODE.
012600     STOP RUN.
