000010*================================================================*
000020* PROGRAM-ID : CARTMES                                           *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   MONTHLY MANAGEMENT PORTFOLIO REPORT.  FOR THE MONTH ON       *
000100*   CARTPARM.DAT (NO CARD OR A ZERO MONTH MEANS LAST CALENDAR    *
000110*   MONTH) OPERATIONS STAGES THE FOTOSAL SNAPSHOT OF THE MONTH'S *
000120*   LAST BUSINESS DAY AS SNAPMES.DAT AND THAT OF THE MONTH       *
000130*   BEFORE AS SNAPMESA.DAT.  FROM THE MONTH-END SNAPSHOT COME    *
000140*   THE CUSTOMERS (DISTINCT DNI, HOLDER FOUND ON USERS.DAT FROM  *
000150*   THE CARD AND FOLLOWED FORWARD ACROSS CARDXREF.DAT), THE      *
000160*   ACCOUNTS, THE DEPOSITS AND THEIR SPREAD BY BALANCE BAND, THE *
000170*   ACCOUNTS IN OVERDRAFT AND THE USE OF THE AUTHORIZED LINES,   *
000180*   AND THE DORMANT ACCOUNTS.  FROM TRANHIST.DAT COMES THE       *
000190*   MONTH'S MOVEMENT VOLUME BY TYPE AND BY BRANCH.  EVERY FIGURE *
000200*   IS SHOWN AGAINST LAST MONTH'S AND THE CHANGE.  LAST MONTH'S  *
000210*   FIGURES ARE READ BACK FROM CARTHIST.DAT, THE INDICATOR       *
000220*   HISTORY EVERY RUN LEAVES BEHIND; THE PRIOR SNAPSHOT PROVES   *
000230*   THEM, OR STANDS IN FOR THEM WHEN THERE IS NO HISTORY YET.    *
000240*   OVERDRAFT LIMITS AND THE DORMANT FLAG ARE ONLY KEPT AS THEY  *
000250*   STAND TODAY, SO THOSE TWO ARE TAKEN FROM USERS.DAT AT RUN    *
000260*   TIME.                                                        *
000270*   OUTPUTS:                                                     *
000280*     CARTERA.DAT  - THE REPORT.                                 *
000290*     CARTHIST.DAT - THE MONTH'S INDICATORS, REPLACED ON RERUN.  *
000300*   RETURN-CODE 4 WHEN LAST MONTH CANNOT BE SHOWN IN FULL, WHEN  *
000310*   THE HISTORY AND THE PRIOR SNAPSHOT DISAGREE OR WHEN A        *
000320*   SNAPSHOT ACCOUNT HAS NO HOLDER ON FILE; 16 WHEN THE MONTH OR *
000330*   THE SNAPSHOTS STAGED ARE NOT USABLE.                         *
000340*----------------------------------------------------------------*
000350* MODIFICATION HISTORY.                                          *
000360*   DATE       INIT  DESCRIPTION                                 *
000370*   ---------  ----  -------------------------------------------*
000380*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000390*   2026-10-15  RAG  SHORTER BALANCE-BAND LABELS SO EVERY BAND   *
000400*                    LINE LABEL FITS ITS PRINT FIELD.            *
000410*================================================================*
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.     CartMes.
000440 AUTHOR.         R. AGUADO GIL.
000450 INSTALLATION.   PRACTICA1.
000460 DATE-WRITTEN.   2026-10-15.
000470 DATE-COMPILED.  2026-10-15.
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ParmFile ASSIGN TO "CARTPARM.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS FSP.
000560*
000570     SELECT SnapFile ASSIGN TO "SNAPMES.DAT"
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS FSS.
000610*
000620     SELECT SnapAntFile ASSIGN TO "SNAPMESA.DAT"
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS FSN.
000660*
000670     SELECT UserFile ASSIGN TO "USERS.DAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS USER-TARJ
000710         FILE STATUS IS FSU.
000720*
000730     SELECT HistFile ASSIGN TO "TRANHIST.DAT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS HIST-CLAVE
000770         ALTERNATE RECORD KEY IS HIST-FECHA-DIA
000780             WITH DUPLICATES
000790         FILE STATUS IS FSI.
000800*
000810     SELECT XrefFile ASSIGN TO "CARDXREF.DAT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS FSX.
000850*
000860     SELECT CartHistFile ASSIGN TO "CARTHIST.DAT"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS CRH-CLAVE
000900         FILE STATUS IS FSH.
000910*
000920     SELECT ReportFile ASSIGN TO "CARTERA.DAT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS FSR.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  PARMFILE.
001000     COPY CARTPARM.
001010*
001020 FD  SNAPFILE.
001030     COPY SNAPREC.
001040*
001050 FD  SNAPANTFILE.
001060     COPY SNAPREC
001070       REPLACING ==REG-FOTO-SALDO== BY ==REG-FOTO-ANTERIOR==
001080          LEADING ==SNAP-== BY ==ANT-SNAP-==.
001090*
001100 FD  USERFILE.
001110     COPY USERREC.
001120*
001130 FD  HISTFILE.
001140     COPY HISTREC.
001150*
001160 FD  XREFFILE.
001170     COPY XREFREC.
001180*
001190 FD  CARTHISTFILE.
001200     COPY CARTHIST.
001210     COPY CARTSUC.
001220*
001230 FD  REPORTFILE.
001240 01  LINEA-REPORTE                PIC X(133).
001250*
001260 WORKING-STORAGE SECTION.
001270*----------------------------------------------------------------*
001280* FILE STATUS FIELDS.                                            *
001290*----------------------------------------------------------------*
001300 01  FSP                          PIC X(02).
001310 01  FSS                          PIC X(02).
001320 01  FSN                          PIC X(02).
001330 01  FSU                          PIC X(02).
001340 01  FSI                          PIC X(02).
001350 01  FSX                          PIC X(02).
001360 01  FSH                          PIC X(02).
001370 01  FSR                          PIC X(02).
001380 01  WS-ABEND-FICHERO             PIC X(12).
001390 01  WS-ABEND-STATUS              PIC X(02).
001400*----------------------------------------------------------------*
001410* SWITCHES AND SUBSCRIPTS.                                       *
001420*----------------------------------------------------------------*
001430 01  WS-SW-FIN-XREFFILE           PIC X(01) VALUE "N".
001440     88  FIN-XREFFILE                 VALUE "S".
001450 01  WS-SW-FIN-FOTO               PIC X(01) VALUE "N".
001460     88  FIN-FOTO                     VALUE "S".
001470 01  WS-SW-FIN-FOTO-ANTERIOR      PIC X(01) VALUE "N".
001480     88  FIN-FOTO-ANTERIOR            VALUE "S".
001490 01  WS-SW-FIN-HISTORICO          PIC X(01) VALUE "N".
001500     88  FIN-HISTORICO                VALUE "S".
001510 01  WS-SW-FIN-CARTHIST           PIC X(01) VALUE "N".
001520     88  FIN-CARTHIST                 VALUE "S".
001530 01  WS-SW-TITULAR-HALLADO        PIC X(01) VALUE "N".
001540     88  TITULAR-HALLADO              VALUE "S".
001550 01  WS-SW-DNI-HALLADO            PIC X(01) VALUE "N".
001560     88  DNI-HALLADO                  VALUE "S".
001570 01  WS-SW-CUENTA-HALLADA         PIC X(01) VALUE "N".
001580     88  CUENTA-HALLADA               VALUE "S".
001590 01  WS-SW-TIPO-HALLADO           PIC X(01) VALUE "N".
001600     88  TIPO-HALLADO                 VALUE "S".
001610 01  WS-SW-POSICION-HALLADA       PIC X(01) VALUE "N".
001620     88  POSICION-HALLADA             VALUE "S".
001630 01  WS-SW-HIST-ANTERIOR          PIC X(01) VALUE "N".
001640     88  HAY-HIST-ANTERIOR            VALUE "S".
001650 01  WS-SW-FOTO-ANTERIOR          PIC X(01) VALUE "N".
001660     88  HAY-FOTO-ANTERIOR            VALUE "S".
001670 01  WS-SW-DISCREPANCIA           PIC X(01) VALUE "N".
001680     88  HAY-DISCREPANCIA             VALUE "S".
001690*
001700*   WHERE LAST MONTH'S FIGURES COME FROM: "H" THE HISTORY, IN
001710*   FULL; "F" THE PRIOR SNAPSHOT, BALANCE FIGURES ONLY; "N" NONE.
001720 01  WS-SW-ORIGEN-ANTERIOR        PIC X(01) VALUE "N".
001730     88  ANT-COMPLETO                 VALUE "H".
001740     88  ANT-SOLO-FOTO                VALUE "F".
001750     88  ANT-NINGUNO                  VALUE "N".
001760 01  WS-DISP-COMPLETO             PIC X(01) VALUE "N".
001770 01  WS-DISP-FOTO                 PIC X(01) VALUE "N".
001780 77  X                            PIC 9(03) VALUE 1 COMP.
001790 77  K                            PIC 9(03) VALUE 1 COMP.
001800 77  T                            PIC 9(03) VALUE 1 COMP.
001810 77  S                            PIC 9(03) VALUE 1 COMP.
001820 77  J                            PIC 9(03) VALUE 1 COMP.
001830 77  D                            PIC 9(05) VALUE 1 COMP.
001840*----------------------------------------------------------------*
001850* THE MONTH REPORTED, THE MONTH BEFORE AND THE FIRST AND LAST    *
001860* DAY OF THE MONTH ON THE DATE KEY OF TRANHIST.DAT.              *
001870*----------------------------------------------------------------*
001880 01  WS-FECHA-SISTEMA             PIC 9(08).
001890 01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
001900     02  WS-MES-SISTEMA           PIC 9(06).
001910     02  FILLER                   PIC 9(02).
001920 01  WS-MES-PROCESO.
001930     02  WS-MP-ANIO               PIC 9(04).
001940     02  WS-MP-MES                PIC 9(02).
001950 01  WS-MES-PROCESO-N REDEFINES WS-MES-PROCESO PIC 9(06).
001960 01  WS-MES-ANTERIOR.
001970     02  WS-MA-ANIO               PIC 9(04).
001980     02  WS-MA-MES                PIC 9(02).
001990 01  WS-MES-ANTERIOR-N REDEFINES WS-MES-ANTERIOR PIC 9(06).
002000 01  WS-FECHA-DESDE.
002010     02  WS-DESDE-MES             PIC 9(06).
002020     02  FILLER                   PIC 9(02) VALUE 01.
002030 01  WS-FECHA-DESDE-N REDEFINES WS-FECHA-DESDE PIC 9(08).
002040 01  WS-FECHA-HASTA.
002050     02  WS-HASTA-MES             PIC 9(06).
002060     02  FILLER                   PIC 9(02) VALUE 31.
002070 01  WS-FECHA-HASTA-N REDEFINES WS-FECHA-HASTA PIC 9(08).
002080 01  WS-FECHA-LEIDA               PIC 9(08).
002090 01  WS-FECHA-LEIDA-R REDEFINES WS-FECHA-LEIDA.
002100     02  WS-MES-LEIDO             PIC 9(06).
002110     02  FILLER                   PIC 9(02).
002120*----------------------------------------------------------------*
002130* THE HOLDER OF THE LAST CARD LOOKED UP.  THE SNAPSHOT COMES IN  *
002140* USERS.DAT KEY ORDER, SO THE ACCOUNTS OF ONE CARD COME TOGETHER *
002150* AND USERS.DAT IS READ ONCE PER CARD.                           *
002160*----------------------------------------------------------------*
002170 01  WS-ULTIMA-TARJETA            PIC 9(10) VALUE ZERO.
002180 01  WS-TARJETA-SEGUIDA           PIC 9(10).
002190 01  WS-SALTOS-XREF               PIC 9(03) VALUE ZERO COMP.
002200 01  WS-TIT-DNI                   PIC X(09).
002210*----------------------------------------------------------------*
002220* IN-CORE TABLE OF THE CARD-REISSUE CROSS-REFERENCE, LOADED      *
002230* FROM CARDXREF.DAT AT START-UP.  A MISSING CARDXREF.DAT ONLY    *
002240* MEANS NO CARD WAS EVER REISSUED.                               *
002250*----------------------------------------------------------------*
002260 01  WS-XREF-MAX                  PIC 9(03) VALUE 200 COMP.
002270 01  WS-XREF-TOTAL                PIC 9(03) VALUE ZERO COMP.
002280 01  WS-TABLA-XREF.
002290     02  WS-XREF-ENTRADA          OCCURS 200 TIMES.
002300         03  WS-XREF-ANTIGUA          PIC 9(10).
002310         03  WS-XREF-NUEVA            PIC 9(10).
002320 01  WS-XREF-IDX                  PIC 9(03) VALUE ZERO COMP.
002330*----------------------------------------------------------------*
002340* THE DNI ALREADY COUNTED AS CUSTOMERS.  A CUSTOMER WITH SEVERAL *
002350* CARDS OR ACCOUNTS IS ONE CUSTOMER.                             *
002360*----------------------------------------------------------------*
002370 01  WS-DNI-MAX                   PIC 9(05) VALUE 5000 COMP.
002380 01  WS-DNI-TOTAL                 PIC 9(05) VALUE ZERO COMP.
002390 01  WS-TABLA-DNI.
002400     02  WS-DNI-CLIENTE           OCCURS 5000 TIMES PIC X(09).
002410*----------------------------------------------------------------*
002420* MOVEMENT TYPES IN THE ORDER OF THE CARTHIST TABLE, AND THEIR   *
002430* REPORT LABELS.                                                 *
002440*----------------------------------------------------------------*
002450 01  WS-TIPOS-LISTA               PIC X(09) VALUE "CDVIFJESR".
002460 01  WS-TIPOS-LISTA-R REDEFINES WS-TIPOS-LISTA.
002470     02  WS-TIPO-CODIGO           OCCURS 9 TIMES PIC X(01).
002480 01  WS-TIPOS-ETIQUETAS.
002490     02  FILLER                   PIC X(20) VALUE "ABONOS".
002500     02  FILLER                   PIC X(20) VALUE "CARGOS".
002510     02  FILLER                   PIC X(20) VALUE "REVERSIONES".
002520     02  FILLER                   PIC X(20) VALUE
002530         "INTERESES ACREEDORES".
002540     02  FILLER                   PIC X(20) VALUE "COMISIONES".
002550     02  FILLER                   PIC X(20) VALUE
002560         "INTERESES DEUDORES".
002570     02  FILLER                   PIC X(20) VALUE
002580         "INGRESOS EFECTIVO".
002590     02  FILLER                   PIC X(20) VALUE
002600         "RETIRADAS EFECTIVO".
002610     02  FILLER                   PIC X(20) VALUE "RECHAZOS".
002620 01  WS-TIPOS-ETIQUETAS-R REDEFINES WS-TIPOS-ETIQUETAS.
002630     02  WS-TIPO-ETIQUETA         OCCURS 9 TIMES PIC X(20).
002640*----------------------------------------------------------------*
002650* BALANCE BANDS OF THE DEPOSITS (ACCOUNTS NOT IN OVERDRAFT).     *
002660*----------------------------------------------------------------*
002670 01  WS-TRAMOS-ETIQUETAS.
002680     02  FILLER                   PIC X(34) VALUE
002690         "SALDO 0 A 999,99".
002700     02  FILLER                   PIC X(34) VALUE
002710         "SALDO 1.000 A 9.999,99".
002720     02  FILLER                   PIC X(34) VALUE
002730         "SALDO 10.000 A 99.999,99".
002740     02  FILLER                   PIC X(34) VALUE
002750         "SALDO 100.000 O MAS".
002760 01  WS-TRAMOS-ETIQUETAS-R REDEFINES WS-TRAMOS-ETIQUETAS.
002770     02  WS-TRAMO-ETIQUETA        OCCURS 4 TIMES PIC X(34).
002780*----------------------------------------------------------------*
002790* THE MONTH'S MOVEMENT VOLUME BY BRANCH, KEPT IN BRANCH ORDER AS *
002800* IT IS BUILT, WITH LAST MONTH'S FIGURES ALONGSIDE.  A BRANCH    *
002810* ONLY SEEN LAST MONTH STAYS IN THE TABLE WITH NOTHING THIS      *
002820* MONTH.                                                         *
002830*----------------------------------------------------------------*
002840 01  WS-SUC-MAX                   PIC 9(03) VALUE 200 COMP.
002850 01  WS-SUC-TOTAL                 PIC 9(03) VALUE ZERO COMP.
002860 01  WS-SUC-BUSCADA               PIC X(04).
002870 01  WS-TABLA-SUCURSALES.
002880     02  WS-SUC-ENTRADA           OCCURS 200 TIMES.
002890         03  WS-SUC-CODIGO            PIC X(04).
002900         03  WS-SUC-NUM-ACT           PIC 9(07) COMP.
002910         03  WS-SUC-IMP-ACT           PIC 9(13)V99.
002920         03  WS-SUC-NUM-ANT           PIC 9(07) COMP.
002930         03  WS-SUC-IMP-ANT           PIC 9(13)V99.
002940*----------------------------------------------------------------*
002950* THE INDICATORS OF THIS MONTH (ACT), OF LAST MONTH AS SHOWN     *
002960* (ANT) AND AS WORKED OUT FROM THE PRIOR SNAPSHOT (FAN).         *
002970*----------------------------------------------------------------*
002980     COPY CARTHIST
002990       REPLACING ==REG-CARTERA-MES== BY ==WS-CARTERA-ACTUAL==
003000          LEADING ==CRH-== BY ==ACT-==.
003010     COPY CARTHIST
003020       REPLACING ==REG-CARTERA-MES== BY ==WS-CARTERA-ANTERIOR==
003030          LEADING ==CRH-== BY ==ANT-==.
003040     COPY CARTHIST
003050       REPLACING ==REG-CARTERA-MES== BY ==WS-FOTO-ANTERIOR==
003060          LEADING ==CRH-== BY ==FAN-==.
003070*----------------------------------------------------------------*
003080* RUN CONTROL TOTALS.                                            *
003090*----------------------------------------------------------------*
003100 01  WS-TOT-SIN-TITULAR           PIC 9(07) VALUE ZERO COMP.
003110 01  WS-TOT-MOVIMIENTOS           PIC 9(07) VALUE ZERO COMP.
003120 01  WS-TOT-TIPO-DESCONOCIDO      PIC 9(07) VALUE ZERO COMP.
003130 01  WS-TOT-AVISOS                PIC 9(07) VALUE ZERO COMP.
003140*----------------------------------------------------------------*
003150* THE FIGURES OF THE INDICATOR LINE BEING PRINTED.               *
003160*----------------------------------------------------------------*
003170 01  WS-PRT-ETIQUETA              PIC X(34).
003180 01  WS-PRT-DISPONIBLE            PIC X(01).
003190     88  PRT-ANT-DISPONIBLE           VALUE "S".
003200 01  WS-PRT-NUM-ACT               PIC 9(09).
003210 01  WS-PRT-NUM-ANT               PIC 9(09).
003220 01  WS-PRT-NUM-VARIACION         PIC S9(09).
003230 01  WS-PRT-IMP-ACT               PIC S9(13)V99.
003240 01  WS-PRT-IMP-ANT               PIC S9(13)V99.
003250 01  WS-PRT-IMP-VARIACION         PIC S9(13)V99.
003260 01  WS-USO-ACTUAL                PIC S9(13)V99 VALUE ZERO.
003270 01  WS-USO-ANTERIOR              PIC S9(13)V99 VALUE ZERO.
003280*----------------------------------------------------------------*
003290* REPORT LINE LAYOUTS AND HEADING LINES.                         *
003300*----------------------------------------------------------------*
003310     COPY CARTLIN.
003320*
003330 01  WS-LINEA-TITULO.
003340     02  WS-TIT-TEXTO          PIC X(48).
003350     02  FILLER                PIC X(05) VALUE "MES: ".
003360     02  WS-TIT-MES            PIC X(07).
003370     02  FILLER                PIC X(12) VALUE "   EMITIDO: ".
003380     02  WS-TIT-EMISION        PIC X(10).
003390*
003400 01  WS-LINEA-ROTULADA.
003410     02  WS-ROT-ETIQUETA       PIC X(26).
003420     02  WS-ROT-VALOR          PIC X(40).
003430*
003440 01  WS-LINEA-CABECERA.
003450     02  FILLER                PIC X(34) VALUE "INDICADOR".
003460     02  FILLER                PIC X(14) VALUE SPACES.
003470     02  FILLER                PIC X(08) VALUE "ESTE MES".
003480     02  FILLER                PIC X(10) VALUE SPACES.
003490     02  FILLER                PIC X(12) VALUE "MES ANTERIOR".
003500     02  FILLER                PIC X(13) VALUE SPACES.
003510     02  FILLER                PIC X(09) VALUE "VARIACION".
003520*
003530 01  WS-LINEA-TOTAL.
003540     02  WS-TOTL-ETIQUETA      PIC X(30).
003550     02  WS-TOTL-VALOR         PIC Z,ZZZ,ZZ9.
003560*
003570 01  WS-FECHA-EDITAR              PIC 9(08).
003580 01  WS-FECHA-EDITADA             PIC X(10).
003590*
003600 PROCEDURE DIVISION.
003610*================================================================*
003620* 0000-MAINLINE                                                  *
003630*   THIS MONTH'S FIGURES COME FROM THE MONTH-END SNAPSHOT AND    *
003640*   FROM TRANHIST.DAT; LAST MONTH'S FROM THE HISTORY, PROVED OR  *
003650*   STOOD IN FOR BY THE PRIOR SNAPSHOT.  THE MONTH'S INDICATORS  *
003660*   GO ON THE HISTORY ONCE THE REPORT IS PRINTED.                *
003670*================================================================*
003680 0000-MAINLINE.
003690     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003700     PERFORM 2000-RECORRER-FOTO THRU 2000-EXIT.
003710     PERFORM 2500-RECORRER-FOTO-ANTERIOR THRU 2500-EXIT.
003720     PERFORM 2700-CONTRASTAR-ANTERIOR THRU 2700-EXIT.
003730     PERFORM 3000-RECORRER-HISTORICO THRU 3000-EXIT.
003740     PERFORM 3500-SUCURSALES-ANTERIORES THRU 3500-EXIT.
003750     PERFORM 4000-IMPRIMIR-INFORME THRU 4000-EXIT.
003760     PERFORM 5000-GRABAR-HISTORIAL THRU 5000-EXIT.
003770     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003780     STOP RUN.
003790*================================================================*
003800* 1000-INICIALIZAR                                               *
003810*   FIXES THE MONTH, LOADS THE CROSS-REFERENCE, OPENS EVERY      *
003820*   FILE (CARTHIST.DAT IS CREATED ON FIRST USE) AND READS LAST   *
003830*   MONTH'S INDICATORS BACK FROM THE HISTORY.  WITHOUT THE       *
003840*   MONTH-END SNAPSHOT THERE IS NOTHING TO REPORT, SO ITS        *
003850*   ABSENCE IS FATAL.                                            *
003860*================================================================*
003870 1000-INICIALIZAR.
003880     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
003890     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
003900     PERFORM 1200-CARGAR-XREF THRU 1200-EXIT.
003910     INITIALIZE WS-CARTERA-ACTUAL
003920                WS-CARTERA-ANTERIOR
003930                WS-FOTO-ANTERIOR.
003940     MOVE WS-MES-PROCESO-N TO ACT-MES.
003950     MOVE "I"              TO ACT-TIPO-REG.
003960     MOVE SPACES           TO ACT-SUCURSAL.
003970     MOVE WS-FECHA-SISTEMA TO ACT-FECHA-PROCESO.
003980     OPEN INPUT SnapFile.
003990     IF FSS NOT = "00"
004000         IF FSS = "35"
004010             DISPLAY "SNAPMES.DAT NO ENCONTRADO - NO HAY FOTO "
004020                 "DE CIERRE DEL MES"
004030             MOVE 16 TO RETURN-CODE
004040             STOP RUN
004050         ELSE
004060             MOVE "SNAPMES.DAT" TO WS-ABEND-FICHERO
004070             MOVE FSS TO WS-ABEND-STATUS
004080             GO TO 9990-ERROR-FICHERO
004090         END-IF
004100     END-IF.
004110     OPEN INPUT HistFile.
004120     IF FSI NOT = "00"
004130         IF FSI = "35"
004140             DISPLAY "TRANHIST.DAT NO ENCONTRADO - NO HAY "
004150                 "MOVIMIENTOS DEL MES"
004160             MOVE 16 TO RETURN-CODE
004170             STOP RUN
004180         ELSE
004190             MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
004200             MOVE FSI TO WS-ABEND-STATUS
004210             GO TO 9990-ERROR-FICHERO
004220         END-IF
004230     END-IF.
004240     OPEN INPUT UserFile.
004250     IF FSU NOT = "00"
004260         MOVE "USERFILE" TO WS-ABEND-FICHERO
004270         MOVE FSU TO WS-ABEND-STATUS
004280         GO TO 9990-ERROR-FICHERO
004290     END-IF.
004300     OPEN I-O CartHistFile.
004310     IF FSH NOT = "00"
004320         IF FSH = "35"
004330             OPEN OUTPUT CartHistFile
004340             IF FSH NOT = "00"
004350                 MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
004360                 MOVE FSH TO WS-ABEND-STATUS
004370                 GO TO 9990-ERROR-FICHERO
004380             END-IF
004390             CLOSE CartHistFile
004400             OPEN I-O CartHistFile
004410             IF FSH NOT = "00"
004420                 MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
004430                 MOVE FSH TO WS-ABEND-STATUS
004440                 GO TO 9990-ERROR-FICHERO
004450             END-IF
004460         ELSE
004470             MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
004480             MOVE FSH TO WS-ABEND-STATUS
004490             GO TO 9990-ERROR-FICHERO
004500         END-IF
004510     END-IF.
004520     OPEN OUTPUT ReportFile.
004530     IF FSR NOT = "00"
004540         MOVE "CARTERA.DAT" TO WS-ABEND-FICHERO
004550         MOVE FSR TO WS-ABEND-STATUS
004560         GO TO 9990-ERROR-FICHERO
004570     END-IF.
004580     PERFORM 1400-LEER-MES-ANTERIOR THRU 1400-EXIT.
004590 1000-EXIT.
004600     EXIT.
004610*================================================================*
004620* 1100-LEER-PARAMETROS                                           *
004630*   TAKES THE MONTH FROM CARTPARM.DAT.  NO CARD OR A ZERO MONTH  *
004640*   MEANS LAST CALENDAR MONTH.  A MONTH NOT YET OVER CANNOT BE   *
004650*   REPORTED.                                                    *
004660*================================================================*
004670 1100-LEER-PARAMETROS.
004680     MOVE ZERO TO WS-MES-PROCESO-N.
004690     OPEN INPUT ParmFile.
004700     IF FSP NOT = "00"
004710         IF FSP = "35"
004720             GO TO 1100-POR-DEFECTO
004730         ELSE
004740             MOVE "CARTPARM.DAT" TO WS-ABEND-FICHERO
004750             MOVE FSP TO WS-ABEND-STATUS
004760             GO TO 9990-ERROR-FICHERO
004770         END-IF
004780     END-IF.
004790     READ ParmFile
004800         AT END
004810             MOVE ZERO TO CARP-MES
004820     END-READ.
004830     IF FSP NOT = "00" AND FSP NOT = "10"
004840         MOVE "CARTPARM.DAT" TO WS-ABEND-FICHERO
004850         MOVE FSP TO WS-ABEND-STATUS
004860         GO TO 9990-ERROR-FICHERO
004870     END-IF.
004880     CLOSE ParmFile.
004890     IF CARP-MES NOT NUMERIC
004900         DISPLAY "CARTPARM.DAT - MES NO NUMERICO"
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940     MOVE CARP-MES TO WS-MES-PROCESO-N.
004950 1100-POR-DEFECTO.
004960     IF WS-MES-PROCESO-N = ZERO
004970         MOVE WS-MES-SISTEMA TO WS-MES-ANTERIOR-N
004980         PERFORM 1150-RETROCEDER-MES THRU 1150-EXIT
004990         MOVE WS-MES-ANTERIOR-N TO WS-MES-PROCESO-N
005000     END-IF.
005010     IF WS-MP-MES < 1 OR WS-MP-MES > 12
005020         DISPLAY "CARTPARM.DAT - MES " WS-MES-PROCESO-N
005030             " NO VALIDO"
005040         MOVE 16 TO RETURN-CODE
005050         STOP RUN
005060     END-IF.
005070     IF WS-MES-PROCESO-N NOT < WS-MES-SISTEMA
005080         DISPLAY "MES " WS-MES-PROCESO-N
005090             " NO CERRADO - NO SE PUEDE INFORMAR"
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF.
005130     MOVE WS-MES-PROCESO-N TO WS-MES-ANTERIOR-N
005140                              WS-DESDE-MES
005150                              WS-HASTA-MES.
005160     PERFORM 1150-RETROCEDER-MES THRU 1150-EXIT.
005170 1100-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------*
005200 1150-RETROCEDER-MES.
005210     IF WS-MA-MES = 1
005220         SUBTRACT 1 FROM WS-MA-ANIO
005230         MOVE 12 TO WS-MA-MES
005240     ELSE
005250         SUBTRACT 1 FROM WS-MA-MES
005260     END-IF.
005270 1150-EXIT.
005280     EXIT.
005290*================================================================*
005300* 1200-CARGAR-XREF                                               *
005310*   LOADS THE CARD-REISSUE CROSS-REFERENCE INTO THE IN-CORE      *
005320*   TABLE.  A MISSING CARDXREF.DAT ONLY MEANS NO CARD WAS EVER   *
005330*   REISSUED.                                                    *
005340*================================================================*
005350 1200-CARGAR-XREF.
005360     OPEN INPUT XrefFile.
005370     IF FSX NOT = "00"
005380         IF FSX = "35"
005390             GO TO 1200-EXIT
005400         ELSE
005410             MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
005420             MOVE FSX TO WS-ABEND-STATUS
005430             GO TO 9990-ERROR-FICHERO
005440         END-IF
005450     END-IF.
005460     PERFORM 1250-CARGAR-UN-XREF THRU 1250-EXIT
005470         UNTIL FIN-XREFFILE.
005480     CLOSE XrefFile.
005490 1200-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------*
005520 1250-CARGAR-UN-XREF.
005530     READ XrefFile
005540         AT END
005550             MOVE "S" TO WS-SW-FIN-XREFFILE
005560             GO TO 1250-EXIT
005570     END-READ.
005580     IF FSX NOT = "00" AND FSX NOT = "10"
005590         MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
005600         MOVE FSX TO WS-ABEND-STATUS
005610         GO TO 9990-ERROR-FICHERO
005620     END-IF.
005630     IF WS-XREF-TOTAL >= WS-XREF-MAX
005640         DISPLAY "TABLA DE REEMISIONES DESBORDADA - MAS DE "
005650             WS-XREF-MAX " ENTRADAS EN CARDXREF.DAT"
005660         MOVE 16 TO RETURN-CODE
005670         STOP RUN
005680     END-IF.
005690     ADD 1 TO WS-XREF-TOTAL.
005700     MOVE XREF-TARJETA-ANTIGUA
005710         TO WS-XREF-ANTIGUA(WS-XREF-TOTAL).
005720     MOVE XREF-TARJETA-NUEVA
005730         TO WS-XREF-NUEVA(WS-XREF-TOTAL).
005740 1250-EXIT.
005750     EXIT.
005760*================================================================*
005770* 1400-LEER-MES-ANTERIOR                                         *
005780*   READS LAST MONTH'S INDICATOR RECORD FROM CARTHIST.DAT.  NONE *
005790*   ON FILE (FIRST RUN, OR LAST MONTH WAS NEVER REPORTED) LEAVES *
005800*   LAST MONTH TO THE PRIOR SNAPSHOT.                            *
005810*================================================================*
005820 1400-LEER-MES-ANTERIOR.
005830     MOVE WS-MES-ANTERIOR-N TO CRH-MES.
005840     MOVE "I"               TO CRH-TIPO-REG.
005850     MOVE SPACES            TO CRH-SUCURSAL.
005860     READ CartHistFile
005870         INVALID KEY
005880             GO TO 1400-EXIT
005890     END-READ.
005900     IF FSH NOT = "00"
005910         MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
005920         MOVE FSH TO WS-ABEND-STATUS
005930         GO TO 9990-ERROR-FICHERO
005940     END-IF.
005950     MOVE REG-CARTERA-MES TO WS-CARTERA-ANTERIOR.
005960     MOVE "S" TO WS-SW-HIST-ANTERIOR.
005970 1400-EXIT.
005980     EXIT.
005990*================================================================*
006000* 2000-RECORRER-FOTO                                             *
006010*   ONE PASS OF THE MONTH-END SNAPSHOT.  EVERY RECORD MUST BE OF *
006020*   THE MONTH REPORTED, OR THE WRONG FILE WAS STAGED.            *
006030*================================================================*
006040 2000-RECORRER-FOTO.
006050     PERFORM 2100-LEER-UNA-FOTO THRU 2100-EXIT
006060         UNTIL FIN-FOTO.
006070     CLOSE SnapFile.
006080     IF ACT-CUENTAS = ZERO
006090         DISPLAY "SNAPMES.DAT VACIO - NO HAY FOTO DE CIERRE"
006100         MOVE 16 TO RETURN-CODE
006110         STOP RUN
006120     END-IF.
006130     MOVE WS-DNI-TOTAL TO ACT-CLIENTES.
006140 2000-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------*
006170 2100-LEER-UNA-FOTO.
006180     READ SnapFile
006190         AT END
006200             MOVE "S" TO WS-SW-FIN-FOTO
006210             GO TO 2100-EXIT
006220     END-READ.
006230     IF FSS NOT = "00"
006240         MOVE "SNAPMES.DAT" TO WS-ABEND-FICHERO
006250         MOVE FSS TO WS-ABEND-STATUS
006260         GO TO 9990-ERROR-FICHERO
006270     END-IF.
006280     MOVE SNAP-FECHA TO WS-FECHA-LEIDA.
006290     IF WS-MES-LEIDO NOT = WS-MES-PROCESO-N
006300         DISPLAY "SNAPMES.DAT - FOTO DEL " SNAP-FECHA
006310             " FUERA DEL MES " WS-MES-PROCESO-N
006320         MOVE 16 TO RETURN-CODE
006330         STOP RUN
006340     END-IF.
006350     MOVE SNAP-FECHA TO ACT-FECHA-FOTO.
006360     ADD 1 TO ACT-CUENTAS.
006370     PERFORM 2150-CLASIFICAR-SALDO THRU 2150-EXIT.
006380     IF SNAP-TARJETA NOT = WS-ULTIMA-TARJETA
006390         PERFORM 2200-BUSCAR-TITULAR THRU 2200-EXIT
006400     END-IF.
006410     IF NOT TITULAR-HALLADO
006420         ADD 1 TO WS-TOT-SIN-TITULAR
006430         GO TO 2100-EXIT
006440     END-IF.
006450     PERFORM 2300-CONTAR-CLIENTE THRU 2300-EXIT.
006460     PERFORM 2400-DATOS-CUENTA THRU 2400-EXIT.
006470 2100-EXIT.
006480     EXIT.
006490*================================================================*
006500* 2150-CLASIFICAR-SALDO                                          *
006510*   A NEGATIVE BALANCE COUNTS AS OVERDRAFT DRAWN; ANY OTHER IS A *
006520*   DEPOSIT AND FALLS INTO ITS BALANCE BAND.                     *
006530*================================================================*
006540 2150-CLASIFICAR-SALDO.
006550     IF SNAP-SALDO < ZERO
006560         ADD 1 TO ACT-NUM-DESCUBIERTO
006570         SUBTRACT SNAP-SALDO FROM ACT-IMP-DESCUBIERTO
006580         GO TO 2150-EXIT
006590     END-IF.
006600     ADD SNAP-SALDO TO ACT-DEPOSITOS.
006610     EVALUATE TRUE
006620         WHEN SNAP-SALDO < 1000
006630             MOVE 1 TO T
006640         WHEN SNAP-SALDO < 10000
006650             MOVE 2 TO T
006660         WHEN SNAP-SALDO < 100000
006670             MOVE 3 TO T
006680         WHEN OTHER
006690             MOVE 4 TO T
006700     END-EVALUATE.
006710     ADD 1          TO ACT-TR-NUM(T).
006720     ADD SNAP-SALDO TO ACT-TR-IMPORTE(T).
006730 2150-EXIT.
006740     EXIT.
006750*================================================================*
006760* 2200-BUSCAR-TITULAR                                            *
006770*   TRIES THE CARD OF THE SNAPSHOT RECORD AND, WHILE IT IS NOT   *
006780*   ON USERS.DAT, FOLLOWS CARDXREF.DAT FORWARD TO ITS            *
006790*   REPLACEMENT, THE WAY DECLFIS FINDS THE HOLDER OF A MOVEMENT. *
006800*   ON SUCCESS THE HOLDER'S USERS.DAT RECORD IS LEFT IN THE      *
006810*   RECORD AREA FOR THE ACCOUNT LOOK-UP.                         *
006820*================================================================*
006830 2200-BUSCAR-TITULAR.
006840     MOVE SNAP-TARJETA TO WS-ULTIMA-TARJETA
006850                          WS-TARJETA-SEGUIDA.
006860     MOVE "N"  TO WS-SW-TITULAR-HALLADO.
006870     MOVE ZERO TO WS-SALTOS-XREF.
006880 2200-PROBAR-TARJETA.
006890     MOVE WS-TARJETA-SEGUIDA TO USER-TARJ.
006900     READ UserFile
006910         INVALID KEY
006920             GO TO 2200-SUCESORA
006930     END-READ.
006940     IF FSU NOT = "00"
006950         MOVE "USERFILE" TO WS-ABEND-FICHERO
006960         MOVE FSU TO WS-ABEND-STATUS
006970         GO TO 9990-ERROR-FICHERO
006980     END-IF.
006990     IF USER-DNI NOT = SPACES
007000         MOVE "S"      TO WS-SW-TITULAR-HALLADO
007010         MOVE USER-DNI TO WS-TIT-DNI
007020     END-IF.
007030     GO TO 2200-EXIT.
007040 2200-SUCESORA.
007050     PERFORM 2250-BUSCAR-SUCESORA THRU 2250-EXIT.
007060     IF WS-XREF-IDX = ZERO
007070         GO TO 2200-EXIT
007080     END-IF.
007090     MOVE WS-XREF-NUEVA(WS-XREF-IDX) TO WS-TARJETA-SEGUIDA.
007100     ADD 1 TO WS-SALTOS-XREF.
007110     IF WS-SALTOS-XREF <= WS-XREF-TOTAL
007120         GO TO 2200-PROBAR-TARJETA
007130     END-IF.
007140 2200-EXIT.
007150     EXIT.
007160*----------------------------------------------------------------*
007170 2250-BUSCAR-SUCESORA.
007180     MOVE ZERO TO WS-XREF-IDX.
007190     MOVE 1 TO X.
007200     PERFORM 2275-COMPARAR-SUCESORA THRU 2275-EXIT
007210         UNTIL X > WS-XREF-TOTAL OR WS-XREF-IDX NOT = ZERO.
007220 2250-EXIT.
007230     EXIT.
007240*----------------------------------------------------------------*
007250 2275-COMPARAR-SUCESORA.
007260     IF WS-XREF-ANTIGUA(X) = WS-TARJETA-SEGUIDA
007270         MOVE X TO WS-XREF-IDX
007280     END-IF.
007290     ADD 1 TO X.
007300 2275-EXIT.
007310     EXIT.
007320*================================================================*
007330* 2300-CONTAR-CLIENTE                                            *
007340*   ADDS THE HOLDER'S DNI TO THE CUSTOMERS COUNTED UNLESS IT IS  *
007350*   THERE ALREADY.                                               *
007360*================================================================*
007370 2300-CONTAR-CLIENTE.
007380     MOVE "N" TO WS-SW-DNI-HALLADO.
007390     MOVE 1 TO D.
007400     PERFORM 2350-COMPARAR-DNI THRU 2350-EXIT
007410         UNTIL D > WS-DNI-TOTAL OR DNI-HALLADO.
007420     IF DNI-HALLADO
007430         GO TO 2300-EXIT
007440     END-IF.
007450     IF WS-DNI-TOTAL >= WS-DNI-MAX
007460         DISPLAY "TABLA DE CLIENTES DESBORDADA - MAS DE "
007470             WS-DNI-MAX " DNI EN LA FOTO"
007480         MOVE 16 TO RETURN-CODE
007490         STOP RUN
007500     END-IF.
007510     ADD 1 TO WS-DNI-TOTAL.
007520     MOVE WS-TIT-DNI TO WS-DNI-CLIENTE(WS-DNI-TOTAL).
007530 2300-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------*
007560 2350-COMPARAR-DNI.
007570     IF WS-DNI-CLIENTE(D) = WS-TIT-DNI
007580         MOVE "S" TO WS-SW-DNI-HALLADO
007590     END-IF.
007600     ADD 1 TO D.
007610 2350-EXIT.
007620     EXIT.
007630*================================================================*
007640* 2400-DATOS-CUENTA                                              *
007650*   FINDS THE SNAPSHOT ACCOUNT ON THE HOLDER'S RECORD FOR ITS    *
007660*   OVERDRAFT LIMIT AND ITS DORMANT FLAG.  AN ACCOUNT CLOSED     *
007670*   SINCE THE SNAPSHOT IS NO LONGER THERE AND COUNTS AS AN       *
007680*   ACTIVE ACCOUNT WITH NO LINE.                                 *
007690*================================================================*
007700 2400-DATOS-CUENTA.
007710     MOVE "N" TO WS-SW-CUENTA-HALLADA.
007720     MOVE 1 TO K.
007730     PERFORM 2450-COMPARAR-CUENTA THRU 2450-EXIT
007740         UNTIL K > USER-NUM-CUENTAS OR CUENTA-HALLADA.
007750     IF NOT CUENTA-HALLADA
007760         GO TO 2400-EXIT
007770     END-IF.
007780     IF USER-LIMITE-DESCUBIERTO(K) > ZERO
007790         ADD 1                          TO ACT-NUM-LINEAS
007800         ADD USER-LIMITE-DESCUBIERTO(K) TO ACT-IMP-LINEAS
007810     END-IF.
007820     IF USER-CUENTA-DORMIDA(K)
007830         ADD 1 TO ACT-DORMIDAS
007840     END-IF.
007850 2400-EXIT.
007860     EXIT.
007870*----------------------------------------------------------------*
007880 2450-COMPARAR-CUENTA.
007890     IF USER-NUM-CUENTA(K) = SNAP-NUM-CUENTA
007900         MOVE "S" TO WS-SW-CUENTA-HALLADA
007910     ELSE
007920         ADD 1 TO K
007930     END-IF.
007940 2450-EXIT.
007950     EXIT.
007960*================================================================*
007970* 2500-RECORRER-FOTO-ANTERIOR                                    *
007980*   ONE PASS OF LAST MONTH'S CLOSING SNAPSHOT FOR ITS BALANCE    *
007990*   FIGURES.  NOT STAGED IS NOT FATAL: THE HISTORY MAY STILL     *
008000*   GIVE LAST MONTH.  A SNAPSHOT OF ANY OTHER MONTH IS.          *
008010*================================================================*
008020 2500-RECORRER-FOTO-ANTERIOR.
008030     OPEN INPUT SnapAntFile.
008040     IF FSN NOT = "00"
008050         IF FSN = "35"
008060             GO TO 2500-EXIT
008070         ELSE
008080             MOVE "SNAPMESA.DAT" TO WS-ABEND-FICHERO
008090             MOVE FSN TO WS-ABEND-STATUS
008100             GO TO 9990-ERROR-FICHERO
008110         END-IF
008120     END-IF.
008130     PERFORM 2600-LEER-UNA-FOTO-ANTERIOR THRU 2600-EXIT
008140         UNTIL FIN-FOTO-ANTERIOR.
008150     CLOSE SnapAntFile.
008160     IF FAN-CUENTAS > ZERO
008170         MOVE "S" TO WS-SW-FOTO-ANTERIOR
008180     END-IF.
008190 2500-EXIT.
008200     EXIT.
008210*----------------------------------------------------------------*
008220 2600-LEER-UNA-FOTO-ANTERIOR.
008230     READ SnapAntFile
008240         AT END
008250             MOVE "S" TO WS-SW-FIN-FOTO-ANTERIOR
008260             GO TO 2600-EXIT
008270     END-READ.
008280     IF FSN NOT = "00"
008290         MOVE "SNAPMESA.DAT" TO WS-ABEND-FICHERO
008300         MOVE FSN TO WS-ABEND-STATUS
008310         GO TO 9990-ERROR-FICHERO
008320     END-IF.
008330     MOVE ANT-SNAP-FECHA TO WS-FECHA-LEIDA.
008340     IF WS-MES-LEIDO NOT = WS-MES-ANTERIOR-N
008350         DISPLAY "SNAPMESA.DAT - FOTO DEL " ANT-SNAP-FECHA
008360             " FUERA DEL MES " WS-MES-ANTERIOR-N
008370         MOVE 16 TO RETURN-CODE
008380         STOP RUN
008390     END-IF.
008400     MOVE ANT-SNAP-FECHA TO FAN-FECHA-FOTO.
008410     ADD 1 TO FAN-CUENTAS.
008420     IF ANT-SNAP-SALDO < ZERO
008430         ADD 1 TO FAN-NUM-DESCUBIERTO
008440         SUBTRACT ANT-SNAP-SALDO FROM FAN-IMP-DESCUBIERTO
008450         GO TO 2600-EXIT
008460     END-IF.
008470     ADD ANT-SNAP-SALDO TO FAN-DEPOSITOS.
008480     EVALUATE TRUE
008490         WHEN ANT-SNAP-SALDO < 1000
008500             MOVE 1 TO T
008510         WHEN ANT-SNAP-SALDO < 10000
008520             MOVE 2 TO T
008530         WHEN ANT-SNAP-SALDO < 100000
008540             MOVE 3 TO T
008550         WHEN OTHER
008560             MOVE 4 TO T
008570     END-EVALUATE.
008580     ADD 1              TO FAN-TR-NUM(T).
008590     ADD ANT-SNAP-SALDO TO FAN-TR-IMPORTE(T).
008600 2600-EXIT.
008610     EXIT.
008620*================================================================*
008630* 2700-CONTRASTAR-ANTERIOR                                       *
008640*   DECIDES WHERE LAST MONTH'S FIGURES COME FROM.  WITH THE      *
008650*   HISTORY ON FILE THE PRIOR SNAPSHOT, IF STAGED, MUST AGREE    *
008660*   WITH IT ON DATE, ACCOUNTS, DEPOSITS AND OVERDRAFT, OR THE    *
008670*   REPORT SAYS SO.  WITHOUT IT THE PRIOR SNAPSHOT GIVES THE     *
008680*   BALANCE FIGURES AND THE REST OF LAST MONTH IS NOT AVAILABLE. *
008690*================================================================*
008700 2700-CONTRASTAR-ANTERIOR.
008710     IF HAY-HIST-ANTERIOR
008720         MOVE "H" TO WS-SW-ORIGEN-ANTERIOR
008730         MOVE "S" TO WS-DISP-COMPLETO
008740                     WS-DISP-FOTO
008750         IF HAY-FOTO-ANTERIOR
008760             IF ANT-FECHA-FOTO      NOT = FAN-FECHA-FOTO
008770             OR ANT-CUENTAS         NOT = FAN-CUENTAS
008780             OR ANT-DEPOSITOS       NOT = FAN-DEPOSITOS
008790             OR ANT-IMP-DESCUBIERTO NOT = FAN-IMP-DESCUBIERTO
008800                 MOVE "S" TO WS-SW-DISCREPANCIA
008810                 ADD 1 TO WS-TOT-AVISOS
008820             END-IF
008830         END-IF
008840         GO TO 2700-EXIT
008850     END-IF.
008860     ADD 1 TO WS-TOT-AVISOS.
008870     IF NOT HAY-FOTO-ANTERIOR
008880         MOVE "N" TO WS-SW-ORIGEN-ANTERIOR
008890         GO TO 2700-EXIT
008900     END-IF.
008910     MOVE "F" TO WS-SW-ORIGEN-ANTERIOR.
008920     MOVE "S" TO WS-DISP-FOTO.
008930     MOVE FAN-FECHA-FOTO      TO ANT-FECHA-FOTO.
008940     MOVE FAN-CUENTAS         TO ANT-CUENTAS.
008950     MOVE FAN-DEPOSITOS       TO ANT-DEPOSITOS.
008960     MOVE FAN-NUM-DESCUBIERTO TO ANT-NUM-DESCUBIERTO.
008970     MOVE FAN-IMP-DESCUBIERTO TO ANT-IMP-DESCUBIERTO.
008980     PERFORM 2750-COPIAR-TRAMO THRU 2750-EXIT
008990         VARYING T FROM 1 BY 1 UNTIL T > 4.
009000 2700-EXIT.
009010     EXIT.
009020*----------------------------------------------------------------*
009030 2750-COPIAR-TRAMO.
009040     MOVE FAN-TR-NUM(T)     TO ANT-TR-NUM(T).
009050     MOVE FAN-TR-IMPORTE(T) TO ANT-TR-IMPORTE(T).
009060 2750-EXIT.
009070     EXIT.
009080*================================================================*
009090* 3000-RECORRER-HISTORICO                                        *
009100*   READS THE MONTH ON THE DATE KEY OF TRANHIST.DAT AND ADDS     *
009110*   EVERY MOVEMENT TO ITS TYPE AND, REJECTIONS APART, TO THE     *
009120*   BRANCH IT WAS POSTED AT.                                     *
009130*================================================================*
009140 3000-RECORRER-HISTORICO.
009150     MOVE WS-FECHA-DESDE-N TO HIST-FECHA-DIA.
009160     START HistFile KEY IS NOT LESS THAN HIST-FECHA-DIA
009170         INVALID KEY
009180             GO TO 3000-EXIT
009190     END-START.
009200     IF FSI NOT = "00"
009210         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
009220         MOVE FSI TO WS-ABEND-STATUS
009230         GO TO 9990-ERROR-FICHERO
009240     END-IF.
009250     PERFORM 3100-LEER-UN-MOVIMIENTO THRU 3100-EXIT
009260         UNTIL FIN-HISTORICO.
009270 3000-EXIT.
009280     EXIT.
009290*----------------------------------------------------------------*
009300 3100-LEER-UN-MOVIMIENTO.
009310     READ HistFile NEXT RECORD
009320         AT END
009330             MOVE "S" TO WS-SW-FIN-HISTORICO
009340             GO TO 3100-EXIT
009350     END-READ.
009360     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "10"
009370         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
009380         MOVE FSI TO WS-ABEND-STATUS
009390         GO TO 9990-ERROR-FICHERO
009400     END-IF.
009410     IF HIST-FECHA-DIA > WS-FECHA-HASTA-N
009420         MOVE "S" TO WS-SW-FIN-HISTORICO
009430         GO TO 3100-EXIT
009440     END-IF.
009450     ADD 1 TO WS-TOT-MOVIMIENTOS.
009460     MOVE "N" TO WS-SW-TIPO-HALLADO.
009470     MOVE 1 TO T.
009480     PERFORM 3150-COMPARAR-TIPO THRU 3150-EXIT
009490         UNTIL T > 9 OR TIPO-HALLADO.
009500     IF NOT TIPO-HALLADO
009510         ADD 1 TO WS-TOT-TIPO-DESCONOCIDO
009520     ELSE
009530         ADD 1            TO ACT-TM-NUM(T)
009540         ADD HIST-IMPORTE TO ACT-TM-IMPORTE(T)
009550     END-IF.
009560     IF HIST-ES-RECHAZO
009570         GO TO 3100-EXIT
009580     END-IF.
009590     MOVE HIST-SUCURSAL TO WS-SUC-BUSCADA.
009600     PERFORM 3300-BUSCAR-SUCURSAL THRU 3300-EXIT.
009610     ADD 1            TO WS-SUC-NUM-ACT(S).
009620     ADD HIST-IMPORTE TO WS-SUC-IMP-ACT(S).
009630 3100-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------*
009660 3150-COMPARAR-TIPO.
009670     IF WS-TIPO-CODIGO(T) = HIST-TIPO-MOVTO
009680         MOVE "S" TO WS-SW-TIPO-HALLADO
009690     ELSE
009700         ADD 1 TO T
009710     END-IF.
009720 3150-EXIT.
009730     EXIT.
009740*================================================================*
009750* 3300-BUSCAR-SUCURSAL                                           *
009760*   LEAVES IN S THE ENTRY OF THE BRANCH IN WS-SUC-BUSCADA,       *
009770*   INSERTING IT IN BRANCH ORDER WHEN IT IS NOT THERE YET.       *
009780*================================================================*
009790 3300-BUSCAR-SUCURSAL.
009800     MOVE "N" TO WS-SW-POSICION-HALLADA.
009810     MOVE 1 TO S.
009820     PERFORM 3350-AVANZAR-SUCURSAL THRU 3350-EXIT
009830         UNTIL S > WS-SUC-TOTAL OR POSICION-HALLADA.
009840     IF POSICION-HALLADA
009850         IF WS-SUC-CODIGO(S) = WS-SUC-BUSCADA
009860             GO TO 3300-EXIT
009870         END-IF
009880     END-IF.
009890     IF WS-SUC-TOTAL >= WS-SUC-MAX
009900         DISPLAY "TABLA DE SUCURSALES DESBORDADA - MAS DE "
009910             WS-SUC-MAX " SUCURSALES"
009920         MOVE 16 TO RETURN-CODE
009930         STOP RUN
009940     END-IF.
009950     PERFORM 3375-DESPLAZAR-SUCURSAL THRU 3375-EXIT
009960         VARYING J FROM WS-SUC-TOTAL BY -1 UNTIL J < S.
009970     ADD 1 TO WS-SUC-TOTAL.
009980     MOVE WS-SUC-BUSCADA TO WS-SUC-CODIGO(S).
009990     MOVE ZERO           TO WS-SUC-NUM-ACT(S)
010000                            WS-SUC-IMP-ACT(S)
010010                            WS-SUC-NUM-ANT(S)
010020                            WS-SUC-IMP-ANT(S).
010030 3300-EXIT.
010040     EXIT.
010050*----------------------------------------------------------------*
010060 3350-AVANZAR-SUCURSAL.
010070     IF WS-SUC-CODIGO(S) NOT < WS-SUC-BUSCADA
010080         MOVE "S" TO WS-SW-POSICION-HALLADA
010090     ELSE
010100         ADD 1 TO S
010110     END-IF.
010120 3350-EXIT.
010130     EXIT.
010140*----------------------------------------------------------------*
010150 3375-DESPLAZAR-SUCURSAL.
010160     MOVE WS-SUC-ENTRADA(J) TO WS-SUC-ENTRADA(J + 1).
010170 3375-EXIT.
010180     EXIT.
010190*================================================================*
010200* 3500-SUCURSALES-ANTERIORES                                     *
010210*   PUTS LAST MONTH'S BRANCH FIGURES FROM THE HISTORY ALONGSIDE  *
010220*   THIS MONTH'S.  THEY ARE THE "S" RECORDS FOLLOWING LAST       *
010230*   MONTH'S INDICATOR RECORD.                                    *
010240*================================================================*
010250 3500-SUCURSALES-ANTERIORES.
010260     IF NOT ANT-COMPLETO
010270         GO TO 3500-EXIT
010280     END-IF.
010290     MOVE WS-MES-ANTERIOR-N TO CRH-MES.
010300     MOVE "S"               TO CRH-TIPO-REG.
010310     MOVE LOW-VALUES        TO CRH-SUCURSAL.
010320     START CartHistFile KEY IS NOT LESS THAN CRH-CLAVE
010330         INVALID KEY
010340             GO TO 3500-EXIT
010350     END-START.
010360     IF FSH NOT = "00"
010370         MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
010380         MOVE FSH TO WS-ABEND-STATUS
010390         GO TO 9990-ERROR-FICHERO
010400     END-IF.
010410     MOVE "N" TO WS-SW-FIN-CARTHIST.
010420     PERFORM 3600-LEER-UNA-SUCURSAL THRU 3600-EXIT
010430         UNTIL FIN-CARTHIST.
010440 3500-EXIT.
010450     EXIT.
010460*----------------------------------------------------------------*
010470 3600-LEER-UNA-SUCURSAL.
010480     READ CartHistFile NEXT RECORD
010490         AT END
010500             MOVE "S" TO WS-SW-FIN-CARTHIST
010510             GO TO 3600-EXIT
010520     END-READ.
010530     IF FSH NOT = "00"
010540         MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
010550         MOVE FSH TO WS-ABEND-STATUS
010560         GO TO 9990-ERROR-FICHERO
010570     END-IF.
010580     IF CRS-MES NOT = WS-MES-ANTERIOR-N
010590     OR CRS-TIPO-REG NOT = "S"
010600         MOVE "S" TO WS-SW-FIN-CARTHIST
010610         GO TO 3600-EXIT
010620     END-IF.
010630     MOVE CRS-SUCURSAL TO WS-SUC-BUSCADA.
010640     PERFORM 3300-BUSCAR-SUCURSAL THRU 3300-EXIT.
010650     MOVE CRS-NUM-MOVTOS TO WS-SUC-NUM-ANT(S).
010660     MOVE CRS-IMPORTE    TO WS-SUC-IMP-ANT(S).
010670 3600-EXIT.
010680     EXIT.
010690*================================================================*
010700* 4000-IMPRIMIR-INFORME                                          *
010710*   PRINTS THE HEADING, EVERY INDICATOR AGAINST LAST MONTH AND   *
010720*   THE WARNINGS OF THE RUN.  A LAST-MONTH FIGURE NOT AVAILABLE  *
010730*   IS PRINTED "N/D" WITH NO CHANGE.                             *
010740*================================================================*
010750 4000-IMPRIMIR-INFORME.
010760     MOVE WS-MP-ANIO TO WS-TIT-MES(1:4).
010770     MOVE "-"        TO WS-TIT-MES(5:1).
010780     MOVE WS-MP-MES  TO WS-TIT-MES(6:2).
010790     MOVE WS-FECHA-SISTEMA TO WS-FECHA-EDITAR.
010800     PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT.
010810     MOVE WS-FECHA-EDITADA TO WS-TIT-EMISION.
010820     MOVE "INFORME MENSUAL DE CARTERA" TO WS-TIT-TEXTO.
010830     MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
010840     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
010850     MOVE SPACES TO LINEA-REPORTE.
010860     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
010870     MOVE "FOTO DE CIERRE DEL MES:" TO WS-ROT-ETIQUETA.
010880     MOVE ACT-FECHA-FOTO TO WS-FECHA-EDITAR.
010890     PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT.
010900     MOVE WS-FECHA-EDITADA TO WS-ROT-VALOR.
010910     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
010920     MOVE "MES ANTERIOR TOMADO DE:" TO WS-ROT-ETIQUETA.
010930     EVALUATE TRUE
010940         WHEN ANT-COMPLETO
010950             MOVE "CARTHIST.DAT" TO WS-ROT-VALOR
010960         WHEN ANT-SOLO-FOTO
010970             MOVE "SNAPMESA.DAT (SOLO SALDOS)" TO WS-ROT-VALOR
010980         WHEN OTHER
010990             MOVE "NO DISPONIBLE" TO WS-ROT-VALOR
011000     END-EVALUATE.
011010     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
011020     IF NOT ANT-NINGUNO
011030         MOVE "FOTO DE CIERRE ANTERIOR:" TO WS-ROT-ETIQUETA
011040         MOVE ANT-FECHA-FOTO TO WS-FECHA-EDITAR
011050         PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT
011060         MOVE WS-FECHA-EDITADA TO WS-ROT-VALOR
011070         PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT
011080     END-IF.
011090     MOVE SPACES TO LINEA-REPORTE.
011100     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
011110     MOVE WS-LINEA-CABECERA TO LINEA-REPORTE.
011120     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
011130     PERFORM 4100-IMPRIMIR-CARTERA THRU 4100-EXIT.
011140     PERFORM 4200-IMPRIMIR-DESCUBIERTOS THRU 4200-EXIT.
011150     PERFORM 4300-IMPRIMIR-TRAMOS THRU 4300-EXIT.
011160     PERFORM 4400-IMPRIMIR-TIPOS THRU 4400-EXIT.
011170     PERFORM 4500-IMPRIMIR-SUCURSALES THRU 4500-EXIT.
011180     PERFORM 4600-IMPRIMIR-AVISOS THRU 4600-EXIT.
011190 4000-EXIT.
011200     EXIT.
011210*================================================================*
011220* 4100-IMPRIMIR-CARTERA                                          *
011230*   CUSTOMERS, ACCOUNTS, DEPOSITS AND DORMANT ACCOUNTS.          *
011240*================================================================*
011250 4100-IMPRIMIR-CARTERA.
011260     MOVE "CARTERA" TO LINEA-REPORTE.
011270     PERFORM 8200-TITULO-SECCION THRU 8200-EXIT.
011280     MOVE "CLIENTES (DNI DISTINTOS)" TO WS-PRT-ETIQUETA.
011290     MOVE ACT-CLIENTES     TO WS-PRT-NUM-ACT.
011300     MOVE ANT-CLIENTES     TO WS-PRT-NUM-ANT.
011310     MOVE WS-DISP-COMPLETO TO WS-PRT-DISPONIBLE.
011320     PERFORM 8300-LINEA-NUMERO THRU 8300-EXIT.
011330     MOVE "CUENTAS" TO WS-PRT-ETIQUETA.
011340     MOVE ACT-CUENTAS      TO WS-PRT-NUM-ACT.
011350     MOVE ANT-CUENTAS      TO WS-PRT-NUM-ANT.
011360     MOVE WS-DISP-FOTO     TO WS-PRT-DISPONIBLE.
011370     PERFORM 8300-LINEA-NUMERO THRU 8300-EXIT.
011380     MOVE "DEPOSITOS (SALDOS ACREEDORES)" TO WS-PRT-ETIQUETA.
011390     MOVE ACT-DEPOSITOS    TO WS-PRT-IMP-ACT.
011400     MOVE ANT-DEPOSITOS    TO WS-PRT-IMP-ANT.
011410     MOVE WS-DISP-FOTO     TO WS-PRT-DISPONIBLE.
011420     PERFORM 8350-LINEA-IMPORTE THRU 8350-EXIT.
011430     MOVE "CUENTAS DORMIDAS" TO WS-PRT-ETIQUETA.
011440     MOVE ACT-DORMIDAS     TO WS-PRT-NUM-ACT.
011450     MOVE ANT-DORMIDAS     TO WS-PRT-NUM-ANT.
011460     MOVE WS-DISP-COMPLETO TO WS-PRT-DISPONIBLE.
011470     PERFORM 8300-LINEA-NUMERO THRU 8300-EXIT.
011480 4100-EXIT.
011490     EXIT.
011500*================================================================*
011510* 4200-IMPRIMIR-DESCUBIERTOS                                     *
011520*   ACCOUNTS IN OVERDRAFT AND AMOUNT DRAWN, THE AUTHORIZED LINES *
011530*   AND THE PERCENTAGE OF THEM IN USE.                           *
011540*================================================================*
011550 4200-IMPRIMIR-DESCUBIERTOS.
011560     MOVE "DESCUBIERTOS" TO LINEA-REPORTE.
011570     PERFORM 8200-TITULO-SECCION THRU 8200-EXIT.
011580     MOVE "CUENTAS EN DESCUBIERTO" TO WS-PRT-ETIQUETA.
011590     MOVE ACT-NUM-DESCUBIERTO TO WS-PRT-NUM-ACT.
011600     MOVE ANT-NUM-DESCUBIERTO TO WS-PRT-NUM-ANT.
011610     MOVE WS-DISP-FOTO        TO WS-PRT-DISPONIBLE.
011620     PERFORM 8300-LINEA-NUMERO THRU 8300-EXIT.
011630     MOVE "IMPORTE DISPUESTO EN DESCUBIERTO" TO WS-PRT-ETIQUETA.
011640     MOVE ACT-IMP-DESCUBIERTO TO WS-PRT-IMP-ACT.
011650     MOVE ANT-IMP-DESCUBIERTO TO WS-PRT-IMP-ANT.
011660     MOVE WS-DISP-FOTO        TO WS-PRT-DISPONIBLE.
011670     PERFORM 8350-LINEA-IMPORTE THRU 8350-EXIT.
011680     MOVE "CUENTAS CON LINEA AUTORIZADA" TO WS-PRT-ETIQUETA.
011690     MOVE ACT-NUM-LINEAS      TO WS-PRT-NUM-ACT.
011700     MOVE ANT-NUM-LINEAS      TO WS-PRT-NUM-ANT.
011710     MOVE WS-DISP-COMPLETO    TO WS-PRT-DISPONIBLE.
011720     PERFORM 8300-LINEA-NUMERO THRU 8300-EXIT.
011730     MOVE "IMPORTE DE LINEAS AUTORIZADAS" TO WS-PRT-ETIQUETA.
011740     MOVE ACT-IMP-LINEAS      TO WS-PRT-IMP-ACT.
011750     MOVE ANT-IMP-LINEAS      TO WS-PRT-IMP-ANT.
011760     MOVE WS-DISP-COMPLETO    TO WS-PRT-DISPONIBLE.
011770     PERFORM 8350-LINEA-IMPORTE THRU 8350-EXIT.
011780     MOVE ZERO TO WS-USO-ACTUAL
011790                  WS-USO-ANTERIOR.
011800     IF ACT-IMP-LINEAS > ZERO
011810         COMPUTE WS-USO-ACTUAL ROUNDED =
011820             ACT-IMP-DESCUBIERTO * 100 / ACT-IMP-LINEAS
011830     END-IF.
011840     IF ANT-IMP-LINEAS > ZERO
011850         COMPUTE WS-USO-ANTERIOR ROUNDED =
011860             ANT-IMP-DESCUBIERTO * 100 / ANT-IMP-LINEAS
011870     END-IF.
011880     MOVE "USO DE LAS LINEAS (%)" TO WS-PRT-ETIQUETA.
011890     MOVE WS-USO-ACTUAL       TO WS-PRT-IMP-ACT.
011900     MOVE WS-USO-ANTERIOR     TO WS-PRT-IMP-ANT.
011910     MOVE WS-DISP-COMPLETO    TO WS-PRT-DISPONIBLE.
011920     PERFORM 8350-LINEA-IMPORTE THRU 8350-EXIT.
011930 4200-EXIT.
011940     EXIT.
011950*================================================================*
011960* 4300-IMPRIMIR-TRAMOS                                           *
011970*   NUMBER AND AMOUNT OF THE DEPOSITS IN EACH BALANCE BAND.      *
011980*================================================================*
011990 4300-IMPRIMIR-TRAMOS.
012000     MOVE "DEPOSITOS POR TRAMO DE SALDO" TO LINEA-REPORTE.
012010     PERFORM 8200-TITULO-SECCION THRU 8200-EXIT.
012020     PERFORM 4350-IMPRIMIR-UN-TRAMO THRU 4350-EXIT
012030         VARYING T FROM 1 BY 1 UNTIL T > 4.
012040 4300-EXIT.
012050     EXIT.
012060*----------------------------------------------------------------*
012070 4350-IMPRIMIR-UN-TRAMO.
012080     MOVE SPACES TO WS-PRT-ETIQUETA.
012090     STRING WS-TRAMO-ETIQUETA(T) DELIMITED BY "  "
012100            " - CUENTAS"         DELIMITED BY SIZE
012110         INTO WS-PRT-ETIQUETA.
012120     MOVE ACT-TR-NUM(T)     TO WS-PRT-NUM-ACT.
012130     MOVE ANT-TR-NUM(T)     TO WS-PRT-NUM-ANT.
012140     MOVE WS-DISP-FOTO      TO WS-PRT-DISPONIBLE.
012150     PERFORM 8300-LINEA-NUMERO THRU 8300-EXIT.
012160     MOVE SPACES TO WS-PRT-ETIQUETA.
012170     STRING WS-TRAMO-ETIQUETA(T) DELIMITED BY "  "
012180            " - IMPORTE"         DELIMITED BY SIZE
012190         INTO WS-PRT-ETIQUETA.
012200     MOVE ACT-TR-IMPORTE(T) TO WS-PRT-IMP-ACT.
012210     MOVE ANT-TR-IMPORTE(T) TO WS-PRT-IMP-ANT.
012220     MOVE WS-DISP-FOTO      TO WS-PRT-DISPONIBLE.
012230     PERFORM 8350-LINEA-IMPORTE THRU 8350-EXIT.
012240 4350-EXIT.
012250     EXIT.
012260*================================================================*
012270* 4400-IMPRIMIR-TIPOS                                            *
012280*   NUMBER AND AMOUNT OF THE MONTH'S MOVEMENTS OF EACH TYPE.     *
012290*================================================================*
012300 4400-IMPRIMIR-TIPOS.
012310     MOVE "MOVIMIENTOS DEL MES POR TIPO" TO LINEA-REPORTE.
012320     PERFORM 8200-TITULO-SECCION THRU 8200-EXIT.
012330     PERFORM 4450-IMPRIMIR-UN-TIPO THRU 4450-EXIT
012340         VARYING T FROM 1 BY 1 UNTIL T > 9.
012350 4400-EXIT.
012360     EXIT.
012370*----------------------------------------------------------------*
012380 4450-IMPRIMIR-UN-TIPO.
012390     MOVE SPACES TO WS-PRT-ETIQUETA.
012400     STRING WS-TIPO-ETIQUETA(T) DELIMITED BY "  "
012410            " - NUMERO"         DELIMITED BY SIZE
012420         INTO WS-PRT-ETIQUETA.
012430     MOVE ACT-TM-NUM(T)     TO WS-PRT-NUM-ACT.
012440     MOVE ANT-TM-NUM(T)     TO WS-PRT-NUM-ANT.
012450     MOVE WS-DISP-COMPLETO  TO WS-PRT-DISPONIBLE.
012460     PERFORM 8300-LINEA-NUMERO THRU 8300-EXIT.
012470     MOVE SPACES TO WS-PRT-ETIQUETA.
012480     STRING WS-TIPO-ETIQUETA(T) DELIMITED BY "  "
012490            " - IMPORTE"        DELIMITED BY SIZE
012500         INTO WS-PRT-ETIQUETA.
012510     MOVE ACT-TM-IMPORTE(T) TO WS-PRT-IMP-ACT.
012520     MOVE ANT-TM-IMPORTE(T) TO WS-PRT-IMP-ANT.
012530     MOVE WS-DISP-COMPLETO  TO WS-PRT-DISPONIBLE.
012540     PERFORM 8350-LINEA-IMPORTE THRU 8350-EXIT.
012550 4450-EXIT.
012560     EXIT.
012570*================================================================*
012580* 4500-IMPRIMIR-SUCURSALES                                       *
012590*   NUMBER AND AMOUNT OF THE MONTH'S MOVEMENTS AT EACH BRANCH,   *
012600*   REJECTIONS LEFT OUT.                                         *
012610*================================================================*
012620 4500-IMPRIMIR-SUCURSALES.
012630     MOVE "MOVIMIENTOS DEL MES POR SUCURSAL" TO LINEA-REPORTE.
012640     PERFORM 8200-TITULO-SECCION THRU 8200-EXIT.
012650     IF WS-SUC-TOTAL = ZERO
012660         MOVE "NINGUNO" TO LINEA-REPORTE
012670         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
012680         GO TO 4500-EXIT
012690     END-IF.
012700     PERFORM 4550-IMPRIMIR-UNA-SUCURSAL THRU 4550-EXIT
012710         VARYING S FROM 1 BY 1 UNTIL S > WS-SUC-TOTAL.
012720 4500-EXIT.
012730     EXIT.
012740*----------------------------------------------------------------*
012750 4550-IMPRIMIR-UNA-SUCURSAL.
012760     MOVE SPACES TO WS-PRT-ETIQUETA.
012770     IF WS-SUC-CODIGO(S) = SPACES
012780         MOVE "SIN SUCURSAL - NUMERO" TO WS-PRT-ETIQUETA
012790     ELSE
012800         STRING "SUCURSAL "        DELIMITED BY SIZE
012810                WS-SUC-CODIGO(S)   DELIMITED BY SIZE
012820                " - NUMERO"        DELIMITED BY SIZE
012830             INTO WS-PRT-ETIQUETA
012840     END-IF.
012850     MOVE WS-SUC-NUM-ACT(S) TO WS-PRT-NUM-ACT.
012860     MOVE WS-SUC-NUM-ANT(S) TO WS-PRT-NUM-ANT.
012870     MOVE WS-DISP-COMPLETO  TO WS-PRT-DISPONIBLE.
012880     PERFORM 8300-LINEA-NUMERO THRU 8300-EXIT.
012890     MOVE SPACES TO WS-PRT-ETIQUETA.
012900     IF WS-SUC-CODIGO(S) = SPACES
012910         MOVE "SIN SUCURSAL - IMPORTE" TO WS-PRT-ETIQUETA
012920     ELSE
012930         STRING "SUCURSAL "        DELIMITED BY SIZE
012940                WS-SUC-CODIGO(S)   DELIMITED BY SIZE
012950                " - IMPORTE"       DELIMITED BY SIZE
012960             INTO WS-PRT-ETIQUETA
012970     END-IF.
012980     MOVE WS-SUC-IMP-ACT(S) TO WS-PRT-IMP-ACT.
012990     MOVE WS-SUC-IMP-ANT(S) TO WS-PRT-IMP-ANT.
013000     MOVE WS-DISP-COMPLETO  TO WS-PRT-DISPONIBLE.
013010     PERFORM 8350-LINEA-IMPORTE THRU 8350-EXIT.
013020 4550-EXIT.
013030     EXIT.
013040*================================================================*
013050* 4600-IMPRIMIR-AVISOS                                           *
013060*   WHY LAST MONTH IS NOT SHOWN IN FULL, A DISAGREEMENT BETWEEN  *
013070*   THE HISTORY AND THE PRIOR SNAPSHOT, AND THE SNAPSHOT         *
013080*   ACCOUNTS AND MOVEMENTS LEFT OUT OF SOME FIGURE.              *
013090*================================================================*
013100 4600-IMPRIMIR-AVISOS.
013110     MOVE "AVISOS" TO LINEA-REPORTE.
013120     PERFORM 8200-TITULO-SECCION THRU 8200-EXIT.
013130     IF ANT-NINGUNO
013140         MOVE "SIN HISTORIAL NI FOTO DEL MES ANTERIOR"
013150             TO LINEA-REPORTE
013160         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
013170         MOVE "  EL MES ANTERIOR NO ESTA DISPONIBLE"
013180             TO LINEA-REPORTE
013190         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
013200     END-IF.
013210     IF ANT-SOLO-FOTO
013220         MOVE "SIN HISTORIAL DEL MES ANTERIOR - SOLO SE COMPARAN"
013230             TO LINEA-REPORTE
013240         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
013250         MOVE "  LAS CIFRAS DE SALDOS, TOMADAS DE SNAPMESA.DAT"
013260             TO LINEA-REPORTE
013270         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
013280     END-IF.
013290     IF HAY-DISCREPANCIA
013300         MOVE "SNAPMESA.DAT NO CUADRA CON CARTHIST.DAT - VALE"
013310             TO LINEA-REPORTE
013320         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
013330         MOVE "  EL HISTORIAL.  SNAPMESA.DAT / CARTHIST.DAT:"
013340             TO LINEA-REPORTE
013350         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
013360         MOVE "  FECHA DE LA FOTO:" TO WS-ROT-ETIQUETA
013370         MOVE FAN-FECHA-FOTO TO WS-FECHA-EDITAR
013380         PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT
013390         MOVE WS-FECHA-EDITADA TO WS-ROT-VALOR(1:10)
013400         MOVE " / " TO WS-ROT-VALOR(11:3)
013410         MOVE ANT-FECHA-FOTO TO WS-FECHA-EDITAR
013420         PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT
013430         MOVE WS-FECHA-EDITADA TO WS-ROT-VALOR(14:10)
013440         PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT
013450         MOVE "  CUENTAS EN LA FOTO"     TO WS-PRT-ETIQUETA
013460         MOVE FAN-CUENTAS                TO WS-PRT-NUM-ACT
013470         MOVE ANT-CUENTAS                TO WS-PRT-NUM-ANT
013480         MOVE "S"                        TO WS-PRT-DISPONIBLE
013490         PERFORM 8300-LINEA-NUMERO THRU 8300-EXIT
013500         MOVE "  DEPOSITOS EN LA FOTO"   TO WS-PRT-ETIQUETA
013510         MOVE FAN-DEPOSITOS              TO WS-PRT-IMP-ACT
013520         MOVE ANT-DEPOSITOS              TO WS-PRT-IMP-ANT
013530         PERFORM 8350-LINEA-IMPORTE THRU 8350-EXIT
013540         MOVE "  DESCUBIERTO EN LA FOTO" TO WS-PRT-ETIQUETA
013550         MOVE FAN-IMP-DESCUBIERTO        TO WS-PRT-IMP-ACT
013560         MOVE ANT-IMP-DESCUBIERTO        TO WS-PRT-IMP-ANT
013570         PERFORM 8350-LINEA-IMPORTE THRU 8350-EXIT
013580     END-IF.
013590     IF WS-TOT-SIN-TITULAR > ZERO
013600         ADD 1 TO WS-TOT-AVISOS
013610         MOVE "CUENTAS SIN TITULAR:" TO WS-TOTL-ETIQUETA
013620         MOVE WS-TOT-SIN-TITULAR TO WS-TOTL-VALOR
013630         PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT
013640         MOVE "  (FUERA DE CLIENTES, LINEAS Y DORMIDAS)"
013650             TO LINEA-REPORTE
013660         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
013670     END-IF.
013680     IF WS-TOT-TIPO-DESCONOCIDO > ZERO
013690         ADD 1 TO WS-TOT-AVISOS
013700         MOVE "MOVTOS. DE TIPO DESCONOCIDO:" TO WS-TOTL-ETIQUETA
013710         MOVE WS-TOT-TIPO-DESCONOCIDO TO WS-TOTL-VALOR
013720         PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT
013730     END-IF.
013740     IF WS-TOT-AVISOS = ZERO
013750         MOVE "NINGUNO" TO LINEA-REPORTE
013760         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
013770     END-IF.
013780 4600-EXIT.
013790     EXIT.
013800*================================================================*
013810* 5000-GRABAR-HISTORIAL                                          *
013820*   LEAVES THE MONTH'S INDICATORS ON CARTHIST.DAT FOR NEXT       *
013830*   MONTH'S RUN.  A RERUN OF THE MONTH FIRST REMOVES THE BRANCH  *
013840*   RECORDS OF THE EARLIER RUN, THEN REPLACES ITS INDICATOR      *
013850*   RECORD.                                                      *
013860*================================================================*
013870 5000-GRABAR-HISTORIAL.
013880     MOVE WS-MES-PROCESO-N TO CRH-MES.
013890     MOVE "S"              TO CRH-TIPO-REG.
013900     MOVE LOW-VALUES       TO CRH-SUCURSAL.
013910     START CartHistFile KEY IS NOT LESS THAN CRH-CLAVE
013920         INVALID KEY
013930             GO TO 5000-INDICADORES
013940     END-START.
013950     IF FSH NOT = "00"
013960         MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
013970         MOVE FSH TO WS-ABEND-STATUS
013980         GO TO 9990-ERROR-FICHERO
013990     END-IF.
014000     MOVE "N" TO WS-SW-FIN-CARTHIST.
014010     PERFORM 5100-BORRAR-UNA-SUCURSAL THRU 5100-EXIT
014020         UNTIL FIN-CARTHIST.
014030 5000-INDICADORES.
014040     MOVE WS-CARTERA-ACTUAL TO REG-CARTERA-MES.
014050     WRITE REG-CARTERA-MES
014060         INVALID KEY
014070             REWRITE REG-CARTERA-MES
014080     END-WRITE.
014090     IF FSH NOT = "00"
014100         MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
014110         MOVE FSH TO WS-ABEND-STATUS
014120         GO TO 9990-ERROR-FICHERO
014130     END-IF.
014140     PERFORM 5200-GRABAR-UNA-SUCURSAL THRU 5200-EXIT
014150         VARYING S FROM 1 BY 1 UNTIL S > WS-SUC-TOTAL.
014160 5000-EXIT.
014170     EXIT.
014180*----------------------------------------------------------------*
014190 5100-BORRAR-UNA-SUCURSAL.
014200     READ CartHistFile NEXT RECORD
014210         AT END
014220             MOVE "S" TO WS-SW-FIN-CARTHIST
014230             GO TO 5100-EXIT
014240     END-READ.
014250     IF FSH NOT = "00"
014260         MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
014270         MOVE FSH TO WS-ABEND-STATUS
014280         GO TO 9990-ERROR-FICHERO
014290     END-IF.
014300     IF CRS-MES NOT = WS-MES-PROCESO-N
014310     OR CRS-TIPO-REG NOT = "S"
014320         MOVE "S" TO WS-SW-FIN-CARTHIST
014330         GO TO 5100-EXIT
014340     END-IF.
014350     DELETE CartHistFile RECORD.
014360     IF FSH NOT = "00"
014370         MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
014380         MOVE FSH TO WS-ABEND-STATUS
014390         GO TO 9990-ERROR-FICHERO
014400     END-IF.
014410 5100-EXIT.
014420     EXIT.
014430*----------------------------------------------------------------*
014440 5200-GRABAR-UNA-SUCURSAL.
014450     IF WS-SUC-NUM-ACT(S) = ZERO
014460         GO TO 5200-EXIT
014470     END-IF.
014480     MOVE WS-MES-PROCESO-N  TO CRS-MES.
014490     MOVE "S"               TO CRS-TIPO-REG.
014500     MOVE WS-SUC-CODIGO(S)  TO CRS-SUCURSAL.
014510     MOVE WS-SUC-NUM-ACT(S) TO CRS-NUM-MOVTOS.
014520     MOVE WS-SUC-IMP-ACT(S) TO CRS-IMPORTE.
014530     WRITE REG-CARTERA-SUCURSAL.
014540     IF FSH NOT = "00"
014550         MOVE "CARTHIST.DAT" TO WS-ABEND-FICHERO
014560         MOVE FSH TO WS-ABEND-STATUS
014570         GO TO 9990-ERROR-FICHERO
014580     END-IF.
014590 5200-EXIT.
014600     EXIT.
014610*================================================================*
014620* 8000-EDITAR-FECHA                                              *
014630*   EDITS THE YYYYMMDD DATE IN WS-FECHA-EDITAR INTO THE          *
014640*   YYYY-MM-DD FORM USED ON EVERY PRINTED DATE.                  *
014650*================================================================*
014660 8000-EDITAR-FECHA.
014670     MOVE WS-FECHA-EDITAR(1:4) TO WS-FECHA-EDITADA(1:4).
014680     MOVE "-"                  TO WS-FECHA-EDITADA(5:1).
014690     MOVE WS-FECHA-EDITAR(5:2) TO WS-FECHA-EDITADA(6:2).
014700     MOVE "-"                  TO WS-FECHA-EDITADA(8:1).
014710     MOVE WS-FECHA-EDITAR(7:2) TO WS-FECHA-EDITADA(9:2).
014720 8000-EXIT.
014730     EXIT.
014740*================================================================*
014750* 8100-GRABAR-LINEA / 8150-GRABAR-ROTULADA                       *
014760*   WRITE THE LINE ALREADY BUILT, OR A LABELLED LINE, AND CHECK  *
014770*   ITS FILE STATUS.                                             *
014780*================================================================*
014790 8100-GRABAR-LINEA.
014800     WRITE LINEA-REPORTE.
014810     IF FSR NOT = "00"
014820         MOVE "CARTERA.DAT" TO WS-ABEND-FICHERO
014830         MOVE FSR TO WS-ABEND-STATUS
014840         GO TO 9990-ERROR-FICHERO
014850     END-IF.
014860 8100-EXIT.
014870     EXIT.
014880*----------------------------------------------------------------*
014890 8150-GRABAR-ROTULADA.
014900     MOVE WS-LINEA-ROTULADA TO LINEA-REPORTE.
014910     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
014920     MOVE SPACES TO WS-LINEA-ROTULADA.
014930 8150-EXIT.
014940     EXIT.
014950*================================================================*
014960* 8200-TITULO-SECCION                                            *
014970*   WRITES THE SECTION TITLE ALREADY MOVED TO LINEA-REPORTE      *
014980*   AFTER A BLANK LINE.                                          *
014990*================================================================*
015000 8200-TITULO-SECCION.
015010     MOVE LINEA-REPORTE TO WS-PRT-ETIQUETA.
015020     MOVE SPACES TO LINEA-REPORTE.
015030     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
015040     MOVE WS-PRT-ETIQUETA TO LINEA-REPORTE.
015050     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
015060 8200-EXIT.
015070     EXIT.
015080*================================================================*
015090* 8300-LINEA-NUMERO / 8350-LINEA-IMPORTE                         *
015100*   PRINT ONE INDICATOR FROM THE WS-PRT- FIELDS: THIS MONTH,     *
015110*   LAST MONTH AND THE CHANGE, OR "N/D" WHEN LAST MONTH IS NOT   *
015120*   AVAILABLE.                                                   *
015130*================================================================*
015140 8300-LINEA-NUMERO.
015150     MOVE SPACES          TO LIN-CARTERA-NUMERO.
015160     MOVE WS-PRT-ETIQUETA TO LIN-CNU-ETIQUETA.
015170     MOVE WS-PRT-NUM-ACT  TO LIN-CNU-ACTUAL.
015180     IF PRT-ANT-DISPONIBLE
015190         MOVE WS-PRT-NUM-ANT TO LIN-CNU-ANTERIOR
015200         COMPUTE WS-PRT-NUM-VARIACION =
015210             WS-PRT-NUM-ACT - WS-PRT-NUM-ANT
015220         MOVE WS-PRT-NUM-VARIACION TO LIN-CNU-VARIACION
015230     ELSE
015240         MOVE "        N/D" TO LIN-CNU-ANTERIOR-X
015250     END-IF.
015260     MOVE LIN-CARTERA-NUMERO TO LINEA-REPORTE.
015270     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
015280 8300-EXIT.
015290     EXIT.
015300*----------------------------------------------------------------*
015310 8350-LINEA-IMPORTE.
015320     MOVE SPACES          TO LIN-CARTERA-IMPORTE.
015330     MOVE WS-PRT-ETIQUETA TO LIN-CIM-ETIQUETA.
015340     MOVE WS-PRT-IMP-ACT  TO LIN-CIM-ACTUAL.
015350     IF PRT-ANT-DISPONIBLE
015360         MOVE WS-PRT-IMP-ANT TO LIN-CIM-ANTERIOR
015370         COMPUTE WS-PRT-IMP-VARIACION =
015380             WS-PRT-IMP-ACT - WS-PRT-IMP-ANT
015390         MOVE WS-PRT-IMP-VARIACION TO LIN-CIM-VARIACION
015400     ELSE
015410         MOVE "                 N/D" TO LIN-CIM-ANTERIOR-X
015420     END-IF.
015430     MOVE LIN-CARTERA-IMPORTE TO LINEA-REPORTE.
015440     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
015450 8350-EXIT.
015460     EXIT.
015470*================================================================*
015480* 9000-FINALIZAR                                                 *
015490*   CLOSES EVERY FILE, DISPLAYS THE RUN COUNTS AND SETS          *
015500*   RETURN-CODE 4 WHEN THE REPORT CARRIES ANY WARNING.           *
015510*================================================================*
015520 9000-FINALIZAR.
015530     CLOSE ReportFile.
015540     CLOSE CartHistFile.
015550     CLOSE UserFile.
015560     CLOSE HistFile.
015570     DISPLAY "=== INFORME MENSUAL DE CARTERA " WS-MES-PROCESO-N
015580         " ===".
015590     DISPLAY "CUENTAS EN LA FOTO  : " ACT-CUENTAS.
015600     DISPLAY "CLIENTES            : " ACT-CLIENTES.
015610     DISPLAY "SIN TITULAR         : " WS-TOT-SIN-TITULAR.
015620     DISPLAY "MOVIMIENTOS DEL MES : " WS-TOT-MOVIMIENTOS.
015630     DISPLAY "SUCURSALES          : " WS-SUC-TOTAL.
015640     DISPLAY "MES ANTERIOR        : " WS-SW-ORIGEN-ANTERIOR.
015650     IF WS-TOT-AVISOS > ZERO
015660         DISPLAY "*** INFORME CON AVISOS - VER CARTERA.DAT"
015670         MOVE 4 TO RETURN-CODE
015680     END-IF.
015690 9000-EXIT.
015700     EXIT.
015710*----------------------------------------------------------------*
015720 9100-GRABAR-LINEA-TOTAL.
015730     MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
015740     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
015750 9100-EXIT.
015760     EXIT.
015770*================================================================*
015780* 9990-ERROR-FICHERO                                             *
015790*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
015800*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
015810*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
015820*   THE CALLER BEFORE THE GO TO HERE.                            *
015830*================================================================*
015840 9990-ERROR-FICHERO.
015850     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
015860         " - FILE STATUS " WS-ABEND-STATUS.
015870     MOVE 99 TO RETURN-CODE.
015880     STOP RUN.
