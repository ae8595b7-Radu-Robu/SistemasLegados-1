000010*================================================================*
000020* PROGRAM-ID : VIGBLAN                                           *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   DAILY ANTI-MONEY-LAUNDERING MONITORING.  COMPLIANCE USED TO  *
000100*   SPOT STRUCTURING AND LARGE CASH ACTIVITY BY READING          *
000110*   TRANDISP.DAT BY EYE.  THIS JOB READS THE BUSINESS DATE'S     *
000120*   MOVEMENTS OFF THE DATE KEY OF TRANHIST.DAT AND APPLIES THE   *
000130*   RULES OF VIGPARM.DAT (SEE VIGPARM): A SINGLE LARGE CASH      *
000140*   MOVEMENT, CASH SPLIT BELOW THE THRESHOLD BY ONE CARD, TOO    *
000150*   MANY DEBITS ON ONE ACCOUNT, AND A LARGE CREDIT WITHDRAWN     *
000160*   AGAIN WITHIN A FEW DAYS.  EVERY HIT IS RECORDED ON THE KEYED *
000170*   ALERT FILE ALERTAS.DAT WITH THE CARD, DNI AND NAME OF THE    *
000180*   CUSTOMER (FROM USERS.DAT, FOLLOWING CARDXREF.DAT ACROSS A    *
000190*   REISSUE), THE RULE AND THE AMOUNTS; AN ALERT ALREADY ON THE  *
000200*   FILE IS NEVER RAISED AGAIN.  THE ALERTS NEW IN THIS RUN ARE  *
000210*   PRINTED ON VIGREPT.DAT, AND THE RUN ENDS WITH RETURN-CODE 4  *
000220*   WHEN THERE IS ANY, SO THE SCHEDULE CAN ROUTE THE REPORT TO   *
000230*   COMPLIANCE.                                                  *
000240*----------------------------------------------------------------*
000250* MODIFICATION HISTORY.                                          *
000260*   DATE       INIT  DESCRIPTION                                 *
000270*   ---------  ----  -------------------------------------------*
000280*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000290*================================================================*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     VigBlan.
000320 AUTHOR.         R. AGUADO GIL.
000330 INSTALLATION.   PRACTICA1.
000340 DATE-WRITTEN.   2026-10-15.
000350 DATE-COMPILED.  2026-10-15.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ParmFile ASSIGN TO "VIGPARM.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         ACCESS MODE IS SEQUENTIAL
000430         FILE STATUS IS FSP.
000440*
000450     SELECT UserFile ASSIGN TO "USERS.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS USER-TARJ
000490         FILE STATUS IS FSU.
000500*
000510     SELECT HistFile ASSIGN TO "TRANHIST.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS HIST-CLAVE
000550         ALTERNATE RECORD KEY IS HIST-FECHA-DIA
000560             WITH DUPLICATES
000570         FILE STATUS IS FSI.
000580*
000590     SELECT XrefFile ASSIGN TO "CARDXREF.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS FSX.
000630*
000640     SELECT AlertFile ASSIGN TO "ALERTAS.DAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS ALR-CLAVE
000680         FILE STATUS IS FSA.
000690*
000700     SELECT ReportFile ASSIGN TO "VIGREPT.DAT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS FSR.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PARMFILE.
000780     COPY VIGPARM.
000790*
000800 FD  USERFILE.
000810     COPY USERREC.
000820*
000830 FD  HISTFILE.
000840     COPY HISTREC.
000850*
000860 FD  XREFFILE.
000870     COPY XREFREC.
000880*
000890 FD  ALERTFILE.
000900     COPY ALERTREC.
000910*
000920 FD  REPORTFILE.
000930 01  LINEA-REPORTE                PIC X(133).
000940*
000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------*
000970* FILE STATUS FIELDS.                                            *
000980*----------------------------------------------------------------*
000990 01  FSP                          PIC X(02).
001000 01  FSU                          PIC X(02).
001010 01  FSI                          PIC X(02).
001020 01  FSX                          PIC X(02).
001030 01  FSA                          PIC X(02).
001040 01  FSR                          PIC X(02).
001050 01  WS-ABEND-FICHERO             PIC X(12).
001060 01  WS-ABEND-STATUS              PIC X(02).
001070*----------------------------------------------------------------*
001080* SWITCHES AND SUBSCRIPTS.                                       *
001090*----------------------------------------------------------------*
001100 01  WS-SW-FIN-PARMFILE           PIC X(01) VALUE "N".
001110     88  FIN-PARMFILE                 VALUE "S".
001120 01  WS-SW-FIN-XREFFILE           PIC X(01) VALUE "N".
001130     88  FIN-XREFFILE                 VALUE "S".
001140 01  WS-SW-FIN-HISTORICO          PIC X(01) VALUE "N".
001150     88  FIN-HISTORICO                VALUE "S".
001160 01  WS-SW-FIN-CUENTA             PIC X(01) VALUE "N".
001170     88  FIN-CUENTA                   VALUE "S".
001180 01  WS-SW-CLIENTE-HALLADO        PIC X(01) VALUE "N".
001190     88  CLIENTE-HALLADO              VALUE "S".
001200 77  T                            PIC 9(05) VALUE 1 COMP.
001210 77  X                            PIC 9(03) VALUE 1 COMP.
001220 77  D                            PIC 9(03) VALUE 1 COMP.
001230 01  WS-TABLA-IDX                 PIC 9(05) VALUE ZERO COMP.
001240*----------------------------------------------------------------*
001250* RULES IN FORCE, FROM VIGPARM.DAT.  A RULE WHOSE SWITCH STAYS   *
001260* "N" HAD NO LINE AND IS NOT APPLIED.                            *
001270*----------------------------------------------------------------*
001280 01  WS-FECHA-VIGILANCIA          PIC 9(08) VALUE ZERO.
001290 01  WS-REGLA-GRANDE              PIC X(01) VALUE "N".
001300     88  REGLA-GRANDE                 VALUE "S".
001310 01  WS-UMBRAL-GRANDE             PIC 9(09)V99 VALUE ZERO.
001320 01  WS-REGLA-FRACCION            PIC X(01) VALUE "N".
001330     88  REGLA-FRACCION               VALUE "S".
001340 01  WS-UMBRAL-FRACCION           PIC 9(09)V99 VALUE ZERO.
001350 01  WS-REGLA-NUMERO              PIC X(01) VALUE "N".
001360     88  REGLA-NUMERO                 VALUE "S".
001370 01  WS-NUM-MAX-CARGOS            PIC 9(03) VALUE ZERO.
001380 01  WS-REGLA-RAPIDO              PIC X(01) VALUE "N".
001390     88  REGLA-RAPIDO                 VALUE "S".
001400 01  WS-UMBRAL-RAPIDO             PIC 9(09)V99 VALUE ZERO.
001410 01  WS-DIAS-RAPIDO               PIC 9(03) VALUE ZERO.
001420 01  WS-PCT-RAPIDO                PIC 9(03) VALUE ZERO.
001430 01  WS-MINIMO-RETIRO             PIC 9(11)V99 VALUE ZERO.
001440 01  WS-FECHA-DESDE               PIC 9(08).
001450*----------------------------------------------------------------*
001460* DATE ARITHMETIC FOR THE LOOK-BACK WINDOW OF RULE "R", DONE BY  *
001470* HAND THE WAY APRTRF WALKS ITS EXPIRY DATE BACK.                *
001480*----------------------------------------------------------------*
001490 01  WS-FECHA-TRABAJO.
001500     02  WS-FT-ANO                PIC 9(04).
001510     02  WS-FT-MES                PIC 9(02).
001520     02  WS-FT-DIA                PIC 9(02).
001530 01  WS-FECHA-TRABAJO-N REDEFINES WS-FECHA-TRABAJO
001540                                  PIC 9(08).
001550 01  WS-DIAS-MES                  PIC 9(02).
001560 01  WS-DIV-COCIENTE              PIC 9(04).
001570 01  WS-DIV-RESTO-4               PIC 9(04).
001580 01  WS-DIV-RESTO-100             PIC 9(04).
001590 01  WS-DIV-RESTO-400             PIC 9(04).
001600*----------------------------------------------------------------*
001610* IN-CORE TABLE OF THE CARD-REISSUE CROSS-REFERENCE, LOADED      *
001620* FROM CARDXREF.DAT AT START-UP, SO AN ALERT ON A MOVEMENT       *
001630* POSTED UNDER A RETIRED CARD STILL FINDS ITS CUSTOMER.  A       *
001640* MISSING CARDXREF.DAT ONLY MEANS NO CARD WAS EVER REISSUED.     *
001650*----------------------------------------------------------------*
001660 01  WS-XREF-MAX                  PIC 9(03) VALUE 200 COMP.
001670 01  WS-XREF-TOTAL                PIC 9(03) VALUE ZERO COMP.
001680 01  WS-TABLA-XREF.
001690     02  WS-XREF-ENTRADA          OCCURS 200 TIMES.
001700         03  WS-XREF-ANTIGUA          PIC 9(10).
001710         03  WS-XREF-NUEVA            PIC 9(10).
001720 01  WS-XREF-IDX                  PIC 9(03) VALUE ZERO COMP.
001730 01  WS-TARJETA-SEGUIDA           PIC 9(10).
001740 01  WS-SALTOS-XREF               PIC 9(03) VALUE ZERO COMP.
001750*----------------------------------------------------------------*
001760* DAY ACCUMULATORS.  CASH BELOW THE "F" THRESHOLD PER CARD;      *
001770* CUSTOMER DEBITS PER ACCOUNT FOR RULE "N"; AND THE DAY'S        *
001780* DEBITS LARGE ENOUGH TO EMPTY A RULE "R" CREDIT, EACH WITH THE  *
001790* TRANHIST.DAT KEY IT WAS READ UNDER.                            *
001800*----------------------------------------------------------------*
001810 01  WS-FRAC-MAX                  PIC 9(05) VALUE 2000 COMP.
001820 01  WS-FRAC-TOTAL                PIC 9(05) VALUE ZERO COMP.
001830 01  WS-TABLA-FRACCION.
001840     02  WS-FRAC-ENTRADA          OCCURS 2000 TIMES.
001850         03  WS-FRAC-TARJETA          PIC 9(10).
001860         03  WS-FRAC-NUM-MOVTOS       PIC 9(05) COMP.
001870         03  WS-FRAC-IMPORTE          PIC 9(11)V99.
001880*
001890 01  WS-CARG-MAX                  PIC 9(05) VALUE 2000 COMP.
001900 01  WS-CARG-TOTAL                PIC 9(05) VALUE ZERO COMP.
001910 01  WS-TABLA-CARGOS.
001920     02  WS-CARG-ENTRADA          OCCURS 2000 TIMES.
001930         03  WS-CARG-CUENTA           PIC X(24).
001940         03  WS-CARG-TARJETA          PIC 9(10).
001950         03  WS-CARG-NUM-MOVTOS       PIC 9(05) COMP.
001960         03  WS-CARG-IMPORTE          PIC 9(11)V99.
001970*
001980 01  WS-RETI-MAX                  PIC 9(05) VALUE 2000 COMP.
001990 01  WS-RETI-TOTAL                PIC 9(05) VALUE ZERO COMP.
002000 01  WS-TABLA-RETIROS.
002010     02  WS-RETI-ENTRADA          OCCURS 2000 TIMES.
002020         03  WS-RETI-CLAVE.
002030             04  WS-RETI-CUENTA       PIC X(24).
002040             04  WS-RETI-FECHA-HORA   PIC X(14).
002050             04  WS-RETI-SECUENCIA    PIC 9(03).
002060         03  WS-RETI-TARJETA          PIC 9(10).
002070         03  WS-RETI-IMPORTE          PIC 9(09)V99.
002080 01  WS-ABONO-HALLADO             PIC 9(09)V99.
002090*----------------------------------------------------------------*
002100* THE ALERT BEING RAISED, BUILT HERE BEFORE THE KEYED LOOK-UP    *
002110* SO A READ OF ALERTAS.DAT CANNOT DISTURB IT.                    *
002120*----------------------------------------------------------------*
002130     COPY ALERTREC
002140       REPLACING ==REG-ALERTA== BY ==WS-ALERTA==
002150          LEADING ==ALR-== BY ==WS-ALR-==.
002160*----------------------------------------------------------------*
002170* RUN CONTROL TOTALS.                                            *
002180*----------------------------------------------------------------*
002190 01  WS-TOT-LEIDOS                PIC 9(07) VALUE ZERO COMP.
002200 01  WS-TOT-NUEVAS-G              PIC 9(07) VALUE ZERO COMP.
002210 01  WS-TOT-NUEVAS-F              PIC 9(07) VALUE ZERO COMP.
002220 01  WS-TOT-NUEVAS-N              PIC 9(07) VALUE ZERO COMP.
002230 01  WS-TOT-NUEVAS-R              PIC 9(07) VALUE ZERO COMP.
002240 01  WS-TOT-NUEVAS                PIC 9(07) VALUE ZERO COMP.
002250 01  WS-TOT-YA-EMITIDAS           PIC 9(07) VALUE ZERO COMP.
002260*----------------------------------------------------------------*
002270* REPORT LINE LAYOUTS AND HEADING LINES.                         *
002280*----------------------------------------------------------------*
002290     COPY VIGLIN.
002300*
002310 01  WS-LINEA-TITULO.
002320     02  FILLER                PIC X(40) VALUE
002330         "VIGILANCIA DE BLANQUEO - ALERTAS NUEVAS ".
002340     02  FILLER                PIC X(09) VALUE "DEL DIA: ".
002350     02  WS-TIT-FECHA          PIC 9(08).
002360*
002370 01  WS-LINEA-CABECERA.
002380     02  FILLER                PIC X(01) VALUE "R".
002390     02  FILLER                PIC X(02) VALUE SPACES.
002400     02  FILLER                PIC X(10) VALUE "TARJETA".
002410     02  FILLER                PIC X(01) VALUE SPACES.
002420     02  FILLER                PIC X(09) VALUE "DNI".
002430     02  FILLER                PIC X(01) VALUE SPACES.
002440     02  FILLER                PIC X(25) VALUE "NOMBRE".
002450     02  FILLER                PIC X(01) VALUE SPACES.
002460     02  FILLER                PIC X(24) VALUE "CUENTA".
002470     02  FILLER                PIC X(01) VALUE SPACES.
002480     02  FILLER                PIC X(14) VALUE "FECHA-HORA".
002490     02  FILLER                PIC X(01) VALUE SPACES.
002500     02  FILLER                PIC X(05) VALUE "MOVTS".
002510     02  FILLER                PIC X(01) VALUE SPACES.
002520     02  FILLER                PIC X(18) VALUE
002530         "           IMPORTE".
002540     02  FILLER                PIC X(01) VALUE SPACES.
002550     02  FILLER                PIC X(18) VALUE
002560         "  UMBRAL / ABONO".
002570*
002580 01  WS-LINEA-TOTAL.
002590     02  WS-TOTL-ETIQUETA      PIC X(30).
002600     02  WS-TOTL-VALOR         PIC Z,ZZZ,ZZ9.
002610*
002620 PROCEDURE DIVISION.
002630*================================================================*
002640* 0000-MAINLINE                                                  *
002650*   THE DAY IS READ ONCE: "G" ALERTS ARE RAISED ON THE SPOT,     *
002660*   THE OTHER RULES ACCUMULATE AND ARE JUDGED WHEN THE DAY IS    *
002670*   COMPLETE.                                                    *
002680*================================================================*
002690 0000-MAINLINE.
002700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002710     PERFORM 2000-LEER-EL-DIA THRU 2000-EXIT.
002720     PERFORM 4000-JUZGAR-FRACCIONADO THRU 4000-EXIT.
002730     PERFORM 4200-JUZGAR-NUMERO-CARGOS THRU 4200-EXIT.
002740     PERFORM 4400-JUZGAR-PASO-RAPIDO THRU 4400-EXIT.
002750     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002760     STOP RUN.
002770*================================================================*
002780* 1000-INICIALIZAR                                               *
002790*   READS THE RULES, LOADS THE CROSS-REFERENCE AND OPENS EVERY   *
002800*   FILE.  WITHOUT TRANHIST.DAT THERE IS NOTHING TO MONITOR, SO  *
002810*   ITS ABSENCE IS FATAL; ALERTAS.DAT IS CREATED ON FIRST USE    *
002820*   THE WAY ARCHTLOG CREATES TRANSUM.DAT.                        *
002830*================================================================*
002840 1000-INICIALIZAR.
002850     PERFORM 1100-LEER-REGLAS THRU 1100-EXIT.
002860     PERFORM 1200-CARGAR-XREF THRU 1200-EXIT.
002870     OPEN INPUT HistFile.
002880     IF FSI NOT = "00"
002890         IF FSI = "35"
002900             DISPLAY "TRANHIST.DAT NO ENCONTRADO - NO HAY "
002910                 "MOVIMIENTOS QUE VIGILAR"
002920             MOVE 16 TO RETURN-CODE
002930             STOP RUN
002940         ELSE
002950             MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
002960             MOVE FSI TO WS-ABEND-STATUS
002970             GO TO 9990-ERROR-FICHERO
002980         END-IF
002990     END-IF.
003000     OPEN INPUT UserFile.
003010     IF FSU NOT = "00"
003020         MOVE "USERFILE" TO WS-ABEND-FICHERO
003030         MOVE FSU TO WS-ABEND-STATUS
003040         GO TO 9990-ERROR-FICHERO
003050     END-IF.
003060     OPEN I-O AlertFile.
003070     IF FSA NOT = "00"
003080         IF FSA = "35"
003090             OPEN OUTPUT AlertFile
003100             IF FSA NOT = "00"
003110                 MOVE "ALERTAS.DAT" TO WS-ABEND-FICHERO
003120                 MOVE FSA TO WS-ABEND-STATUS
003130                 GO TO 9990-ERROR-FICHERO
003140             END-IF
003150             CLOSE AlertFile
003160             OPEN I-O AlertFile
003170             IF FSA NOT = "00"
003180                 MOVE "ALERTAS.DAT" TO WS-ABEND-FICHERO
003190                 MOVE FSA TO WS-ABEND-STATUS
003200                 GO TO 9990-ERROR-FICHERO
003210             END-IF
003220         ELSE
003230             MOVE "ALERTAS.DAT" TO WS-ABEND-FICHERO
003240             MOVE FSA TO WS-ABEND-STATUS
003250             GO TO 9990-ERROR-FICHERO
003260         END-IF
003270     END-IF.
003280     OPEN OUTPUT ReportFile.
003290     IF FSR NOT = "00"
003300         MOVE "VIGREPT.DAT" TO WS-ABEND-FICHERO
003310         MOVE FSR TO WS-ABEND-STATUS
003320         GO TO 9990-ERROR-FICHERO
003330     END-IF.
003340     MOVE WS-FECHA-VIGILANCIA TO WS-TIT-FECHA.
003350     MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
003360     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
003370     MOVE WS-LINEA-CABECERA TO LINEA-REPORTE.
003380     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
003390 1000-EXIT.
003400     EXIT.
003410*================================================================*
003420* 1100-LEER-REGLAS                                               *
003430*   READS VIGPARM.DAT INTO THE RULE FIELDS.  A RULE FILE THAT IS *
003440*   MISSING, EMPTY OR SWITCHES NO RULE ON IS FATAL: A MONITORING *
003450*   RUN THAT CHECKS NOTHING MUST NOT LOOK LIKE A CLEAN DAY.      *
003460*================================================================*
003470 1100-LEER-REGLAS.
003480     OPEN INPUT ParmFile.
003490     IF FSP NOT = "00"
003500         IF FSP = "35"
003510             DISPLAY "VIGPARM.DAT VACIO O NO ENCONTRADO"
003520             MOVE 16 TO RETURN-CODE
003530             STOP RUN
003540         ELSE
003550             MOVE "VIGPARM.DAT" TO WS-ABEND-FICHERO
003560             MOVE FSP TO WS-ABEND-STATUS
003570             GO TO 9990-ERROR-FICHERO
003580         END-IF
003590     END-IF.
003600     PERFORM 1150-LEER-UNA-REGLA THRU 1150-EXIT
003610         UNTIL FIN-PARMFILE.
003620     CLOSE ParmFile.
003630     IF NOT REGLA-GRANDE AND NOT REGLA-FRACCION
003640         AND NOT REGLA-NUMERO AND NOT REGLA-RAPIDO
003650             DISPLAY "VIGPARM.DAT VACIO O NO ENCONTRADO"
003660             MOVE 16 TO RETURN-CODE
003670             STOP RUN
003680     END-IF.
003690     IF WS-FECHA-VIGILANCIA = ZERO
003700         ACCEPT WS-FECHA-VIGILANCIA FROM DATE YYYYMMDD
003710     END-IF.
003720     IF REGLA-RAPIDO
003730         COMPUTE WS-MINIMO-RETIRO ROUNDED =
003740             WS-UMBRAL-RAPIDO * WS-PCT-RAPIDO / 100
003750         MOVE WS-FECHA-VIGILANCIA TO WS-FECHA-TRABAJO-N
003760         PERFORM 8200-RESTAR-UN-DIA THRU 8200-EXIT
003770             VARYING D FROM 1 BY 1
003780             UNTIL D > WS-DIAS-RAPIDO
003790         MOVE WS-FECHA-TRABAJO-N TO WS-FECHA-DESDE
003800     END-IF.
003810 1100-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------*
003840 1150-LEER-UNA-REGLA.
003850     READ ParmFile
003860         AT END
003870             MOVE "S" TO WS-SW-FIN-PARMFILE
003880             GO TO 1150-EXIT
003890     END-READ.
003900     IF FSP NOT = "00" AND FSP NOT = "10"
003910         MOVE "VIGPARM.DAT" TO WS-ABEND-FICHERO
003920         MOVE FSP TO WS-ABEND-STATUS
003930         GO TO 9990-ERROR-FICHERO
003940     END-IF.
003950     EVALUATE TRUE
003960         WHEN VIG-ES-FECHA
003970             MOVE VIG-FECHA TO WS-FECHA-VIGILANCIA
003980         WHEN VIG-ES-EFECTIVO-GRANDE
003990             MOVE "S" TO WS-REGLA-GRANDE
004000             MOVE VIG-UMBRAL TO WS-UMBRAL-GRANDE
004010         WHEN VIG-ES-FRACCIONADO
004020             MOVE "S" TO WS-REGLA-FRACCION
004030             MOVE VIG-UMBRAL TO WS-UMBRAL-FRACCION
004040         WHEN VIG-ES-NUMERO-CARGOS
004050             MOVE "S" TO WS-REGLA-NUMERO
004060             MOVE VIG-NUM-MAXIMO TO WS-NUM-MAX-CARGOS
004070         WHEN VIG-ES-PASO-RAPIDO
004080             MOVE "S" TO WS-REGLA-RAPIDO
004090             MOVE VIG-UMBRAL TO WS-UMBRAL-RAPIDO
004100             MOVE VIG-DIAS TO WS-DIAS-RAPIDO
004110             MOVE VIG-PORCENTAJE TO WS-PCT-RAPIDO
004120         WHEN OTHER
004130             DISPLAY "LINEA DESCONOCIDA EN VIGPARM.DAT: "
004140                 VIG-TIPO-REG " - IGNORADA"
004150     END-EVALUATE.
004160 1150-EXIT.
004170     EXIT.
004180*================================================================*
004190* 1200-CARGAR-XREF                                               *
004200*   LOADS THE CARD-REISSUE CROSS-REFERENCE INTO THE IN-CORE      *
004210*   TABLE.  A MISSING CARDXREF.DAT ONLY MEANS NO CARD WAS EVER   *
004220*   REISSUED.                                                    *
004230*================================================================*
004240 1200-CARGAR-XREF.
004250     OPEN INPUT XrefFile.
004260     IF FSX NOT = "00"
004270         IF FSX = "35"
004280             GO TO 1200-EXIT
004290         ELSE
004300             MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
004310             MOVE FSX TO WS-ABEND-STATUS
004320             GO TO 9990-ERROR-FICHERO
004330         END-IF
004340     END-IF.
004350     PERFORM 1250-CARGAR-UN-XREF THRU 1250-EXIT
004360         UNTIL FIN-XREFFILE.
004370     CLOSE XrefFile.
004380 1200-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------*
004410 1250-CARGAR-UN-XREF.
004420     READ XrefFile
004430         AT END
004440             MOVE "S" TO WS-SW-FIN-XREFFILE
004450             GO TO 1250-EXIT
004460     END-READ.
004470     IF FSX NOT = "00" AND FSX NOT = "10"
004480         MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
004490         MOVE FSX TO WS-ABEND-STATUS
004500         GO TO 9990-ERROR-FICHERO
004510     END-IF.
004520     IF WS-XREF-TOTAL >= WS-XREF-MAX
004530         DISPLAY "TABLA DE REEMISIONES DESBORDADA - MAS DE "
004540             WS-XREF-MAX " ENTRADAS EN CARDXREF.DAT"
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580     ADD 1 TO WS-XREF-TOTAL.
004590     MOVE XREF-TARJETA-ANTIGUA
004600         TO WS-XREF-ANTIGUA(WS-XREF-TOTAL).
004610     MOVE XREF-TARJETA-NUEVA
004620         TO WS-XREF-NUEVA(WS-XREF-TOTAL).
004630 1250-EXIT.
004640     EXIT.
004650*================================================================*
004660* 2000-LEER-EL-DIA                                               *
004670*   ONE POSITIONED START ON THE DATE KEY, THEN SEQUENTIAL READS  *
004680*   UNTIL THE DATE CHANGES.                                      *
004690*================================================================*
004700 2000-LEER-EL-DIA.
004710     MOVE WS-FECHA-VIGILANCIA TO HIST-FECHA-DIA.
004720     START HistFile KEY IS NOT LESS THAN HIST-FECHA-DIA
004730         INVALID KEY
004740             GO TO 2000-EXIT
004750     END-START.
004760     IF FSI NOT = "00" AND FSI NOT = "23"
004770         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
004780         MOVE FSI TO WS-ABEND-STATUS
004790         GO TO 9990-ERROR-FICHERO
004800     END-IF.
004810     PERFORM 2100-LEER-UN-MOVIMIENTO THRU 2100-EXIT
004820         UNTIL FIN-HISTORICO.
004830 2000-EXIT.
004840     EXIT.
004850*================================================================*
004860* 2100-LEER-UN-MOVIMIENTO                                        *
004870*   SORTS ONE MOVEMENT OF THE DAY INTO THE RULES.  REJECTIONS    *
004880*   MOVED NO MONEY AND ARE SKIPPED.                              *
004890*================================================================*
004900 2100-LEER-UN-MOVIMIENTO.
004910     READ HistFile NEXT RECORD
004920         AT END
004930             MOVE "S" TO WS-SW-FIN-HISTORICO
004940             GO TO 2100-EXIT
004950     END-READ.
004960     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "10"
004970         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
004980         MOVE FSI TO WS-ABEND-STATUS
004990         GO TO 9990-ERROR-FICHERO
005000     END-IF.
005010     IF HIST-FECHA-DIA NOT = WS-FECHA-VIGILANCIA
005020         MOVE "S" TO WS-SW-FIN-HISTORICO
005030         GO TO 2100-EXIT
005040     END-IF.
005050     ADD 1 TO WS-TOT-LEIDOS.
005060     IF HIST-ES-RECHAZO
005070         GO TO 2100-EXIT
005080     END-IF.
005090     IF HIST-ES-EFECTIVO-INGRESO OR HIST-ES-EFECTIVO-RETIRADA
005100         IF REGLA-GRANDE AND HIST-IMPORTE > WS-UMBRAL-GRANDE
005110             PERFORM 2200-ALERTA-GRANDE THRU 2200-EXIT
005120         END-IF
005130         IF REGLA-FRACCION AND HIST-IMPORTE < WS-UMBRAL-FRACCION
005140             PERFORM 2300-ACUMULAR-FRACCION THRU 2300-EXIT
005150         END-IF
005160     END-IF.
005170     IF HIST-ES-CARGO OR HIST-ES-EFECTIVO-RETIRADA
005180         IF REGLA-NUMERO
005190             PERFORM 2400-ACUMULAR-CARGO THRU 2400-EXIT
005200         END-IF
005210         IF REGLA-RAPIDO AND HIST-IMPORTE >= WS-MINIMO-RETIRO
005220             PERFORM 2500-GUARDAR-RETIRO THRU 2500-EXIT
005230         END-IF
005240     END-IF.
005250 2100-EXIT.
005260     EXIT.
005270*================================================================*
005280* 2200-ALERTA-GRANDE                                             *
005290*   RULE "G": THE CASH MOVEMENT JUST READ IS OVER THE THRESHOLD. *
005300*================================================================*
005310 2200-ALERTA-GRANDE.
005320     MOVE "G"                  TO WS-ALR-REGLA.
005330     MOVE HIST-TARJETA         TO WS-ALR-TARJETA.
005340     MOVE HIST-NUM-CUENTA      TO WS-ALR-NUM-CUENTA.
005350     MOVE HIST-FECHA-HORA      TO WS-ALR-FECHA-HORA.
005360     MOVE HIST-SECUENCIA       TO WS-ALR-SECUENCIA.
005370     MOVE HIST-IMPORTE         TO WS-ALR-IMPORTE.
005380     MOVE WS-UMBRAL-GRANDE     TO WS-ALR-IMPORTE-REF.
005390     MOVE 1                    TO WS-ALR-NUM-MOVTOS.
005400     PERFORM 3000-LEVANTAR-ALERTA THRU 3000-EXIT.
005410 2200-EXIT.
005420     EXIT.
005430*================================================================*
005440* 2300-ACUMULAR-FRACCION                                         *
005450*   RULE "F": ADDS A BELOW-THRESHOLD CASH MOVEMENT TO ITS CARD.  *
005460*================================================================*
005470 2300-ACUMULAR-FRACCION.
005480     MOVE ZERO TO WS-TABLA-IDX.
005490     MOVE 1 TO T.
005500     PERFORM 2350-COMPARAR-FRACCION THRU 2350-EXIT
005510         UNTIL T > WS-FRAC-TOTAL OR WS-TABLA-IDX NOT = ZERO.
005520     IF WS-TABLA-IDX = ZERO
005530         IF WS-FRAC-TOTAL >= WS-FRAC-MAX
005540             DISPLAY "TABLA DE EFECTIVO POR TARJETA DESBORDADA - "
005550                 "MAS DE " WS-FRAC-MAX " TARJETAS EN EL DIA"
005560             MOVE 16 TO RETURN-CODE
005570             STOP RUN
005580         END-IF
005590         ADD 1 TO WS-FRAC-TOTAL
005600         MOVE WS-FRAC-TOTAL TO WS-TABLA-IDX
005610         MOVE HIST-TARJETA TO WS-FRAC-TARJETA(WS-TABLA-IDX)
005620         MOVE ZERO TO WS-FRAC-NUM-MOVTOS(WS-TABLA-IDX)
005630                      WS-FRAC-IMPORTE(WS-TABLA-IDX)
005640     END-IF.
005650     ADD 1 TO WS-FRAC-NUM-MOVTOS(WS-TABLA-IDX).
005660     ADD HIST-IMPORTE TO WS-FRAC-IMPORTE(WS-TABLA-IDX).
005670 2300-EXIT.
005680     EXIT.
005690*----------------------------------------------------------------*
005700 2350-COMPARAR-FRACCION.
005710     IF WS-FRAC-TARJETA(T) = HIST-TARJETA
005720         MOVE T TO WS-TABLA-IDX
005730     END-IF.
005740     ADD 1 TO T.
005750 2350-EXIT.
005760     EXIT.
005770*================================================================*
005780* 2400-ACUMULAR-CARGO                                            *
005790*   RULE "N": COUNTS A CUSTOMER DEBIT AGAINST ITS ACCOUNT.       *
005800*================================================================*
005810 2400-ACUMULAR-CARGO.
005820     MOVE ZERO TO WS-TABLA-IDX.
005830     MOVE 1 TO T.
005840     PERFORM 2450-COMPARAR-CARGO THRU 2450-EXIT
005850         UNTIL T > WS-CARG-TOTAL OR WS-TABLA-IDX NOT = ZERO.
005860     IF WS-TABLA-IDX = ZERO
005870         IF WS-CARG-TOTAL >= WS-CARG-MAX
005880             DISPLAY "TABLA DE CARGOS POR CUENTA DESBORDADA - "
005890                 "MAS DE " WS-CARG-MAX " CUENTAS EN EL DIA"
005900             MOVE 16 TO RETURN-CODE
005910             STOP RUN
005920         END-IF
005930         ADD 1 TO WS-CARG-TOTAL
005940         MOVE WS-CARG-TOTAL TO WS-TABLA-IDX
005950         MOVE HIST-NUM-CUENTA TO WS-CARG-CUENTA(WS-TABLA-IDX)
005960         MOVE HIST-TARJETA TO WS-CARG-TARJETA(WS-TABLA-IDX)
005970         MOVE ZERO TO WS-CARG-NUM-MOVTOS(WS-TABLA-IDX)
005980                      WS-CARG-IMPORTE(WS-TABLA-IDX)
005990     END-IF.
006000     ADD 1 TO WS-CARG-NUM-MOVTOS(WS-TABLA-IDX).
006010     ADD HIST-IMPORTE TO WS-CARG-IMPORTE(WS-TABLA-IDX).
006020 2400-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------*
006050 2450-COMPARAR-CARGO.
006060     IF WS-CARG-CUENTA(T) = HIST-NUM-CUENTA
006070         MOVE T TO WS-TABLA-IDX
006080     END-IF.
006090     ADD 1 TO T.
006100 2450-EXIT.
006110     EXIT.
006120*================================================================*
006130* 2500-GUARDAR-RETIRO                                            *
006140*   RULE "R": KEEPS A DEBIT BIG ENOUGH TO EMPTY A QUALIFYING     *
006150*   CREDIT, TO BE MATCHED AGAINST THE ACCOUNT'S RECENT CREDITS   *
006160*   ONCE THE DAY HAS BEEN READ.                                  *
006170*================================================================*
006180 2500-GUARDAR-RETIRO.
006190     IF WS-RETI-TOTAL >= WS-RETI-MAX
006200         DISPLAY "TABLA DE RETIROS DESBORDADA - MAS DE "
006210             WS-RETI-MAX " RETIROS GRANDES EN EL DIA"
006220         MOVE 16 TO RETURN-CODE
006230         STOP RUN
006240     END-IF.
006250     ADD 1 TO WS-RETI-TOTAL.
006260     MOVE HIST-CLAVE    TO WS-RETI-CLAVE(WS-RETI-TOTAL).
006270     MOVE HIST-TARJETA  TO WS-RETI-TARJETA(WS-RETI-TOTAL).
006280     MOVE HIST-IMPORTE  TO WS-RETI-IMPORTE(WS-RETI-TOTAL).
006290 2500-EXIT.
006300     EXIT.
006310*================================================================*
006320* 3000-LEVANTAR-ALERTA                                           *
006330*   RAISES THE ALERT BUILT IN WS-ALERTA UNLESS ALERTAS.DAT       *
006340*   ALREADY HOLDS IT: LOOKS UP THE CUSTOMER, WRITES THE ALERT    *
006350*   AND PRINTS IT.                                               *
006360*================================================================*
006370 3000-LEVANTAR-ALERTA.
006380     MOVE WS-ALR-CLAVE TO ALR-CLAVE.
006390     READ AlertFile
006400         INVALID KEY
006410             CONTINUE
006420         NOT INVALID KEY
006430             ADD 1 TO WS-TOT-YA-EMITIDAS
006440             GO TO 3000-EXIT
006450     END-READ.
006460     IF FSA NOT = "00" AND FSA NOT = "23"
006470         MOVE "ALERTAS.DAT" TO WS-ABEND-FICHERO
006480         MOVE FSA TO WS-ABEND-STATUS
006490         GO TO 9990-ERROR-FICHERO
006500     END-IF.
006510     PERFORM 3100-BUSCAR-CLIENTE THRU 3100-EXIT.
006520     MOVE WS-FECHA-VIGILANCIA TO WS-ALR-FECHA-ALTA.
006530     MOVE "P" TO WS-ALR-ESTADO.
006540     MOVE WS-ALERTA TO REG-ALERTA.
006550     WRITE REG-ALERTA.
006560     IF FSA NOT = "00"
006570         MOVE "ALERTAS.DAT" TO WS-ABEND-FICHERO
006580         MOVE FSA TO WS-ABEND-STATUS
006590         GO TO 9990-ERROR-FICHERO
006600     END-IF.
006610     MOVE SPACES TO LIN-ALERTA.
006620     MOVE WS-ALR-REGLA       TO LIN-ALR-REGLA.
006630     MOVE WS-ALR-TARJETA     TO LIN-ALR-TARJETA.
006640     MOVE WS-ALR-DNI         TO LIN-ALR-DNI.
006650     MOVE WS-ALR-NOM-APE     TO LIN-ALR-NOM-APE.
006660     MOVE WS-ALR-NUM-CUENTA  TO LIN-ALR-CUENTA.
006670     MOVE WS-ALR-FECHA-HORA  TO LIN-ALR-FECHA-HORA.
006680     MOVE WS-ALR-NUM-MOVTOS  TO LIN-ALR-NUM-MOVTOS.
006690     MOVE WS-ALR-IMPORTE     TO LIN-ALR-IMPORTE.
006700     MOVE WS-ALR-IMPORTE-REF TO LIN-ALR-IMPORTE-REF.
006710     MOVE LIN-ALERTA TO LINEA-REPORTE.
006720     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
006730     ADD 1 TO WS-TOT-NUEVAS.
006740     EVALUATE WS-ALR-REGLA
006750         WHEN "G"
006760             ADD 1 TO WS-TOT-NUEVAS-G
006770         WHEN "F"
006780             ADD 1 TO WS-TOT-NUEVAS-F
006790         WHEN "N"
006800             ADD 1 TO WS-TOT-NUEVAS-N
006810         WHEN "R"
006820             ADD 1 TO WS-TOT-NUEVAS-R
006830     END-EVALUATE.
006840 3000-EXIT.
006850     EXIT.
006860*================================================================*
006870* 3100-BUSCAR-CLIENTE                                            *
006880*   FILLS THE DNI AND NAME OF THE ALERT FROM USERS.DAT.  THE     *
006890*   CARD OF THE MOVEMENT IS TRIED FIRST AND, WHEN IT HAS SINCE   *
006900*   BEEN REISSUED, FOLLOWED THROUGH THE CROSS-REFERENCE HOP BY   *
006910*   HOP, CAPPED AT THE TABLE SIZE SO A CIRCULAR REFERENCE CANNOT *
006920*   LOOP.  A CARD FOUND NOWHERE STILL RAISES ITS ALERT.          *
006930*================================================================*
006940 3100-BUSCAR-CLIENTE.
006950     MOVE "N" TO WS-SW-CLIENTE-HALLADO.
006960     MOVE SPACES TO WS-ALR-DNI.
006970     MOVE "*** CLIENTE NO ENCONTRADO ***" TO WS-ALR-NOM-APE.
006980     MOVE WS-ALR-TARJETA TO WS-TARJETA-SEGUIDA.
006990     MOVE ZERO TO WS-SALTOS-XREF.
007000 3100-PROBAR-TARJETA.
007010     MOVE WS-TARJETA-SEGUIDA TO USER-TARJ.
007020     READ UserFile
007030         INVALID KEY
007040             CONTINUE
007050         NOT INVALID KEY
007060             MOVE "S" TO WS-SW-CLIENTE-HALLADO
007070     END-READ.
007080     IF FSU NOT = "00" AND FSU NOT = "23"
007090         MOVE "USERFILE" TO WS-ABEND-FICHERO
007100         MOVE FSU TO WS-ABEND-STATUS
007110         GO TO 9990-ERROR-FICHERO
007120     END-IF.
007130     IF CLIENTE-HALLADO
007140         MOVE USER-DNI     TO WS-ALR-DNI
007150         MOVE USER-NOM-APE TO WS-ALR-NOM-APE
007160         GO TO 3100-EXIT
007170     END-IF.
007180     PERFORM 3150-BUSCAR-SUCESORA THRU 3150-EXIT.
007190     IF WS-XREF-IDX = ZERO
007200         GO TO 3100-EXIT
007210     END-IF.
007220     MOVE WS-XREF-NUEVA(WS-XREF-IDX) TO WS-TARJETA-SEGUIDA.
007230     ADD 1 TO WS-SALTOS-XREF.
007240     IF WS-SALTOS-XREF <= WS-XREF-TOTAL
007250         GO TO 3100-PROBAR-TARJETA
007260     END-IF.
007270 3100-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------*
007300 3150-BUSCAR-SUCESORA.
007310     MOVE ZERO TO WS-XREF-IDX.
007320     MOVE 1 TO X.
007330     PERFORM 3175-COMPARAR-SUCESORA THRU 3175-EXIT
007340         UNTIL X > WS-XREF-TOTAL OR WS-XREF-IDX NOT = ZERO.
007350 3150-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------*
007380 3175-COMPARAR-SUCESORA.
007390     IF WS-XREF-ANTIGUA(X) = WS-TARJETA-SEGUIDA
007400         MOVE X TO WS-XREF-IDX
007410     END-IF.
007420     ADD 1 TO X.
007430 3175-EXIT.
007440     EXIT.
007450*================================================================*
007460* 4000-JUZGAR-FRACCIONADO                                        *
007470*   RULE "F": A CARD WITH AT LEAST TWO BELOW-THRESHOLD CASH      *
007480*   MOVEMENTS WHOSE SUM GOES OVER THE THRESHOLD.                 *
007490*================================================================*
007500 4000-JUZGAR-FRACCIONADO.
007510     MOVE 1 TO T.
007520     PERFORM 4100-JUZGAR-UNA-TARJETA THRU 4100-EXIT
007530         UNTIL T > WS-FRAC-TOTAL.
007540 4000-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------*
007570 4100-JUZGAR-UNA-TARJETA.
007580     IF WS-FRAC-NUM-MOVTOS(T) > 1
007590         AND WS-FRAC-IMPORTE(T) > WS-UMBRAL-FRACCION
007600             MOVE "F"                   TO WS-ALR-REGLA
007610             MOVE WS-FRAC-TARJETA(T)    TO WS-ALR-TARJETA
007620             MOVE SPACES                TO WS-ALR-NUM-CUENTA
007630             MOVE WS-FECHA-VIGILANCIA   TO WS-ALR-FECHA-HORA(1:8)
007640             MOVE "000000"              TO WS-ALR-FECHA-HORA(9:6)
007650             MOVE ZERO                  TO WS-ALR-SECUENCIA
007660             MOVE WS-FRAC-IMPORTE(T)    TO WS-ALR-IMPORTE
007670             MOVE WS-UMBRAL-FRACCION    TO WS-ALR-IMPORTE-REF
007680             MOVE WS-FRAC-NUM-MOVTOS(T) TO WS-ALR-NUM-MOVTOS
007690             PERFORM 3000-LEVANTAR-ALERTA THRU 3000-EXIT
007700     END-IF.
007710     ADD 1 TO T.
007720 4100-EXIT.
007730     EXIT.
007740*================================================================*
007750* 4200-JUZGAR-NUMERO-CARGOS                                      *
007760*   RULE "N": AN ACCOUNT WITH MORE CUSTOMER DEBITS IN THE DAY    *
007770*   THAN THE RULE ALLOWS.                                        *
007780*================================================================*
007790 4200-JUZGAR-NUMERO-CARGOS.
007800     MOVE 1 TO T.
007810     PERFORM 4300-JUZGAR-UNA-CUENTA THRU 4300-EXIT
007820         UNTIL T > WS-CARG-TOTAL.
007830 4200-EXIT.
007840     EXIT.
007850*----------------------------------------------------------------*
007860 4300-JUZGAR-UNA-CUENTA.
007870     IF WS-CARG-NUM-MOVTOS(T) > WS-NUM-MAX-CARGOS
007880         MOVE "N"                   TO WS-ALR-REGLA
007890         MOVE WS-CARG-TARJETA(T)    TO WS-ALR-TARJETA
007900         MOVE WS-CARG-CUENTA(T)     TO WS-ALR-NUM-CUENTA
007910         MOVE WS-FECHA-VIGILANCIA   TO WS-ALR-FECHA-HORA(1:8)
007920         MOVE "000000"              TO WS-ALR-FECHA-HORA(9:6)
007930         MOVE ZERO                  TO WS-ALR-SECUENCIA
007940         MOVE WS-CARG-IMPORTE(T)    TO WS-ALR-IMPORTE
007950         MOVE ZERO                  TO WS-ALR-IMPORTE-REF
007960         MOVE WS-CARG-NUM-MOVTOS(T) TO WS-ALR-NUM-MOVTOS
007970         PERFORM 3000-LEVANTAR-ALERTA THRU 3000-EXIT
007980     END-IF.
007990     ADD 1 TO T.
008000 4300-EXIT.
008010     EXIT.
008020*================================================================*
008030* 4400-JUZGAR-PASO-RAPIDO                                        *
008040*   RULE "R": FOR EVERY LARGE DEBIT OF THE DAY, READS ITS        *
008050*   ACCOUNT BY PRIMARY KEY FROM THE START OF THE LOOK-BACK       *
008060*   WINDOW UP TO THE DEBIT ITSELF, LOOKING FOR A CREDIT OF AT    *
008070*   LEAST THE THRESHOLD THAT THE DEBIT TAKES MOST OF AGAIN.      *
008080*================================================================*
008090 4400-JUZGAR-PASO-RAPIDO.
008100     MOVE 1 TO T.
008110     PERFORM 4500-JUZGAR-UN-RETIRO THRU 4500-EXIT
008120         UNTIL T > WS-RETI-TOTAL.
008130 4400-EXIT.
008140     EXIT.
008150*----------------------------------------------------------------*
008160 4500-JUZGAR-UN-RETIRO.
008170     MOVE ZERO TO WS-ABONO-HALLADO.
008180     MOVE "N" TO WS-SW-FIN-CUENTA.
008190     MOVE WS-RETI-CUENTA(T)  TO HIST-NUM-CUENTA.
008200     MOVE WS-FECHA-DESDE     TO HIST-FECHA-HORA(1:8).
008210     MOVE "000000"           TO HIST-FECHA-HORA(9:6).
008220     MOVE ZERO               TO HIST-SECUENCIA.
008230     START HistFile KEY IS NOT LESS THAN HIST-CLAVE
008240         INVALID KEY
008250             MOVE "S" TO WS-SW-FIN-CUENTA
008260     END-START.
008270     IF FSI NOT = "00" AND FSI NOT = "23"
008280         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
008290         MOVE FSI TO WS-ABEND-STATUS
008300         GO TO 9990-ERROR-FICHERO
008310     END-IF.
008320     PERFORM 4600-LEER-UN-ABONO THRU 4600-EXIT
008330         UNTIL FIN-CUENTA OR WS-ABONO-HALLADO NOT = ZERO.
008340     IF WS-ABONO-HALLADO NOT = ZERO
008350         MOVE "R"                   TO WS-ALR-REGLA
008360         MOVE WS-RETI-TARJETA(T)    TO WS-ALR-TARJETA
008370         MOVE WS-RETI-CUENTA(T)     TO WS-ALR-NUM-CUENTA
008380         MOVE WS-RETI-FECHA-HORA(T) TO WS-ALR-FECHA-HORA
008390         MOVE WS-RETI-SECUENCIA(T)  TO WS-ALR-SECUENCIA
008400         MOVE WS-RETI-IMPORTE(T)    TO WS-ALR-IMPORTE
008410         MOVE WS-ABONO-HALLADO      TO WS-ALR-IMPORTE-REF
008420         MOVE 2                     TO WS-ALR-NUM-MOVTOS
008430         PERFORM 3000-LEVANTAR-ALERTA THRU 3000-EXIT
008440     END-IF.
008450     ADD 1 TO T.
008460 4500-EXIT.
008470     EXIT.
008480*----------------------------------------------------------------*
008490 4600-LEER-UN-ABONO.
008500     READ HistFile NEXT RECORD
008510         AT END
008520             MOVE "S" TO WS-SW-FIN-CUENTA
008530             GO TO 4600-EXIT
008540     END-READ.
008550     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "10"
008560         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
008570         MOVE FSI TO WS-ABEND-STATUS
008580         GO TO 9990-ERROR-FICHERO
008590     END-IF.
008600     IF HIST-CLAVE NOT < WS-RETI-CLAVE(T)
008610         MOVE "S" TO WS-SW-FIN-CUENTA
008620         GO TO 4600-EXIT
008630     END-IF.
008640     IF (HIST-ES-ABONO OR HIST-ES-EFECTIVO-INGRESO)
008650         AND HIST-IMPORTE >= WS-UMBRAL-RAPIDO
008660         AND WS-RETI-IMPORTE(T) * 100 >=
008670             HIST-IMPORTE * WS-PCT-RAPIDO
008680                 MOVE HIST-IMPORTE TO WS-ABONO-HALLADO
008690     END-IF.
008700 4600-EXIT.
008710     EXIT.
008720*================================================================*
008730* 8100-GRABAR-LINEA                                              *
008740*   WRITES THE LINE ALREADY BUILT IN LINEA-REPORTE AND CHECKS    *
008750*   ITS FILE STATUS.                                             *
008760*================================================================*
008770 8100-GRABAR-LINEA.
008780     WRITE LINEA-REPORTE.
008790     IF FSR NOT = "00"
008800         MOVE "VIGREPT.DAT" TO WS-ABEND-FICHERO
008810         MOVE FSR TO WS-ABEND-STATUS
008820         GO TO 9990-ERROR-FICHERO
008830     END-IF.
008840 8100-EXIT.
008850     EXIT.
008860*================================================================*
008870* 8200-RESTAR-UN-DIA                                             *
008880*   MOVES WS-FECHA-TRABAJO BACK ONE CALENDAR DAY, ROLLING THE    *
008890*   MONTH AND YEAR AS NEEDED.                                    *
008900*================================================================*
008910 8200-RESTAR-UN-DIA.
008920     IF WS-FT-DIA > 1
008930         SUBTRACT 1 FROM WS-FT-DIA
008940         GO TO 8200-EXIT
008950     END-IF.
008960     IF WS-FT-MES = 1
008970         MOVE 12 TO WS-FT-MES
008980         SUBTRACT 1 FROM WS-FT-ANO
008990     ELSE
009000         SUBTRACT 1 FROM WS-FT-MES
009010     END-IF.
009020     PERFORM 8300-DIAS-DEL-MES THRU 8300-EXIT.
009030     MOVE WS-DIAS-MES TO WS-FT-DIA.
009040 8200-EXIT.
009050     EXIT.
009060*================================================================*
009070* 8300-DIAS-DEL-MES                                              *
009080*   LEAVES THE LENGTH OF WS-FT-MES IN WS-DIAS-MES, HONOURING     *
009090*   THE GREGORIAN LEAP-YEAR RULE FOR FEBRUARY.                   *
009100*================================================================*
009110 8300-DIAS-DEL-MES.
009120     EVALUATE WS-FT-MES
009130         WHEN 4
009140         WHEN 6
009150         WHEN 9
009160         WHEN 11
009170             MOVE 30 TO WS-DIAS-MES
009180         WHEN 2
009190             MOVE 28 TO WS-DIAS-MES
009200             DIVIDE WS-FT-ANO BY 4 GIVING WS-DIV-COCIENTE
009210                 REMAINDER WS-DIV-RESTO-4
009220             DIVIDE WS-FT-ANO BY 100 GIVING WS-DIV-COCIENTE
009230                 REMAINDER WS-DIV-RESTO-100
009240             DIVIDE WS-FT-ANO BY 400 GIVING WS-DIV-COCIENTE
009250                 REMAINDER WS-DIV-RESTO-400
009260             IF WS-DIV-RESTO-4 = ZERO
009270                 AND (WS-DIV-RESTO-100 NOT = ZERO
009280                     OR WS-DIV-RESTO-400 = ZERO)
009290                     MOVE 29 TO WS-DIAS-MES
009300             END-IF
009310         WHEN OTHER
009320             MOVE 31 TO WS-DIAS-MES
009330     END-EVALUATE.
009340 8300-EXIT.
009350     EXIT.
009360*================================================================*
009370* 9100-GRABAR-LINEA-TOTAL                                        *
009380*   WRITES ONE ALREADY-BUILT TOTAL LINE TO VIGREPT.DAT.          *
009390*================================================================*
009400 9100-GRABAR-LINEA-TOTAL.
009410     MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
009420     WRITE LINEA-REPORTE.
009430     IF FSR NOT = "00"
009440         MOVE "VIGREPT.DAT" TO WS-ABEND-FICHERO
009450         MOVE FSR TO WS-ABEND-STATUS
009460         GO TO 9990-ERROR-FICHERO
009470     END-IF.
009480 9100-EXIT.
009490     EXIT.
009500*================================================================*
009510* 9000-FINALIZAR                                                 *
009520*   PRINTS THE TOTALS PER RULE, CLOSES EVERY FILE AND SETS       *
009530*   RETURN-CODE 4 WHEN ANY NEW ALERT WAS RAISED.                 *
009540*================================================================*
009550 9000-FINALIZAR.
009560     MOVE SPACES TO LINEA-REPORTE.
009570     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
009580     MOVE "MOVIMIENTOS LEIDOS:           "
009590         TO WS-TOTL-ETIQUETA.
009600     MOVE WS-TOT-LEIDOS TO WS-TOTL-VALOR.
009610     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
009620     MOVE "G - EFECTIVO GRANDE:          "
009630         TO WS-TOTL-ETIQUETA.
009640     MOVE WS-TOT-NUEVAS-G TO WS-TOTL-VALOR.
009650     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
009660     MOVE "F - EFECTIVO FRACCIONADO:     "
009670         TO WS-TOTL-ETIQUETA.
009680     MOVE WS-TOT-NUEVAS-F TO WS-TOTL-VALOR.
009690     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
009700     MOVE "N - EXCESO DE CARGOS:         "
009710         TO WS-TOTL-ETIQUETA.
009720     MOVE WS-TOT-NUEVAS-N TO WS-TOTL-VALOR.
009730     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
009740     MOVE "R - ABONO RETIRADO RAPIDO:    "
009750         TO WS-TOTL-ETIQUETA.
009760     MOVE WS-TOT-NUEVAS-R TO WS-TOTL-VALOR.
009770     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
009780     MOVE "ALERTAS NUEVAS:               "
009790         TO WS-TOTL-ETIQUETA.
009800     MOVE WS-TOT-NUEVAS TO WS-TOTL-VALOR.
009810     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
009820     MOVE "YA EMITIDAS ANTES:            "
009830         TO WS-TOTL-ETIQUETA.
009840     MOVE WS-TOT-YA-EMITIDAS TO WS-TOTL-VALOR.
009850     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
009860     CLOSE ReportFile.
009870     CLOSE AlertFile.
009880     CLOSE UserFile.
009890     CLOSE HistFile.
009900     DISPLAY "=== VIGILANCIA DE BLANQUEO ===".
009910     DISPLAY "FECHA VIGILADA      : " WS-FECHA-VIGILANCIA.
009920     DISPLAY "MOVIMIENTOS LEIDOS  : " WS-TOT-LEIDOS.
009930     DISPLAY "ALERTAS NUEVAS      : " WS-TOT-NUEVAS.
009940     DISPLAY "YA EMITIDAS ANTES   : " WS-TOT-YA-EMITIDAS.
009950     IF WS-TOT-NUEVAS > ZERO
009960         MOVE 4 TO RETURN-CODE
009970     END-IF.
009980 9000-EXIT.
009990     EXIT.
010000*================================================================*
010010* 9990-ERROR-FICHERO                                             *
010020*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
010030*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
010040*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
010050*   THE CALLER BEFORE THE GO TO HERE.                            *
010060*================================================================*
010070 9990-ERROR-FICHERO.
010080     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
010090         " - FILE STATUS " WS-ABEND-STATUS.
010100     MOVE 99 TO RETURN-CODE.
010110     STOP RUN.
