000010*================================================================*
000020* PROGRAM-ID : ARQUEO                                            *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   END-OF-DAY TELLER CASH DRAWER RECONCILIATION (ARQUEO).  THE  *
000100*   BRANCHES KEY IN ONE DECLARATION PER TELLER ON ARQDECL.DAT    *
000110*   (OPENING FLOAT AND CASH COUNTED AT CLOSE).  THIS JOB TOTALS  *
000120*   THE BUSINESS DATE'S TELLER CASH MOVEMENTS - DEPOSITS ("E")   *
000130*   AND WITHDRAWALS ("S") - OFF THE DATE KEY OF TRANHIST.DAT,    *
000140*   PER TELLER AND BRANCH, AND PRINTS ON ARQUEO.DAT THE CASH     *
000150*   EXPECTED IN EVERY DRAWER (FLOAT PLUS DEPOSITS LESS           *
000160*   WITHDRAWALS) AGAINST THE CASH COUNTED, WITH THE OVERAGE OR   *
000170*   SHORTAGE, A SUBTOTAL PER BRANCH AND A GRAND TOTAL.  TWO      *
000180*   EXCEPTION LISTS FOLLOW: TELLERS WHO MOVED CASH BUT NEVER     *
000190*   DECLARED THEIR DRAWER, AND DECLARATIONS WITH NO CASH         *
000200*   MOVEMENT BEHIND THEM.  THE RUN ENDS WITH RETURN-CODE 8 WHEN  *
000210*   ANY DRAWER IS OUT OF BALANCE OR UNDECLARED, AND SECNOC       *
000220*   HOLDS THE REST OF THE NIGHTLY CHAIN ON THAT CODE.            *
000230*----------------------------------------------------------------*
000240* MODIFICATION HISTORY.                                          *
000250*   DATE       INIT  DESCRIPTION                                 *
000260*   ---------  ----  -------------------------------------------*
000270*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000280*================================================================*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     ArqCaja.
000310 AUTHOR.         R. AGUADO GIL.
000320 INSTALLATION.   PRACTICA1.
000330 DATE-WRITTEN.   2026-10-15.
000340 DATE-COMPILED.  2026-10-15.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ParmFile ASSIGN TO "ARQPARM.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         ACCESS MODE IS SEQUENTIAL
000420         FILE STATUS IS FSP.
000430*
000440     SELECT DeclFile ASSIGN TO "ARQDECL.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS FSD.
000480*
000490     SELECT HistFile ASSIGN TO "TRANHIST.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HIST-CLAVE
000530         ALTERNATE RECORD KEY IS HIST-FECHA-DIA
000540             WITH DUPLICATES
000550         FILE STATUS IS FSI.
000560*
000570     SELECT RunCtlFile ASSIGN TO "RUNCTL.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS RUNC-CLAVE
000610         FILE STATUS IS FSK.
000620*
000630     SELECT ReportFile ASSIGN TO "ARQUEO.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS FSR.
000670*
000680     SELECT SortFile ASSIGN TO "SORTWK.TMP".
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PARMFILE.
000730     COPY ARQPARM.
000740*
000750 FD  DECLFILE.
000760     COPY ARQDECL.
000770*
000780 FD  HISTFILE.
000790     COPY HISTREC.
000800*
000810 FD  RUNCTLFILE.
000820     COPY RUNCREC.
000830*
000840 FD  REPORTFILE.
000850 01  LINEA-REPORTE                PIC X(133).
000860*
000870 SD  SORTFILE.
000880*----------------------------------------------------------------*
000890* ONE SORT RECORD PER DRAWER IN THE TABLE, SO THE REPORT COMES   *
000900* OUT BY BRANCH AND TELLER.  SORT-IDX POINTS BACK AT THE TABLE   *
000910* ENTRY THAT HOLDS THE FIGURES.                                  *
000920*----------------------------------------------------------------*
000930 01  REG-ORDENACION.
000940     02  SORT-SUCURSAL             PIC X(04).
000950     02  SORT-CAJERO               PIC X(08).
000960     02  SORT-IDX                  PIC 9(05).
000970*
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------*
001000* FILE STATUS FIELDS.                                            *
001010*----------------------------------------------------------------*
001020 01  FSP                          PIC X(02).
001030 01  FSD                          PIC X(02).
001040 01  FSI                          PIC X(02).
001050 01  FSR                          PIC X(02).
001060 01  WS-ABEND-FICHERO             PIC X(12).
001070 01  WS-ABEND-STATUS              PIC X(02).
001080*----------------------------------------------------------------*
001090* RUN-CONTROL LEDGER FIELDS (RUNCTL.DAT, READ BY SECNOC).        *
001100*----------------------------------------------------------------*
001110 01  FSK                          PIC X(02).
001120 01  WS-FECHA-RUNCTL              PIC 9(08).
001130 01  WS-HORA-RUNCTL               PIC 9(08).
001140*----------------------------------------------------------------*
001150* SWITCHES AND SUBSCRIPTS.                                       *
001160*----------------------------------------------------------------*
001170 01  WS-SW-FIN-DECLARACIONES      PIC X(01) VALUE "N".
001180     88  FIN-DECLARACIONES            VALUE "S".
001190 01  WS-SW-FIN-HISTORICO          PIC X(01) VALUE "N".
001200     88  FIN-HISTORICO                VALUE "S".
001210 01  WS-SW-FIN-ORDENACION         PIC X(01) VALUE "N".
001220     88  FIN-ORDENACION               VALUE "S".
001230 01  WS-SW-PRIMERA-SUCURSAL       PIC X(01) VALUE "S".
001240     88  PRIMERA-SUCURSAL             VALUE "S".
001250 77  C                            PIC 9(05) VALUE 1 COMP.
001260 01  WS-CAJA-IDX                  PIC 9(05) VALUE ZERO COMP.
001270*----------------------------------------------------------------*
001280* PARAMETER AND WORK FIELDS.                                     *
001290*----------------------------------------------------------------*
001300 01  WS-FECHA-ARQUEO              PIC 9(08).
001310 01  WS-BUSCA-CAJERO              PIC X(08).
001320 01  WS-BUSCA-SUCURSAL            PIC X(04).
001330 01  WS-SUCURSAL-ANTERIOR         PIC X(04) VALUE SPACES.
001340 01  WS-ESPERADO                  PIC S9(11)V99.
001350 01  WS-DIFERENCIA                PIC S9(11)V99.
001360*----------------------------------------------------------------*
001370* DRAWER TABLE: ONE ENTRY PER TELLER AND BRANCH SEEN EITHER ON   *
001380* A DECLARATION OR ON A CASH MOVEMENT OF THE DAY.  THE TWO FLAGS *
001390* SAY WHICH SIDE(S) THE DRAWER WAS SEEN ON, AND DRIVE THE TWO    *
001400* EXCEPTION LISTS.                                               *
001410*----------------------------------------------------------------*
001420 01  WS-CAJA-MAX                  PIC 9(05) VALUE 1000 COMP.
001430 01  WS-CAJA-TOTAL                PIC 9(05) VALUE ZERO COMP.
001440 01  WS-TABLA-CAJAS.
001450     02  WS-CAJA-ENTRADA          OCCURS 1000 TIMES.
001460         03  WS-CAJA-CAJERO           PIC X(08).
001470         03  WS-CAJA-SUCURSAL         PIC X(04).
001480         03  WS-CAJA-DECLARADA        PIC X(01).
001490         03  WS-CAJA-CON-MOVTOS       PIC X(01).
001500         03  WS-CAJA-FONDO            PIC S9(11)V99.
001510         03  WS-CAJA-CONTADO          PIC S9(11)V99.
001520         03  WS-CAJA-INGRESOS         PIC S9(11)V99.
001530         03  WS-CAJA-RETIRADAS        PIC S9(11)V99.
001540         03  WS-CAJA-NUM-MOVTOS       PIC 9(07) COMP.
001550*----------------------------------------------------------------*
001560* BRANCH SUBTOTALS AND GRAND TOTALS OF THE REPORT.               *
001570*----------------------------------------------------------------*
001580 01  WS-ACUM-SUCURSAL.
001590     02  WS-SUC-FONDO             PIC S9(11)V99.
001600     02  WS-SUC-INGRESOS          PIC S9(11)V99.
001610     02  WS-SUC-RETIRADAS         PIC S9(11)V99.
001620     02  WS-SUC-ESPERADO          PIC S9(11)V99.
001630     02  WS-SUC-CONTADO           PIC S9(11)V99.
001640     02  WS-SUC-DIFERENCIA        PIC S9(11)V99.
001650 01  WS-ACUM-GENERAL.
001660     02  WS-GEN-FONDO             PIC S9(11)V99 VALUE ZERO.
001670     02  WS-GEN-INGRESOS          PIC S9(11)V99 VALUE ZERO.
001680     02  WS-GEN-RETIRADAS         PIC S9(11)V99 VALUE ZERO.
001690     02  WS-GEN-ESPERADO          PIC S9(11)V99 VALUE ZERO.
001700     02  WS-GEN-CONTADO           PIC S9(11)V99 VALUE ZERO.
001710     02  WS-GEN-DIFERENCIA        PIC S9(11)V99 VALUE ZERO.
001720*----------------------------------------------------------------*
001730* RUN CONTROL TOTALS.                                            *
001740*----------------------------------------------------------------*
001750 01  WS-TOT-DECLARACIONES         PIC 9(07) VALUE ZERO COMP.
001760 01  WS-TOT-APARTADAS             PIC 9(07) VALUE ZERO COMP.
001770 01  WS-TOT-MOVTOS-EFECTIVO       PIC 9(07) VALUE ZERO COMP.
001780 01  WS-TOT-CUADRADAS             PIC 9(07) VALUE ZERO COMP.
001790 01  WS-TOT-DESCUADRADAS          PIC 9(07) VALUE ZERO COMP.
001800 01  WS-TOT-SIN-DECLARAR          PIC 9(07) VALUE ZERO COMP.
001810 01  WS-TOT-SIN-MOVTOS            PIC 9(07) VALUE ZERO COMP.
001820*----------------------------------------------------------------*
001830* REPORT LINE LAYOUTS AND HEADING LINES.                         *
001840*----------------------------------------------------------------*
001850     COPY ARQLIN.
001860*
001870 01  WS-LINEA-TITULO.
001880     02  FILLER                PIC X(26) VALUE
001890         "ARQUEO DE CAJAS - FECHA DE".
001900     02  FILLER                PIC X(01) VALUE SPACES.
001910     02  WS-TIT-FECHA          PIC 9(08).
001920*
001930 01  WS-LINEA-CABECERA.
001940     02  FILLER                PIC X(04) VALUE "SUC.".
001950     02  FILLER                PIC X(02) VALUE SPACES.
001960     02  FILLER                PIC X(08) VALUE "CAJERO".
001970     02  FILLER                PIC X(02) VALUE SPACES.
001980     02  FILLER                PIC X(14) VALUE "  FONDO INICIO".
001990     02  FILLER                PIC X(01) VALUE SPACES.
002000     02  FILLER                PIC X(14) VALUE "      INGRESOS".
002010     02  FILLER                PIC X(01) VALUE SPACES.
002020     02  FILLER                PIC X(14) VALUE "     RETIRADAS".
002030     02  FILLER                PIC X(01) VALUE SPACES.
002040     02  FILLER                PIC X(14) VALUE "      ESPERADO".
002050     02  FILLER                PIC X(01) VALUE SPACES.
002060     02  FILLER                PIC X(14) VALUE "       CONTADO".
002070     02  FILLER                PIC X(01) VALUE SPACES.
002080     02  FILLER                PIC X(14) VALUE "    DIFERENCIA".
002090     02  FILLER                PIC X(02) VALUE SPACES.
002100     02  FILLER                PIC X(16) VALUE "ESTADO".
002110*
002120 01  WS-LINEA-SECCION.
002130     02  WS-SECC-TEXTO         PIC X(60).
002140*
002150 01  WS-LINEA-TOTAL.
002160     02  WS-TOTL-ETIQUETA      PIC X(30).
002170     02  WS-TOTL-VALOR         PIC Z,ZZZ,ZZ9.
002180*
002190 PROCEDURE DIVISION.
002200*================================================================*
002210* 0000-MAINLINE                                                  *
002220*   THE DRAWER TABLE IS BUILT FROM BOTH SOURCES FIRST; THE SORT  *
002230*   THEN ORDERS IT BY BRANCH AND TELLER FOR THE PRINT, AND THE   *
002240*   EXCEPTION LISTS ARE A LAST PASS OVER THE SAME TABLE.         *
002250*================================================================*
002260 0000-MAINLINE.
002270     PERFORM 9800-REGISTRAR-INICIO THRU 9800-EXIT.
002280     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002290     PERFORM 2000-CARGAR-DECLARACIONES THRU 2000-EXIT.
002300     PERFORM 3000-ACUMULAR-EFECTIVO THRU 3000-EXIT.
002310     SORT SortFile
002320         ASCENDING KEY SORT-SUCURSAL SORT-CAJERO
002330         INPUT PROCEDURE IS 4000-ORDENAR-CAJAS THRU 4900-EXIT
002340         OUTPUT PROCEDURE IS 5000-IMPRIMIR-CAJAS THRU 5900-EXIT.
002350     PERFORM 6000-LISTAR-EXCEPCIONES THRU 6000-EXIT.
002360     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002370     PERFORM 9850-REGISTRAR-FIN THRU 9850-EXIT.
002380     STOP RUN.
002390*================================================================*
002400* 1000-INICIALIZAR                                               *
002410*   READS THE BUSINESS DATE (ZERO MEANS TODAY), OPENS THE REPORT *
002420*   AND PRINTS ITS HEADINGS.                                     *
002430*================================================================*
002440 1000-INICIALIZAR.
002450     OPEN INPUT ParmFile.
002460     IF FSP NOT = "00"
002470         MOVE "ARQPARM.DAT" TO WS-ABEND-FICHERO
002480         MOVE FSP TO WS-ABEND-STATUS
002490         GO TO 9990-ERROR-FICHERO
002500     END-IF.
002510     READ ParmFile
002520         AT END
002530             DISPLAY "ARQPARM.DAT VACIO O NO ENCONTRADO"
002540             MOVE 16 TO RETURN-CODE
002550             STOP RUN
002560     END-READ.
002570     IF FSP NOT = "00" AND FSP NOT = "10"
002580         MOVE "ARQPARM.DAT" TO WS-ABEND-FICHERO
002590         MOVE FSP TO WS-ABEND-STATUS
002600         GO TO 9990-ERROR-FICHERO
002610     END-IF.
002620     MOVE ARQP-FECHA TO WS-FECHA-ARQUEO.
002630     CLOSE ParmFile.
002640     IF WS-FECHA-ARQUEO = ZERO
002650         ACCEPT WS-FECHA-ARQUEO FROM DATE YYYYMMDD
002660     END-IF.
002670     OPEN OUTPUT ReportFile.
002680     IF FSR NOT = "00"
002690         MOVE "ARQUEO.DAT" TO WS-ABEND-FICHERO
002700         MOVE FSR TO WS-ABEND-STATUS
002710         GO TO 9990-ERROR-FICHERO
002720     END-IF.
002730     MOVE WS-FECHA-ARQUEO TO WS-TIT-FECHA.
002740     MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
002750     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
002760     MOVE WS-LINEA-CABECERA TO LINEA-REPORTE.
002770     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800*================================================================*
002810* 2000-CARGAR-DECLARACIONES                                      *
002820*   LOADS EVERY DRAWER DECLARATION INTO THE TABLE.  A MISSING    *
002830*   ARQDECL.DAT IS NOT FATAL: EVERY TELLER WHO MOVED CASH THEN   *
002840*   SHOWS UP AS UNDECLARED, WHICH IS EXACTLY THE EXCEPTION.      *
002850*================================================================*
002860 2000-CARGAR-DECLARACIONES.
002870     OPEN INPUT DeclFile.
002880     IF FSD NOT = "00"
002890         IF FSD = "35"
002900             DISPLAY "ARQDECL.DAT NO ENCONTRADO - NINGUNA CAJA "
002910                 "DECLARADA"
002920             GO TO 2000-EXIT
002930         ELSE
002940             MOVE "ARQDECL.DAT" TO WS-ABEND-FICHERO
002950             MOVE FSD TO WS-ABEND-STATUS
002960             GO TO 9990-ERROR-FICHERO
002970         END-IF
002980     END-IF.
002990     PERFORM 2100-LEER-UNA-DECLARACION THRU 2100-EXIT
003000         UNTIL FIN-DECLARACIONES.
003010     CLOSE DeclFile.
003020 2000-EXIT.
003030     EXIT.
003040*================================================================*
003050* 2100-LEER-UNA-DECLARACION                                      *
003060*   A DECLARATION FOR ANOTHER DATE, OR A SECOND ONE FOR THE SAME *
003070*   TELLER AND BRANCH, IS SET ASIDE WITH A CONSOLE WARNING - THE *
003080*   FIRST FIGURES KEYED STAND.                                   *
003090*================================================================*
003100 2100-LEER-UNA-DECLARACION.
003110     READ DeclFile
003120         AT END
003130             MOVE "S" TO WS-SW-FIN-DECLARACIONES
003140             GO TO 2100-EXIT
003150     END-READ.
003160     IF FSD NOT = "00" AND FSD NOT = "10"
003170         MOVE "ARQDECL.DAT" TO WS-ABEND-FICHERO
003180         MOVE FSD TO WS-ABEND-STATUS
003190         GO TO 9990-ERROR-FICHERO
003200     END-IF.
003210     ADD 1 TO WS-TOT-DECLARACIONES.
003220     IF ARQD-FECHA NOT = WS-FECHA-ARQUEO
003230         DISPLAY "DECLARACION DE OTRA FECHA APARTADA: "
003240             ARQD-SUCURSAL " " ARQD-CAJERO " " ARQD-FECHA
003250         ADD 1 TO WS-TOT-APARTADAS
003260         GO TO 2100-EXIT
003270     END-IF.
003280     MOVE ARQD-CAJERO   TO WS-BUSCA-CAJERO.
003290     MOVE ARQD-SUCURSAL TO WS-BUSCA-SUCURSAL.
003300     PERFORM 7000-BUSCAR-CAJA THRU 7000-EXIT.
003310     IF WS-CAJA-IDX NOT = ZERO
003320         DISPLAY "DECLARACION DUPLICADA APARTADA: "
003330             ARQD-SUCURSAL " " ARQD-CAJERO
003340         ADD 1 TO WS-TOT-APARTADAS
003350         GO TO 2100-EXIT
003360     END-IF.
003370     PERFORM 7100-ALTA-CAJA THRU 7100-EXIT.
003380     MOVE "S" TO WS-CAJA-DECLARADA(WS-CAJA-IDX).
003390     MOVE ARQD-FONDO-INICIAL
003400         TO WS-CAJA-FONDO(WS-CAJA-IDX).
003410     MOVE ARQD-EFECTIVO-CONTADO
003420         TO WS-CAJA-CONTADO(WS-CAJA-IDX).
003430 2100-EXIT.
003440     EXIT.
003450*================================================================*
003460* 3000-ACUMULAR-EFECTIVO                                         *
003470*   ONE POSITIONED START ON THE DATE KEY OF TRANHIST.DAT, THEN   *
003480*   SEQUENTIAL READS UNTIL THE DATE CHANGES.  WITHOUT THE        *
003490*   HISTORY THERE IS NOTHING TO RECONCILE AGAINST, SO A MISSING  *
003500*   FILE IS FATAL RATHER THAN A REPORT OF EVERY DRAWER AS        *
003510*   UNMOVED.                                                     *
003520*================================================================*
003530 3000-ACUMULAR-EFECTIVO.
003540     OPEN INPUT HistFile.
003550     IF FSI NOT = "00"
003560         IF FSI = "35"
003570             DISPLAY "TRANHIST.DAT NO ENCONTRADO - NO HAY "
003580                 "MOVIMIENTOS CONTRA LOS QUE CUADRAR"
003590             MOVE 16 TO RETURN-CODE
003600             STOP RUN
003610         ELSE
003620             MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
003630             MOVE FSI TO WS-ABEND-STATUS
003640             GO TO 9990-ERROR-FICHERO
003650         END-IF
003660     END-IF.
003670     MOVE WS-FECHA-ARQUEO TO HIST-FECHA-DIA.
003680     START HistFile KEY IS NOT LESS THAN HIST-FECHA-DIA
003690         INVALID KEY
003700             MOVE "S" TO WS-SW-FIN-HISTORICO
003710     END-START.
003720     IF FSI NOT = "00" AND FSI NOT = "23"
003730         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
003740         MOVE FSI TO WS-ABEND-STATUS
003750         GO TO 9990-ERROR-FICHERO
003760     END-IF.
003770     PERFORM 3100-LEER-UN-HISTORICO THRU 3100-EXIT
003780         UNTIL FIN-HISTORICO.
003790     CLOSE HistFile.
003800 3000-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------*
003830 3100-LEER-UN-HISTORICO.
003840     READ HistFile NEXT RECORD
003850         AT END
003860             MOVE "S" TO WS-SW-FIN-HISTORICO
003870             GO TO 3100-EXIT
003880     END-READ.
003890     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "10"
003900         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
003910         MOVE FSI TO WS-ABEND-STATUS
003920         GO TO 9990-ERROR-FICHERO
003930     END-IF.
003940     IF HIST-FECHA-DIA NOT = WS-FECHA-ARQUEO
003950         MOVE "S" TO WS-SW-FIN-HISTORICO
003960         GO TO 3100-EXIT
003970     END-IF.
003980     IF NOT HIST-ES-EFECTIVO-INGRESO
003990         AND NOT HIST-ES-EFECTIVO-RETIRADA
004000             GO TO 3100-EXIT
004010     END-IF.
004020     ADD 1 TO WS-TOT-MOVTOS-EFECTIVO.
004030     MOVE HIST-CAJERO   TO WS-BUSCA-CAJERO.
004040     MOVE HIST-SUCURSAL TO WS-BUSCA-SUCURSAL.
004050     PERFORM 7000-BUSCAR-CAJA THRU 7000-EXIT.
004060     IF WS-CAJA-IDX = ZERO
004070         PERFORM 7100-ALTA-CAJA THRU 7100-EXIT
004080     END-IF.
004090     MOVE "S" TO WS-CAJA-CON-MOVTOS(WS-CAJA-IDX).
004100     ADD 1 TO WS-CAJA-NUM-MOVTOS(WS-CAJA-IDX).
004110     IF HIST-ES-EFECTIVO-INGRESO
004120         ADD HIST-IMPORTE TO WS-CAJA-INGRESOS(WS-CAJA-IDX)
004130     ELSE
004140         ADD HIST-IMPORTE TO WS-CAJA-RETIRADAS(WS-CAJA-IDX)
004150     END-IF.
004160 3100-EXIT.
004170     EXIT.
004180*================================================================*
004190* 4000-ORDENAR-CAJAS                                             *
004200*   SORT INPUT PROCEDURE.  RELEASES ONE RECORD PER DRAWER IN THE *
004210*   TABLE.                                                       *
004220*================================================================*
004230 4000-ORDENAR-CAJAS.
004240     MOVE 1 TO C.
004250     PERFORM 4100-SOLTAR-UNA-CAJA THRU 4100-EXIT
004260         UNTIL C > WS-CAJA-TOTAL.
004270 4900-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------*
004300 4100-SOLTAR-UNA-CAJA.
004310     MOVE WS-CAJA-SUCURSAL(C) TO SORT-SUCURSAL.
004320     MOVE WS-CAJA-CAJERO(C)   TO SORT-CAJERO.
004330     MOVE C                   TO SORT-IDX.
004340     RELEASE REG-ORDENACION.
004350     ADD 1 TO C.
004360 4100-EXIT.
004370     EXIT.
004380*================================================================*
004390* 5000-IMPRIMIR-CAJAS                                            *
004400*   SORT OUTPUT PROCEDURE.  ONE DETAIL LINE PER DRAWER, A        *
004410*   SUBTOTAL LINE AT EVERY CHANGE OF BRANCH AND THE GRAND TOTAL  *
004420*   AFTER THE LAST ONE.                                          *
004430*================================================================*
004440 5000-IMPRIMIR-CAJAS.
004450     PERFORM 5100-RETORNAR-UNA-CAJA THRU 5100-EXIT
004460         UNTIL FIN-ORDENACION.
004470     IF NOT PRIMERA-SUCURSAL
004480         PERFORM 5300-CERRAR-SUCURSAL THRU 5300-EXIT
004490     END-IF.
004500     MOVE SPACES TO LIN-ARQUEO.
004510     MOVE "TOTAL" TO LIN-ARQ-CAJERO.
004520     MOVE WS-GEN-FONDO      TO LIN-ARQ-FONDO.
004530     MOVE WS-GEN-INGRESOS   TO LIN-ARQ-INGRESOS.
004540     MOVE WS-GEN-RETIRADAS  TO LIN-ARQ-RETIRADAS.
004550     MOVE WS-GEN-ESPERADO   TO LIN-ARQ-ESPERADO.
004560     MOVE WS-GEN-CONTADO    TO LIN-ARQ-CONTADO.
004570     MOVE WS-GEN-DIFERENCIA TO LIN-ARQ-DIFERENCIA.
004580     MOVE LIN-ARQUEO TO LINEA-REPORTE.
004590     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
004600 5900-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------*
004630 5100-RETORNAR-UNA-CAJA.
004640     RETURN SortFile
004650         AT END
004660             MOVE "S" TO WS-SW-FIN-ORDENACION
004670             GO TO 5100-EXIT
004680     END-RETURN.
004690     IF PRIMERA-SUCURSAL
004700         MOVE "N" TO WS-SW-PRIMERA-SUCURSAL
004710         MOVE SORT-SUCURSAL TO WS-SUCURSAL-ANTERIOR
004720         MOVE ZERO TO WS-SUC-FONDO WS-SUC-INGRESOS
004730             WS-SUC-RETIRADAS WS-SUC-ESPERADO
004740             WS-SUC-CONTADO WS-SUC-DIFERENCIA
004750     END-IF.
004760     IF SORT-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
004770         PERFORM 5300-CERRAR-SUCURSAL THRU 5300-EXIT
004780         MOVE SORT-SUCURSAL TO WS-SUCURSAL-ANTERIOR
004790     END-IF.
004800     MOVE SORT-IDX TO C.
004810     PERFORM 5200-IMPRIMIR-UNA-CAJA THRU 5200-EXIT.
004820 5100-EXIT.
004830     EXIT.
004840*================================================================*
004850* 5200-IMPRIMIR-UNA-CAJA                                         *
004860*   PRICES DRAWER C.  AN UNDECLARED DRAWER HAS NO FLOAT AND NO   *
004870*   COUNT, SO ITS EXPECTED FIGURE IS ONLY THE NET CASH MOVED AND *
004880*   NO DIFFERENCE IS STRUCK; IT STILL COUNTS AGAINST THE RUN.    *
004890*================================================================*
004900 5200-IMPRIMIR-UNA-CAJA.
004910     MOVE SPACES TO LIN-ARQUEO.
004920     MOVE WS-CAJA-SUCURSAL(C) TO LIN-ARQ-SUCURSAL.
004930     MOVE WS-CAJA-CAJERO(C)   TO LIN-ARQ-CAJERO.
004940     COMPUTE WS-ESPERADO = WS-CAJA-FONDO(C)
004950         + WS-CAJA-INGRESOS(C) - WS-CAJA-RETIRADAS(C).
004960     IF WS-CAJA-DECLARADA(C) = "S"
004970         COMPUTE WS-DIFERENCIA = WS-CAJA-CONTADO(C)
004980             - WS-ESPERADO
004990     ELSE
005000         MOVE ZERO TO WS-DIFERENCIA
005010     END-IF.
005020     EVALUATE TRUE
005030         WHEN WS-CAJA-DECLARADA(C) NOT = "S"
005040             MOVE "SIN DECLARAR" TO LIN-ARQ-ESTADO
005050             ADD 1 TO WS-TOT-SIN-DECLARAR
005060         WHEN WS-DIFERENCIA > ZERO
005070             MOVE "SOBRANTE" TO LIN-ARQ-ESTADO
005080             ADD 1 TO WS-TOT-DESCUADRADAS
005090         WHEN WS-DIFERENCIA < ZERO
005100             MOVE "FALTANTE" TO LIN-ARQ-ESTADO
005110             ADD 1 TO WS-TOT-DESCUADRADAS
005120         WHEN OTHER
005130             MOVE "CUADRA" TO LIN-ARQ-ESTADO
005140             ADD 1 TO WS-TOT-CUADRADAS
005150     END-EVALUATE.
005160     MOVE WS-CAJA-FONDO(C)     TO LIN-ARQ-FONDO.
005170     MOVE WS-CAJA-INGRESOS(C)  TO LIN-ARQ-INGRESOS.
005180     MOVE WS-CAJA-RETIRADAS(C) TO LIN-ARQ-RETIRADAS.
005190     MOVE WS-ESPERADO          TO LIN-ARQ-ESPERADO.
005200     MOVE WS-CAJA-CONTADO(C)   TO LIN-ARQ-CONTADO.
005210     MOVE WS-DIFERENCIA        TO LIN-ARQ-DIFERENCIA.
005220     MOVE LIN-ARQUEO TO LINEA-REPORTE.
005230     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
005240     ADD WS-CAJA-FONDO(C)     TO WS-SUC-FONDO.
005250     ADD WS-CAJA-INGRESOS(C)  TO WS-SUC-INGRESOS.
005260     ADD WS-CAJA-RETIRADAS(C) TO WS-SUC-RETIRADAS.
005270     ADD WS-ESPERADO          TO WS-SUC-ESPERADO.
005280     ADD WS-CAJA-CONTADO(C)   TO WS-SUC-CONTADO.
005290     ADD WS-DIFERENCIA        TO WS-SUC-DIFERENCIA.
005300 5200-EXIT.
005310     EXIT.
005320*================================================================*
005330* 5300-CERRAR-SUCURSAL                                           *
005340*   PRINTS THE SUBTOTAL OF THE BRANCH JUST ENDED, ROLLS IT INTO  *
005350*   THE GRAND TOTAL AND CLEARS IT FOR THE NEXT BRANCH.           *
005360*================================================================*
005370 5300-CERRAR-SUCURSAL.
005380     MOVE SPACES TO LIN-ARQUEO.
005390     MOVE WS-SUCURSAL-ANTERIOR TO LIN-ARQ-SUCURSAL.
005400     MOVE "SUBTOTAL" TO LIN-ARQ-CAJERO.
005410     MOVE WS-SUC-FONDO      TO LIN-ARQ-FONDO.
005420     MOVE WS-SUC-INGRESOS   TO LIN-ARQ-INGRESOS.
005430     MOVE WS-SUC-RETIRADAS  TO LIN-ARQ-RETIRADAS.
005440     MOVE WS-SUC-ESPERADO   TO LIN-ARQ-ESPERADO.
005450     MOVE WS-SUC-CONTADO    TO LIN-ARQ-CONTADO.
005460     MOVE WS-SUC-DIFERENCIA TO LIN-ARQ-DIFERENCIA.
005470     MOVE LIN-ARQUEO TO LINEA-REPORTE.
005480     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
005490     MOVE SPACES TO LINEA-REPORTE.
005500     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
005510     ADD WS-SUC-FONDO      TO WS-GEN-FONDO.
005520     ADD WS-SUC-INGRESOS   TO WS-GEN-INGRESOS.
005530     ADD WS-SUC-RETIRADAS  TO WS-GEN-RETIRADAS.
005540     ADD WS-SUC-ESPERADO   TO WS-GEN-ESPERADO.
005550     ADD WS-SUC-CONTADO    TO WS-GEN-CONTADO.
005560     ADD WS-SUC-DIFERENCIA TO WS-GEN-DIFERENCIA.
005570     MOVE ZERO TO WS-SUC-FONDO WS-SUC-INGRESOS
005580         WS-SUC-RETIRADAS WS-SUC-ESPERADO
005590         WS-SUC-CONTADO WS-SUC-DIFERENCIA.
005600 5300-EXIT.
005610     EXIT.
005620*================================================================*
005630* 6000-LISTAR-EXCEPCIONES                                        *
005640*   TWO PASSES OVER THE DRAWER TABLE: FIRST THE TELLERS WHO      *
005650*   MOVED CASH WITHOUT DECLARING THEIR DRAWER, THEN THE          *
005660*   DECLARATIONS NO CASH MOVEMENT OF THE DAY STANDS BEHIND.      *
005670*================================================================*
005680 6000-LISTAR-EXCEPCIONES.
005690     MOVE SPACES TO LINEA-REPORTE.
005700     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
005710     MOVE "EXCEPCIONES - CAJEROS CON MOVIMIENTOS Y SIN DECLARAR"
005720         TO WS-SECC-TEXTO.
005730     MOVE WS-LINEA-SECCION TO LINEA-REPORTE.
005740     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
005750     MOVE 1 TO C.
005760     PERFORM 6100-EXCEPCION-SIN-DECLARAR THRU 6100-EXIT
005770         UNTIL C > WS-CAJA-TOTAL.
005780     MOVE SPACES TO LINEA-REPORTE.
005790     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
005800     MOVE "EXCEPCIONES - DECLARACIONES SIN MOVIMIENTOS"
005810         TO WS-SECC-TEXTO.
005820     MOVE WS-LINEA-SECCION TO LINEA-REPORTE.
005830     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
005840     MOVE 1 TO C.
005850     PERFORM 6200-EXCEPCION-SIN-MOVTOS THRU 6200-EXIT
005860         UNTIL C > WS-CAJA-TOTAL.
005870 6000-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------*
005900 6100-EXCEPCION-SIN-DECLARAR.
005910     IF WS-CAJA-DECLARADA(C) NOT = "S"
005920         MOVE SPACES TO LIN-ARQUEO
005930         MOVE WS-CAJA-SUCURSAL(C)  TO LIN-ARQ-SUCURSAL
005940         MOVE WS-CAJA-CAJERO(C)    TO LIN-ARQ-CAJERO
005950         MOVE WS-CAJA-INGRESOS(C)  TO LIN-ARQ-INGRESOS
005960         MOVE WS-CAJA-RETIRADAS(C) TO LIN-ARQ-RETIRADAS
005970         MOVE "SIN DECLARAR"       TO LIN-ARQ-ESTADO
005980         MOVE LIN-ARQUEO TO LINEA-REPORTE
005990         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
006000     END-IF.
006010     ADD 1 TO C.
006020 6100-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------*
006050 6200-EXCEPCION-SIN-MOVTOS.
006060     IF WS-CAJA-CON-MOVTOS(C) NOT = "S"
006070         MOVE SPACES TO LIN-ARQUEO
006080         MOVE WS-CAJA-SUCURSAL(C) TO LIN-ARQ-SUCURSAL
006090         MOVE WS-CAJA-CAJERO(C)   TO LIN-ARQ-CAJERO
006100         MOVE WS-CAJA-FONDO(C)    TO LIN-ARQ-FONDO
006110         MOVE WS-CAJA-CONTADO(C)  TO LIN-ARQ-CONTADO
006120         MOVE "SIN MOVIMIENTOS"   TO LIN-ARQ-ESTADO
006130         MOVE LIN-ARQUEO TO LINEA-REPORTE
006140         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
006150         ADD 1 TO WS-TOT-SIN-MOVTOS
006160     END-IF.
006170     ADD 1 TO C.
006180 6200-EXIT.
006190     EXIT.
006200*================================================================*
006210* 7000-BUSCAR-CAJA                                               *
006220*   LINEAR SEARCH OF THE DRAWER TABLE FOR WS-BUSCA-CAJERO AND    *
006230*   WS-BUSCA-SUCURSAL.  LEAVES THE ENTRY NUMBER IN WS-CAJA-IDX,  *
006240*   OR ZERO WHEN THE DRAWER IS NEW.                              *
006250*================================================================*
006260 7000-BUSCAR-CAJA.
006270     MOVE ZERO TO WS-CAJA-IDX.
006280     MOVE 1 TO C.
006290     PERFORM 7050-COMPARAR-CAJA THRU 7050-EXIT
006300         UNTIL C > WS-CAJA-TOTAL OR WS-CAJA-IDX NOT = ZERO.
006310 7000-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------*
006340 7050-COMPARAR-CAJA.
006350     IF WS-CAJA-CAJERO(C) = WS-BUSCA-CAJERO
006360         AND WS-CAJA-SUCURSAL(C) = WS-BUSCA-SUCURSAL
006370             MOVE C TO WS-CAJA-IDX
006380     END-IF.
006390     ADD 1 TO C.
006400 7050-EXIT.
006410     EXIT.
006420*================================================================*
006430* 7100-ALTA-CAJA                                                 *
006440*   OPENS A NEW, EMPTY DRAWER ENTRY FOR WS-BUSCA-CAJERO AND      *
006450*   WS-BUSCA-SUCURSAL.  A FULL TABLE IS FATAL - A DRAWER LEFT    *
006460*   OUT WOULD SIMPLY VANISH FROM THE RECONCILIATION.             *
006470*================================================================*
006480 7100-ALTA-CAJA.
006490     IF WS-CAJA-TOTAL >= WS-CAJA-MAX
006500         DISPLAY "TABLA DE CAJAS DESBORDADA - MAS DE "
006510             WS-CAJA-MAX " CAJEROS/SUCURSAL EN EL DIA"
006520         MOVE 16 TO RETURN-CODE
006530         STOP RUN
006540     END-IF.
006550     ADD 1 TO WS-CAJA-TOTAL.
006560     MOVE WS-CAJA-TOTAL TO WS-CAJA-IDX.
006570     MOVE WS-BUSCA-CAJERO   TO WS-CAJA-CAJERO(WS-CAJA-IDX).
006580     MOVE WS-BUSCA-SUCURSAL TO WS-CAJA-SUCURSAL(WS-CAJA-IDX).
006590     MOVE "N" TO WS-CAJA-DECLARADA(WS-CAJA-IDX).
006600     MOVE "N" TO WS-CAJA-CON-MOVTOS(WS-CAJA-IDX).
006610     MOVE ZERO TO WS-CAJA-FONDO(WS-CAJA-IDX)
006620                  WS-CAJA-CONTADO(WS-CAJA-IDX)
006630                  WS-CAJA-INGRESOS(WS-CAJA-IDX)
006640                  WS-CAJA-RETIRADAS(WS-CAJA-IDX)
006650                  WS-CAJA-NUM-MOVTOS(WS-CAJA-IDX).
006660 7100-EXIT.
006670     EXIT.
006680*================================================================*
006690* 8100-GRABAR-LINEA                                              *
006700*   WRITES THE LINE ALREADY BUILT IN LINEA-REPORTE AND CHECKS    *
006710*   ITS FILE STATUS.                                             *
006720*================================================================*
006730 8100-GRABAR-LINEA.
006740     WRITE LINEA-REPORTE.
006750     IF FSR NOT = "00"
006760         MOVE "ARQUEO.DAT" TO WS-ABEND-FICHERO
006770         MOVE FSR TO WS-ABEND-STATUS
006780         GO TO 9990-ERROR-FICHERO
006790     END-IF.
006800 8100-EXIT.
006810     EXIT.
006820*================================================================*
006830* 9100-GRABAR-LINEA-TOTAL                                        *
006840*   WRITES ONE ALREADY-BUILT TOTAL LINE TO ARQUEO.DAT.           *
006850*================================================================*
006860 9100-GRABAR-LINEA-TOTAL.
006870     MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
006880     WRITE LINEA-REPORTE.
006890     IF FSR NOT = "00"
006900         MOVE "ARQUEO.DAT" TO WS-ABEND-FICHERO
006910         MOVE FSR TO WS-ABEND-STATUS
006920         GO TO 9990-ERROR-FICHERO
006930     END-IF.
006940 9100-EXIT.
006950     EXIT.
006960*================================================================*
006970* 9000-FINALIZAR                                                 *
006980*   PRINTS THE CONTROL TOTALS AND CLOSES THE REPORT.  ANY DRAWER *
006990*   OUT OF BALANCE OR UNDECLARED ENDS THE RUN WITH RETURN-CODE   *
007000*   8, WHICH SECNOC TREATS AS A HOLD ON THE CHAIN; DECLARATIONS  *
007010*   SET ASIDE OR WITHOUT MOVEMENTS ONLY WARN, WITH CODE 4.       *
007020*================================================================*
007030 9000-FINALIZAR.
007040     MOVE SPACES TO LINEA-REPORTE.
007050     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
007060     MOVE "DECLARACIONES LEIDAS:         "
007070         TO WS-TOTL-ETIQUETA.
007080     MOVE WS-TOT-DECLARACIONES TO WS-TOTL-VALOR.
007090     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
007100     MOVE "DECLARACIONES APARTADAS:      "
007110         TO WS-TOTL-ETIQUETA.
007120     MOVE WS-TOT-APARTADAS TO WS-TOTL-VALOR.
007130     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
007140     MOVE "MOVIMIENTOS DE EFECTIVO:      "
007150         TO WS-TOTL-ETIQUETA.
007160     MOVE WS-TOT-MOVTOS-EFECTIVO TO WS-TOTL-VALOR.
007170     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
007180     MOVE "CAJAS CUADRADAS:              "
007190         TO WS-TOTL-ETIQUETA.
007200     MOVE WS-TOT-CUADRADAS TO WS-TOTL-VALOR.
007210     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
007220     MOVE "CAJAS DESCUADRADAS:           "
007230         TO WS-TOTL-ETIQUETA.
007240     MOVE WS-TOT-DESCUADRADAS TO WS-TOTL-VALOR.
007250     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
007260     MOVE "CAJEROS SIN DECLARAR:         "
007270         TO WS-TOTL-ETIQUETA.
007280     MOVE WS-TOT-SIN-DECLARAR TO WS-TOTL-VALOR.
007290     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
007300     MOVE "DECLARACIONES SIN MOVIMIENTOS:"
007310         TO WS-TOTL-ETIQUETA.
007320     MOVE WS-TOT-SIN-MOVTOS TO WS-TOTL-VALOR.
007330     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
007340     CLOSE ReportFile.
007350     DISPLAY "=== ARQUEO DE CAJAS ===".
007360     DISPLAY "FECHA DEL ARQUEO    : " WS-FECHA-ARQUEO.
007370     DISPLAY "DECLARACIONES       : " WS-TOT-DECLARACIONES.
007380     DISPLAY "APARTADAS           : " WS-TOT-APARTADAS.
007390     DISPLAY "MOVTOS DE EFECTIVO  : " WS-TOT-MOVTOS-EFECTIVO.
007400     DISPLAY "CAJAS CUADRADAS     : " WS-TOT-CUADRADAS.
007410     DISPLAY "CAJAS DESCUADRADAS  : " WS-TOT-DESCUADRADAS.
007420     DISPLAY "SIN DECLARAR        : " WS-TOT-SIN-DECLARAR.
007430     DISPLAY "SIN MOVIMIENTOS     : " WS-TOT-SIN-MOVTOS.
007440     IF WS-TOT-DESCUADRADAS > ZERO
007450         OR WS-TOT-SIN-DECLARAR > ZERO
007460             MOVE 8 TO RETURN-CODE
007470     ELSE
007480         IF WS-TOT-APARTADAS > ZERO
007490             OR WS-TOT-SIN-MOVTOS > ZERO
007500                 MOVE 4 TO RETURN-CODE
007510         END-IF
007520     END-IF.
007530 9000-EXIT.
007540     EXIT.
007550*================================================================*
007560* 9800-REGISTRAR-INICIO                                          *
007570*   WRITES (OR RESETS) THIS RUN'S "I" RECORD ON THE RUN-CONTROL  *
007580*   LEDGER.  THE LEDGER IS CREATED ON FIRST USE THE WAY          *
007590*   ARCHTLOG CREATES TRANSUM.DAT.  A RUN THAT NEVER REACHES      *
007600*   9850-REGISTRAR-FIN LEAVES THE RECORD AT "I", WHICH IS        *
007610*   EXACTLY WHAT THE MORNING REPORT NEEDS TO SEE.  A RERUN       *
007620*   AFTER THE BRANCH CORRECTS ITS DECLARATIONS RESETS THE SAME   *
007630*   RECORD, WHICH IS HOW A HELD CHAIN IS RELEASED.               *
007640*================================================================*
007650 9800-REGISTRAR-INICIO.
007660     OPEN I-O RunCtlFile.
007670     IF FSK NOT = "00"
007680         IF FSK = "35"
007690             OPEN OUTPUT RunCtlFile
007700             IF FSK NOT = "00"
007710                 MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
007720                 MOVE FSK TO WS-ABEND-STATUS
007730                 GO TO 9990-ERROR-FICHERO
007740             END-IF
007750             CLOSE RunCtlFile
007760             OPEN I-O RunCtlFile
007770             IF FSK NOT = "00"
007780                 MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
007790                 MOVE FSK TO WS-ABEND-STATUS
007800                 GO TO 9990-ERROR-FICHERO
007810             END-IF
007820         ELSE
007830             MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
007840             MOVE FSK TO WS-ABEND-STATUS
007850             GO TO 9990-ERROR-FICHERO
007860         END-IF
007870     END-IF.
007880     ACCEPT WS-FECHA-RUNCTL FROM DATE YYYYMMDD.
007890     ACCEPT WS-HORA-RUNCTL  FROM TIME.
007900     MOVE WS-FECHA-RUNCTL TO RUNC-FECHA.
007910     MOVE "ARQUEO" TO RUNC-PROGRAMA.
007920     MOVE "I" TO RUNC-ESTADO.
007930     MOVE WS-HORA-RUNCTL(1:6) TO RUNC-HORA-INICIO.
007940     MOVE SPACES TO RUNC-HORA-FIN.
007950     MOVE ZERO TO RUNC-REGISTROS
007960                  RUNC-APLICADOS
007970                  RUNC-RECHAZADOS
007980                  RUNC-RETORNO.
007990     WRITE REG-RUN-CONTROL
008000         INVALID KEY
008010             REWRITE REG-RUN-CONTROL
008020             IF FSK NOT = "00"
008030                 MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
008040                 MOVE FSK TO WS-ABEND-STATUS
008050                 GO TO 9990-ERROR-FICHERO
008060             END-IF
008070     END-WRITE.
008080     IF FSK NOT = "00" AND FSK NOT = "22"
008090         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
008100         MOVE FSK TO WS-ABEND-STATUS
008110         GO TO 9990-ERROR-FICHERO
008120     END-IF.
008130     CLOSE RunCtlFile.
008140 9800-EXIT.
008150     EXIT.
008160*================================================================*
008170* 9850-REGISTRAR-FIN                                             *
008180*   REWRITES THIS RUN'S LEDGER RECORD AS FINISHED, WITH ITS      *
008190*   CONTROL COUNTS AND RETURN CODE.  DRAWERS IN BALANCE COUNT AS *
008200*   APPLIED; DRAWERS OUT OF BALANCE OR UNDECLARED AS REJECTED.   *
008210*================================================================*
008220 9850-REGISTRAR-FIN.
008230     OPEN I-O RunCtlFile.
008240     IF FSK NOT = "00"
008250         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
008260         MOVE FSK TO WS-ABEND-STATUS
008270         GO TO 9990-ERROR-FICHERO
008280     END-IF.
008290     MOVE WS-FECHA-RUNCTL TO RUNC-FECHA.
008300     MOVE "ARQUEO" TO RUNC-PROGRAMA.
008310     READ RunCtlFile
008320         INVALID KEY
008330             CONTINUE
008340     END-READ.
008350     IF FSK NOT = "00" AND FSK NOT = "23"
008360         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
008370         MOVE FSK TO WS-ABEND-STATUS
008380         GO TO 9990-ERROR-FICHERO
008390     END-IF.
008400     ACCEPT WS-HORA-RUNCTL FROM TIME.
008410     MOVE "F" TO RUNC-ESTADO.
008420     MOVE WS-HORA-RUNCTL(1:6) TO RUNC-HORA-FIN.
008430     COMPUTE RUNC-REGISTROS = WS-TOT-DECLARACIONES
008440         + WS-TOT-MOVTOS-EFECTIVO.
008450     MOVE WS-TOT-CUADRADAS TO RUNC-APLICADOS.
008460     COMPUTE RUNC-RECHAZADOS = WS-TOT-DESCUADRADAS
008470         + WS-TOT-SIN-DECLARAR.
008480     MOVE RETURN-CODE TO RUNC-RETORNO.
008490     REWRITE REG-RUN-CONTROL.
008500     IF FSK NOT = "00"
008510         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
008520         MOVE FSK TO WS-ABEND-STATUS
008530         GO TO 9990-ERROR-FICHERO
008540     END-IF.
008550     CLOSE RunCtlFile.
008560 9850-EXIT.
008570     EXIT.
008580*================================================================*
008590* 9990-ERROR-FICHERO                                             *
008600*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
008610*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
008620*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
008630*   THE CALLER BEFORE THE GO TO HERE.                            *
008640*================================================================*
008650 9990-ERROR-FICHERO.
008660     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
008670         " - FILE STATUS " WS-ABEND-STATUS.
008680     MOVE 99 TO RETURN-CODE.
008690     STOP RUN.
