000010*================================================================*
000020* PROGRAM-ID : COMPENS                                           *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   INTERBANK CLEARING, THE SIDE SEQWRITE DOES NOT SEE.  ONE     *
000100*   CARD ON CMPACC.DAT SAYS WHAT TO DO ON THIS RUN:              *
000110*   "E"  INBOUND.  CMPENT.DAT, THE PAYMENTS OTHER ENTITIES SEND  *
000120*        TO OUR ACCOUNTS, IS CHECKED IN A PRE-PASS (ONE "H"      *
000130*        HEADER ADDRESSED TO US, ONE "T" TRAILER WHOSE COUNT AND *
000140*        HASH TOTAL BALANCE, A DATE NOT ALREADY PROCESSED ON THE *
000150*        CLEARING LEDGER CMPCTL.DAT) AND REJECTED WHOLE WITH     *
000160*        RETURN-CODE 12 IF ANYTHING IS WRONG.  EACH PAYMENT TO   *
000170*        AN ACCOUNT ON USERS.DAT WHOSE CARD CAN STILL TAKE IT IS *
000180*        TURNED INTO A STRAIGHT-CREDIT "D" DETAIL (AND ITS       *
000190*        AUTHCARD.DAT CARD) ADDED TO THE PENDING TRANPARM.DAT    *
000200*        BATCH, WHOSE TRAILERS ARE REWRITTEN, SO THE NEXT        *
000210*        POSTING RUN APPLIES IT LIKE ANY OTHER CREDIT.  A        *
000220*        PAYMENT TO AN ACCOUNT WE DO NOT HOLD, OR WHOSE CARD IS  *
000230*        BLOCKED OR EXPIRED AND WOULD FAIL AUTHENTICATION, GOES  *
000240*        BACK ON THE RETURN FILE CMPDEV.DAT WITH ITS REASON;     *
000250*        ANY RETURN LEAVES RETURN-CODE 4.  THE PENDING BATCH     *
000260*        MUST ALREADY EXIST (GENORD RUNS FIRST) AND MUST NOT YET *
000270*        BE POSTED (FECHPROC.DAT), ELSE THE RUN STOPS WITH       *
000280*        RETURN-CODE 16 BEFORE TOUCHING ANYTHING.                *
000290*   "C"  CONFIRMATION.  THE CLEARING HOUSE HAS ACKNOWLEDGED THE  *
000300*        OUTBOUND FILE CMPSAL.DAT OF THE CARD'S BUSINESS DATE.   *
000310*        IF THE ACKNOWLEDGED COUNT AND AMOUNT MATCH THE LEDGER,  *
000320*        THE AMOUNT IS DEBITED FROM THE CLEARING SUSPENSE        *
000330*        ACCOUNT ("D" ON TRANLOG.DAT AND TRANHIST.DAT), WHICH    *
000340*        LEAVES IT AT ZERO, AND THE LEDGER ENTRY IS MARKED       *
000350*        CONFIRMED SO SEQWRITE MAY SEND THE NEXT FILE.  A        *
000360*        MISMATCH, AN UNKNOWN OR ALREADY CONFIRMED FILE, OR A    *
000370*        SUSPENSE BALANCE LEFT OTHER THAN ZERO LEAVES            *
000380*        RETURN-CODE 8.                                          *
000390*   EVERY RUN LISTS WHAT IT DID ON CMPREP.DAT.                   *
000400*----------------------------------------------------------------*
000410* MODIFICATION HISTORY.                                          *
000420*   DATE       INIT  DESCRIPTION                                 *
000430*   ---------  ----  -------------------------------------------*
000440*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000450*================================================================*
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     CompEns.
000480 AUTHOR.         R. AGUADO GIL.
000490 INSTALLATION.   PRACTICA1.
000500 DATE-WRITTEN.   2026-10-15.
000510 DATE-COMPILED.  2026-10-15.
000520*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT AccionFile ASSIGN TO "CMPACC.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS FSA.
000600*
000610     SELECT CmpConfFile ASSIGN TO "CMPCONF.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS FSB.
000650*
000660     SELECT CmpCtlFile ASSIGN TO "CMPCTL.DAT"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CMPC-CLAVE
000700         FILE STATUS IS FSJ.
000710*
000720     SELECT CmpEntFile ASSIGN TO "CMPENT.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS FSE.
000760*
000770     SELECT CmpDevFile ASSIGN TO "CMPDEV.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS FSD.
000810*
000820     SELECT ParmFile ASSIGN TO "TRANPARM.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS FSP.
000860*
000870     SELECT AuthFile ASSIGN TO "AUTHCARD.DAT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         ACCESS MODE IS SEQUENTIAL
000900         FILE STATUS IS FSH.
000910*
000920     SELECT ParmWkFile ASSIGN TO "CMPPWK.DAT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS FSW.
000960*
000970     SELECT AuthWkFile ASSIGN TO "CMPAWK.DAT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         ACCESS MODE IS SEQUENTIAL
001000         FILE STATUS IS FSX.
001010*
001020     SELECT FechProcFile ASSIGN TO "FECHPROC.DAT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         ACCESS MODE IS SEQUENTIAL
001050         FILE STATUS IS FSF.
001060*
001070     SELECT UserFile ASSIGN TO "USERS.DAT"
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS USER-TARJ
001110         FILE STATUS IS FSU.
001120*
001130     SELECT TranLogFile ASSIGN TO "TRANLOG.DAT"
001140         ORGANIZATION IS SEQUENTIAL
001150         ACCESS MODE IS SEQUENTIAL
001160         FILE STATUS IS FST.
001170*
001180     SELECT HistFile ASSIGN TO "TRANHIST.DAT"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS HIST-CLAVE
001220         ALTERNATE RECORD KEY IS HIST-FECHA-DIA
001230             WITH DUPLICATES
001240         FILE STATUS IS FSI.
001250*
001260     SELECT ReportFile ASSIGN TO "CMPREP.DAT"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         ACCESS MODE IS SEQUENTIAL
001290         FILE STATUS IS FSR.
001300*
001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  ACCIONFILE.
001340     COPY CMPACC.
001350*
001360 FD  CMPCONFFILE.
001370     COPY CMPCONF.
001380*
001390 FD  CMPCTLFILE.
001400     COPY CMPCREC.
001410*
001420 FD  CMPENTFILE.
001430     COPY CMPREC.
001440*
001450 FD  CMPDEVFILE.
001460     COPY CMPREC REPLACING LEADING ==CMP-== BY ==CMPD-==
001470                           LEADING ==REG-CMP-== BY ==REG-CMPD-==.
001480*
001490 FD  PARMFILE.
001500     COPY PARMREC.
001510*
001520 FD  AUTHFILE.
001530     COPY AUTHREC.
001540*
001550 FD  PARMWKFILE.
001560 01  REG-PARM-TRABAJO             PIC X(104).
001570*
001580 FD  AUTHWKFILE.
001590 01  REG-AUTH-TRABAJO             PIC X(15).
001600*
001610 FD  FECHPROCFILE.
001620 01  REG-FECHA-PROCESADA          PIC 9(08).
001630*
001640 FD  USERFILE.
001650     COPY USERREC.
001660*
001670 FD  TRANLOGFILE.
001680     COPY TRANREC.
001690*
001700 FD  HISTFILE.
001710     COPY HISTREC.
001720*
001730 FD  REPORTFILE.
001740 01  LINEA-REPORTE                PIC X(133).
001750*
001760 WORKING-STORAGE SECTION.
001770*----------------------------------------------------------------*
001780* FILE STATUS FIELDS.                                            *
001790*----------------------------------------------------------------*
001800 01  FSA                          PIC X(02).
001810 01  FSB                          PIC X(02).
001820 01  FSJ                          PIC X(02).
001830 01  FSE                          PIC X(02).
001840 01  FSD                          PIC X(02).
001850 01  FSP                          PIC X(02).
001860 01  FSH                          PIC X(02).
001870 01  FSW                          PIC X(02).
001880 01  FSX                          PIC X(02).
001890 01  FSF                          PIC X(02).
001900 01  FSU                          PIC X(02).
001910 01  FST                          PIC X(02).
001920 01  FSI                          PIC X(02).
001930 01  FSR                          PIC X(02).
001940 01  WS-ABEND-FICHERO             PIC X(12).
001950 01  WS-ABEND-STATUS              PIC X(02).
001960*----------------------------------------------------------------*
001970* SWITCHES AND SUBSCRIPTS.                                       *
001980*----------------------------------------------------------------*
001990 01  WS-SW-FIN-CMPENT             PIC X(01) VALUE "N".
002000     88  FIN-CMPENT                   VALUE "S".
002010 01  WS-SW-FIN-PARMFILE           PIC X(01) VALUE "N".
002020     88  FIN-PARMFILE                 VALUE "S".
002030 01  WS-SW-FIN-AUTHFILE           PIC X(01) VALUE "N".
002040     88  FIN-AUTHFILE                 VALUE "S".
002050 01  WS-SW-FIN-TRABAJO            PIC X(01) VALUE "N".
002060     88  FIN-TRABAJO                  VALUE "S".
002070 01  WS-SW-FIN-FECHPROC           PIC X(01) VALUE "N".
002080     88  FIN-FECHPROC                 VALUE "S".
002090 01  WS-SW-FIN-USUARIOS           PIC X(01) VALUE "N".
002100     88  FIN-USUARIOS                 VALUE "S".
002110 01  WS-SW-CUENTA-HALLADA         PIC X(01) VALUE "N".
002120     88  CUENTA-HALLADA               VALUE "S".
002130 01  WS-SW-HISTORICO              PIC X(01) VALUE "N".
002140     88  HISTORICO-ABIERTO            VALUE "S".
002150 01  WS-SW-CABECERA-VISTA         PIC X(01) VALUE "N".
002160     88  CABECERA-VISTA               VALUE "S".
002170 01  WS-SW-TOTALES-VISTOS         PIC X(01) VALUE "N".
002180     88  TOTALES-VISTOS               VALUE "S".
002190 77  M                            PIC 999 VALUE 1.
002200 01  WS-RETORNO                   PIC 9(02) VALUE ZERO.
002210 01  WS-MOTIVO-FICHERO            PIC X(45) VALUE SPACES.
002220*----------------------------------------------------------------*
002230* CLEARING SET-UP FROM CMPCONF.DAT.                              *
002240*----------------------------------------------------------------*
002250 01  WS-CMP-ENTIDAD               PIC X(04).
002260 01  WS-CMP-TARJETA-PUENTE        PIC 9(10).
002270 01  WS-CMP-CUENTA-PUENTE         PIC X(24).
002280*----------------------------------------------------------------*
002290* INBOUND FILE CONTROLS: WHAT THE HEADER AND TRAILER OF          *
002300* CMPENT.DAT SAY AND WHAT THE PRE-PASS COUNTED.                  *
002310*----------------------------------------------------------------*
002320 01  WS-ENT-REGISTROS             PIC 9(07) VALUE ZERO COMP.
002330 01  WS-ENT-FECHA                 PIC 9(08) VALUE ZERO.
002340 01  WS-ENT-ENTIDAD-ORIGEN        PIC X(04) VALUE SPACES.
002350 01  WS-ENT-ENTIDAD-DESTINO       PIC X(04) VALUE SPACES.
002360 01  WS-ENT-CONTENIDO             PIC X(01) VALUE SPACES.
002370 01  WS-ENT-CNT-DETALLES          PIC 9(07) VALUE ZERO.
002380 01  WS-ENT-CNT-HASH              PIC 9(13)V99 VALUE ZERO.
002390 01  WS-ENT-TOT-DETALLES          PIC 9(07) VALUE ZERO.
002400 01  WS-ENT-TOT-HASH              PIC 9(13)V99 VALUE ZERO.
002410*----------------------------------------------------------------*
002420* PENDING POSTING BATCH CONTROLS.  THE COUNTS AND HASH TOTALS    *
002430* START FROM WHAT GENORD WROTE AND GROW WITH EVERY CREDIT ADDED, *
002440* SO THE REWRITTEN TRAILERS BALANCE IN SEQWRITE'S PRE-PASS.      *
002450*----------------------------------------------------------------*
002460 01  WS-LOTE-FECHA                PIC 9(08) VALUE ZERO.
002470 01  WS-PARM-NUM-ORDENES          PIC 9(07) VALUE ZERO.
002480 01  WS-PARM-HASH-IMPORTES        PIC 9(13)V99 VALUE ZERO.
002490 01  WS-PARM-TOT-ORDENES          PIC 9(07) VALUE ZERO.
002500 01  WS-PARM-TOT-HASH             PIC 9(13)V99 VALUE ZERO.
002510 01  WS-AUTH-NUM-TARJETAS         PIC 9(07) VALUE ZERO.
002520 01  WS-AUTH-HASH-TARJETAS        PIC 9(13) VALUE ZERO.
002530 01  WS-AUTH-TOT-TARJETAS         PIC 9(07) VALUE ZERO.
002540 01  WS-AUTH-TOT-HASH             PIC 9(13) VALUE ZERO.
002550 01  WS-PARM-CON-CABECERA         PIC X(01) VALUE "N".
002560 01  WS-PARM-CON-TOTALES          PIC X(01) VALUE "N".
002570 01  WS-AUTH-CON-CABECERA         PIC X(01) VALUE "N".
002580 01  WS-AUTH-CON-TOTALES          PIC X(01) VALUE "N".
002590*----------------------------------------------------------------*
002600* RETURN REASON OF THE INBOUND PAYMENT IN HAND (SPACES WHEN IT   *
002610* IS CREDITED) AND ITS TEXT FOR THE REPORT.                      *
002620*----------------------------------------------------------------*
002630 01  WS-MOTIVO-DEV                PIC X(02) VALUE SPACES.
002640 01  WS-MOTIVO-DEV-TEXTO          PIC X(22) VALUE SPACES.
002650*----------------------------------------------------------------*
002660* RUN CONTROL TOTALS.                                            *
002670*----------------------------------------------------------------*
002680 01  WS-TOT-PAGOS                 PIC 9(07) VALUE ZERO COMP.
002690 01  WS-TOT-IMP-PAGOS             PIC 9(13)V99 VALUE ZERO.
002700 01  WS-TOT-ABONADOS              PIC 9(07) VALUE ZERO COMP.
002710 01  WS-TOT-IMP-ABONADO           PIC 9(13)V99 VALUE ZERO.
002720 01  WS-TOT-DEVUELTOS             PIC 9(07) VALUE ZERO.
002730 01  WS-TOT-IMP-DEVUELTO          PIC 9(13)V99 VALUE ZERO.
002740*----------------------------------------------------------------*
002750* FIELDS USED TO BUILD THE TRANLOG.DAT RECORD.                   *
002760*----------------------------------------------------------------*
002770 01  WS-FECHA-SISTEMA             PIC 9(08).
002780 01  WS-HORA-SISTEMA              PIC 9(08).
002790 01  WS-TLOG-SALDO-ANTERIOR       PIC S9(09)V99.
002800 01  WS-TLOG-SALDO-NUEVO          PIC S9(11)V99.
002810*----------------------------------------------------------------*
002820* REPORT LINE LAYOUTS AND HEADING LINES.                         *
002830*----------------------------------------------------------------*
002840 01  LIN-PAGO.
002850     02  LIN-PAG-CUENTA            PIC X(24).
002860     02  FILLER                    PIC X(01).
002870     02  LIN-PAG-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
002880     02  FILLER                    PIC X(01).
002890     02  LIN-PAG-ORDENANTE         PIC X(30).
002900     02  FILLER                    PIC X(01).
002910     02  LIN-PAG-REFERENCIA        PIC X(16).
002920     02  FILLER                    PIC X(01).
002930     02  LIN-PAG-RESULTADO         PIC X(08).
002940     02  FILLER                    PIC X(01).
002950     02  LIN-PAG-TARJETA           PIC Z(10) BLANK WHEN ZERO.
002960     02  FILLER                    PIC X(01).
002970     02  LIN-PAG-MOTIVO            PIC X(22).
002980*
002990 01  WS-LINEA-TITULO.
003000     02  WS-TIT-ACCION         PIC X(40).
003010     02  FILLER                PIC X(09) VALUE "FECHA:   ".
003020     02  WS-TIT-FECHA          PIC 9(08).
003030*
003040 01  WS-LINEA-CABECERA.
003050     02  FILLER                PIC X(24) VALUE "CUENTA DESTINO".
003060     02  FILLER                PIC X(01) VALUE SPACES.
003070     02  FILLER                PIC X(14) VALUE "       IMPORTE".
003080     02  FILLER                PIC X(01) VALUE SPACES.
003090     02  FILLER                PIC X(30) VALUE "ORDENANTE".
003100     02  FILLER                PIC X(01) VALUE SPACES.
003110     02  FILLER                PIC X(16) VALUE "REFERENCIA".
003120     02  FILLER                PIC X(01) VALUE SPACES.
003130     02  FILLER                PIC X(08) VALUE "RESULT.".
003140     02  FILLER                PIC X(01) VALUE SPACES.
003150     02  FILLER                PIC X(10) VALUE "   TARJETA".
003160     02  FILLER                PIC X(01) VALUE SPACES.
003170     02  FILLER                PIC X(22) VALUE
003180         "MOTIVO DEVOLUCION".
003190*
003200 01  WS-LINEA-MENSAJE.
003210     02  WS-MSJ-ETIQUETA       PIC X(30).
003220     02  WS-MSJ-TEXTO          PIC X(45).
003230*
003240 01  WS-LINEA-TOTAL.
003250     02  WS-TOTL-ETIQUETA      PIC X(30).
003260     02  WS-TOTL-VALOR         PIC Z,ZZZ,ZZ9.
003270*
003280 01  WS-LINEA-IMPORTE.
003290     02  WS-IMPL-ETIQUETA      PIC X(30).
003300     02  WS-IMPL-VALOR         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003310*
003320 PROCEDURE DIVISION.
003330*================================================================*
003340* 0000-MAINLINE                                                  *
003350*================================================================*
003360 0000-MAINLINE.
003370     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003380     IF CMPA-ES-ENTRADA
003390         PERFORM 2000-PROCESAR-ENTRADA THRU 2000-EXIT
003400     ELSE
003410         PERFORM 5000-CONFIRMAR-SALIDA THRU 5000-EXIT
003420     END-IF.
003430     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003440     STOP RUN.
003450*================================================================*
003460* 1000-INICIALIZAR                                               *
003470*   READS THE ACTION CARD AND THE CLEARING SET-UP, BOTH OF WHICH *
003480*   ARE MANDATORY, OPENS THE CLEARING LEDGER (CREATED ON FIRST   *
003490*   USE THE WAY ANULMOV CREATES ANULREG.DAT) AND STARTS THE      *
003500*   REPORT.                                                      *
003510*================================================================*
003520 1000-INICIALIZAR.
003530     PERFORM 1100-LEER-ACCION THRU 1100-EXIT.
003540     PERFORM 1200-LEER-CONFIGURACION THRU 1200-EXIT.
003550     OPEN I-O CmpCtlFile.
003560     IF FSJ NOT = "00"
003570         IF FSJ = "35"
003580             OPEN OUTPUT CmpCtlFile
003590             IF FSJ NOT = "00"
003600                 MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
003610                 MOVE FSJ TO WS-ABEND-STATUS
003620                 GO TO 9990-ERROR-FICHERO
003630             END-IF
003640             CLOSE CmpCtlFile
003650             OPEN I-O CmpCtlFile
003660             IF FSJ NOT = "00"
003670                 MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
003680                 MOVE FSJ TO WS-ABEND-STATUS
003690                 GO TO 9990-ERROR-FICHERO
003700             END-IF
003710         ELSE
003720             MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
003730             MOVE FSJ TO WS-ABEND-STATUS
003740             GO TO 9990-ERROR-FICHERO
003750         END-IF
003760     END-IF.
003770     OPEN OUTPUT ReportFile.
003780     IF FSR NOT = "00"
003790         MOVE "CMPREP.DAT" TO WS-ABEND-FICHERO
003800         MOVE FSR TO WS-ABEND-STATUS
003810         GO TO 9990-ERROR-FICHERO
003820     END-IF.
003830     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
003840     IF CMPA-ES-ENTRADA
003850         MOVE "COMPENSACION - ENTRADA DE PAGOS"
003860             TO WS-TIT-ACCION
003870     ELSE
003880         MOVE "COMPENSACION - CONFIRMACION DE SALIDA"
003890             TO WS-TIT-ACCION
003900     END-IF.
003910     MOVE WS-FECHA-SISTEMA TO WS-TIT-FECHA.
003920     MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
003930     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
003940 1000-EXIT.
003950     EXIT.
003960*================================================================*
003970* 1100-LEER-ACCION                                               *
003980*   READS THE ONE ACTION CARD.  WITHOUT IT, OR WITH AN ACTION    *
003990*   OTHER THAN "E" OR "C", THERE IS NOTHING SAFE TO DO.          *
004000*================================================================*
004010 1100-LEER-ACCION.
004020     OPEN INPUT AccionFile.
004030     IF FSA NOT = "00"
004040         IF FSA = "35"
004050             DISPLAY "CMPACC.DAT NO ENCONTRADO - SIN TARJETA DE "
004060                 "ACCION NO HAY NADA QUE HACER"
004070             MOVE 16 TO RETURN-CODE
004080             STOP RUN
004090         ELSE
004100             MOVE "CMPACC.DAT" TO WS-ABEND-FICHERO
004110             MOVE FSA TO WS-ABEND-STATUS
004120             GO TO 9990-ERROR-FICHERO
004130         END-IF
004140     END-IF.
004150     READ AccionFile
004160         AT END
004170             DISPLAY "CMPACC.DAT VACIO - SIN TARJETA DE "
004180                 "ACCION NO HAY NADA QUE HACER"
004190             MOVE 16 TO RETURN-CODE
004200             STOP RUN
004210     END-READ.
004220     IF FSA NOT = "00"
004230         MOVE "CMPACC.DAT" TO WS-ABEND-FICHERO
004240         MOVE FSA TO WS-ABEND-STATUS
004250         GO TO 9990-ERROR-FICHERO
004260     END-IF.
004270     CLOSE AccionFile.
004280     IF NOT CMPA-ES-ENTRADA AND NOT CMPA-ES-CONFIRMACION
004290         DISPLAY "CMPACC.DAT CON ACCION DESCONOCIDA: " CMPA-ACCION
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF.
004330 1100-EXIT.
004340     EXIT.
004350*================================================================*
004360* 1200-LEER-CONFIGURACION                                        *
004370*   READS THE CLEARING SET-UP.  UNLIKE SEQWRITE, WHICH ONLY      *
004380*   REFUSES ITS "X" ORDERS, THIS PROGRAM HAS NOTHING TO DO       *
004390*   WITHOUT IT.                                                  *
004400*================================================================*
004410 1200-LEER-CONFIGURACION.
004420     OPEN INPUT CmpConfFile.
004430     IF FSB NOT = "00"
004440         IF FSB = "35"
004450             DISPLAY "CMPCONF.DAT NO ENCONTRADO - COMPENSACION "
004460                 "INTERBANCARIA NO CONFIGURADA"
004470             MOVE 16 TO RETURN-CODE
004480             STOP RUN
004490         ELSE
004500             MOVE "CMPCONF.DAT" TO WS-ABEND-FICHERO
004510             MOVE FSB TO WS-ABEND-STATUS
004520             GO TO 9990-ERROR-FICHERO
004530         END-IF
004540     END-IF.
004550     READ CmpConfFile
004560         AT END
004570             DISPLAY "CMPCONF.DAT VACIO - COMPENSACION "
004580                 "INTERBANCARIA NO CONFIGURADA"
004590             MOVE 16 TO RETURN-CODE
004600             STOP RUN
004610     END-READ.
004620     IF FSB NOT = "00"
004630         MOVE "CMPCONF.DAT" TO WS-ABEND-FICHERO
004640         MOVE FSB TO WS-ABEND-STATUS
004650         GO TO 9990-ERROR-FICHERO
004660     END-IF.
004670     MOVE CMPF-ENTIDAD        TO WS-CMP-ENTIDAD.
004680     MOVE CMPF-TARJETA-PUENTE TO WS-CMP-TARJETA-PUENTE.
004690     MOVE CMPF-CUENTA-PUENTE  TO WS-CMP-CUENTA-PUENTE.
004700     CLOSE CmpConfFile.
004710 1200-EXIT.
004720     EXIT.
004730*================================================================*
004740* 2000-PROCESAR-ENTRADA                                          *
004750*   INBOUND RUN.  NOTHING IS WRITTEN UNTIL CMPENT.DAT HAS PASSED *
004760*   ITS PRE-PASS AND THE PENDING BATCH HAS BEEN SAVED ASIDE AND  *
004770*   FOUND TO BALANCE, SO A BAD FILE OR A MISSING BATCH LEAVES    *
004780*   TRANPARM.DAT EXACTLY AS GENORD WROTE IT.                     *
004790*================================================================*
004800 2000-PROCESAR-ENTRADA.
004810     PERFORM 2100-VERIFICAR-CMPENT THRU 2100-EXIT.
004820     IF WS-MOTIVO-FICHERO NOT = SPACES
004830         PERFORM 2190-RECHAZAR-FICHERO THRU 2190-EXIT
004840         GO TO 2000-EXIT
004850     END-IF.
004860     PERFORM 2200-PREPARAR-LOTE THRU 2200-EXIT.
004870     PERFORM 2300-REABRIR-LOTE THRU 2300-EXIT.
004880     MOVE WS-LINEA-CABECERA TO LINEA-REPORTE.
004890     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
004900     PERFORM 2400-PROCESAR-UN-PAGO THRU 2400-EXIT
004910         UNTIL FIN-CMPENT.
004920     PERFORM 2800-CERRAR-ENTRADA THRU 2800-EXIT.
004930 2000-EXIT.
004940     EXIT.
004950*================================================================*
004960* 2100-VERIFICAR-CMPENT                                          *
004970*   PRE-PASS OVER THE INBOUND FILE, THE WAY SEQWRITE'S 1750      *
004980*   CHECKS TRANPARM.DAT: EXACTLY ONE "H" HEADER FIRST AND ONE    *
004990*   "T" TRAILER LAST, DETAIL COUNT AND HASH TOTAL AS THE TRAILER *
005000*   SAYS, A HEADER ADDRESSED TO THIS ENTITY AND CARRYING         *
005010*   PAYMENTS, AND A BUSINESS DATE NOT ALREADY ON THE LEDGER.     *
005020*   THE FIRST FAILURE FOUND IS THE REASON REPORTED.              *
005030*================================================================*
005040 2100-VERIFICAR-CMPENT.
005050     OPEN INPUT CmpEntFile.
005060     IF FSE NOT = "00"
005070         IF FSE = "35"
005080             DISPLAY "CMPENT.DAT NO ENCONTRADO - NO HAY FICHERO "
005090                 "DE ENTRADA QUE PROCESAR"
005100             MOVE 16 TO RETURN-CODE
005110             STOP RUN
005120         ELSE
005130             MOVE "CMPENT.DAT" TO WS-ABEND-FICHERO
005140             MOVE FSE TO WS-ABEND-STATUS
005150             GO TO 9990-ERROR-FICHERO
005160         END-IF
005170     END-IF.
005180     PERFORM 2110-LEER-UNO-VERIFICACION THRU 2110-EXIT
005190         UNTIL FIN-CMPENT
005200             OR WS-MOTIVO-FICHERO NOT = SPACES.
005210     CLOSE CmpEntFile.
005220     IF WS-MOTIVO-FICHERO NOT = SPACES
005230         GO TO 2100-EXIT
005240     END-IF.
005250     IF NOT CABECERA-VISTA
005260         MOVE "CMPENT.DAT SIN CABECERA" TO WS-MOTIVO-FICHERO
005270         GO TO 2100-EXIT
005280     END-IF.
005290     IF NOT TOTALES-VISTOS
005300         MOVE "CMPENT.DAT SIN TOTALES" TO WS-MOTIVO-FICHERO
005310         GO TO 2100-EXIT
005320     END-IF.
005330     IF WS-ENT-CNT-DETALLES NOT = WS-ENT-TOT-DETALLES
005340         MOVE "CMPENT.DAT: NUMERO DE PAGOS NO CUADRA"
005350             TO WS-MOTIVO-FICHERO
005360         GO TO 2100-EXIT
005370     END-IF.
005380     IF WS-ENT-CNT-HASH NOT = WS-ENT-TOT-HASH
005390         MOVE "CMPENT.DAT: TOTAL DE IMPORTES NO CUADRA"
005400             TO WS-MOTIVO-FICHERO
005410         GO TO 2100-EXIT
005420     END-IF.
005430     IF WS-ENT-ENTIDAD-DESTINO NOT = WS-CMP-ENTIDAD
005440         MOVE "CMPENT.DAT NO VA DIRIGIDO A ESTA ENTIDAD"
005450             TO WS-MOTIVO-FICHERO
005460         GO TO 2100-EXIT
005470     END-IF.
005480     IF WS-ENT-CONTENIDO NOT = "P"
005490         MOVE "CMPENT.DAT NO ES UN FICHERO DE PAGOS"
005500             TO WS-MOTIVO-FICHERO
005510         GO TO 2100-EXIT
005520     END-IF.
005530     MOVE "E"          TO CMPC-SENTIDO.
005540     MOVE WS-ENT-FECHA TO CMPC-FECHA.
005550     READ CmpCtlFile
005560         INVALID KEY
005570             GO TO 2100-EXIT
005580     END-READ.
005590     IF FSJ NOT = "00"
005600         MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
005610         MOVE FSJ TO WS-ABEND-STATUS
005620         GO TO 9990-ERROR-FICHERO
005630     END-IF.
005640     MOVE "CMPENT.DAT DE ESA FECHA YA PROCESADO"
005650         TO WS-MOTIVO-FICHERO.
005660 2100-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------*
005690 2110-LEER-UNO-VERIFICACION.
005700     READ CmpEntFile
005710         AT END
005720             MOVE "S" TO WS-SW-FIN-CMPENT
005730             GO TO 2110-EXIT
005740     END-READ.
005750     IF FSE NOT = "00" AND FSE NOT = "10"
005760         MOVE "CMPENT.DAT" TO WS-ABEND-FICHERO
005770         MOVE FSE TO WS-ABEND-STATUS
005780         GO TO 9990-ERROR-FICHERO
005790     END-IF.
005800     ADD 1 TO WS-ENT-REGISTROS.
005810     IF TOTALES-VISTOS
005820         MOVE "CMPENT.DAT CON REGISTROS TRAS LOS TOTALES"
005830             TO WS-MOTIVO-FICHERO
005840         GO TO 2110-EXIT
005850     END-IF.
005860     IF WS-ENT-REGISTROS = 1 AND NOT CMP-ES-CABECERA
005870         MOVE "CMPENT.DAT NO EMPIEZA POR CABECERA"
005880             TO WS-MOTIVO-FICHERO
005890         GO TO 2110-EXIT
005900     END-IF.
005910     EVALUATE TRUE
005920         WHEN CMP-ES-CABECERA
005930             IF CABECERA-VISTA
005940                 MOVE "CMPENT.DAT CON CABECERA DUPLICADA"
005950                     TO WS-MOTIVO-FICHERO
005960             ELSE
005970                 MOVE "S" TO WS-SW-CABECERA-VISTA
005980                 MOVE CMP-CAB-FECHA           TO WS-ENT-FECHA
005990                 MOVE CMP-CAB-ENTIDAD-ORIGEN
006000                     TO WS-ENT-ENTIDAD-ORIGEN
006010                 MOVE CMP-CAB-ENTIDAD-DESTINO
006020                     TO WS-ENT-ENTIDAD-DESTINO
006030                 MOVE CMP-CAB-CONTENIDO       TO WS-ENT-CONTENIDO
006040             END-IF
006050         WHEN CMP-ES-DETALLE
006060             ADD 1 TO WS-ENT-CNT-DETALLES
006070             ADD CMP-IMPORTE TO WS-ENT-CNT-HASH
006080         WHEN CMP-ES-TOTALES
006090             MOVE "S" TO WS-SW-TOTALES-VISTOS
006100             MOVE CMP-TOT-NUM-DETALLES  TO WS-ENT-TOT-DETALLES
006110             MOVE CMP-TOT-HASH-IMPORTES TO WS-ENT-TOT-HASH
006120         WHEN OTHER
006130             MOVE "CMPENT.DAT CON TIPO DE REGISTRO DESCONOCIDO"
006140                 TO WS-MOTIVO-FICHERO
006150     END-EVALUATE.
006160 2110-EXIT.
006170     EXIT.
006180*================================================================*
006190* 2190-RECHAZAR-FICHERO                                          *
006200*   THE INBOUND FILE FAILED ITS PRE-PASS: NOTHING IS CREDITED OR *
006210*   RETURNED, THE REASON GOES ON THE REPORT AND THE RUN ENDS     *
006220*   WITH RETURN-CODE 12 SO THE FILE IS ASKED FOR AGAIN.          *
006230*================================================================*
006240 2190-RECHAZAR-FICHERO.
006250     DISPLAY "CMPENT.DAT RECHAZADO - " WS-MOTIVO-FICHERO.
006260     MOVE "FICHERO RECHAZADO: " TO WS-MSJ-ETIQUETA.
006270     MOVE WS-MOTIVO-FICHERO TO WS-MSJ-TEXTO.
006280     MOVE WS-LINEA-MENSAJE TO LINEA-REPORTE.
006290     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
006300     MOVE 12 TO WS-RETORNO.
006310 2190-EXIT.
006320     EXIT.
006330*================================================================*
006340* 2200-PREPARAR-LOTE                                             *
006350*   SAVES THE HEADER AND DETAILS OF THE PENDING TRANPARM.DAT AND *
006360*   AUTHCARD.DAT ASIDE ON CMPPWK.DAT AND CMPAWK.DAT, RECOMPUTING *
006370*   THEIR CONTROLS AS IT GOES.  THE CREDITS CAN ONLY JOIN A      *
006380*   BATCH GENORD HAS ALREADY BUILT, THAT BALANCES, AND WHOSE     *
006390*   BUSINESS DATE HAS NOT BEEN POSTED YET; ANYTHING ELSE STOPS   *
006400*   THE RUN WITH RETURN-CODE 16 BEFORE EITHER FILE IS REWRITTEN. *
006410*================================================================*
006420 2200-PREPARAR-LOTE.
006430     OPEN INPUT ParmFile.
006440     IF FSP NOT = "00"
006450         IF FSP = "35"
006460             DISPLAY "TRANPARM.DAT NO ENCONTRADO - GENERE EL "
006470                 "LOTE DEL DIA CON GENORD ANTES DE LA ENTRADA"
006480             MOVE 16 TO RETURN-CODE
006490             STOP RUN
006500         ELSE
006510             MOVE "TRANPARM.DAT" TO WS-ABEND-FICHERO
006520             MOVE FSP TO WS-ABEND-STATUS
006530             GO TO 9990-ERROR-FICHERO
006540         END-IF
006550     END-IF.
006560     OPEN OUTPUT ParmWkFile.
006570     IF FSW NOT = "00"
006580         MOVE "CMPPWK.DAT" TO WS-ABEND-FICHERO
006590         MOVE FSW TO WS-ABEND-STATUS
006600         GO TO 9990-ERROR-FICHERO
006610     END-IF.
006620     PERFORM 2210-SALVAR-UNA-ORDEN THRU 2210-EXIT
006630         UNTIL FIN-PARMFILE.
006640     CLOSE ParmFile.
006650     CLOSE ParmWkFile.
006660     IF WS-PARM-CON-CABECERA NOT = "S"
006670         OR WS-PARM-CON-TOTALES NOT = "S"
006680         OR WS-PARM-NUM-ORDENES NOT = WS-PARM-TOT-ORDENES
006690         OR WS-PARM-HASH-IMPORTES NOT = WS-PARM-TOT-HASH
006700             DISPLAY "TRANPARM.DAT NO CUADRA CON SUS TOTALES - "
006710                 "REGENERE EL LOTE CON GENORD"
006720             MOVE 16 TO RETURN-CODE
006730             STOP RUN
006740     END-IF.
006750     OPEN INPUT AuthFile.
006760     IF FSH NOT = "00"
006770         IF FSH = "35"
006780             DISPLAY "AUTHCARD.DAT NO ENCONTRADO - GENERE EL "
006790                 "LOTE DEL DIA CON GENORD ANTES DE LA ENTRADA"
006800             MOVE 16 TO RETURN-CODE
006810             STOP RUN
006820         ELSE
006830             MOVE "AUTHCARD.DAT" TO WS-ABEND-FICHERO
006840             MOVE FSH TO WS-ABEND-STATUS
006850             GO TO 9990-ERROR-FICHERO
006860         END-IF
006870     END-IF.
006880     OPEN OUTPUT AuthWkFile.
006890     IF FSX NOT = "00"
006900         MOVE "CMPAWK.DAT" TO WS-ABEND-FICHERO
006910         MOVE FSX TO WS-ABEND-STATUS
006920         GO TO 9990-ERROR-FICHERO
006930     END-IF.
006940     PERFORM 2220-SALVAR-UNA-AUTH THRU 2220-EXIT
006950         UNTIL FIN-AUTHFILE.
006960     CLOSE AuthFile.
006970     CLOSE AuthWkFile.
006980     IF WS-AUTH-CON-CABECERA NOT = "S"
006990         OR WS-AUTH-CON-TOTALES NOT = "S"
007000         OR WS-AUTH-NUM-TARJETAS NOT = WS-AUTH-TOT-TARJETAS
007010         OR WS-AUTH-HASH-TARJETAS NOT = WS-AUTH-TOT-HASH
007020             DISPLAY "AUTHCARD.DAT NO CUADRA CON SUS TOTALES - "
007030                 "REGENERE EL LOTE CON GENORD"
007040             MOVE 16 TO RETURN-CODE
007050             STOP RUN
007060     END-IF.
007070     PERFORM 2250-VERIFICAR-FECHA-PROCESADA THRU 2250-EXIT.
007080 2200-EXIT.
007090     EXIT.
007100*----------------------------------------------------------------*
007110 2210-SALVAR-UNA-ORDEN.
007120     READ ParmFile
007130         AT END
007140             MOVE "S" TO WS-SW-FIN-PARMFILE
007150             GO TO 2210-EXIT
007160     END-READ.
007170     IF FSP NOT = "00" AND FSP NOT = "10"
007180         MOVE "TRANPARM.DAT" TO WS-ABEND-FICHERO
007190         MOVE FSP TO WS-ABEND-STATUS
007200         GO TO 9990-ERROR-FICHERO
007210     END-IF.
007220     IF PARM-ES-TOTALES
007230         MOVE "S" TO WS-PARM-CON-TOTALES
007240         MOVE PARM-TOT-NUM-ORDENES   TO WS-PARM-TOT-ORDENES
007250         MOVE PARM-TOT-HASH-IMPORTES TO WS-PARM-TOT-HASH
007260         GO TO 2210-EXIT
007270     END-IF.
007280     IF PARM-ES-CABECERA
007290         MOVE "S" TO WS-PARM-CON-CABECERA
007300         MOVE PARM-CAB-FECHA TO WS-LOTE-FECHA
007310     ELSE
007320         ADD 1 TO WS-PARM-NUM-ORDENES
007330         ADD PARM-IMPORTE-CREDITO TO WS-PARM-HASH-IMPORTES
007340     END-IF.
007350     MOVE REG-PARM-TRANSFERENCIA TO REG-PARM-TRABAJO.
007360     WRITE REG-PARM-TRABAJO.
007370     IF FSW NOT = "00"
007380         MOVE "CMPPWK.DAT" TO WS-ABEND-FICHERO
007390         MOVE FSW TO WS-ABEND-STATUS
007400         GO TO 9990-ERROR-FICHERO
007410     END-IF.
007420 2210-EXIT.
007430     EXIT.
007440*----------------------------------------------------------------*
007450 2220-SALVAR-UNA-AUTH.
007460     READ AuthFile
007470         AT END
007480             MOVE "S" TO WS-SW-FIN-AUTHFILE
007490             GO TO 2220-EXIT
007500     END-READ.
007510     IF FSH NOT = "00" AND FSH NOT = "10"
007520         MOVE "AUTHCARD.DAT" TO WS-ABEND-FICHERO
007530         MOVE FSH TO WS-ABEND-STATUS
007540         GO TO 9990-ERROR-FICHERO
007550     END-IF.
007560     IF AUTH-ES-TOTALES
007570         MOVE "S" TO WS-AUTH-CON-TOTALES
007580         MOVE AUTH-TOT-NUM-TARJETAS  TO WS-AUTH-TOT-TARJETAS
007590         MOVE AUTH-TOT-HASH-TARJETAS TO WS-AUTH-TOT-HASH
007600         GO TO 2220-EXIT
007610     END-IF.
007620     IF AUTH-ES-CABECERA
007630         MOVE "S" TO WS-AUTH-CON-CABECERA
007640     ELSE
007650         ADD 1 TO WS-AUTH-NUM-TARJETAS
007660         ADD AUTH-TARJETA TO WS-AUTH-HASH-TARJETAS
007670     END-IF.
007680     MOVE REG-AUTENTICACION TO REG-AUTH-TRABAJO.
007690     WRITE REG-AUTH-TRABAJO.
007700     IF FSX NOT = "00"
007710         MOVE "CMPAWK.DAT" TO WS-ABEND-FICHERO
007720         MOVE FSX TO WS-ABEND-STATUS
007730         GO TO 9990-ERROR-FICHERO
007740     END-IF.
007750 2220-EXIT.
007760     EXIT.
007770*================================================================*
007780* 2250-VERIFICAR-FECHA-PROCESADA                                 *
007790*   A BATCH WHOSE BUSINESS DATE IS ALREADY ON FECHPROC.DAT HAS   *
007800*   BEEN POSTED: CREDITS ADDED TO IT WOULD NEVER BE APPLIED,     *
007810*   SINCE SEQWRITE REFUSES A RE-SENT DATE.                       *
007820*================================================================*
007830 2250-VERIFICAR-FECHA-PROCESADA.
007840     OPEN INPUT FechProcFile.
007850     IF FSF NOT = "00"
007860         IF FSF = "35"
007870             GO TO 2250-EXIT
007880         ELSE
007890             MOVE "FECHPROC.DAT" TO WS-ABEND-FICHERO
007900             MOVE FSF TO WS-ABEND-STATUS
007910             GO TO 9990-ERROR-FICHERO
007920         END-IF
007930     END-IF.
007940     PERFORM 2255-LEER-UNA-FECHA THRU 2255-EXIT
007950         UNTIL FIN-FECHPROC.
007960     CLOSE FechProcFile.
007970 2250-EXIT.
007980     EXIT.
007990*----------------------------------------------------------------*
008000 2255-LEER-UNA-FECHA.
008010     READ FechProcFile
008020         AT END
008030             MOVE "S" TO WS-SW-FIN-FECHPROC
008040             GO TO 2255-EXIT
008050     END-READ.
008060     IF FSF NOT = "00" AND FSF NOT = "10"
008070         MOVE "FECHPROC.DAT" TO WS-ABEND-FICHERO
008080         MOVE FSF TO WS-ABEND-STATUS
008090         GO TO 9990-ERROR-FICHERO
008100     END-IF.
008110     IF REG-FECHA-PROCESADA = WS-LOTE-FECHA
008120         DISPLAY "EL LOTE DE TRANPARM.DAT YA ESTA CONTABILIZADO"
008130             " - GENERE EL LOTE DEL DIA CON GENORD ANTES DE LA "
008140             "ENTRADA"
008150         MOVE 16 TO RETURN-CODE
008160         STOP RUN
008170     END-IF.
008180 2255-EXIT.
008190     EXIT.
008200*================================================================*
008210* 2300-REABRIR-LOTE                                              *
008220*   REWRITES TRANPARM.DAT AND AUTHCARD.DAT FROM THE SAVED HEADER *
008230*   AND DETAILS AND LEAVES THEM OPEN FOR THE NEW CREDITS, STARTS *
008240*   THE RETURN FILE WITH ITS HEADER (BACK TO THE SENDER) AND     *
008250*   REOPENS CMPENT.DAT FOR THE POSTING PASS.                     *
008260*================================================================*
008270 2300-REABRIR-LOTE.
008280     OPEN INPUT ParmWkFile.
008290     IF FSW NOT = "00"
008300         MOVE "CMPPWK.DAT" TO WS-ABEND-FICHERO
008310         MOVE FSW TO WS-ABEND-STATUS
008320         GO TO 9990-ERROR-FICHERO
008330     END-IF.
008340     OPEN OUTPUT ParmFile.
008350     IF FSP NOT = "00"
008360         MOVE "TRANPARM.DAT" TO WS-ABEND-FICHERO
008370         MOVE FSP TO WS-ABEND-STATUS
008380         GO TO 9990-ERROR-FICHERO
008390     END-IF.
008400     MOVE "N" TO WS-SW-FIN-TRABAJO.
008410     PERFORM 2310-RESTAURAR-UNA-ORDEN THRU 2310-EXIT
008420         UNTIL FIN-TRABAJO.
008430     CLOSE ParmWkFile.
008440     OPEN INPUT AuthWkFile.
008450     IF FSX NOT = "00"
008460         MOVE "CMPAWK.DAT" TO WS-ABEND-FICHERO
008470         MOVE FSX TO WS-ABEND-STATUS
008480         GO TO 9990-ERROR-FICHERO
008490     END-IF.
008500     OPEN OUTPUT AuthFile.
008510     IF FSH NOT = "00"
008520         MOVE "AUTHCARD.DAT" TO WS-ABEND-FICHERO
008530         MOVE FSH TO WS-ABEND-STATUS
008540         GO TO 9990-ERROR-FICHERO
008550     END-IF.
008560     MOVE "N" TO WS-SW-FIN-TRABAJO.
008570     PERFORM 2320-RESTAURAR-UNA-AUTH THRU 2320-EXIT
008580         UNTIL FIN-TRABAJO.
008590     CLOSE AuthWkFile.
008600     OPEN INPUT UserFile.
008610     IF FSU NOT = "00"
008620         MOVE "USERFILE" TO WS-ABEND-FICHERO
008630         MOVE FSU TO WS-ABEND-STATUS
008640         GO TO 9990-ERROR-FICHERO
008650     END-IF.
008660     OPEN OUTPUT CmpDevFile.
008670     IF FSD NOT = "00"
008680         MOVE "CMPDEV.DAT" TO WS-ABEND-FICHERO
008690         MOVE FSD TO WS-ABEND-STATUS
008700         GO TO 9990-ERROR-FICHERO
008710     END-IF.
008720     MOVE "H"                   TO CMPD-CAB-TIPO.
008730     MOVE WS-ENT-FECHA          TO CMPD-CAB-FECHA.
008740     MOVE WS-CMP-ENTIDAD        TO CMPD-CAB-ENTIDAD-ORIGEN.
008750     MOVE WS-ENT-ENTIDAD-ORIGEN TO CMPD-CAB-ENTIDAD-DESTINO.
008760     MOVE "D"                   TO CMPD-CAB-CONTENIDO.
008770     WRITE REG-CMPD-CABECERA.
008780     IF FSD NOT = "00"
008790         MOVE "CMPDEV.DAT" TO WS-ABEND-FICHERO
008800         MOVE FSD TO WS-ABEND-STATUS
008810         GO TO 9990-ERROR-FICHERO
008820     END-IF.
008830     OPEN INPUT CmpEntFile.
008840     IF FSE NOT = "00"
008850         MOVE "CMPENT.DAT" TO WS-ABEND-FICHERO
008860         MOVE FSE TO WS-ABEND-STATUS
008870         GO TO 9990-ERROR-FICHERO
008880     END-IF.
008890     MOVE "N" TO WS-SW-FIN-CMPENT.
008900 2300-EXIT.
008910     EXIT.
008920*----------------------------------------------------------------*
008930 2310-RESTAURAR-UNA-ORDEN.
008940     READ ParmWkFile
008950         AT END
008960             MOVE "S" TO WS-SW-FIN-TRABAJO
008970             GO TO 2310-EXIT
008980     END-READ.
008990     IF FSW NOT = "00" AND FSW NOT = "10"
009000         MOVE "CMPPWK.DAT" TO WS-ABEND-FICHERO
009010         MOVE FSW TO WS-ABEND-STATUS
009020         GO TO 9990-ERROR-FICHERO
009030     END-IF.
009040     MOVE REG-PARM-TRABAJO TO REG-PARM-TRANSFERENCIA.
009050     IF PARM-ES-CABECERA
009060         WRITE REG-PARM-CABECERA
009070     ELSE
009080         WRITE REG-PARM-TRANSFERENCIA
009090     END-IF.
009100     IF FSP NOT = "00"
009110         MOVE "TRANPARM.DAT" TO WS-ABEND-FICHERO
009120         MOVE FSP TO WS-ABEND-STATUS
009130         GO TO 9990-ERROR-FICHERO
009140     END-IF.
009150 2310-EXIT.
009160     EXIT.
009170*----------------------------------------------------------------*
009180 2320-RESTAURAR-UNA-AUTH.
009190     READ AuthWkFile
009200         AT END
009210             MOVE "S" TO WS-SW-FIN-TRABAJO
009220             GO TO 2320-EXIT
009230     END-READ.
009240     IF FSX NOT = "00" AND FSX NOT = "10"
009250         MOVE "CMPAWK.DAT" TO WS-ABEND-FICHERO
009260         MOVE FSX TO WS-ABEND-STATUS
009270         GO TO 9990-ERROR-FICHERO
009280     END-IF.
009290     MOVE REG-AUTH-TRABAJO TO REG-AUTENTICACION.
009300     IF AUTH-ES-CABECERA
009310         WRITE REG-AUTH-CABECERA
009320     ELSE
009330         WRITE REG-AUTENTICACION
009340     END-IF.
009350     IF FSH NOT = "00"
009360         MOVE "AUTHCARD.DAT" TO WS-ABEND-FICHERO
009370         MOVE FSH TO WS-ABEND-STATUS
009380         GO TO 9990-ERROR-FICHERO
009390     END-IF.
009400 2320-EXIT.
009410     EXIT.
009420*================================================================*
009430* 2400-PROCESAR-UN-PAGO                                          *
009440*   ONE INBOUND PAYMENT: THE ACCOUNT IS LOOKED UP ON USERS.DAT   *
009450*   AND THE PAYMENT IS EITHER ADDED TO THE BATCH AS A CREDIT OR  *
009460*   RETURNED.  THE HEADER AND TRAILER WERE CHECKED IN THE        *
009470*   PRE-PASS AND ARE ONLY STEPPED OVER HERE.                     *
009480*================================================================*
009490 2400-PROCESAR-UN-PAGO.
009500     READ CmpEntFile
009510         AT END
009520             MOVE "S" TO WS-SW-FIN-CMPENT
009530             GO TO 2400-EXIT
009540     END-READ.
009550     IF FSE NOT = "00" AND FSE NOT = "10"
009560         MOVE "CMPENT.DAT" TO WS-ABEND-FICHERO
009570         MOVE FSE TO WS-ABEND-STATUS
009580         GO TO 9990-ERROR-FICHERO
009590     END-IF.
009600     IF NOT CMP-ES-DETALLE
009610         GO TO 2400-EXIT
009620     END-IF.
009630     ADD 1 TO WS-TOT-PAGOS.
009640     ADD CMP-IMPORTE TO WS-TOT-IMP-PAGOS.
009650     PERFORM 2450-BUSCAR-CUENTA THRU 2450-EXIT.
009660     IF WS-MOTIVO-DEV = SPACES
009670         PERFORM 2500-GRABAR-ABONO THRU 2500-EXIT
009680     ELSE
009690         PERFORM 2600-GRABAR-DEVOLUCION THRU 2600-EXIT
009700     END-IF.
009710     PERFORM 2700-LINEA-PAGO THRU 2700-EXIT.
009720 2400-EXIT.
009730     EXIT.
009740*================================================================*
009750* 2450-BUSCAR-CUENTA                                             *
009760*   SWEEPS USERS.DAT FOR THE ACCOUNT THE PAYMENT IS ADDRESSED TO *
009770*   AND DECIDES WHETHER IT GOES BACK: "01" NO SUCH ACCOUNT (NEVER*
009780*   OURS, OR ITS CARD WAS RETIRED), "02" THE CARD IS BLOCKED,    *
009790*   "03" THE CARD HAS EXPIRED.  THE LAST TWO WOULD FAIL THE      *
009800*   AUTHENTICATION SEQWRITE RUNS ON EVERY ORDER, SO THE MONEY    *
009810*   WOULD OTHERWISE NEVER REACH THE ACCOUNT.  ON A HIT REG-      *
009820*   USUARIO IS LEFT HOLDING THE CARD THAT OWNS THE ACCOUNT.      *
009830*================================================================*
009840 2450-BUSCAR-CUENTA.
009850     MOVE SPACES TO WS-MOTIVO-DEV
009860                    WS-MOTIVO-DEV-TEXTO.
009870     MOVE "N" TO WS-SW-CUENTA-HALLADA.
009880     MOVE "N" TO WS-SW-FIN-USUARIOS.
009890     MOVE ZERO TO USER-TARJ.
009900     START UserFile KEY IS NOT LESS THAN USER-TARJ
009910         INVALID KEY
009920             MOVE "S" TO WS-SW-FIN-USUARIOS
009930     END-START.
009940     IF FSU NOT = "00" AND FSU NOT = "23"
009950         MOVE "USERFILE" TO WS-ABEND-FICHERO
009960         MOVE FSU TO WS-ABEND-STATUS
009970         GO TO 9990-ERROR-FICHERO
009980     END-IF.
009990     PERFORM 2460-LEER-UN-USUARIO THRU 2460-EXIT
010000         UNTIL FIN-USUARIOS OR CUENTA-HALLADA.
010010     IF NOT CUENTA-HALLADA
010020         MOVE "01" TO WS-MOTIVO-DEV
010030         MOVE "01 CUENTA INEXISTENTE" TO WS-MOTIVO-DEV-TEXTO
010040         GO TO 2450-EXIT
010050     END-IF.
010060     IF USER-CUENTA-BLOQUEADA
010070         MOVE "02" TO WS-MOTIVO-DEV
010080         MOVE "02 TARJETA BLOQUEADA" TO WS-MOTIVO-DEV-TEXTO
010090         GO TO 2450-EXIT
010100     END-IF.
010110     IF USER-FECHA-CADUCA NOT = ZERO
010120         AND USER-FECHA-CADUCA < WS-FECHA-SISTEMA
010130             MOVE "03" TO WS-MOTIVO-DEV
010140             MOVE "03 TARJETA CADUCADA" TO WS-MOTIVO-DEV-TEXTO
010150     END-IF.
010160 2450-EXIT.
010170     EXIT.
010180*----------------------------------------------------------------*
010190 2460-LEER-UN-USUARIO.
010200     READ UserFile NEXT RECORD
010210         AT END
010220             MOVE "S" TO WS-SW-FIN-USUARIOS
010230             GO TO 2460-EXIT
010240     END-READ.
010250     IF FSU NOT = "00" AND FSU NOT = "10"
010260         MOVE "USERFILE" TO WS-ABEND-FICHERO
010270         MOVE FSU TO WS-ABEND-STATUS
010280         GO TO 9990-ERROR-FICHERO
010290     END-IF.
010300     MOVE 1 TO M.
010310     PERFORM 2465-COMPARAR-CUENTA THRU 2465-EXIT
010320         UNTIL M > USER-NUM-CUENTAS OR CUENTA-HALLADA.
010330 2460-EXIT.
010340     EXIT.
010350*----------------------------------------------------------------*
010360 2465-COMPARAR-CUENTA.
010370     IF USER-NUM-CUENTA(M) = CMP-CUENTA-DESTINO
010380         MOVE "S" TO WS-SW-CUENTA-HALLADA
010390     ELSE
010400         ADD 1 TO M
010410     END-IF.
010420 2465-EXIT.
010430     EXIT.
010440*================================================================*
010450* 2500-GRABAR-ABONO                                              *
010460*   ADDS THE PAYMENT TO THE BATCH AS A STRAIGHT CREDIT, THE SAME *
010470*   CARD PAIR GENORD WRITES: NO ORIGIN, THE DESTINATION CARD     *
010480*   AUTHENTICATING WITH ITS PIN OF RECORD, AND NO MAXIMUM        *
010490*   BALANCE OF ITS OWN (THE SENDER DOES NOT KNOW OUR LIMITS).    *
010500*================================================================*
010510 2500-GRABAR-ABONO.
010520     MOVE "D"                TO PARM-TIPO-REG.
010530     MOVE CMP-CUENTA-DESTINO TO PARM-CUENTA-DESTINO.
010540     MOVE CMP-IMPORTE        TO PARM-IMPORTE-CREDITO.
010550     MOVE 999999999.99       TO PARM-SALDO-MAXIMO.
010560     MOVE ZERO               TO PARM-TARJETA-ORIGEN.
010570     MOVE SPACES             TO PARM-CUENTA-ORIGEN.
010580     MOVE USER-TARJ          TO PARM-TARJETA-DESTINO.
010590     MOVE "T"                TO PARM-TIPO-OPER.
010600     MOVE SPACES             TO PARM-CAJERO.
010610     MOVE SPACES             TO PARM-SUCURSAL-OPER.
010620     WRITE REG-PARM-TRANSFERENCIA.
010630     IF FSP NOT = "00"
010640         MOVE "TRANPARM.DAT" TO WS-ABEND-FICHERO
010650         MOVE FSP TO WS-ABEND-STATUS
010660         GO TO 9990-ERROR-FICHERO
010670     END-IF.
010680     MOVE "D"       TO AUTH-TIPO-REG.
010690     MOVE USER-TARJ TO AUTH-TARJETA.
010700     MOVE USER-PIN  TO AUTH-PIN.
010710     WRITE REG-AUTENTICACION.
010720     IF FSH NOT = "00"
010730         MOVE "AUTHCARD.DAT" TO WS-ABEND-FICHERO
010740         MOVE FSH TO WS-ABEND-STATUS
010750         GO TO 9990-ERROR-FICHERO
010760     END-IF.
010770     ADD 1 TO WS-PARM-NUM-ORDENES.
010780     ADD CMP-IMPORTE TO WS-PARM-HASH-IMPORTES.
010790     ADD 1 TO WS-AUTH-NUM-TARJETAS.
010800     ADD USER-TARJ TO WS-AUTH-HASH-TARJETAS.
010810     ADD 1 TO WS-TOT-ABONADOS.
010820     ADD CMP-IMPORTE TO WS-TOT-IMP-ABONADO.
010830 2500-EXIT.
010840     EXIT.
010850*================================================================*
010860* 2600-GRABAR-DEVOLUCION                                         *
010870*   SENDS THE PAYMENT BACK, UNCHANGED BUT FOR THE REASON CODE.   *
010880*================================================================*
010890 2600-GRABAR-DEVOLUCION.
010900     MOVE REG-CMP-DETALLE TO REG-CMPD-DETALLE.
010910     MOVE WS-MOTIVO-DEV   TO CMPD-MOTIVO-DEVOLUCION.
010920     WRITE REG-CMPD-DETALLE.
010930     IF FSD NOT = "00"
010940         MOVE "CMPDEV.DAT" TO WS-ABEND-FICHERO
010950         MOVE FSD TO WS-ABEND-STATUS
010960         GO TO 9990-ERROR-FICHERO
010970     END-IF.
010980     ADD 1 TO WS-TOT-DEVUELTOS.
010990     ADD CMP-IMPORTE TO WS-TOT-IMP-DEVUELTO.
011000 2600-EXIT.
011010     EXIT.
011020*================================================================*
011030* 2700-LINEA-PAGO                                                *
011040*   ONE REPORT LINE PER INBOUND PAYMENT.                         *
011050*================================================================*
011060 2700-LINEA-PAGO.
011070     MOVE SPACES TO LIN-PAGO.
011080     MOVE CMP-CUENTA-DESTINO   TO LIN-PAG-CUENTA.
011090     MOVE CMP-IMPORTE          TO LIN-PAG-IMPORTE.
011100     MOVE CMP-NOMBRE-ORDENANTE TO LIN-PAG-ORDENANTE.
011110     MOVE CMP-REFERENCIA       TO LIN-PAG-REFERENCIA.
011120     IF WS-MOTIVO-DEV = SPACES
011130         MOVE "ABONADO"  TO LIN-PAG-RESULTADO
011140         MOVE USER-TARJ  TO LIN-PAG-TARJETA
011150     ELSE
011160         MOVE "DEVUELTO" TO LIN-PAG-RESULTADO
011170         IF CUENTA-HALLADA
011180             MOVE USER-TARJ TO LIN-PAG-TARJETA
011190         ELSE
011200             MOVE ZERO TO LIN-PAG-TARJETA
011210         END-IF
011220         MOVE WS-MOTIVO-DEV-TEXTO TO LIN-PAG-MOTIVO
011230     END-IF.
011240     MOVE LIN-PAGO TO LINEA-REPORTE.
011250     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
011260 2700-EXIT.
011270     EXIT.
011280*================================================================*
011290* 2800-CERRAR-ENTRADA                                            *
011300*   CLOSES THE BATCH AND THE RETURN FILE WITH THEIR NEW "T"      *
011310*   TRAILERS, RECORDS THE INBOUND FILE ON THE LEDGER AS          *
011320*   PROCESSED SO IT CANNOT BE CREDITED TWICE, AND PRINTS THE     *
011330*   TOTALS.                                                      *
011340*================================================================*
011350 2800-CERRAR-ENTRADA.
011360     MOVE "T"                   TO PARM-TOT-TIPO.
011370     MOVE WS-PARM-NUM-ORDENES   TO PARM-TOT-NUM-ORDENES.
011380     MOVE WS-PARM-HASH-IMPORTES TO PARM-TOT-HASH-IMPORTES.
011390     WRITE REG-PARM-TOTALES.
011400     IF FSP NOT = "00"
011410         MOVE "TRANPARM.DAT" TO WS-ABEND-FICHERO
011420         MOVE FSP TO WS-ABEND-STATUS
011430         GO TO 9990-ERROR-FICHERO
011440     END-IF.
011450     MOVE "T"                   TO AUTH-TOT-TIPO.
011460     MOVE WS-AUTH-NUM-TARJETAS  TO AUTH-TOT-NUM-TARJETAS.
011470     MOVE WS-AUTH-HASH-TARJETAS TO AUTH-TOT-HASH-TARJETAS.
011480     WRITE REG-AUTH-TOTALES.
011490     IF FSH NOT = "00"
011500         MOVE "AUTHCARD.DAT" TO WS-ABEND-FICHERO
011510         MOVE FSH TO WS-ABEND-STATUS
011520         GO TO 9990-ERROR-FICHERO
011530     END-IF.
011540     MOVE "T"                 TO CMPD-TOT-TIPO.
011550     MOVE WS-TOT-DEVUELTOS    TO CMPD-TOT-NUM-DETALLES.
011560     MOVE WS-TOT-IMP-DEVUELTO TO CMPD-TOT-HASH-IMPORTES.
011570     WRITE REG-CMPD-TOTALES.
011580     IF FSD NOT = "00"
011590         MOVE "CMPDEV.DAT" TO WS-ABEND-FICHERO
011600         MOVE FSD TO WS-ABEND-STATUS
011610         GO TO 9990-ERROR-FICHERO
011620     END-IF.
011630     CLOSE ParmFile.
011640     CLOSE AuthFile.
011650     CLOSE CmpDevFile.
011660     CLOSE CmpEntFile.
011670     CLOSE UserFile.
011680     MOVE "E"                   TO CMPC-SENTIDO.
011690     MOVE WS-ENT-FECHA          TO CMPC-FECHA.
011700     MOVE "P"                   TO CMPC-ESTADO.
011710     MOVE WS-ENT-ENTIDAD-ORIGEN TO CMPC-ENTIDAD.
011720     MOVE WS-TOT-PAGOS          TO CMPC-NUM-DETALLES.
011730     MOVE WS-TOT-IMP-PAGOS      TO CMPC-IMPORTE.
011740     MOVE WS-TOT-DEVUELTOS      TO CMPC-NUM-DEVUELTOS.
011750     MOVE WS-TOT-IMP-DEVUELTO   TO CMPC-IMP-DEVUELTO.
011760     MOVE WS-FECHA-SISTEMA      TO CMPC-FECHA-CONFIRMACION.
011770     WRITE REG-CONTROL-COMPENSACION.
011780     IF FSJ NOT = "00"
011790         MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
011800         MOVE FSJ TO WS-ABEND-STATUS
011810         GO TO 9990-ERROR-FICHERO
011820     END-IF.
011830     MOVE "PAGOS RECIBIDOS:              " TO WS-TOTL-ETIQUETA.
011840     MOVE WS-TOT-PAGOS TO WS-TOTL-VALOR.
011850     PERFORM 8200-GRABAR-TOTAL THRU 8200-EXIT.
011860     MOVE "IMPORTE RECIBIDO:             " TO WS-IMPL-ETIQUETA.
011870     MOVE WS-TOT-IMP-PAGOS TO WS-IMPL-VALOR.
011880     PERFORM 8300-GRABAR-IMPORTE THRU 8300-EXIT.
011890     MOVE "ABONOS ANADIDOS AL LOTE:      " TO WS-TOTL-ETIQUETA.
011900     MOVE WS-TOT-ABONADOS TO WS-TOTL-VALOR.
011910     PERFORM 8200-GRABAR-TOTAL THRU 8200-EXIT.
011920     MOVE "IMPORTE ABONADO:              " TO WS-IMPL-ETIQUETA.
011930     MOVE WS-TOT-IMP-ABONADO TO WS-IMPL-VALOR.
011940     PERFORM 8300-GRABAR-IMPORTE THRU 8300-EXIT.
011950     MOVE "PAGOS DEVUELTOS:              " TO WS-TOTL-ETIQUETA.
011960     MOVE WS-TOT-DEVUELTOS TO WS-TOTL-VALOR.
011970     PERFORM 8200-GRABAR-TOTAL THRU 8200-EXIT.
011980     MOVE "IMPORTE DEVUELTO:             " TO WS-IMPL-ETIQUETA.
011990     MOVE WS-TOT-IMP-DEVUELTO TO WS-IMPL-VALOR.
012000     PERFORM 8300-GRABAR-IMPORTE THRU 8300-EXIT.
012010     IF WS-TOT-DEVUELTOS > ZERO
012020         MOVE 4 TO WS-RETORNO
012030     END-IF.
012040 2800-EXIT.
012050     EXIT.
012060*================================================================*
012070* 5000-CONFIRMAR-SALIDA                                          *
012080*   THE CLEARING HOUSE ACKNOWLEDGED THE OUTBOUND FILE OF         *
012090*   CMPA-FECHA.  ONLY A FILE STILL AWAITING CONFIRMATION, WHOSE  *
012100*   ACKNOWLEDGED COUNT AND AMOUNT MATCH THE LEDGER, IS CLEARED   *
012110*   OFF THE SUSPENSE ACCOUNT; ANYTHING ELSE IS LEFT FOR          *
012120*   INVESTIGATION WITH RETURN-CODE 8 AND NOTHING POSTED.         *
012130*================================================================*
012140 5000-CONFIRMAR-SALIDA.
012150     MOVE "S"        TO CMPC-SENTIDO.
012160     MOVE CMPA-FECHA TO CMPC-FECHA.
012170     READ CmpCtlFile
012180         INVALID KEY
012190             MOVE "NO HAY FICHERO SALIENTE DE ESA FECHA"
012200                 TO WS-MOTIVO-FICHERO
012210             GO TO 5000-RECHAZO
012220     END-READ.
012230     IF FSJ NOT = "00"
012240         MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
012250         MOVE FSJ TO WS-ABEND-STATUS
012260         GO TO 9990-ERROR-FICHERO
012270     END-IF.
012280     IF CMPC-CONFIRMADO
012290         MOVE "FICHERO SALIENTE YA CONFIRMADO"
012300             TO WS-MOTIVO-FICHERO
012310         GO TO 5000-RECHAZO
012320     END-IF.
012330     IF CMPC-NUM-DETALLES NOT = CMPA-NUM-DETALLES
012340         MOVE "NUMERO DE PAGOS CONFIRMADO NO CUADRA"
012350             TO WS-MOTIVO-FICHERO
012360         GO TO 5000-RECHAZO
012370     END-IF.
012380     IF CMPC-IMPORTE NOT = CMPA-IMPORTE
012390         MOVE "IMPORTE CONFIRMADO NO CUADRA"
012400             TO WS-MOTIVO-FICHERO
012410         GO TO 5000-RECHAZO
012420     END-IF.
012430     PERFORM 5100-ABRIR-CONTABILIDAD THRU 5100-EXIT.
012440     PERFORM 5200-CARGAR-CUENTA-PUENTE THRU 5200-EXIT.
012450     MOVE "C"              TO CMPC-ESTADO.
012460     MOVE WS-FECHA-SISTEMA TO CMPC-FECHA-CONFIRMACION.
012470     REWRITE REG-CONTROL-COMPENSACION.
012480     IF FSJ NOT = "00"
012490         MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
012500         MOVE FSJ TO WS-ABEND-STATUS
012510         GO TO 9990-ERROR-FICHERO
012520     END-IF.
012530     MOVE "FICHERO SALIENTE DEL DIA:     " TO WS-MSJ-ETIQUETA.
012540     MOVE CMPA-FECHA TO WS-MSJ-TEXTO.
012550     MOVE WS-LINEA-MENSAJE TO LINEA-REPORTE.
012560     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012570     MOVE "PAGOS CONFIRMADOS:            " TO WS-TOTL-ETIQUETA.
012580     MOVE CMPC-NUM-DETALLES TO WS-TOTL-VALOR.
012590     PERFORM 8200-GRABAR-TOTAL THRU 8200-EXIT.
012600     MOVE "IMPORTE CARGADO A PUENTE:     " TO WS-IMPL-ETIQUETA.
012610     MOVE CMPC-IMPORTE TO WS-IMPL-VALOR.
012620     PERFORM 8300-GRABAR-IMPORTE THRU 8300-EXIT.
012630     MOVE "SALDO CUENTA PUENTE:          " TO WS-IMPL-ETIQUETA.
012640     MOVE USER-SALDO(M) TO WS-IMPL-VALOR.
012650     PERFORM 8300-GRABAR-IMPORTE THRU 8300-EXIT.
012660     IF USER-SALDO(M) NOT = ZERO
012670         DISPLAY "CUENTA PUENTE NO QUEDA A CERO TRAS LA "
012680             "CONFIRMACION - SALDO " USER-SALDO(M)
012690         MOVE "CUENTA PUENTE NO QUEDA A CERO: " TO WS-MSJ-ETIQUETA
012700         MOVE "REVISAR LOS PAGOS SALIENTES PENDIENTES"
012710             TO WS-MSJ-TEXTO
012720         MOVE WS-LINEA-MENSAJE TO LINEA-REPORTE
012730         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
012740         MOVE 8 TO WS-RETORNO
012750     END-IF.
012760     CLOSE UserFile.
012770     CLOSE TranLogFile.
012780     IF HISTORICO-ABIERTO
012790         CLOSE HistFile
012800     END-IF.
012810     GO TO 5000-EXIT.
012820 5000-RECHAZO.
012830     DISPLAY "CONFIRMACION RECHAZADA - " WS-MOTIVO-FICHERO.
012840     MOVE "CONFIRMACION RECHAZADA: " TO WS-MSJ-ETIQUETA.
012850     MOVE WS-MOTIVO-FICHERO TO WS-MSJ-TEXTO.
012860     MOVE WS-LINEA-MENSAJE TO LINEA-REPORTE.
012870     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012880     MOVE 8 TO WS-RETORNO.
012890 5000-EXIT.
012900     EXIT.
012910*================================================================*
012920* 5100-ABRIR-CONTABILIDAD                                        *
012930*   OPENS THE MASTER AND THE MOVEMENT LOG FOR THE SUSPENSE       *
012940*   DEBIT.  THE MOVEMENT HISTORY IS MIRRORED WHEN IT EXISTS, AS  *
012950*   IN SEQWRITE.                                                 *
012960*================================================================*
012970 5100-ABRIR-CONTABILIDAD.
012980     OPEN I-O UserFile.
012990     IF FSU NOT = "00"
013000         MOVE "USERFILE" TO WS-ABEND-FICHERO
013010         MOVE FSU TO WS-ABEND-STATUS
013020         GO TO 9990-ERROR-FICHERO
013030     END-IF.
013040     OPEN EXTEND TranLogFile.
013050     IF FST NOT = "00"
013060         MOVE "TRANLOG.DAT" TO WS-ABEND-FICHERO
013070         MOVE FST TO WS-ABEND-STATUS
013080         GO TO 9990-ERROR-FICHERO
013090     END-IF.
013100     OPEN I-O HistFile.
013110     IF FSI = "00"
013120         MOVE "S" TO WS-SW-HISTORICO
013130     ELSE
013140         IF FSI NOT = "35"
013150             MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
013160             MOVE FSI TO WS-ABEND-STATUS
013170             GO TO 9990-ERROR-FICHERO
013180         END-IF
013190     END-IF.
013200 5100-EXIT.
013210     EXIT.
013220*================================================================*
013230* 5200-CARGAR-CUENTA-PUENTE                                      *
013240*   DEBITS THE CONFIRMED AMOUNT FROM THE CLEARING SUSPENSE       *
013250*   ACCOUNT.  THE MONEY ALREADY LEFT THE CUSTOMERS' ACCOUNTS     *
013260*   WHEN THE PAYMENTS WENT OUT, SO NO OVERDRAFT OR DORMANCY      *
013270*   CHECK APPLIES.  A SUSPENSE ACCOUNT THAT CANNOT BE FOUND IS   *
013280*   A SET-UP ERROR AND STOPS THE RUN BEFORE ANYTHING IS POSTED.  *
013290*================================================================*
013300 5200-CARGAR-CUENTA-PUENTE.
013310     MOVE WS-CMP-TARJETA-PUENTE TO USER-TARJ.
013320     READ UserFile
013330         INVALID KEY
013340             DISPLAY "TARJETA DE LA CUENTA PUENTE NO EXISTE - "
013350                 "REVISE CMPCONF.DAT"
013360             MOVE 16 TO RETURN-CODE
013370             STOP RUN
013380     END-READ.
013390     IF FSU NOT = "00"
013400         MOVE "USERFILE" TO WS-ABEND-FICHERO
013410         MOVE FSU TO WS-ABEND-STATUS
013420         GO TO 9990-ERROR-FICHERO
013430     END-IF.
013440     MOVE "N" TO WS-SW-CUENTA-HALLADA.
013450     MOVE 1 TO M.
013460     PERFORM 5250-COMPARAR-PUENTE THRU 5250-EXIT
013470         UNTIL M > USER-NUM-CUENTAS OR CUENTA-HALLADA.
013480     IF NOT CUENTA-HALLADA
013490         DISPLAY "CUENTA PUENTE NO ENCONTRADA EN SU TARJETA - "
013500             "REVISE CMPCONF.DAT"
013510         MOVE 16 TO RETURN-CODE
013520         STOP RUN
013530     END-IF.
013540     MOVE USER-SALDO(M) TO WS-TLOG-SALDO-ANTERIOR.
013550     COMPUTE WS-TLOG-SALDO-NUEVO =
013560         WS-TLOG-SALDO-ANTERIOR - CMPC-IMPORTE.
013570     MOVE WS-TLOG-SALDO-NUEVO TO USER-SALDO(M).
013580     REWRITE REG-USUARIO.
013590     IF FSU NOT = "00"
013600         MOVE "USERFILE" TO WS-ABEND-FICHERO
013610         MOVE FSU TO WS-ABEND-STATUS
013620         GO TO 9990-ERROR-FICHERO
013630     END-IF.
013640     PERFORM 5300-GRABAR-TRANLOG THRU 5300-EXIT.
013650 5200-EXIT.
013660     EXIT.
013670*----------------------------------------------------------------*
013680 5250-COMPARAR-PUENTE.
013690     IF USER-NUM-CUENTA(M) = WS-CMP-CUENTA-PUENTE
013700         MOVE "S" TO WS-SW-CUENTA-HALLADA
013710     ELSE
013720         ADD 1 TO M
013730     END-IF.
013740 5250-EXIT.
013750     EXIT.
013760*================================================================*
013770* 5300-GRABAR-TRANLOG                                            *
013780*   LOGS THE SUSPENSE DEBIT AS AN ORDINARY "D" SO CUADRESAL AND  *
013790*   EXTRGL NET IT LIKE ANY OTHER MOVEMENT.                       *
013800*================================================================*
013810 5300-GRABAR-TRANLOG.
013820     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
013830     ACCEPT WS-HORA-SISTEMA  FROM TIME.
013840     MOVE WS-FECHA-SISTEMA       TO TLOG-FECHA-HORA(1:8).
013850     MOVE WS-HORA-SISTEMA(1:6)   TO TLOG-FECHA-HORA(9:6).
013860     MOVE USER-TARJ              TO TLOG-TARJETA.
013870     MOVE USER-NUM-CUENTA(M)     TO TLOG-NUM-CUENTA.
013880     MOVE WS-TLOG-SALDO-ANTERIOR TO TLOG-SALDO-ANTERIOR.
013890     MOVE WS-TLOG-SALDO-NUEVO    TO TLOG-SALDO-NUEVO.
013900     MOVE "D"                    TO TLOG-TIPO-MOVTO.
013910     MOVE CMPC-IMPORTE           TO TLOG-IMPORTE.
013920     MOVE SPACES                 TO TLOG-CAJERO.
013930     MOVE SPACES                 TO TLOG-SUCURSAL.
013940     WRITE REG-TRANLOG.
013950     IF FST NOT = "00"
013960         MOVE "TRANLOG.DAT" TO WS-ABEND-FICHERO
013970         MOVE FST TO WS-ABEND-STATUS
013980         GO TO 9990-ERROR-FICHERO
013990     END-IF.
014000     IF HISTORICO-ABIERTO
014010         PERFORM 5350-GRABAR-HISTORICO THRU 5350-EXIT
014020     END-IF.
014030 5300-EXIT.
014040     EXIT.
014050*================================================================*
014060* 5350-GRABAR-HISTORICO                                          *
014070*   MIRRORS THE TRANLOG.DAT RECORD JUST WRITTEN INTO THE KEYED   *
014080*   MOVEMENT HISTORY, BUMPING THE TIE-BREAK SEQUENCE WHEN THE    *
014090*   SAME ACCOUNT ALREADY MOVED IN THE SAME SECOND.               *
014100*================================================================*
014110 5350-GRABAR-HISTORICO.
014120     MOVE TLOG-NUM-CUENTA      TO HIST-NUM-CUENTA.
014130     MOVE TLOG-FECHA-HORA      TO HIST-FECHA-HORA.
014140     MOVE ZERO                 TO HIST-SECUENCIA.
014150     MOVE TLOG-FECHA-HORA(1:8) TO HIST-FECHA-DIA.
014160     MOVE TLOG-TARJETA         TO HIST-TARJETA.
014170     MOVE TLOG-SALDO-ANTERIOR  TO HIST-SALDO-ANTERIOR.
014180     MOVE TLOG-SALDO-NUEVO     TO HIST-SALDO-NUEVO.
014190     MOVE TLOG-TIPO-MOVTO      TO HIST-TIPO-MOVTO.
014200     MOVE TLOG-IMPORTE         TO HIST-IMPORTE.
014210     MOVE TLOG-CAJERO          TO HIST-CAJERO.
014220     MOVE TLOG-SUCURSAL        TO HIST-SUCURSAL.
014230 5350-GRABAR.
014240     WRITE REG-HISTORICO
014250         INVALID KEY
014260             ADD 1 TO HIST-SECUENCIA
014270             GO TO 5350-GRABAR
014280     END-WRITE.
014290     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "22"
014300         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
014310         MOVE FSI TO WS-ABEND-STATUS
014320         GO TO 9990-ERROR-FICHERO
014330     END-IF.
014340 5350-EXIT.
014350     EXIT.
014360*================================================================*
014370* 8100-GRABAR-LINEA / 8200-GRABAR-TOTAL / 8300-GRABAR-IMPORTE    *
014380*   REPORT WRITERS.                                              *
014390*================================================================*
014400 8100-GRABAR-LINEA.
014410     WRITE LINEA-REPORTE.
014420     IF FSR NOT = "00"
014430         MOVE "CMPREP.DAT" TO WS-ABEND-FICHERO
014440         MOVE FSR TO WS-ABEND-STATUS
014450         GO TO 9990-ERROR-FICHERO
014460     END-IF.
014470 8100-EXIT.
014480     EXIT.
014490*----------------------------------------------------------------*
014500 8200-GRABAR-TOTAL.
014510     MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
014520     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
014530 8200-EXIT.
014540     EXIT.
014550*----------------------------------------------------------------*
014560 8300-GRABAR-IMPORTE.
014570     MOVE WS-LINEA-IMPORTE TO LINEA-REPORTE.
014580     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
014590 8300-EXIT.
014600     EXIT.
014610*================================================================*
014620* 9000-FINALIZAR                                                 *
014630*   PRINTS THE RUN TOTALS, CLOSES THE LEDGER AND THE REPORT AND  *
014640*   SETS THE RETURN-CODE: 4 WHEN INBOUND PAYMENTS WERE RETURNED, *
014650*   8 FOR A CONFIRMATION THAT COULD NOT BE CLEARED CLEANLY, 12   *
014660*   FOR A REJECTED INBOUND FILE.                                 *
014670*================================================================*
014680 9000-FINALIZAR.
014690     DISPLAY "=== COMPENSACION INTERBANCARIA ===".
014700     DISPLAY "ACCION              : " CMPA-ACCION.
014710     IF CMPA-ES-ENTRADA
014720         DISPLAY "PAGOS RECIBIDOS     : " WS-TOT-PAGOS
014730         DISPLAY "ABONOS AL LOTE      : " WS-TOT-ABONADOS
014740         DISPLAY "PAGOS DEVUELTOS     : " WS-TOT-DEVUELTOS
014750         DISPLAY "IMPORTE DEVUELTO    : " WS-TOT-IMP-DEVUELTO
014760     END-IF.
014770     CLOSE CmpCtlFile.
014780     CLOSE ReportFile.
014790     MOVE WS-RETORNO TO RETURN-CODE.
014800 9000-EXIT.
014810     EXIT.
014820*================================================================*
014830* 9990-ERROR-FICHERO                                             *
014840*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
014850*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
014860*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
014870*   THE CALLER BEFORE THE GO TO HERE.                            *
014880*================================================================*
014890 9990-ERROR-FICHERO.
014900     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
014910         " - FILE STATUS " WS-ABEND-STATUS.
014920     MOVE 99 TO RETURN-CODE.
014930     STOP RUN.
