000010*================================================================*
000020* PROGRAM-ID : DERACC                                            *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   DATA-SUBJECT ACCESS REPORT.  WHEN A CUSTOMER ASKS FOR A COPY *
000100*   OF EVERYTHING HELD ON THEM, DERPARM.DAT NAMES THEIR DNI AND  *
000110*   THE OPERATOR WHO RAISED THE REQUEST.  EVERY CARD HELD UNDER  *
000120*   THE DNI IS FOUND ON USERS.DAT (FULL READ, THERE IS NO DNI    *
000130*   KEY), AND THE CARDS HELD BEFORE A REISSUE ARE GATHERED BACK  *
000140*   FROM CARDXREF.DAT.  ONE CONSOLIDATED REPORT, DERACC.DAT,     *
000150*   THEN SHOWS: THE MASTER DATA OF EACH CARD; ITS LOGIN.DAT      *
000160*   STATUS; EVERY ACCOUNT, INCLUDING THOSE CLOSED SINCE (FOUND   *
000170*   ON TRANHIST.DAT UNDER ONE OF THE CARDS); THE STANDING ORDERS *
000180*   ON STANDORD.DAT AND THE HELD OR RESOLVED TRANSFERS ON        *
000190*   PENDTRF.DAT THAT PAY FROM OR INTO ANY OF THEM; THE UNLOCK    *
000200*   EVENTS ON UNLKAUD.DAT AND THE OPERATOR LOOK-UPS ON           *
000210*   CONSAUD.DAT FOR ANY OF THE CARDS; AND THE NUMBER OF          *
000220*   MOVEMENTS ON TRANHIST.DAT PER ACCOUNT WITH THE FIRST AND     *
000230*   LAST DATE.  THE PIN IS A CREDENTIAL, NOT CUSTOMER DATA, AND  *
000240*   IS NEVER PRINTED.  EVERY REQUEST FULFILLED IS APPENDED TO    *
000250*   THE LOG DERREG.DAT (CREATED ON FIRST USE) WITH THE OPERATOR  *
000260*   AND THE DATE.  A DNI WITH NO CARD ON FILE STILL GETS A       *
000270*   REPORT SAYING SO, IS LOGGED AS "SIN DATOS" AND ENDS THE RUN  *
000280*   WITH RETURN-CODE 4; A MISSING OR INCOMPLETE REQUEST ENDS IT  *
000290*   WITH 16.                                                     *
000300*----------------------------------------------------------------*
000310* MODIFICATION HISTORY.                                          *
000320*   DATE       INIT  DESCRIPTION                                 *
000330*   ---------  ----  -------------------------------------------*
000340*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000350*   2026-10-15  RAG  A REJECTED MOVEMENT NO LONGER ADDS A CLOSED *
000360*                    ACCOUNT: SEQWRITE LOGS IT UNDER THE CARD    *
000370*                    WITH THE ACCOUNT AS KEYED, WHICH MAY BE     *
000380*                    SOMEONE ELSE'S.                             *
000390*================================================================*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.     DerAcc.
000420 AUTHOR.         R. AGUADO GIL.
000430 INSTALLATION.   PRACTICA1.
000440 DATE-WRITTEN.   2026-10-15.
000450 DATE-COMPILED.  2026-10-15.
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ParmFile ASSIGN TO "DERPARM.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS FSP.
000540*
000550     SELECT UserFile ASSIGN TO "USERS.DAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS USER-TARJ
000590         FILE STATUS IS FSU.
000600*
000610     SELECT LoginFile ASSIGN TO "LOGIN.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LOGIN-TARJ
000650         FILE STATUS IS FSL.
000660*
000670     SELECT HistFile ASSIGN TO "TRANHIST.DAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS HIST-CLAVE
000710         ALTERNATE RECORD KEY IS HIST-FECHA-DIA
000720             WITH DUPLICATES
000730         FILE STATUS IS FSI.
000740*
000750     SELECT XrefFile ASSIGN TO "CARDXREF.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS FSX.
000790*
000800     SELECT OrderFile ASSIGN TO "STANDORD.DAT"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS SORD-ID
000840         FILE STATUS IS FSO.
000850*
000860     SELECT PendFile ASSIGN TO "PENDTRF.DAT"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS PEND-CLAVE
000900         FILE STATUS IS FSE.
000910*
000920     SELECT UnlkAudFile ASSIGN TO "UNLKAUD.DAT"
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS FSD.
000960*
000970     SELECT ConsAudFile ASSIGN TO "CONSAUD.DAT"
000980         ORGANIZATION IS SEQUENTIAL
000990         ACCESS MODE IS SEQUENTIAL
001000         FILE STATUS IS FSC.
001010*
001020     SELECT LogFile ASSIGN TO "DERREG.DAT"
001030         ORGANIZATION IS SEQUENTIAL
001040         ACCESS MODE IS SEQUENTIAL
001050         FILE STATUS IS FSA.
001060*
001070     SELECT ReportFile ASSIGN TO "DERACC.DAT"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         ACCESS MODE IS SEQUENTIAL
001100         FILE STATUS IS FSR.
001110*
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  PARMFILE.
001150     COPY DERPARM.
001160*
001170 FD  USERFILE.
001180     COPY USERREC.
001190*
001200 FD  LOGINFILE.
001210     COPY LOGINREC.
001220*
001230 FD  HISTFILE.
001240     COPY HISTREC.
001250*
001260 FD  XREFFILE.
001270     COPY XREFREC.
001280*
001290 FD  ORDERFILE.
001300     COPY SORDREC.
001310*
001320 FD  PENDFILE.
001330     COPY PENDREC.
001340*
001350 FD  UNLKAUDFILE.
001360     COPY DESBAUD.
001370*
001380 FD  CONSAUDFILE.
001390     COPY CONSAUD.
001400*
001410 FD  LOGFILE.
001420     COPY DERREG.
001430*
001440 FD  REPORTFILE.
001450 01  LINEA-REPORTE                PIC X(133).
001460*
001470 WORKING-STORAGE SECTION.
001480*----------------------------------------------------------------*
001490* FILE STATUS FIELDS.                                            *
001500*----------------------------------------------------------------*
001510 01  FSP                          PIC X(02).
001520 01  FSU                          PIC X(02).
001530 01  FSL                          PIC X(02).
001540 01  FSI                          PIC X(02).
001550 01  FSX                          PIC X(02).
001560 01  FSO                          PIC X(02).
001570 01  FSE                          PIC X(02).
001580 01  FSD                          PIC X(02).
001590 01  FSC                          PIC X(02).
001600 01  FSA                          PIC X(02).
001610 01  FSR                          PIC X(02).
001620 01  WS-ABEND-FICHERO             PIC X(12).
001630 01  WS-ABEND-STATUS              PIC X(02).
001640*----------------------------------------------------------------*
001650* SWITCHES AND SUBSCRIPTS.                                       *
001660*----------------------------------------------------------------*
001670 01  WS-SW-FIN-XREFFILE           PIC X(01) VALUE "N".
001680     88  FIN-XREFFILE                 VALUE "S".
001690 01  WS-SW-FIN-USUARIOS           PIC X(01) VALUE "N".
001700     88  FIN-USUARIOS                 VALUE "S".
001710 01  WS-SW-FIN-HISTORICO          PIC X(01) VALUE "N".
001720     88  FIN-HISTORICO                VALUE "S".
001730 01  WS-SW-FIN-ORDENES            PIC X(01) VALUE "N".
001740     88  FIN-ORDENES                  VALUE "S".
001750 01  WS-SW-FIN-PENDIENTES         PIC X(01) VALUE "N".
001760     88  FIN-PENDIENTES               VALUE "S".
001770 01  WS-SW-FIN-DESBLOQUEOS        PIC X(01) VALUE "N".
001780     88  FIN-DESBLOQUEOS              VALUE "S".
001790 01  WS-SW-FIN-CONSULTAS          PIC X(01) VALUE "N".
001800     88  FIN-CONSULTAS                VALUE "S".
001810 01  WS-SW-LOGIN-ABIERTO          PIC X(01) VALUE "N".
001820     88  LOGIN-ABIERTO                VALUE "S".
001830 01  WS-SW-DEL-CLIENTE            PIC X(01) VALUE "N".
001840     88  DEL-CLIENTE                  VALUE "S".
001850 77  M                            PIC 999 VALUE 1.
001860 77  X                            PIC 9(03) VALUE 1 COMP.
001870 77  T                            PIC 9(03) VALUE 1 COMP.
001880 77  C                            PIC 9(03) VALUE 1 COMP.
001890 77  K                            PIC 9(03) VALUE 1 COMP.
001900*----------------------------------------------------------------*
001910* THE REQUEST BEING SERVED.                                      *
001920*----------------------------------------------------------------*
001930 01  WS-FECHA-SISTEMA             PIC 9(08).
001940 01  WS-HORA-SISTEMA              PIC 9(08).
001950 01  WS-DNI                       PIC X(09).
001960 01  WS-OPERADOR                  PIC X(08).
001970 01  WS-TARJETA-SEGUIDA           PIC 9(10).
001980 01  WS-CUENTA-BUSCADA            PIC X(24).
001990 01  WS-FECHA-HORA-SISTEMA.
002000     02  WS-FHS-FECHA             PIC 9(08).
002010     02  WS-FHS-HORA              PIC 9(06).
002020*----------------------------------------------------------------*
002030* IN-CORE TABLE OF THE CARD-REISSUE CROSS-REFERENCE, LOADED      *
002040* FROM CARDXREF.DAT AT START-UP.  A MISSING CARDXREF.DAT ONLY    *
002050* MEANS NO CARD WAS EVER REISSUED.                               *
002060*----------------------------------------------------------------*
002070 01  WS-XREF-MAX                  PIC 9(03) VALUE 200 COMP.
002080 01  WS-XREF-TOTAL                PIC 9(03) VALUE ZERO COMP.
002090 01  WS-TABLA-XREF.
002100     02  WS-XREF-ENTRADA          OCCURS 200 TIMES.
002110         03  WS-XREF-FECHA-HORA       PIC X(14).
002120         03  WS-XREF-ANTIGUA          PIC 9(10).
002130         03  WS-XREF-NUEVA            PIC 9(10).
002140 01  WS-XREF-IDX                  PIC 9(03) VALUE ZERO COMP.
002150*----------------------------------------------------------------*
002160* THE CUSTOMER'S CARDS (CURRENT "A" AND RETIRED "R") AND         *
002170* ACCOUNTS (OPEN AND CLOSED), WITH THE MOVEMENT COUNT AND THE    *
002180* FIRST AND LAST MOVEMENT DATE OF EACH ACCOUNT.                  *
002190*----------------------------------------------------------------*
002200 01  WS-TARJ-MAX                  PIC 9(03) VALUE 20 COMP.
002210 01  WS-TARJ-TOTAL                PIC 9(03) VALUE ZERO COMP.
002220 01  WS-TABLA-TARJETAS.
002230     02  WS-TARJ-ENTRADA          OCCURS 20 TIMES.
002240         03  WS-TARJ-NUMERO           PIC 9(10).
002250         03  WS-TARJ-SITUACION        PIC X(01).
002260             88  WS-TARJ-ACTUAL           VALUE "A".
002270             88  WS-TARJ-RETIRADA         VALUE "R".
002280 01  WS-TARJ-IDX                  PIC 9(03) VALUE ZERO COMP.
002290 01  WS-TARJ-ACTUALES             PIC 9(03) VALUE ZERO COMP.
002300*
002310 01  WS-CTA-MAX                   PIC 9(03) VALUE 50 COMP.
002320 01  WS-CTA-TOTAL                 PIC 9(03) VALUE ZERO COMP.
002330 01  WS-TABLA-CUENTAS.
002340     02  WS-CTA-ENTRADA           OCCURS 50 TIMES.
002350         03  WS-CTA-NUMERO            PIC X(24).
002360         03  WS-CTA-TARJETA           PIC 9(10).
002370         03  WS-CTA-SALDO             PIC S9(09)V99.
002380         03  WS-CTA-LIMITE            PIC 9(09)V99.
002390         03  WS-CTA-ESTADO            PIC X(01).
002400             88  WS-CTA-ACTIVA            VALUE "A".
002410             88  WS-CTA-DORMIDA           VALUE "D".
002420             88  WS-CTA-CERRADA           VALUE "C".
002430         03  WS-CTA-MOVTOS            PIC 9(07) COMP.
002440         03  WS-CTA-PRIMERA           PIC 9(08).
002450         03  WS-CTA-ULTIMA            PIC 9(08).
002460 01  WS-CTA-IDX                   PIC 9(03) VALUE ZERO COMP.
002470*----------------------------------------------------------------*
002480* RUN CONTROL TOTALS.                                            *
002490*----------------------------------------------------------------*
002500 01  WS-TOT-MOVTOS                PIC 9(07) VALUE ZERO COMP.
002510 01  WS-TOT-PRIMERA               PIC 9(08) VALUE ZERO.
002520 01  WS-TOT-ULTIMA                PIC 9(08) VALUE ZERO.
002530 01  WS-TOT-LINEAS-SECCION        PIC 9(07) VALUE ZERO COMP.
002540 01  WS-TOT-ORDENES               PIC 9(07) VALUE ZERO COMP.
002550 01  WS-TOT-PENDIENTES            PIC 9(07) VALUE ZERO COMP.
002560 01  WS-TOT-DESBLOQUEOS           PIC 9(07) VALUE ZERO COMP.
002570 01  WS-TOT-CONSULTAS             PIC 9(07) VALUE ZERO COMP.
002580*----------------------------------------------------------------*
002590* REPORT LINE LAYOUTS AND HEADING LINES.                         *
002600*----------------------------------------------------------------*
002610     COPY DERLIN.
002620*
002630 01  WS-LINEA-TITULO.
002640     02  FILLER                PIC X(36) VALUE
002650         "INFORME DE ACCESO A DATOS - DNI ".
002660     02  WS-TIT-DNI            PIC X(09).
002670     02  FILLER                PIC X(11) VALUE "   FECHA: ".
002680     02  WS-TIT-FECHA          PIC X(10).
002690     02  FILLER                PIC X(14) VALUE "   OPERADOR: ".
002700     02  WS-TIT-OPERADOR       PIC X(08).
002710*
002720 01  WS-LINEA-SECCION.
002730     02  FILLER                PIC X(04) VALUE "=== ".
002740     02  WS-SEC-TITULO         PIC X(50).
002750*
002760 01  WS-LINEA-ROTULADA.
002770     02  FILLER                PIC X(04) VALUE SPACES.
002780     02  WS-ROT-ETIQUETA       PIC X(26).
002790     02  WS-ROT-VALOR          PIC X(40).
002800*
002810 01  WS-CAB-CUENTAS.
002820     02  FILLER                PIC X(24) VALUE "CUENTA".
002830     02  FILLER                PIC X(02) VALUE SPACES.
002840     02  FILLER                PIC X(10) VALUE "TARJETA".
002850     02  FILLER                PIC X(02) VALUE SPACES.
002860     02  FILLER                PIC X(18) VALUE
002870         "             SALDO".
002880     02  FILLER                PIC X(02) VALUE SPACES.
002890     02  FILLER                PIC X(14) VALUE
002900         "  LIMITE DESC.".
002910     02  FILLER                PIC X(02) VALUE SPACES.
002920     02  FILLER                PIC X(08) VALUE "SITUAC.".
002930*
002940 01  WS-CAB-ORDENES.
002950     02  FILLER                PIC X(08) VALUE "ORDEN".
002960     02  FILLER                PIC X(35) VALUE "ORIGEN".
002970     02  FILLER                PIC X(37) VALUE "DESTINO".
002980     02  FILLER                PIC X(14) VALUE "       IMPORTE".
002990     02  FILLER                PIC X(02) VALUE SPACES.
003000     02  FILLER                PIC X(10) VALUE "PERIODO".
003010     02  FILLER                PIC X(12) VALUE "PROXIMA".
003020     02  FILLER                PIC X(10) VALUE "EXPIRA".
003030*
003040 01  WS-CAB-PENDIENTES.
003050     02  FILLER                PIC X(25) VALUE "RETENIDA EL".
003060     02  FILLER                PIC X(11) VALUE "ESTADO".
003070     02  FILLER                PIC X(37) VALUE "ORIGEN".
003080     02  FILLER                PIC X(37) VALUE "DESTINO".
003090     02  FILLER                PIC X(14) VALUE "       IMPORTE".
003100*
003110 01  WS-CAB-DESBLOQUEOS.
003120     02  FILLER                PIC X(21) VALUE "FECHA Y HORA".
003130     02  FILLER                PIC X(12) VALUE "TARJETA".
003140     02  FILLER                PIC X(10) VALUE "SUPERV.".
003150     02  FILLER                PIC X(11) VALUE "RESULTADO".
003160     02  FILLER                PIC X(06) VALUE "MOTIVO".
003170*
003180 01  WS-CAB-CONSULTAS.
003190     02  FILLER                PIC X(21) VALUE "FECHA Y HORA".
003200     02  FILLER                PIC X(12) VALUE "TARJETA".
003210     02  FILLER                PIC X(10) VALUE "OPERADOR".
003220     02  FILLER                PIC X(09) VALUE "RESULTADO".
003230*
003240 01  WS-CAB-MOVTOS.
003250     02  FILLER                PIC X(24) VALUE "CUENTA".
003260     02  FILLER                PIC X(02) VALUE SPACES.
003270     02  FILLER                PIC X(10) VALUE "TARJETA".
003280     02  FILLER                PIC X(02) VALUE SPACES.
003290     02  FILLER                PIC X(09) VALUE "   MOVTOS".
003300     02  FILLER                PIC X(02) VALUE SPACES.
003310     02  FILLER                PIC X(12) VALUE "PRIMERO".
003320     02  FILLER                PIC X(10) VALUE "ULTIMO".
003330*
003340 01  WS-LINEA-TOTAL.
003350     02  WS-TOTL-ETIQUETA      PIC X(30).
003360     02  WS-TOTL-VALOR         PIC Z,ZZZ,ZZ9.
003370*
003380 01  WS-FECHA-EDITAR              PIC 9(08).
003390 01  WS-FECHA-EDITADA             PIC X(10).
003400 01  WS-FH-EDITAR                 PIC X(14).
003410 01  WS-FH-EDITADA                PIC X(19).
003420*
003430 PROCEDURE DIVISION.
003440*================================================================*
003450* 0000-MAINLINE                                                  *
003460*================================================================*
003470 0000-MAINLINE.
003480     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003490     PERFORM 2000-BUSCAR-TARJETAS THRU 2000-EXIT.
003500     IF WS-TARJ-TOTAL = ZERO
003510         PERFORM 3900-SIN-DATOS THRU 3900-EXIT
003520     ELSE
003530         PERFORM 2300-TARJETAS-ANTERIORES THRU 2300-EXIT
003540         PERFORM 2400-RECORRER-HISTORICO THRU 2400-EXIT
003550         PERFORM 3000-IMPRIMIR-INFORME THRU 3000-EXIT
003560     END-IF.
003570     PERFORM 4000-REGISTRAR-PETICION THRU 4000-EXIT.
003580     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003590     STOP RUN.
003600*================================================================*
003610* 1000-INICIALIZAR                                               *
003620*   READS THE REQUEST, LOADS THE CROSS-REFERENCE AND OPENS THE   *
003630*   MASTER FILES.  WITHOUT A COMPLETE REQUEST THERE IS NOTHING   *
003640*   TO SERVE, SO ITS ABSENCE IS FATAL.  THE AUDIT AND QUEUE      *
003650*   FILES ARE OPENED SECTION BY SECTION; ONE THAT HAS NEVER BEEN *
003660*   CREATED HOLDS NOTHING ON THE CUSTOMER.                       *
003670*================================================================*
003680 1000-INICIALIZAR.
003690     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
003700     ACCEPT WS-HORA-SISTEMA  FROM TIME.
003710     OPEN INPUT ParmFile.
003720     IF FSP NOT = "00"
003730         IF FSP = "35"
003740             DISPLAY "DERPARM.DAT NO ENCONTRADO - NO HAY "
003750                 "PETICION QUE ATENDER"
003760             MOVE 16 TO RETURN-CODE
003770             STOP RUN
003780         ELSE
003790             MOVE "DERPARM.DAT" TO WS-ABEND-FICHERO
003800             MOVE FSP TO WS-ABEND-STATUS
003810             GO TO 9990-ERROR-FICHERO
003820         END-IF
003830     END-IF.
003840     READ ParmFile
003850         AT END
003860             DISPLAY "DERPARM.DAT VACIO - NO HAY PETICION "
003870                 "QUE ATENDER"
003880             MOVE 16 TO RETURN-CODE
003890             STOP RUN
003900     END-READ.
003910     IF FSP NOT = "00"
003920         MOVE "DERPARM.DAT" TO WS-ABEND-FICHERO
003930         MOVE FSP TO WS-ABEND-STATUS
003940         GO TO 9990-ERROR-FICHERO
003950     END-IF.
003960     CLOSE ParmFile.
003970     IF DERP-DNI = SPACES OR DERP-OPERADOR = SPACES
003980         DISPLAY "PETICION INCOMPLETA - DERPARM.DAT DEBE LLEVAR "
003990             "DNI Y OPERADOR"
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     MOVE DERP-DNI      TO WS-DNI.
004040     MOVE DERP-OPERADOR TO WS-OPERADOR.
004050     PERFORM 1200-CARGAR-XREF THRU 1200-EXIT.
004060     OPEN INPUT UserFile.
004070     IF FSU NOT = "00"
004080         MOVE "USERFILE" TO WS-ABEND-FICHERO
004090         MOVE FSU TO WS-ABEND-STATUS
004100         GO TO 9990-ERROR-FICHERO
004110     END-IF.
004120     OPEN INPUT HistFile.
004130     IF FSI NOT = "00"
004140         IF FSI = "35"
004150             MOVE "S" TO WS-SW-FIN-HISTORICO
004160         ELSE
004170             MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
004180             MOVE FSI TO WS-ABEND-STATUS
004190             GO TO 9990-ERROR-FICHERO
004200         END-IF
004210     END-IF.
004220     OPEN INPUT LoginFile.
004230     IF FSL = "00"
004240         MOVE "S" TO WS-SW-LOGIN-ABIERTO
004250     ELSE
004260         IF FSL NOT = "35"
004270             MOVE "LOGIN.DAT" TO WS-ABEND-FICHERO
004280             MOVE FSL TO WS-ABEND-STATUS
004290             GO TO 9990-ERROR-FICHERO
004300         END-IF
004310     END-IF.
004320     OPEN OUTPUT ReportFile.
004330     IF FSR NOT = "00"
004340         MOVE "DERACC.DAT" TO WS-ABEND-FICHERO
004350         MOVE FSR TO WS-ABEND-STATUS
004360         GO TO 9990-ERROR-FICHERO
004370     END-IF.
004380     MOVE WS-DNI TO WS-TIT-DNI.
004390     MOVE WS-FECHA-SISTEMA TO WS-FECHA-EDITAR.
004400     PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT.
004410     MOVE WS-FECHA-EDITADA TO WS-TIT-FECHA.
004420     MOVE WS-OPERADOR TO WS-TIT-OPERADOR.
004430     MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
004440     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
004450     MOVE ALL "=" TO LINEA-REPORTE(1:90).
004460     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
004470 1000-EXIT.
004480     EXIT.
004490*================================================================*
004500* 1200-CARGAR-XREF                                               *
004510*   LOADS THE CARD-REISSUE CROSS-REFERENCE INTO THE IN-CORE      *
004520*   TABLE, WITH THE MOMENT OF EACH REISSUE.                      *
004530*================================================================*
004540 1200-CARGAR-XREF.
004550     OPEN INPUT XrefFile.
004560     IF FSX NOT = "00"
004570         IF FSX = "35"
004580             GO TO 1200-EXIT
004590         ELSE
004600             MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
004610             MOVE FSX TO WS-ABEND-STATUS
004620             GO TO 9990-ERROR-FICHERO
004630         END-IF
004640     END-IF.
004650     PERFORM 1250-CARGAR-UN-XREF THRU 1250-EXIT
004660         UNTIL FIN-XREFFILE.
004670     CLOSE XrefFile.
004680 1200-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------*
004710 1250-CARGAR-UN-XREF.
004720     READ XrefFile
004730         AT END
004740             MOVE "S" TO WS-SW-FIN-XREFFILE
004750             GO TO 1250-EXIT
004760     END-READ.
004770     IF FSX NOT = "00" AND FSX NOT = "10"
004780         MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
004790         MOVE FSX TO WS-ABEND-STATUS
004800         GO TO 9990-ERROR-FICHERO
004810     END-IF.
004820     IF WS-XREF-TOTAL >= WS-XREF-MAX
004830         DISPLAY "TABLA DE REEMISIONES DESBORDADA - MAS DE "
004840             WS-XREF-MAX " ENTRADAS EN CARDXREF.DAT"
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880     ADD 1 TO WS-XREF-TOTAL.
004890     MOVE XREF-FECHA-HORA
004900         TO WS-XREF-FECHA-HORA(WS-XREF-TOTAL).
004910     MOVE XREF-TARJETA-ANTIGUA
004920         TO WS-XREF-ANTIGUA(WS-XREF-TOTAL).
004930     MOVE XREF-TARJETA-NUEVA
004940         TO WS-XREF-NUEVA(WS-XREF-TOTAL).
004950 1250-EXIT.
004960     EXIT.
004970*================================================================*
004980* 2000-BUSCAR-TARJETAS                                           *
004990*   READS USERS.DAT END TO END AND TAKES EVERY CARD HELD UNDER   *
005000*   THE DNI, WITH ITS ACCOUNTS (THE FILE HAS NO DNI KEY).        *
005010*================================================================*
005020 2000-BUSCAR-TARJETAS.
005030     MOVE ZERO TO USER-TARJ.
005040     START UserFile KEY IS NOT LESS THAN USER-TARJ
005050         INVALID KEY
005060             GO TO 2000-EXIT
005070     END-START.
005080     IF FSU NOT = "00"
005090         MOVE "USERFILE" TO WS-ABEND-FICHERO
005100         MOVE FSU TO WS-ABEND-STATUS
005110         GO TO 9990-ERROR-FICHERO
005120     END-IF.
005130     PERFORM 2050-LEER-UN-CLIENTE THRU 2050-EXIT
005140         UNTIL FIN-USUARIOS.
005150 2000-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------*
005180 2050-LEER-UN-CLIENTE.
005190     READ UserFile NEXT RECORD
005200         AT END
005210             MOVE "S" TO WS-SW-FIN-USUARIOS
005220             GO TO 2050-EXIT
005230     END-READ.
005240     IF FSU NOT = "00" AND FSU NOT = "10"
005250         MOVE "USERFILE" TO WS-ABEND-FICHERO
005260         MOVE FSU TO WS-ABEND-STATUS
005270         GO TO 9990-ERROR-FICHERO
005280     END-IF.
005290     IF USER-DNI = WS-DNI
005300         PERFORM 2100-TOMAR-CLIENTE THRU 2100-EXIT
005310     END-IF.
005320 2050-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------*
005350* 2100-TOMAR-CLIENTE - ADDS THE CARD IN REG-USUARIO AND ITS      *
005360* ACCOUNTS TO THE TABLES.                                        *
005370*----------------------------------------------------------------*
005380 2100-TOMAR-CLIENTE.
005390     IF WS-TARJ-TOTAL >= WS-TARJ-MAX
005400         DISPLAY "TABLA DE TARJETAS DESBORDADA - MAS DE "
005410             WS-TARJ-MAX " TARJETAS PARA EL DNI"
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF.
005450     ADD 1 TO WS-TARJ-TOTAL.
005460     ADD 1 TO WS-TARJ-ACTUALES.
005470     MOVE USER-TARJ TO WS-TARJ-NUMERO(WS-TARJ-TOTAL).
005480     MOVE "A"       TO WS-TARJ-SITUACION(WS-TARJ-TOTAL).
005490     MOVE 1 TO M.
005500     PERFORM 2150-TOMAR-CUENTA THRU 2150-EXIT
005510         UNTIL M > USER-NUM-CUENTAS.
005520 2100-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------*
005550 2150-TOMAR-CUENTA.
005560     IF WS-CTA-TOTAL >= WS-CTA-MAX
005570         DISPLAY "TABLA DE CUENTAS DESBORDADA - MAS DE "
005580             WS-CTA-MAX " CUENTAS PARA EL DNI"
005590         MOVE 16 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620     ADD 1 TO WS-CTA-TOTAL.
005630     MOVE USER-NUM-CUENTA(M) TO WS-CTA-NUMERO(WS-CTA-TOTAL).
005640     MOVE USER-TARJ          TO WS-CTA-TARJETA(WS-CTA-TOTAL).
005650     MOVE USER-SALDO(M)      TO WS-CTA-SALDO(WS-CTA-TOTAL).
005660     MOVE USER-LIMITE-DESCUBIERTO(M)
005670                             TO WS-CTA-LIMITE(WS-CTA-TOTAL).
005680     IF USER-CUENTA-DORMIDA(M)
005690         MOVE "D" TO WS-CTA-ESTADO(WS-CTA-TOTAL)
005700     ELSE
005710         MOVE "A" TO WS-CTA-ESTADO(WS-CTA-TOTAL)
005720     END-IF.
005730     MOVE ZERO               TO WS-CTA-MOVTOS(WS-CTA-TOTAL)
005740                                WS-CTA-PRIMERA(WS-CTA-TOTAL)
005750                                WS-CTA-ULTIMA(WS-CTA-TOTAL).
005760     ADD 1 TO M.
005770 2150-EXIT.
005780     EXIT.
005790*================================================================*
005800* 2300-TARJETAS-ANTERIORES                                       *
005810*   ADDS EVERY CARD THAT WAS REISSUED INTO ONE ALREADY IN THE    *
005820*   TABLE.  CARDS ADDED GO TO THE END OF THE TABLE AND ARE       *
005830*   THEMSELVES LOOKED BACK FROM, SO A CHAIN OF REISSUES IS       *
005840*   FOLLOWED TO ITS FIRST CARD.                                  *
005850*================================================================*
005860 2300-TARJETAS-ANTERIORES.
005870     MOVE 1 TO T.
005880     PERFORM 2350-ANTERIORES-DE-UNA THRU 2350-EXIT
005890         UNTIL T > WS-TARJ-TOTAL.
005900 2300-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------*
005930 2350-ANTERIORES-DE-UNA.
005940     MOVE 1 TO X.
005950     PERFORM 2375-COMPARAR-ANTERIOR THRU 2375-EXIT
005960         UNTIL X > WS-XREF-TOTAL.
005970     ADD 1 TO T.
005980 2350-EXIT.
005990     EXIT.
006000*----------------------------------------------------------------*
006010 2375-COMPARAR-ANTERIOR.
006020     IF WS-XREF-NUEVA(X) NOT = WS-TARJ-NUMERO(T)
006030         GO TO 2375-SIGUIENTE
006040     END-IF.
006050     MOVE WS-XREF-ANTIGUA(X) TO WS-TARJETA-SEGUIDA.
006060     PERFORM 8400-BUSCAR-TARJETA THRU 8400-EXIT.
006070     IF WS-TARJ-IDX NOT = ZERO
006080         GO TO 2375-SIGUIENTE
006090     END-IF.
006100     IF WS-TARJ-TOTAL >= WS-TARJ-MAX
006110         DISPLAY "TABLA DE TARJETAS DESBORDADA - MAS DE "
006120             WS-TARJ-MAX " TARJETAS PARA EL DNI"
006130         MOVE 16 TO RETURN-CODE
006140         STOP RUN
006150     END-IF.
006160     ADD 1 TO WS-TARJ-TOTAL.
006170     MOVE WS-TARJETA-SEGUIDA TO WS-TARJ-NUMERO(WS-TARJ-TOTAL).
006180     MOVE "R"                TO WS-TARJ-SITUACION(WS-TARJ-TOTAL).
006190 2375-SIGUIENTE.
006200     ADD 1 TO X.
006210 2375-EXIT.
006220     EXIT.
006230*================================================================*
006240* 2400-RECORRER-HISTORICO                                        *
006250*   READS TRANHIST.DAT IN ACCOUNT ORDER.  AN ACCOUNT NOT IN THE  *
006260*   TABLE WHOSE MOVEMENTS WERE POSTED UNDER ONE OF THE           *
006270*   CUSTOMER'S CARDS HAS BEEN CLOSED SINCE AND IS ADDED, UNLESS  *
006280*   THE MOVEMENT IS A REJECTION - A REJECTED ORDER CARRIES THE   *
006290*   ACCOUNT AS KEYED, WHICH MAY BELONG TO SOMEONE ELSE.  EVERY   *
006300*   MOVEMENT ON THE CUSTOMER'S ACCOUNTS, REJECTIONS INCLUDED, IS *
006310*   COUNTED AND ITS DATE KEPT IF IT IS THE FIRST OR THE LAST.    *
006320*================================================================*
006330 2400-RECORRER-HISTORICO.
006340     IF FIN-HISTORICO
006350         GO TO 2400-EXIT
006360     END-IF.
006370     MOVE LOW-VALUES TO HIST-CLAVE.
006380     START HistFile KEY IS NOT LESS THAN HIST-CLAVE
006390         INVALID KEY
006400             GO TO 2400-EXIT
006410     END-START.
006420     IF FSI NOT = "00"
006430         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
006440         MOVE FSI TO WS-ABEND-STATUS
006450         GO TO 9990-ERROR-FICHERO
006460     END-IF.
006470     PERFORM 2450-LEER-UN-MOVIMIENTO THRU 2450-EXIT
006480         UNTIL FIN-HISTORICO.
006490 2400-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------*
006520 2450-LEER-UN-MOVIMIENTO.
006530     READ HistFile NEXT RECORD
006540         AT END
006550             MOVE "S" TO WS-SW-FIN-HISTORICO
006560             GO TO 2450-EXIT
006570     END-READ.
006580     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "10"
006590         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
006600         MOVE FSI TO WS-ABEND-STATUS
006610         GO TO 9990-ERROR-FICHERO
006620     END-IF.
006630     MOVE HIST-NUM-CUENTA TO WS-CUENTA-BUSCADA.
006640     PERFORM 8500-BUSCAR-CUENTA THRU 8500-EXIT.
006650     IF WS-CTA-IDX = ZERO AND NOT HIST-ES-RECHAZO
006660         PERFORM 2470-CUENTA-CERRADA THRU 2470-EXIT
006670     END-IF.
006680     IF WS-CTA-IDX = ZERO
006690         GO TO 2450-EXIT
006700     END-IF.
006710     ADD 1 TO WS-CTA-MOVTOS(WS-CTA-IDX).
006720     ADD 1 TO WS-TOT-MOVTOS.
006730     IF WS-CTA-PRIMERA(WS-CTA-IDX) = ZERO
006740         OR HIST-FECHA-DIA < WS-CTA-PRIMERA(WS-CTA-IDX)
006750             MOVE HIST-FECHA-DIA TO WS-CTA-PRIMERA(WS-CTA-IDX)
006760     END-IF.
006770     IF HIST-FECHA-DIA > WS-CTA-ULTIMA(WS-CTA-IDX)
006780         MOVE HIST-FECHA-DIA TO WS-CTA-ULTIMA(WS-CTA-IDX)
006790     END-IF.
006800     IF WS-TOT-PRIMERA = ZERO OR HIST-FECHA-DIA < WS-TOT-PRIMERA
006810         MOVE HIST-FECHA-DIA TO WS-TOT-PRIMERA
006820     END-IF.
006830     IF HIST-FECHA-DIA > WS-TOT-ULTIMA
006840         MOVE HIST-FECHA-DIA TO WS-TOT-ULTIMA
006850     END-IF.
006860 2450-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------*
006890 2470-CUENTA-CERRADA.
006900     MOVE HIST-TARJETA TO WS-TARJETA-SEGUIDA.
006910     PERFORM 8400-BUSCAR-TARJETA THRU 8400-EXIT.
006920     IF WS-TARJ-IDX = ZERO
006930         GO TO 2470-EXIT
006940     END-IF.
006950     IF WS-CTA-TOTAL >= WS-CTA-MAX
006960         DISPLAY "TABLA DE CUENTAS DESBORDADA - MAS DE "
006970             WS-CTA-MAX " CUENTAS PARA EL DNI"
006980         MOVE 16 TO RETURN-CODE
006990         STOP RUN
007000     END-IF.
007010     ADD 1 TO WS-CTA-TOTAL.
007020     MOVE WS-CTA-TOTAL    TO WS-CTA-IDX.
007030     MOVE HIST-NUM-CUENTA TO WS-CTA-NUMERO(WS-CTA-IDX).
007040     MOVE HIST-TARJETA    TO WS-CTA-TARJETA(WS-CTA-IDX).
007050     MOVE ZERO            TO WS-CTA-SALDO(WS-CTA-IDX)
007060                             WS-CTA-LIMITE(WS-CTA-IDX)
007070                             WS-CTA-MOVTOS(WS-CTA-IDX)
007080                             WS-CTA-PRIMERA(WS-CTA-IDX)
007090                             WS-CTA-ULTIMA(WS-CTA-IDX).
007100     MOVE "C"             TO WS-CTA-ESTADO(WS-CTA-IDX).
007110 2470-EXIT.
007120     EXIT.
007130*================================================================*
007140* 3000-IMPRIMIR-INFORME                                          *
007150*   PRINTS THE REPORT, ONE SECTION AFTER ANOTHER.                *
007160*================================================================*
007170 3000-IMPRIMIR-INFORME.
007180     PERFORM 3100-DATOS-PERSONALES THRU 3100-EXIT.
007190     PERFORM 3200-ESTADO-ACCESO THRU 3200-EXIT.
007200     PERFORM 3300-CUENTAS THRU 3300-EXIT.
007210     PERFORM 3400-ORDENES-PERMANENTES THRU 3400-EXIT.
007220     PERFORM 3500-TRANSFERENCIAS-RETENIDAS THRU 3500-EXIT.
007230     PERFORM 3600-DESBLOQUEOS THRU 3600-EXIT.
007240     PERFORM 3700-CONSULTAS-OPERADOR THRU 3700-EXIT.
007250     PERFORM 3800-RESUMEN-MOVIMIENTOS THRU 3800-EXIT.
007260 3000-EXIT.
007270     EXIT.
007280*================================================================*
007290* 3100-DATOS-PERSONALES                                          *
007300*   THE MASTER DATA OF EACH CURRENT CARD AS HELD ON USERS.DAT,   *
007310*   THEN EACH RETIRED CARD WITH ITS REPLACEMENT AND THE DATE OF  *
007320*   THE REISSUE.                                                 *
007330*================================================================*
007340 3100-DATOS-PERSONALES.
007350     MOVE "DATOS PERSONALES" TO WS-SEC-TITULO.
007360     PERFORM 8200-GRABAR-SECCION THRU 8200-EXIT.
007370     MOVE 1 TO T.
007380     PERFORM 3150-UNA-TARJETA THRU 3150-EXIT
007390         UNTIL T > WS-TARJ-TOTAL.
007400 3100-EXIT.
007410     EXIT.
007420*----------------------------------------------------------------*
007430 3150-UNA-TARJETA.
007440     IF WS-TARJ-RETIRADA(T)
007450         PERFORM 3180-TARJETA-ANTERIOR THRU 3180-EXIT
007460         GO TO 3150-SIGUIENTE
007470     END-IF.
007480     MOVE WS-TARJ-NUMERO(T) TO USER-TARJ.
007490     READ UserFile
007500         INVALID KEY
007510             GO TO 3150-SIGUIENTE
007520     END-READ.
007530     IF FSU NOT = "00"
007540         MOVE "USERFILE" TO WS-ABEND-FICHERO
007550         MOVE FSU TO WS-ABEND-STATUS
007560         GO TO 9990-ERROR-FICHERO
007570     END-IF.
007580     MOVE "TARJETA:" TO WS-ROT-ETIQUETA.
007590     MOVE USER-TARJ TO WS-ROT-VALOR.
007600     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007610     MOVE "NOMBRE Y APELLIDOS:" TO WS-ROT-ETIQUETA.
007620     MOVE USER-NOM-APE TO WS-ROT-VALOR.
007630     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007640     MOVE "DNI:" TO WS-ROT-ETIQUETA.
007650     MOVE USER-DNI TO WS-ROT-VALOR.
007660     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007670     MOVE "TELEFONO:" TO WS-ROT-ETIQUETA.
007680     MOVE USER-TFNO TO WS-ROT-VALOR.
007690     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007700     MOVE "DIRECCION:" TO WS-ROT-ETIQUETA.
007710     MOVE USER-DIRECCION TO WS-ROT-VALOR.
007720     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007730     MOVE "BLOQUEO DE LA TARJETA:" TO WS-ROT-ETIQUETA.
007740     IF USER-CUENTA-BLOQUEADA
007750         MOVE "SI" TO WS-ROT-VALOR
007760     ELSE
007770         MOVE "NO" TO WS-ROT-VALOR
007780     END-IF.
007790     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007800     MOVE "CADUCIDAD DE LA TARJETA:" TO WS-ROT-ETIQUETA.
007810     IF USER-FECHA-CADUCA = ZERO
007820         MOVE "SIN CADUCIDAD" TO WS-ROT-VALOR
007830     ELSE
007840         MOVE USER-FECHA-CADUCA TO WS-FECHA-EDITAR
007850         PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT
007860         MOVE WS-FECHA-EDITADA TO WS-ROT-VALOR
007870     END-IF.
007880     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007890     MOVE "NUMERO DE CUENTAS:" TO WS-ROT-ETIQUETA.
007900     MOVE USER-NUM-CUENTAS TO WS-ROT-VALOR.
007910     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
007920     MOVE SPACES TO LINEA-REPORTE.
007930     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
007940 3150-SIGUIENTE.
007950     ADD 1 TO T.
007960 3150-EXIT.
007970     EXIT.
007980*----------------------------------------------------------------*
007990 3180-TARJETA-ANTERIOR.
008000     MOVE "TARJETA ANTERIOR:" TO WS-ROT-ETIQUETA.
008010     MOVE WS-TARJ-NUMERO(T) TO WS-ROT-VALOR.
008020     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
008030     MOVE ZERO TO WS-XREF-IDX.
008040     MOVE 1 TO X.
008050     PERFORM 3190-COMPARAR-RETIRADA THRU 3190-EXIT
008060         UNTIL X > WS-XREF-TOTAL OR WS-XREF-IDX NOT = ZERO.
008070     IF WS-XREF-IDX NOT = ZERO
008080         MOVE "SUSTITUIDA POR:" TO WS-ROT-ETIQUETA
008090         MOVE WS-XREF-NUEVA(WS-XREF-IDX) TO WS-ROT-VALOR
008100         PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT
008110         MOVE "FECHA DE LA SUSTITUCION:" TO WS-ROT-ETIQUETA
008120         MOVE WS-XREF-FECHA-HORA(WS-XREF-IDX) TO WS-FH-EDITAR
008130         PERFORM 8050-EDITAR-FECHA-HORA THRU 8050-EXIT
008140         MOVE WS-FH-EDITADA TO WS-ROT-VALOR
008150         PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT
008160     END-IF.
008170     MOVE SPACES TO LINEA-REPORTE.
008180     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008190 3180-EXIT.
008200     EXIT.
008210*----------------------------------------------------------------*
008220 3190-COMPARAR-RETIRADA.
008230     IF WS-XREF-ANTIGUA(X) = WS-TARJ-NUMERO(T)
008240         MOVE X TO WS-XREF-IDX
008250     END-IF.
008260     ADD 1 TO X.
008270 3190-EXIT.
008280     EXIT.
008290*================================================================*
008300* 3200-ESTADO-ACCESO                                             *
008310*   THE LOGIN.DAT RECORD OF EVERY CARD, CURRENT OR RETIRED:      *
008320*   FAILED-PIN COUNT AND WHETHER ACCESS IS LOCKED.               *
008330*================================================================*
008340 3200-ESTADO-ACCESO.
008350     MOVE "ESTADO DE ACCESO (LOGIN.DAT)" TO WS-SEC-TITULO.
008360     PERFORM 8200-GRABAR-SECCION THRU 8200-EXIT.
008370     MOVE 1 TO T.
008380     PERFORM 3250-ACCESO-DE-UNA THRU 3250-EXIT
008390         UNTIL T > WS-TARJ-TOTAL.
008400 3200-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------*
008430 3250-ACCESO-DE-UNA.
008440     MOVE SPACES TO WS-ROT-VALOR.
008450     MOVE "TARJETA" TO WS-ROT-ETIQUETA.
008460     MOVE WS-TARJ-NUMERO(T) TO WS-ROT-ETIQUETA(9:10).
008470     IF NOT LOGIN-ABIERTO
008480         MOVE "SIN REGISTRO DE ACCESO" TO WS-ROT-VALOR
008490         GO TO 3250-IMPRIMIR
008500     END-IF.
008510     MOVE WS-TARJ-NUMERO(T) TO LOGIN-TARJ.
008520     READ LoginFile
008530         INVALID KEY
008540             MOVE "SIN REGISTRO DE ACCESO" TO WS-ROT-VALOR
008550             GO TO 3250-IMPRIMIR
008560     END-READ.
008570     IF FSL NOT = "00"
008580         MOVE "LOGIN.DAT" TO WS-ABEND-FICHERO
008590         MOVE FSL TO WS-ABEND-STATUS
008600         GO TO 9990-ERROR-FICHERO
008610     END-IF.
008620     IF LOGIN-BLOQUEO-ACTIVADO
008630         MOVE "BLOQUEADA - INTENTOS FALLIDOS:" TO WS-ROT-VALOR
008640     ELSE
008650         MOVE "ACTIVA - INTENTOS FALLIDOS:" TO WS-ROT-VALOR
008660     END-IF.
008670     MOVE LOGIN-NUM-INTENTOS TO WS-ROT-VALOR(32:1).
008680 3250-IMPRIMIR.
008690     PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT.
008700     ADD 1 TO T.
008710 3250-EXIT.
008720     EXIT.
008730*================================================================*
008740* 3300-CUENTAS                                                   *
008750*   EVERY ACCOUNT, OPEN OR CLOSED, WITH ITS CURRENT BALANCE AND  *
008760*   OVERDRAFT LIMIT.                                             *
008770*================================================================*
008780 3300-CUENTAS.
008790     MOVE "CUENTAS" TO WS-SEC-TITULO.
008800     PERFORM 8200-GRABAR-SECCION THRU 8200-EXIT.
008810     MOVE WS-CAB-CUENTAS TO LINEA-REPORTE.
008820     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008830     MOVE 1 TO C.
008840     PERFORM 3350-UNA-CUENTA THRU 3350-EXIT
008850         UNTIL C > WS-CTA-TOTAL.
008860 3300-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------*
008890 3350-UNA-CUENTA.
008900     MOVE SPACES TO LIN-DER-CUENTA.
008910     MOVE WS-CTA-NUMERO(C)  TO LIN-DCT-CUENTA.
008920     MOVE WS-CTA-TARJETA(C) TO LIN-DCT-TARJETA.
008930     MOVE WS-CTA-SALDO(C)   TO LIN-DCT-SALDO.
008940     MOVE WS-CTA-LIMITE(C)  TO LIN-DCT-LIMITE.
008950     EVALUATE TRUE
008960         WHEN WS-CTA-CERRADA(C)
008970             MOVE "CERRADA" TO LIN-DCT-SITUACION
008980         WHEN WS-CTA-DORMIDA(C)
008990             MOVE "DORMIDA" TO LIN-DCT-SITUACION
009000         WHEN OTHER
009010             MOVE "ACTIVA"  TO LIN-DCT-SITUACION
009020     END-EVALUATE.
009030     MOVE LIN-DER-CUENTA TO LINEA-REPORTE.
009040     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
009050     ADD 1 TO C.
009060 3350-EXIT.
009070     EXIT.
009080*================================================================*
009090* 3400-ORDENES-PERMANENTES                                       *
009100*   EVERY STANDING ORDER THAT PAYS FROM OR INTO ONE OF THE       *
009110*   CUSTOMER'S CARDS OR ACCOUNTS.                                *
009120*================================================================*
009130 3400-ORDENES-PERMANENTES.
009140     MOVE "ORDENES PERMANENTES (STANDORD.DAT)" TO WS-SEC-TITULO.
009150     PERFORM 8200-GRABAR-SECCION THRU 8200-EXIT.
009160     MOVE WS-CAB-ORDENES TO LINEA-REPORTE.
009170     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
009180     MOVE ZERO TO WS-TOT-LINEAS-SECCION.
009190     OPEN INPUT OrderFile.
009200     IF FSO NOT = "00"
009210         IF FSO = "35"
009220             GO TO 3400-CIERRE
009230         ELSE
009240             MOVE "STANDORD.DAT" TO WS-ABEND-FICHERO
009250             MOVE FSO TO WS-ABEND-STATUS
009260             GO TO 9990-ERROR-FICHERO
009270         END-IF
009280     END-IF.
009290     MOVE ZERO TO SORD-ID.
009300     START OrderFile KEY IS NOT LESS THAN SORD-ID
009310         INVALID KEY
009320             MOVE "S" TO WS-SW-FIN-ORDENES
009330     END-START.
009340     IF FSO NOT = "00" AND FSO NOT = "23"
009350         MOVE "STANDORD.DAT" TO WS-ABEND-FICHERO
009360         MOVE FSO TO WS-ABEND-STATUS
009370         GO TO 9990-ERROR-FICHERO
009380     END-IF.
009390     PERFORM 3450-LEER-UNA-ORDEN THRU 3450-EXIT
009400         UNTIL FIN-ORDENES.
009410     CLOSE OrderFile.
009420 3400-CIERRE.
009430     PERFORM 8300-GRABAR-NINGUNO THRU 8300-EXIT.
009440     MOVE WS-TOT-LINEAS-SECCION TO WS-TOT-ORDENES.
009450 3400-EXIT.
009460     EXIT.
009470*----------------------------------------------------------------*
009480 3450-LEER-UNA-ORDEN.
009490     READ OrderFile NEXT RECORD
009500         AT END
009510             MOVE "S" TO WS-SW-FIN-ORDENES
009520             GO TO 3450-EXIT
009530     END-READ.
009540     IF FSO NOT = "00" AND FSO NOT = "10"
009550         MOVE "STANDORD.DAT" TO WS-ABEND-FICHERO
009560         MOVE FSO TO WS-ABEND-STATUS
009570         GO TO 9990-ERROR-FICHERO
009580     END-IF.
009590     MOVE "N" TO WS-SW-DEL-CLIENTE.
009600     MOVE SORD-TARJETA-ORIGEN  TO WS-TARJETA-SEGUIDA.
009610     MOVE SORD-CUENTA-ORIGEN   TO WS-CUENTA-BUSCADA.
009620     PERFORM 8600-COMPROBAR-CLIENTE THRU 8600-EXIT.
009630     MOVE SORD-TARJETA-DESTINO TO WS-TARJETA-SEGUIDA.
009640     MOVE SORD-CUENTA-DESTINO  TO WS-CUENTA-BUSCADA.
009650     PERFORM 8600-COMPROBAR-CLIENTE THRU 8600-EXIT.
009660     IF NOT DEL-CLIENTE
009670         GO TO 3450-EXIT
009680     END-IF.
009690     MOVE SPACES TO LIN-DER-ORDEN.
009700     MOVE SORD-ID              TO LIN-DOR-ID.
009710     MOVE SORD-TARJETA-ORIGEN  TO LIN-DOR-TARJ-ORIGEN.
009720     MOVE SORD-CUENTA-ORIGEN   TO LIN-DOR-CTA-ORIGEN.
009730     MOVE SORD-TARJETA-DESTINO TO LIN-DOR-TARJ-DESTINO.
009740     MOVE SORD-CUENTA-DESTINO  TO LIN-DOR-CTA-DESTINO.
009750     MOVE SORD-IMPORTE         TO LIN-DOR-IMPORTE.
009760     EVALUATE TRUE
009770         WHEN SORD-ES-DIARIA
009780             MOVE "DIARIA"  TO LIN-DOR-FRECUENCIA
009790         WHEN SORD-ES-SEMANAL
009800             MOVE "SEMANAL" TO LIN-DOR-FRECUENCIA
009810         WHEN SORD-ES-MENSUAL
009820             MOVE "MENSUAL" TO LIN-DOR-FRECUENCIA
009830         WHEN OTHER
009840             MOVE SORD-FRECUENCIA TO LIN-DOR-FRECUENCIA
009850     END-EVALUATE.
009860     MOVE SORD-FECHA-PROXIMA TO WS-FECHA-EDITAR.
009870     PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT.
009880     MOVE WS-FECHA-EDITADA TO LIN-DOR-PROXIMA.
009890     IF SORD-FECHA-EXPIRA = ZERO
009900         MOVE "NUNCA" TO LIN-DOR-EXPIRA
009910     ELSE
009920         MOVE SORD-FECHA-EXPIRA TO WS-FECHA-EDITAR
009930         PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT
009940         MOVE WS-FECHA-EDITADA TO LIN-DOR-EXPIRA
009950     END-IF.
009960     MOVE LIN-DER-ORDEN TO LINEA-REPORTE.
009970     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
009980     ADD 1 TO WS-TOT-LINEAS-SECCION.
009990 3450-EXIT.
010000     EXIT.
010010*================================================================*
010020* 3500-TRANSFERENCIAS-RETENIDAS                                  *
010030*   EVERY TRANSFER PARKED FOR FOUR-EYES APPROVAL THAT PAYS FROM  *
010040*   OR INTO ONE OF THE CUSTOMER'S CARDS OR ACCOUNTS, WHETHER     *
010050*   STILL PENDING OR ALREADY APPROVED, DENIED OR EXPIRED.        *
010060*================================================================*
010070 3500-TRANSFERENCIAS-RETENIDAS.
010080     MOVE "TRANSFERENCIAS RETENIDAS (PENDTRF.DAT)"
010090         TO WS-SEC-TITULO.
010100     PERFORM 8200-GRABAR-SECCION THRU 8200-EXIT.
010110     MOVE WS-CAB-PENDIENTES TO LINEA-REPORTE.
010120     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
010130     MOVE ZERO TO WS-TOT-LINEAS-SECCION.
010140     OPEN INPUT PendFile.
010150     IF FSE NOT = "00"
010160         IF FSE = "35"
010170             GO TO 3500-CIERRE
010180         ELSE
010190             MOVE "PENDTRF.DAT" TO WS-ABEND-FICHERO
010200             MOVE FSE TO WS-ABEND-STATUS
010210             GO TO 9990-ERROR-FICHERO
010220         END-IF
010230     END-IF.
010240     MOVE LOW-VALUES TO PEND-CLAVE.
010250     START PendFile KEY IS NOT LESS THAN PEND-CLAVE
010260         INVALID KEY
010270             MOVE "S" TO WS-SW-FIN-PENDIENTES
010280     END-START.
010290     IF FSE NOT = "00" AND FSE NOT = "23"
010300         MOVE "PENDTRF.DAT" TO WS-ABEND-FICHERO
010310         MOVE FSE TO WS-ABEND-STATUS
010320         GO TO 9990-ERROR-FICHERO
010330     END-IF.
010340     PERFORM 3550-LEER-UNA-PENDIENTE THRU 3550-EXIT
010350         UNTIL FIN-PENDIENTES.
010360     CLOSE PendFile.
010370 3500-CIERRE.
010380     PERFORM 8300-GRABAR-NINGUNO THRU 8300-EXIT.
010390     MOVE WS-TOT-LINEAS-SECCION TO WS-TOT-PENDIENTES.
010400 3500-EXIT.
010410     EXIT.
010420*----------------------------------------------------------------*
010430 3550-LEER-UNA-PENDIENTE.
010440     READ PendFile NEXT RECORD
010450         AT END
010460             MOVE "S" TO WS-SW-FIN-PENDIENTES
010470             GO TO 3550-EXIT
010480     END-READ.
010490     IF FSE NOT = "00" AND FSE NOT = "10"
010500         MOVE "PENDTRF.DAT" TO WS-ABEND-FICHERO
010510         MOVE FSE TO WS-ABEND-STATUS
010520         GO TO 9990-ERROR-FICHERO
010530     END-IF.
010540     MOVE "N" TO WS-SW-DEL-CLIENTE.
010550     MOVE PEND-TARJETA-ORIGEN  TO WS-TARJETA-SEGUIDA.
010560     MOVE PEND-CUENTA-ORIGEN   TO WS-CUENTA-BUSCADA.
010570     PERFORM 8600-COMPROBAR-CLIENTE THRU 8600-EXIT.
010580     MOVE PEND-TARJETA-DESTINO TO WS-TARJETA-SEGUIDA.
010590     MOVE PEND-CUENTA-DESTINO  TO WS-CUENTA-BUSCADA.
010600     PERFORM 8600-COMPROBAR-CLIENTE THRU 8600-EXIT.
010610     IF NOT DEL-CLIENTE
010620         GO TO 3550-EXIT
010630     END-IF.
010640     MOVE SPACES TO LIN-DER-PENDIENTE.
010650     MOVE PEND-FECHA-HORA TO WS-FH-EDITAR.
010660     PERFORM 8050-EDITAR-FECHA-HORA THRU 8050-EXIT.
010670     MOVE WS-FH-EDITADA        TO LIN-DPE-FECHA-HORA.
010680     MOVE PEND-SECUENCIA       TO LIN-DPE-SECUENCIA.
010690     EVALUATE TRUE
010700         WHEN PEND-PENDIENTE
010710             MOVE "PENDIENTE" TO LIN-DPE-ESTADO
010720         WHEN PEND-APROBADA
010730             MOVE "APROBADA"  TO LIN-DPE-ESTADO
010740         WHEN PEND-DENEGADA
010750             MOVE "DENEGADA"  TO LIN-DPE-ESTADO
010760         WHEN PEND-CADUCADA
010770             MOVE "CADUCADA"  TO LIN-DPE-ESTADO
010780         WHEN OTHER
010790             MOVE PEND-ESTADO TO LIN-DPE-ESTADO
010800     END-EVALUATE.
010810     MOVE PEND-TARJETA-ORIGEN  TO LIN-DPE-TARJ-ORIGEN.
010820     MOVE PEND-CUENTA-ORIGEN   TO LIN-DPE-CTA-ORIGEN.
010830     MOVE PEND-TARJETA-DESTINO TO LIN-DPE-TARJ-DESTINO.
010840     MOVE PEND-CUENTA-DESTINO  TO LIN-DPE-CTA-DESTINO.
010850     MOVE PEND-IMPORTE         TO LIN-DPE-IMPORTE.
010860     MOVE LIN-DER-PENDIENTE TO LINEA-REPORTE.
010870     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
010880     ADD 1 TO WS-TOT-LINEAS-SECCION.
010890 3550-EXIT.
010900     EXIT.
010910*================================================================*
010920* 3600-DESBLOQUEOS                                               *
010930*   EVERY UNLOCK REQUEST DESBLOQT RECORDED FOR ONE OF THE        *
010940*   CUSTOMER'S CARDS, HONOURED OR REJECTED, IN THE ORDER THEY    *
010950*   WERE MADE.                                                   *
010960*================================================================*
010970 3600-DESBLOQUEOS.
010980     MOVE "DESBLOQUEOS DE TARJETA (UNLKAUD.DAT)" TO WS-SEC-TITULO.
010990     PERFORM 8200-GRABAR-SECCION THRU 8200-EXIT.
011000     MOVE WS-CAB-DESBLOQUEOS TO LINEA-REPORTE.
011010     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
011020     MOVE ZERO TO WS-TOT-LINEAS-SECCION.
011030     OPEN INPUT UnlkAudFile.
011040     IF FSD NOT = "00"
011050         IF FSD = "35"
011060             GO TO 3600-CIERRE
011070         ELSE
011080             MOVE "UNLKAUD.DAT" TO WS-ABEND-FICHERO
011090             MOVE FSD TO WS-ABEND-STATUS
011100             GO TO 9990-ERROR-FICHERO
011110         END-IF
011120     END-IF.
011130     PERFORM 3650-LEER-UN-DESBLOQUEO THRU 3650-EXIT
011140         UNTIL FIN-DESBLOQUEOS.
011150     CLOSE UnlkAudFile.
011160 3600-CIERRE.
011170     PERFORM 8300-GRABAR-NINGUNO THRU 8300-EXIT.
011180     MOVE WS-TOT-LINEAS-SECCION TO WS-TOT-DESBLOQUEOS.
011190 3600-EXIT.
011200     EXIT.
011210*----------------------------------------------------------------*
011220 3650-LEER-UN-DESBLOQUEO.
011230     READ UnlkAudFile
011240         AT END
011250             MOVE "S" TO WS-SW-FIN-DESBLOQUEOS
011260             GO TO 3650-EXIT
011270     END-READ.
011280     IF FSD NOT = "00" AND FSD NOT = "10"
011290         MOVE "UNLKAUD.DAT" TO WS-ABEND-FICHERO
011300         MOVE FSD TO WS-ABEND-STATUS
011310         GO TO 9990-ERROR-FICHERO
011320     END-IF.
011330     MOVE AUD-TARJETA TO WS-TARJETA-SEGUIDA.
011340     PERFORM 8400-BUSCAR-TARJETA THRU 8400-EXIT.
011350     IF WS-TARJ-IDX = ZERO
011360         GO TO 3650-EXIT
011370     END-IF.
011380     MOVE SPACES TO LIN-DER-DESBLOQUEO.
011390     MOVE AUD-FECHA-HORA TO WS-FH-EDITAR.
011400     PERFORM 8050-EDITAR-FECHA-HORA THRU 8050-EXIT.
011410     MOVE WS-FH-EDITADA  TO LIN-DDE-FECHA-HORA.
011420     MOVE AUD-TARJETA    TO LIN-DDE-TARJETA.
011430     MOVE AUD-SUPERVISOR TO LIN-DDE-SUPERVISOR.
011440     MOVE AUD-RESULTADO  TO LIN-DDE-RESULTADO.
011450     MOVE AUD-MOTIVO     TO LIN-DDE-MOTIVO.
011460     MOVE LIN-DER-DESBLOQUEO TO LINEA-REPORTE.
011470     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
011480     ADD 1 TO WS-TOT-LINEAS-SECCION.
011490 3650-EXIT.
011500     EXIT.
011510*================================================================*
011520* 3700-CONSULTAS-OPERADOR                                        *
011530*   EVERY CONSOLE LOOK-UP OF ONE OF THE CUSTOMER'S CARDS THAT    *
011540*   CONSOP RECORDED, WITH THE OPERATOR WHO MADE IT.              *
011550*================================================================*
011560 3700-CONSULTAS-OPERADOR.
011570     MOVE "CONSULTAS DE OPERADOR (CONSAUD.DAT)" TO WS-SEC-TITULO.
011580     PERFORM 8200-GRABAR-SECCION THRU 8200-EXIT.
011590     MOVE WS-CAB-CONSULTAS TO LINEA-REPORTE.
011600     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
011610     MOVE ZERO TO WS-TOT-LINEAS-SECCION.
011620     OPEN INPUT ConsAudFile.
011630     IF FSC NOT = "00"
011640         IF FSC = "35"
011650             GO TO 3700-CIERRE
011660         ELSE
011670             MOVE "CONSAUD.DAT" TO WS-ABEND-FICHERO
011680             MOVE FSC TO WS-ABEND-STATUS
011690             GO TO 9990-ERROR-FICHERO
011700         END-IF
011710     END-IF.
011720     PERFORM 3750-LEER-UNA-CONSULTA THRU 3750-EXIT
011730         UNTIL FIN-CONSULTAS.
011740     CLOSE ConsAudFile.
011750 3700-CIERRE.
011760     PERFORM 8300-GRABAR-NINGUNO THRU 8300-EXIT.
011770     MOVE WS-TOT-LINEAS-SECCION TO WS-TOT-CONSULTAS.
011780 3700-EXIT.
011790     EXIT.
011800*----------------------------------------------------------------*
011810 3750-LEER-UNA-CONSULTA.
011820     READ ConsAudFile
011830         AT END
011840             MOVE "S" TO WS-SW-FIN-CONSULTAS
011850             GO TO 3750-EXIT
011860     END-READ.
011870     IF FSC NOT = "00" AND FSC NOT = "10"
011880         MOVE "CONSAUD.DAT" TO WS-ABEND-FICHERO
011890         MOVE FSC TO WS-ABEND-STATUS
011900         GO TO 9990-ERROR-FICHERO
011910     END-IF.
011920     MOVE CAU-TARJETA TO WS-TARJETA-SEGUIDA.
011930     PERFORM 8400-BUSCAR-TARJETA THRU 8400-EXIT.
011940     IF WS-TARJ-IDX = ZERO
011950         GO TO 3750-EXIT
011960     END-IF.
011970     MOVE SPACES TO LIN-DER-CONSULTA.
011980     MOVE CAU-FECHA-HORA TO WS-FH-EDITAR.
011990     PERFORM 8050-EDITAR-FECHA-HORA THRU 8050-EXIT.
012000     MOVE WS-FH-EDITADA  TO LIN-DCO-FECHA-HORA.
012010     MOVE CAU-TARJETA    TO LIN-DCO-TARJETA.
012020     MOVE CAU-OPERADOR   TO LIN-DCO-OPERADOR.
012030     MOVE CAU-RESULTADO  TO LIN-DCO-RESULTADO.
012040     MOVE LIN-DER-CONSULTA TO LINEA-REPORTE.
012050     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012060     ADD 1 TO WS-TOT-LINEAS-SECCION.
012070 3750-EXIT.
012080     EXIT.
012090*================================================================*
012100* 3800-RESUMEN-MOVIMIENTOS                                       *
012110*   THE NUMBER OF MOVEMENTS ON TRANHIST.DAT FOR EACH ACCOUNT     *
012120*   WITH THE FIRST AND LAST DATE, AND THE SAME FOR THE CUSTOMER  *
012130*   AS A WHOLE.  THE MOVEMENTS THEMSELVES ARE ON THE STATEMENTS. *
012140*================================================================*
012150 3800-RESUMEN-MOVIMIENTOS.
012160     MOVE "MOVIMIENTOS (TRANHIST.DAT)" TO WS-SEC-TITULO.
012170     PERFORM 8200-GRABAR-SECCION THRU 8200-EXIT.
012180     MOVE WS-CAB-MOVTOS TO LINEA-REPORTE.
012190     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012200     MOVE 1 TO C.
012210     PERFORM 3850-MOVTOS-DE-UNA THRU 3850-EXIT
012220         UNTIL C > WS-CTA-TOTAL.
012230     MOVE SPACES TO LINEA-REPORTE.
012240     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012250     MOVE "TOTAL MOVIMIENTOS:            "
012260         TO WS-TOTL-ETIQUETA.
012270     MOVE WS-TOT-MOVTOS TO WS-TOTL-VALOR.
012280     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
012290     IF WS-TOT-MOVTOS > ZERO
012300         MOVE "PRIMER MOVIMIENTO:" TO WS-ROT-ETIQUETA
012310         MOVE WS-TOT-PRIMERA TO WS-FECHA-EDITAR
012320         PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT
012330         MOVE WS-FECHA-EDITADA TO WS-ROT-VALOR
012340         PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT
012350         MOVE "ULTIMO MOVIMIENTO:" TO WS-ROT-ETIQUETA
012360         MOVE WS-TOT-ULTIMA TO WS-FECHA-EDITAR
012370         PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT
012380         MOVE WS-FECHA-EDITADA TO WS-ROT-VALOR
012390         PERFORM 8150-GRABAR-ROTULADA THRU 8150-EXIT
012400     END-IF.
012410 3800-EXIT.
012420     EXIT.
012430*----------------------------------------------------------------*
012440 3850-MOVTOS-DE-UNA.
012450     MOVE SPACES TO LIN-DER-MOVTOS.
012460     MOVE WS-CTA-NUMERO(C)  TO LIN-DMV-CUENTA.
012470     MOVE WS-CTA-TARJETA(C) TO LIN-DMV-TARJETA.
012480     MOVE WS-CTA-MOVTOS(C)  TO LIN-DMV-MOVTOS.
012490     IF WS-CTA-MOVTOS(C) > ZERO
012500         MOVE WS-CTA-PRIMERA(C) TO WS-FECHA-EDITAR
012510         PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT
012520         MOVE WS-FECHA-EDITADA TO LIN-DMV-PRIMERA
012530         MOVE WS-CTA-ULTIMA(C) TO WS-FECHA-EDITAR
012540         PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT
012550         MOVE WS-FECHA-EDITADA TO LIN-DMV-ULTIMA
012560     END-IF.
012570     MOVE LIN-DER-MOVTOS TO LINEA-REPORTE.
012580     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012590     ADD 1 TO C.
012600 3850-EXIT.
012610     EXIT.
012620*================================================================*
012630* 3900-SIN-DATOS                                                 *
012640*   NO CARD IS HELD UNDER THE DNI.  THE REPORT SAYS SO, AS THE   *
012650*   ANSWER TO THE REQUEST, AND THE RUN ENDS WITH RETURN-CODE 4.  *
012660*================================================================*
012670 3900-SIN-DATOS.
012680     MOVE SPACES TO LINEA-REPORTE.
012690     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012700     MOVE "NO CONSTA NINGUNA TARJETA NI CUENTA CON ESTE DNI"
012710         TO LINEA-REPORTE.
012720     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
012730     DISPLAY "SIN DATOS PARA EL DNI " WS-DNI.
012740     MOVE 4 TO RETURN-CODE.
012750 3900-EXIT.
012760     EXIT.
012770*================================================================*
012780* 4000-REGISTRAR-PETICION                                        *
012790*   APPENDS THE REQUEST JUST FULFILLED TO DERREG.DAT, CREATING   *
012800*   THE LOG ON FIRST USE.                                        *
012810*================================================================*
012820 4000-REGISTRAR-PETICION.
012830     OPEN EXTEND LogFile.
012840     IF FSA NOT = "00"
012850         IF FSA = "35"
012860             OPEN OUTPUT LogFile
012870             IF FSA NOT = "00"
012880                 MOVE "DERREG.DAT" TO WS-ABEND-FICHERO
012890                 MOVE FSA TO WS-ABEND-STATUS
012900                 GO TO 9990-ERROR-FICHERO
012910             END-IF
012920         ELSE
012930             MOVE "DERREG.DAT" TO WS-ABEND-FICHERO
012940             MOVE FSA TO WS-ABEND-STATUS
012950             GO TO 9990-ERROR-FICHERO
012960         END-IF
012970     END-IF.
012980     MOVE WS-FECHA-SISTEMA     TO WS-FHS-FECHA.
012990     MOVE WS-HORA-SISTEMA(1:6) TO WS-FHS-HORA.
013000     MOVE WS-FECHA-HORA-SISTEMA TO DRG-FECHA-HORA.
013010     MOVE WS-OPERADOR          TO DRG-OPERADOR.
013020     MOVE WS-DNI               TO DRG-DNI.
013030     IF WS-TARJ-TOTAL = ZERO
013040         MOVE "SIN DATOS" TO DRG-RESULTADO
013050     ELSE
013060         MOVE "ATENDIDA"  TO DRG-RESULTADO
013070     END-IF.
013080     MOVE WS-TARJ-TOTAL        TO DRG-NUM-TARJETAS.
013090     MOVE WS-CTA-TOTAL         TO DRG-NUM-CUENTAS.
013100     MOVE WS-TOT-MOVTOS        TO DRG-NUM-MOVTOS.
013110     WRITE REG-LOG-ACCESO.
013120     IF FSA NOT = "00"
013130         MOVE "DERREG.DAT" TO WS-ABEND-FICHERO
013140         MOVE FSA TO WS-ABEND-STATUS
013150         GO TO 9990-ERROR-FICHERO
013160     END-IF.
013170     CLOSE LogFile.
013180 4000-EXIT.
013190     EXIT.
013200*================================================================*
013210* 8000-EDITAR-FECHA                                              *
013220*   EDITS THE YYYYMMDD DATE IN WS-FECHA-EDITAR INTO THE          *
013230*   YYYY-MM-DD FORM USED ON EVERY PRINTED DATE.                  *
013240*================================================================*
013250 8000-EDITAR-FECHA.
013260     MOVE WS-FECHA-EDITAR(1:4) TO WS-FECHA-EDITADA(1:4).
013270     MOVE "-"                  TO WS-FECHA-EDITADA(5:1).
013280     MOVE WS-FECHA-EDITAR(5:2) TO WS-FECHA-EDITADA(6:2).
013290     MOVE "-"                  TO WS-FECHA-EDITADA(8:1).
013300     MOVE WS-FECHA-EDITAR(7:2) TO WS-FECHA-EDITADA(9:2).
013310 8000-EXIT.
013320     EXIT.
013330*----------------------------------------------------------------*
013340* 8050-EDITAR-FECHA-HORA - THE YYYYMMDDHHMMSS TIMESTAMP IN       *
013350* WS-FH-EDITAR AS YYYY-MM-DD HH:MM:SS.                           *
013360*----------------------------------------------------------------*
013370 8050-EDITAR-FECHA-HORA.
013380     MOVE WS-FH-EDITAR(1:8)    TO WS-FECHA-EDITAR.
013390     PERFORM 8000-EDITAR-FECHA THRU 8000-EXIT.
013400     MOVE WS-FECHA-EDITADA     TO WS-FH-EDITADA(1:10).
013410     MOVE " "                  TO WS-FH-EDITADA(11:1).
013420     MOVE WS-FH-EDITAR(9:2)    TO WS-FH-EDITADA(12:2).
013430     MOVE ":"                  TO WS-FH-EDITADA(14:1).
013440     MOVE WS-FH-EDITAR(11:2)   TO WS-FH-EDITADA(15:2).
013450     MOVE ":"                  TO WS-FH-EDITADA(17:1).
013460     MOVE WS-FH-EDITAR(13:2)   TO WS-FH-EDITADA(18:2).
013470 8050-EXIT.
013480     EXIT.
013490*================================================================*
013500* 8100-GRABAR-LINEA                                              *
013510*   WRITES THE LINE ALREADY BUILT IN LINEA-REPORTE AND CHECKS    *
013520*   ITS FILE STATUS.                                             *
013530*================================================================*
013540 8100-GRABAR-LINEA.
013550     WRITE LINEA-REPORTE.
013560     IF FSR NOT = "00"
013570         MOVE "DERACC.DAT" TO WS-ABEND-FICHERO
013580         MOVE FSR TO WS-ABEND-STATUS
013590         GO TO 9990-ERROR-FICHERO
013600     END-IF.
013610 8100-EXIT.
013620     EXIT.
013630*----------------------------------------------------------------*
013640 8150-GRABAR-ROTULADA.
013650     MOVE WS-LINEA-ROTULADA TO LINEA-REPORTE.
013660     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
013670 8150-EXIT.
013680     EXIT.
013690*----------------------------------------------------------------*
013700 8200-GRABAR-SECCION.
013710     MOVE SPACES TO LINEA-REPORTE.
013720     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
013730     MOVE WS-LINEA-SECCION TO LINEA-REPORTE.
013740     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
013750     MOVE SPACES TO LINEA-REPORTE.
013760     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
013770 8200-EXIT.
013780     EXIT.
013790*----------------------------------------------------------------*
013800* 8300-GRABAR-NINGUNO - A SECTION THAT LISTED NOTHING SAYS SO.   *
013810*----------------------------------------------------------------*
013820 8300-GRABAR-NINGUNO.
013830     IF WS-TOT-LINEAS-SECCION = ZERO
013840         MOVE "    NINGUNO" TO LINEA-REPORTE
013850         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
013860     END-IF.
013870 8300-EXIT.
013880     EXIT.
013890*================================================================*
013900* 8400-BUSCAR-TARJETA                                            *
013910*   LEAVES IN WS-TARJ-IDX THE POSITION OF WS-TARJETA-SEGUIDA IN  *
013920*   THE CARD TABLE, OR ZERO.                                     *
013930*================================================================*
013940 8400-BUSCAR-TARJETA.
013950     MOVE ZERO TO WS-TARJ-IDX.
013960     MOVE 1 TO K.
013970     PERFORM 8450-COMPARAR-TARJETA THRU 8450-EXIT
013980         UNTIL K > WS-TARJ-TOTAL OR WS-TARJ-IDX NOT = ZERO.
013990 8400-EXIT.
014000     EXIT.
014010*----------------------------------------------------------------*
014020 8450-COMPARAR-TARJETA.
014030     IF WS-TARJ-NUMERO(K) = WS-TARJETA-SEGUIDA
014040         MOVE K TO WS-TARJ-IDX
014050     END-IF.
014060     ADD 1 TO K.
014070 8450-EXIT.
014080     EXIT.
014090*================================================================*
014100* 8500-BUSCAR-CUENTA                                             *
014110*   LEAVES IN WS-CTA-IDX THE POSITION OF WS-CUENTA-BUSCADA IN    *
014120*   THE ACCOUNT TABLE, OR ZERO.                                  *
014130*================================================================*
014140 8500-BUSCAR-CUENTA.
014150     MOVE ZERO TO WS-CTA-IDX.
014160     MOVE 1 TO C.
014170     PERFORM 8550-COMPARAR-CUENTA THRU 8550-EXIT
014180         UNTIL C > WS-CTA-TOTAL OR WS-CTA-IDX NOT = ZERO.
014190 8500-EXIT.
014200     EXIT.
014210*----------------------------------------------------------------*
014220 8550-COMPARAR-CUENTA.
014230     IF WS-CTA-NUMERO(C) = WS-CUENTA-BUSCADA
014240         MOVE C TO WS-CTA-IDX
014250     END-IF.
014260     ADD 1 TO C.
014270 8550-EXIT.
014280     EXIT.
014290*================================================================*
014300* 8600-COMPROBAR-CLIENTE                                         *
014310*   SETS DEL-CLIENTE WHEN THE CARD IN WS-TARJETA-SEGUIDA OR THE  *
014320*   ACCOUNT IN WS-CUENTA-BUSCADA BELONGS TO THE CUSTOMER.  A     *
014330*   ZERO CARD (A STRAIGHT CREDIT HAS NO ORIGIN CARD) AND A BLANK *
014340*   ACCOUNT NEVER MATCH.                                         *
014350*================================================================*
014360 8600-COMPROBAR-CLIENTE.
014370     IF WS-TARJETA-SEGUIDA NOT = ZERO
014380         PERFORM 8400-BUSCAR-TARJETA THRU 8400-EXIT
014390         IF WS-TARJ-IDX NOT = ZERO
014400             MOVE "S" TO WS-SW-DEL-CLIENTE
014410         END-IF
014420     END-IF.
014430     IF WS-CUENTA-BUSCADA NOT = SPACES
014440         PERFORM 8500-BUSCAR-CUENTA THRU 8500-EXIT
014450         IF WS-CTA-IDX NOT = ZERO
014460             MOVE "S" TO WS-SW-DEL-CLIENTE
014470         END-IF
014480     END-IF.
014490 8600-EXIT.
014500     EXIT.
014510*================================================================*
014520* 9000-FINALIZAR                                                 *
014530*   CLOSES THE FILES AND SHOWS WHAT THE REPORT CONTAINED.        *
014540*================================================================*
014550 9000-FINALIZAR.
014560     MOVE SPACES TO LINEA-REPORTE.
014570     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
014580     MOVE ALL "=" TO LINEA-REPORTE(1:90).
014590     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
014600     CLOSE ReportFile.
014610     CLOSE UserFile.
014620     IF FSI NOT = "35"
014630         CLOSE HistFile
014640     END-IF.
014650     IF LOGIN-ABIERTO
014660         CLOSE LoginFile
014670     END-IF.
014680     DISPLAY "=== ACCESO A DATOS - DNI " WS-DNI " ===".
014690     DISPLAY "OPERADOR            : " WS-OPERADOR.
014700     DISPLAY "TARJETAS            : " WS-TARJ-TOTAL.
014710     DISPLAY "CUENTAS             : " WS-CTA-TOTAL.
014720     DISPLAY "ORDENES PERMANENTES : " WS-TOT-ORDENES.
014730     DISPLAY "TRANSF. RETENIDAS   : " WS-TOT-PENDIENTES.
014740     DISPLAY "DESBLOQUEOS         : " WS-TOT-DESBLOQUEOS.
014750     DISPLAY "CONSULTAS OPERADOR  : " WS-TOT-CONSULTAS.
014760     DISPLAY "MOVIMIENTOS         : " WS-TOT-MOVTOS.
014770 9000-EXIT.
014780     EXIT.
014790*----------------------------------------------------------------*
014800 9100-GRABAR-LINEA-TOTAL.
014810     MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
014820     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
014830 9100-EXIT.
014840     EXIT.
014850*================================================================*
014860* 9990-ERROR-FICHERO                                             *
014870*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
014880*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
014890*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
014900*   THE CALLER BEFORE THE GO TO HERE.                            *
014910*================================================================*
014920 9990-ERROR-FICHERO.
014930     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
014940         " - FILE STATUS " WS-ABEND-STATUS.
014950     MOVE 99 TO RETURN-CODE.
014960     STOP RUN.
