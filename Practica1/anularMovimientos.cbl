000010*================================================================*
000020* PROGRAM-ID : ANULMOV                                           *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   SUPERVISOR-AUTHORIZED CANCELLATION OF ONE POSTED MOVEMENT.   *
000100*   A MOVEMENT POSTED IN ERROR (WRONG AMOUNT, WRONG ACCOUNT, A   *
000110*   FEE THAT SHOULD NOT HAVE BEEN TAKEN) COULD ONLY BE UNDONE BY *
000120*   KEYING A FAKE TRANSFER THE OTHER WAY, WITH NOTHING TYING IT  *
000130*   TO THE ORIGINAL.  THIS BATCH READS SUPERVISOR-PREPARED       *
000140*   REQUESTS FROM ANULPARM.DAT, EACH NAMING THE MOVEMENT BY ITS  *
000150*   FULL TRANHIST.DAT KEY, CHECKS THE AUTHORIZING SUPERVISOR     *
000160*   AGAINST SUPERVIS.DAT, AND POSTS THE COMPENSATING MOVEMENT ON *
000170*   USERS.DAT: A CREDIT ("C", "V", "I", "E") IS UNDONE BY A      *
000180*   DEBIT LOGGED AS "D", A DEBIT ("D", "F", "J", "S") BY A       *
000190*   CREDIT LOGGED AS A REVERSAL "V", SO EVERY EXISTING READER OF *
000200*   THE LOG NETS IT CORRECTLY.  WHEN THE MOVEMENT IS ONE LEG OF  *
000210*   A TRANSFER BOTH LEGS ARE UNDONE TOGETHER, OR NEITHER IS.     *
000220*   THE COMPENSATING DEBIT HONOURS THE DORMANCY FLAG AND THE     *
000230*   AUTHORIZED OVERDRAFT LINE LIKE ANY OTHER DEBIT.  EVERY       *
000240*   COMPENSATING MOVEMENT GOES TO TRANLOG.DAT AND TRANHIST.DAT,  *
000250*   AND THE KEYED REGISTER ANULREG.DAT LINKS IT BACK TO THE      *
000260*   ORIGINAL AND REFUSES A SECOND CANCELLATION OF THE SAME       *
000270*   MOVEMENT (OR THE CANCELLATION OF A CANCELLATION).  EVERY     *
000280*   REQUEST, HONOURED OR REJECTED, IS APPENDED TO ANULAUD.DAT    *
000290*   WITH ITS REASON; ANY REJECTION LEAVES RETURN-CODE 4.         *
000300*   A MOVEMENT ON THE INTERBANK CLEARING SUSPENSE ACCOUNT OF     *
000310*   CMPCONF.DAT IS NEVER CANCELLED HERE: THE PAYMENT HAS ALREADY *
000320*   GONE OUT ON CMPSAL.DAT, AND COMPENS ALONE SETTLES THAT       *
000330*   ACCOUNT.  A CANCELLED TRANSFER DEBIT OR CASH WITHDRAWAL IS   *
000340*   TAKEN BACK OUT OF THE CARD'S DAY ON USODIA.DAT, AS SEQWRITE  *
000350*   DOES FOR A REVERSED TRANSFER.                                *
000360*----------------------------------------------------------------*
000370* MODIFICATION HISTORY.                                          *
000380*   DATE       INIT  DESCRIPTION                                 *
000390*   ---------  ----  -------------------------------------------*
000400*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000410*   2026-10-15  RAG  REFUSE MOVEMENTS ON THE CLEARING SUSPENSE   *
000420*                    ACCOUNT; TAKE CANCELLED TRANSFER DEBITS AND *
000430*                    CASH WITHDRAWALS BACK OUT OF USODIA.DAT.    *
000440*================================================================*
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     AnulMov.
000470 AUTHOR.         R. AGUADO GIL.
000480 INSTALLATION.   PRACTICA1.
000490 DATE-WRITTEN.   2026-10-15.
000500 DATE-COMPILED.  2026-10-15.
000510*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT UserFile ASSIGN TO "USERS.DAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS USER-TARJ
000590         FILE STATUS IS FSU.
000600*
000610     SELECT TranLogFile ASSIGN TO "TRANLOG.DAT"
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS FST.
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
000800     SELECT ParmFile ASSIGN TO "ANULPARM.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS FSP.
000840*
000850     SELECT SupervFile ASSIGN TO "SUPERVIS.DAT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS FSV.
000890*
000900     SELECT XrefFile ASSIGN TO "CARDXREF.DAT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS FSX.
000940*
000950     SELECT AuditFile ASSIGN TO "ANULAUD.DAT"
000960         ORGANIZATION IS SEQUENTIAL
000970         ACCESS MODE IS SEQUENTIAL
000980         FILE STATUS IS FSA.
000990*
001000     SELECT CmpConfFile ASSIGN TO "CMPCONF.DAT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS FSB.
001040*
001050     SELECT UsoFile ASSIGN TO "USODIA.DAT"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS USOD-CLAVE
001090         FILE STATUS IS FSO.
001100*
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  USERFILE.
001140     COPY USERREC.
001150*
001160 FD  TRANLOGFILE.
001170     COPY TRANREC.
001180*
001190 FD  HISTFILE.
001200     COPY HISTREC.
001210*
001220 FD  REGANULFILE.
001230     COPY ANULREG.
001240*
001250 FD  PARMFILE.
001260     COPY ANULREC.
001270*
001280 FD  SUPERVFILE.
001290 01  REG-SUPERVISOR.
001300     02  SUPV-ID                   PIC X(08).
001310*
001320 FD  XREFFILE.
001330     COPY XREFREC.
001340*
001350 FD  AUDITFILE.
001360     COPY ANULAUD.
001370*
001380 FD  CMPCONFFILE.
001390     COPY CMPCONF.
001400*
001410 FD  USOFILE.
001420     COPY USODREC.
001430*
001440 WORKING-STORAGE SECTION.
001450*----------------------------------------------------------------*
001460* FILE STATUS FIELDS.                                            *
001470*----------------------------------------------------------------*
001480 01  FSU                          PIC X(02).
001490 01  FST                          PIC X(02).
001500 01  FSI                          PIC X(02).
001510 01  FSN                          PIC X(02).
001520 01  FSP                          PIC X(02).
001530 01  FSV                          PIC X(02).
001540 01  FSX                          PIC X(02).
001550 01  FSA                          PIC X(02).
001560 01  FSB                          PIC X(02).
001570 01  FSO                          PIC X(02).
001580 01  WS-ABEND-FICHERO             PIC X(12).
001590 01  WS-ABEND-STATUS              PIC X(02).
001600*----------------------------------------------------------------*
001610* SWITCHES AND SUBSCRIPTS.                                       *
001620*----------------------------------------------------------------*
001630 01  WS-SW-FIN-PARMFILE           PIC X(01) VALUE "N".
001640     88  FIN-PARMFILE                 VALUE "S".
001650 01  WS-SW-FIN-SUPERVFILE         PIC X(01) VALUE "N".
001660     88  FIN-SUPERVFILE               VALUE "S".
001670 01  WS-SW-FIN-XREFFILE           PIC X(01) VALUE "N".
001680     88  FIN-XREFFILE                 VALUE "S".
001690 01  WS-SW-PETICION-ACEPTADA      PIC X(01) VALUE "N".
001700     88  PETICION-ACEPTADA            VALUE "S".
001710 01  WS-SW-SUPERVISOR-VALIDO      PIC X(01) VALUE "N".
001720     88  SUPERVISOR-VALIDO            VALUE "S".
001730 01  WS-SW-FIN-DIA                PIC X(01) VALUE "N".
001740     88  FIN-DIA                      VALUE "S".
001750 01  WS-SW-YA-REVERTIDO           PIC X(01) VALUE "N".
001760     88  YA-REVERTIDO                 VALUE "S".
001770 01  WS-SW-EN-REGISTRO            PIC X(01) VALUE "N".
001780     88  EN-REGISTRO                  VALUE "S".
001790 01  WS-SW-CUENTA-LOCALIZADA      PIC X(01) VALUE "N".
001800     88  CUENTA-LOCALIZADA            VALUE "S".
001810 01  WS-SW-USODIA-ABIERTO         PIC X(01) VALUE "N".
001820     88  USODIA-ABIERTO               VALUE "S".
001830 77  V                            PIC 9(03) VALUE 1 COMP.
001840 77  X                            PIC 9(03) VALUE 1 COMP.
001850 77  P                            PIC 9(03) VALUE 1 COMP.
001860 77  M                            PIC 9(03) VALUE 1 COMP.
001870 01  WS-MOTIVO                    PIC X(40).
001880*----------------------------------------------------------------*
001890* IN-CORE TABLE OF AUTHORIZED SUPERVISOR IDS FROM SUPERVIS.DAT.  *
001900*----------------------------------------------------------------*
001910 01  WS-SUPV-MAX                  PIC 9(03) VALUE 50 COMP.
001920 01  WS-SUPV-TOTAL                PIC 9(03) VALUE ZERO COMP.
001930 01  WS-TABLA-SUPERVISORES.
001940     02  WS-SUPV-ENTRADA          OCCURS 50 TIMES.
001950         03  WS-SUPV-ID               PIC X(08).
001960*----------------------------------------------------------------*
001970* IN-CORE TABLE OF THE CARD-REISSUE CROSS-REFERENCE, LOADED      *
001980* FROM CARDXREF.DAT AT START-UP.  A MOVEMENT CARRIES THE CARD    *
001990* IT WAS POSTED UNDER; WHEN THAT CARD HAS SINCE BEEN REISSUED    *
002000* THE ACCOUNT IS FOLLOWED HOP BY HOP TO THE CARD IT HANGS FROM   *
002010* TODAY.  A MISSING CARDXREF.DAT ONLY MEANS NO CARD WAS EVER     *
002020* REISSUED.                                                      *
002030*----------------------------------------------------------------*
002040 01  WS-XREF-MAX                  PIC 9(03) VALUE 200 COMP.
002050 01  WS-XREF-TOTAL                PIC 9(03) VALUE ZERO COMP.
002060 01  WS-TABLA-XREF.
002070     02  WS-XREF-ENTRADA          OCCURS 200 TIMES.
002080         03  WS-XREF-ANTIGUA          PIC 9(10).
002090         03  WS-XREF-NUEVA            PIC 9(10).
002100 01  WS-XREF-IDX                  PIC 9(03) VALUE ZERO COMP.
002110 01  WS-TARJETA-SEGUIDA           PIC 9(10).
002120 01  WS-SALTOS-XREF               PIC 9(03) VALUE ZERO COMP.
002130 01  WS-CUENTA-BUSCADA            PIC X(24).
002140*----------------------------------------------------------------*
002150* INTERBANK CLEARING SUSPENSE ACCOUNT FROM CMPCONF.DAT.  ITS     *
002160* MOVEMENTS ARE THE OUTBOUND PAYMENTS AND THEIR SETTLEMENT, AND  *
002170* ARE NEVER CANCELLED HERE.  A MISSING OR EMPTY CMPCONF.DAT      *
002180* ONLY MEANS CLEARING IS NOT SET UP.                             *
002190*----------------------------------------------------------------*
002200 01  WS-SW-COMPENSACION           PIC X(01) VALUE "N".
002210     88  COMPENSACION-CONFIGURADA     VALUE "S".
002220 01  WS-CMP-TARJETA-PUENTE        PIC 9(10) VALUE ZERO.
002230 01  WS-CMP-CUENTA-PUENTE         PIC X(24) VALUE SPACES.
002240*----------------------------------------------------------------*
002250* THE LEGS TO BE CANCELLED.  LEG 1 IS ALWAYS THE MOVEMENT NAMED  *
002260* ON THE REQUEST; LEG 2 IS THE OTHER SIDE OF A TRANSFER, WHEN    *
002270* THERE IS ONE.  WS-PATA-SENTIDO IS THE MOVEMENT CODE OF THE     *
002280* COMPENSATING POSTING: "D" TAKES BACK A CREDIT, "V" GIVES BACK  *
002290* A DEBIT.                                                       *
002300*----------------------------------------------------------------*
002310 01  WS-NUM-PATAS                 PIC 9(03) VALUE ZERO COMP.
002320 01  WS-TABLA-PATAS.
002330     02  WS-PATA                  OCCURS 2 TIMES.
002340         03  WS-PATA-CLAVE.
002350             04  WS-PATA-NUM-CUENTA   PIC X(24).
002360             04  WS-PATA-FECHA-HORA   PIC X(14).
002370             04  WS-PATA-SECUENCIA    PIC 9(03).
002380         03  WS-PATA-TARJETA          PIC 9(10).
002390         03  WS-PATA-TIPO-ORIG        PIC X(01).
002400         03  WS-PATA-IMPORTE          PIC 9(09)V99.
002410         03  WS-PATA-SENTIDO          PIC X(01).
002420             88  PATA-A-CARGAR            VALUE "D".
002430             88  PATA-A-ABONAR            VALUE "V".
002440         03  WS-PATA-CLAVE-NUEVA      PIC X(41).
002450*----------------------------------------------------------------*
002460* THE MOVEMENT READ JUST BEFORE THE CURRENT ONE WHILE WALKING    *
002470* THE DAY ON THE DATE KEY, USED TO FIND THE DEBIT LEG THAT       *
002480* PRECEDES A TRANSFER CREDIT.                                    *
002490*----------------------------------------------------------------*
002500 01  WS-PREV-CLAVE.
002510     02  WS-PREV-NUM-CUENTA       PIC X(24).
002520     02  WS-PREV-FECHA-HORA       PIC X(14).
002530     02  WS-PREV-SECUENCIA        PIC 9(03).
002540 01  WS-PREV-TARJETA              PIC 9(10).
002550 01  WS-PREV-TIPO                 PIC X(01).
002560 01  WS-PREV-IMPORTE              PIC 9(09)V99.
002570 01  WS-FECHA-MOVTO               PIC 9(08).
002580 01  WS-CLAVE-CONSULTA            PIC X(41).
002590*----------------------------------------------------------------*
002600* RUN CONTROL TOTALS.                                            *
002610*----------------------------------------------------------------*
002620 01  WS-TOT-PETICIONES            PIC 9(07) VALUE ZERO COMP.
002630 01  WS-TOT-ANULADAS              PIC 9(07) VALUE ZERO COMP.
002640 01  WS-TOT-RECHAZADAS            PIC 9(07) VALUE ZERO COMP.
002650 01  WS-TOT-COMPENSACIONES        PIC 9(07) VALUE ZERO COMP.
002660 01  WS-TOT-IMP-ANULADO           PIC 9(11)V99 VALUE ZERO.
002670*----------------------------------------------------------------*
002680* FIELDS USED TO BUILD EACH TRANLOG.DAT AND AUDIT RECORD.        *
002690*----------------------------------------------------------------*
002700 01  WS-FECHA-SISTEMA             PIC 9(08).
002710 01  WS-HORA-SISTEMA              PIC 9(08).
002720 01  WS-FECHA-HORA-ANUL           PIC X(14).
002730 01  WS-SALDO-PROYECTADO          PIC S9(11)V99.
002740 01  WS-TLOG-SALDO-ANTERIOR       PIC S9(09)V99.
002750 01  WS-TLOG-SALDO-NUEVO          PIC S9(11)V99.
002760*
002770 PROCEDURE DIVISION.
002780*================================================================*
002790* 0000-MAINLINE                                                  *
002800*================================================================*
002810 0000-MAINLINE.
002820     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002830     PERFORM 2000-PROCESAR-UNA-PETICION THRU 2000-EXIT
002840         UNTIL FIN-PARMFILE.
002850     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002860     STOP RUN.
002870*================================================================*
002880* 1000-INICIALIZAR                                               *
002890*   LOADS THE AUTHORIZED-SUPERVISOR TABLE AND THE REISSUE        *
002900*   CROSS-REFERENCE AND OPENS EVERY FILE.  A MISSING             *
002910*   SUPERVIS.DAT IS FATAL, AS IN DESBLOQT; SO IS A MISSING       *
002920*   TRANHIST.DAT, SINCE THE REQUESTS NAME MOVEMENTS BY ITS KEY.  *
002930*   THE CANCELLATION REGISTER IS CREATED ON FIRST USE THE WAY    *
002940*   ARCHTLOG CREATES TRANSUM.DAT, AND THE AUDIT FILE OPENS       *
002950*   EXTEND SO EARLIER HISTORY IS NEVER TRUNCATED AWAY.           *
002960*   A MISSING USODIA.DAT ONLY MEANS NO CARD HAS ANY USAGE TO     *
002970*   TAKE BACK.                                                   *
002980*================================================================*
002990 1000-INICIALIZAR.
003000     OPEN INPUT SupervFile.
003010     IF FSV NOT = "00"
003020         IF FSV = "35"
003030             DISPLAY "SUPERVIS.DAT NO ENCONTRADO - SIN LISTA "
003040                 "DE SUPERVISORES NO HAY AUTORIZACION"
003050             MOVE 16 TO RETURN-CODE
003060             STOP RUN
003070         ELSE
003080             MOVE "SUPERVIS.DAT" TO WS-ABEND-FICHERO
003090             MOVE FSV TO WS-ABEND-STATUS
003100             GO TO 9990-ERROR-FICHERO
003110         END-IF
003120     END-IF.
003130     PERFORM 1100-CARGAR-UN-SUPERVISOR THRU 1100-EXIT
003140         UNTIL FIN-SUPERVFILE.
003150     CLOSE SupervFile.
003160     IF WS-SUPV-TOTAL = ZERO
003170         DISPLAY "SUPERVIS.DAT VACIO - SIN LISTA DE "
003180             "SUPERVISORES NO HAY AUTORIZACION"
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     PERFORM 1200-CARGAR-XREF THRU 1200-EXIT.
003230     PERFORM 1300-LEER-CONF-COMPENSACION THRU 1300-EXIT.
003240     OPEN I-O HistFile.
003250     IF FSI NOT = "00"
003260         IF FSI = "35"
003270             DISPLAY "TRANHIST.DAT NO ENCONTRADO - SIN HISTORICO "
003280                 "NO SE PUEDE LOCALIZAR NINGUN MOVIMIENTO"
003290             MOVE 16 TO RETURN-CODE
003300             STOP RUN
003310         ELSE
003320             MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
003330             MOVE FSI TO WS-ABEND-STATUS
003340             GO TO 9990-ERROR-FICHERO
003350         END-IF
003360     END-IF.
003370     OPEN I-O UserFile.
003380     IF FSU NOT = "00"
003390         MOVE "USERFILE" TO WS-ABEND-FICHERO
003400         MOVE FSU TO WS-ABEND-STATUS
003410         GO TO 9990-ERROR-FICHERO
003420     END-IF.
003430     OPEN EXTEND TranLogFile.
003440     IF FST NOT = "00"
003450         MOVE "TRANLOG.DAT" TO WS-ABEND-FICHERO
003460         MOVE FST TO WS-ABEND-STATUS
003470         GO TO 9990-ERROR-FICHERO
003480     END-IF.
003490     OPEN I-O RegAnulFile.
003500     IF FSN NOT = "00"
003510         IF FSN = "35"
003520             OPEN OUTPUT RegAnulFile
003530             IF FSN NOT = "00"
003540                 MOVE "ANULREG.DAT" TO WS-ABEND-FICHERO
003550                 MOVE FSN TO WS-ABEND-STATUS
003560                 GO TO 9990-ERROR-FICHERO
003570             END-IF
003580             CLOSE RegAnulFile
003590             OPEN I-O RegAnulFile
003600             IF FSN NOT = "00"
003610                 MOVE "ANULREG.DAT" TO WS-ABEND-FICHERO
003620                 MOVE FSN TO WS-ABEND-STATUS
003630                 GO TO 9990-ERROR-FICHERO
003640             END-IF
003650         ELSE
003660             MOVE "ANULREG.DAT" TO WS-ABEND-FICHERO
003670             MOVE FSN TO WS-ABEND-STATUS
003680             GO TO 9990-ERROR-FICHERO
003690         END-IF
003700     END-IF.
003710     OPEN INPUT ParmFile.
003720     IF FSP NOT = "00"
003730         MOVE "ANULPARM.DAT" TO WS-ABEND-FICHERO
003740         MOVE FSP TO WS-ABEND-STATUS
003750         GO TO 9990-ERROR-FICHERO
003760     END-IF.
003770     OPEN EXTEND AuditFile.
003780     IF FSA NOT = "00"
003790         MOVE "ANULAUD.DAT" TO WS-ABEND-FICHERO
003800         MOVE FSA TO WS-ABEND-STATUS
003810         GO TO 9990-ERROR-FICHERO
003820     END-IF.
003830     OPEN I-O UsoFile.
003840     IF FSO NOT = "00"
003850         IF FSO NOT = "35"
003860             MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
003870             MOVE FSO TO WS-ABEND-STATUS
003880             GO TO 9990-ERROR-FICHERO
003890         END-IF
003900     ELSE
003910         MOVE "S" TO WS-SW-USODIA-ABIERTO
003920     END-IF.
003930 1000-EXIT.
003940     EXIT.
003950*================================================================*
003960* 1100-CARGAR-UN-SUPERVISOR                                      *
003970*   READS ONE SUPERVIS.DAT LINE INTO THE NEXT TABLE ENTRY.       *
003980*================================================================*
003990 1100-CARGAR-UN-SUPERVISOR.
004000     READ SupervFile
004010         AT END
004020             MOVE "S" TO WS-SW-FIN-SUPERVFILE
004030             GO TO 1100-EXIT
004040     END-READ.
004050     IF FSV NOT = "00" AND FSV NOT = "10"
004060         MOVE "SUPERVIS.DAT" TO WS-ABEND-FICHERO
004070         MOVE FSV TO WS-ABEND-STATUS
004080         GO TO 9990-ERROR-FICHERO
004090     END-IF.
004100     IF WS-SUPV-TOTAL >= WS-SUPV-MAX
004110         DISPLAY "TABLA DE SUPERVISORES DESBORDADA - MAS DE "
004120             WS-SUPV-MAX " ENTRADAS EN SUPERVIS.DAT"
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160     ADD 1 TO WS-SUPV-TOTAL.
004170     MOVE SUPV-ID TO WS-SUPV-ID(WS-SUPV-TOTAL).
004180 1100-EXIT.
004190     EXIT.
004200*================================================================*
004210* 1200-CARGAR-XREF                                               *
004220*   LOADS THE CARD-REISSUE CROSS-REFERENCE INTO THE IN-CORE      *
004230*   TABLE.  A MISSING CARDXREF.DAT ONLY MEANS NO CARD WAS EVER   *
004240*   REISSUED.                                                    *
004250*================================================================*
004260 1200-CARGAR-XREF.
004270     OPEN INPUT XrefFile.
004280     IF FSX NOT = "00"
004290         IF FSX = "35"
004300             GO TO 1200-EXIT
004310         ELSE
004320             MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
004330             MOVE FSX TO WS-ABEND-STATUS
004340             GO TO 9990-ERROR-FICHERO
004350         END-IF
004360     END-IF.
004370     PERFORM 1250-CARGAR-UN-XREF THRU 1250-EXIT
004380         UNTIL FIN-XREFFILE.
004390     CLOSE XrefFile.
004400 1200-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------*
004430 1250-CARGAR-UN-XREF.
004440     READ XrefFile
004450         AT END
004460             MOVE "S" TO WS-SW-FIN-XREFFILE
004470             GO TO 1250-EXIT
004480     END-READ.
004490     IF FSX NOT = "00" AND FSX NOT = "10"
004500         MOVE "CARDXREF.DAT" TO WS-ABEND-FICHERO
004510         MOVE FSX TO WS-ABEND-STATUS
004520         GO TO 9990-ERROR-FICHERO
004530     END-IF.
004540     IF WS-XREF-TOTAL >= WS-XREF-MAX
004550         DISPLAY "TABLA DE REEMISIONES DESBORDADA - MAS DE "
004560             WS-XREF-MAX " ENTRADAS EN CARDXREF.DAT"
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600     ADD 1 TO WS-XREF-TOTAL.
004610     MOVE XREF-TARJETA-ANTIGUA
004620         TO WS-XREF-ANTIGUA(WS-XREF-TOTAL).
004630     MOVE XREF-TARJETA-NUEVA
004640         TO WS-XREF-NUEVA(WS-XREF-TOTAL).
004650 1250-EXIT.
004660     EXIT.
004670*================================================================*
004680* 1300-LEER-CONF-COMPENSACION                                    *
004690*   READS THE INTERBANK CLEARING SET-UP THE WAY SEQWRITE DOES.   *
004700*   A MISSING OR EMPTY CMPCONF.DAT ONLY MEANS CLEARING IS NOT    *
004710*   SET UP, SO NO ACCOUNT IS TREATED AS THE SUSPENSE ACCOUNT.    *
004720*================================================================*
004730 1300-LEER-CONF-COMPENSACION.
004740     OPEN INPUT CmpConfFile.
004750     IF FSB NOT = "00"
004760         IF FSB = "35"
004770             GO TO 1300-EXIT
004780         ELSE
004790             MOVE "CMPCONF.DAT" TO WS-ABEND-FICHERO
004800             MOVE FSB TO WS-ABEND-STATUS
004810             GO TO 9990-ERROR-FICHERO
004820         END-IF
004830     END-IF.
004840     READ CmpConfFile
004850         AT END
004860             CLOSE CmpConfFile
004870             GO TO 1300-EXIT
004880     END-READ.
004890     IF FSB NOT = "00" AND FSB NOT = "10"
004900         MOVE "CMPCONF.DAT" TO WS-ABEND-FICHERO
004910         MOVE FSB TO WS-ABEND-STATUS
004920         GO TO 9990-ERROR-FICHERO
004930     END-IF.
004940     MOVE CMPF-TARJETA-PUENTE TO WS-CMP-TARJETA-PUENTE.
004950     MOVE CMPF-CUENTA-PUENTE  TO WS-CMP-CUENTA-PUENTE.
004960     MOVE "S" TO WS-SW-COMPENSACION.
004970     CLOSE CmpConfFile.
004980 1300-EXIT.
004990     EXIT.
005000*================================================================*
005010* 2000-PROCESAR-UNA-PETICION                                     *
005020*   RUNS ONE CANCELLATION REQUEST END TO END.  EVERY LEG IS      *
005030*   VALIDATED BEFORE ANY IS POSTED, SO A TRANSFER IS EITHER      *
005040*   UNDONE WHOLE OR LEFT ALONE.  EVERY PATH, HONOURED OR         *
005050*   REJECTED, ENDS AT THE AUDIT WRITE.                           *
005060*================================================================*
005070 2000-PROCESAR-UNA-PETICION.
005080     READ ParmFile
005090         AT END
005100             MOVE "S" TO WS-SW-FIN-PARMFILE
005110             GO TO 2000-EXIT
005120     END-READ.
005130     IF FSP NOT = "00" AND FSP NOT = "10"
005140         MOVE "ANULPARM.DAT" TO WS-ABEND-FICHERO
005150         MOVE FSP TO WS-ABEND-STATUS
005160         GO TO 9990-ERROR-FICHERO
005170     END-IF.
005180     ADD 1 TO WS-TOT-PETICIONES.
005190     MOVE "N" TO WS-SW-PETICION-ACEPTADA.
005200     MOVE SPACES TO WS-MOTIVO.
005210     MOVE ZERO TO WS-NUM-PATAS.
005220     MOVE ZERO TO WS-PATA-IMPORTE(1)
005230                  WS-PATA-IMPORTE(2).
005240     PERFORM 2100-VALIDAR-SUPERVISOR THRU 2100-EXIT.
005250     IF NOT SUPERVISOR-VALIDO
005260         MOVE "SUPERVISOR NO AUTORIZADO" TO WS-MOTIVO
005270         GO TO 2000-AUDITORIA
005280     END-IF.
005290     PERFORM 2200-LEER-MOVIMIENTO THRU 2200-EXIT.
005300     IF WS-MOTIVO NOT = SPACES
005310         GO TO 2000-AUDITORIA
005320     END-IF.
005330     PERFORM 2300-BUSCAR-CONTRAPARTIDA THRU 2300-EXIT.
005340     IF WS-MOTIVO NOT = SPACES
005350         GO TO 2000-AUDITORIA
005360     END-IF.
005370     PERFORM 2400-VALIDAR-UNA-PATA THRU 2400-EXIT
005380         VARYING P FROM 1 BY 1
005390         UNTIL P > WS-NUM-PATAS OR WS-MOTIVO NOT = SPACES.
005400     IF WS-MOTIVO NOT = SPACES
005410         GO TO 2000-AUDITORIA
005420     END-IF.
005430     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
005440     ACCEPT WS-HORA-SISTEMA  FROM TIME.
005450     MOVE WS-FECHA-SISTEMA     TO WS-FECHA-HORA-ANUL(1:8).
005460     MOVE WS-HORA-SISTEMA(1:6) TO WS-FECHA-HORA-ANUL(9:6).
005470     PERFORM 2500-CONTABILIZAR-UNA-PATA THRU 2500-EXIT
005480         VARYING P FROM 1 BY 1 UNTIL P > WS-NUM-PATAS.
005490     PERFORM 2700-REGISTRAR-UNA-PATA THRU 2700-EXIT
005500         VARYING P FROM 1 BY 1 UNTIL P > WS-NUM-PATAS.
005510     MOVE "S" TO WS-SW-PETICION-ACEPTADA.
005520     DISPLAY "MOVIMIENTO " ANUL-CLAVE-MOVTO " ANULADO POR "
005530         ANUL-SUPERVISOR.
005540 2000-AUDITORIA.
005550     PERFORM 3000-GRABAR-AUDITORIA THRU 3000-EXIT.
005560 2000-EXIT.
005570     EXIT.
005580*================================================================*
005590* 2100-VALIDAR-SUPERVISOR                                        *
005600*   CHECKS ANUL-SUPERVISOR AGAINST THE TABLE LOADED FROM         *
005610*   SUPERVIS.DAT.                                                *
005620*================================================================*
005630 2100-VALIDAR-SUPERVISOR.
005640     MOVE "N" TO WS-SW-SUPERVISOR-VALIDO.
005650     MOVE 1 TO V.
005660     PERFORM 2150-COMPARAR-SUPERVISOR THRU 2150-EXIT
005670         UNTIL V > WS-SUPV-TOTAL OR SUPERVISOR-VALIDO.
005680 2100-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------*
005710 2150-COMPARAR-SUPERVISOR.
005720     IF WS-SUPV-ID(V) = ANUL-SUPERVISOR
005730         MOVE "S" TO WS-SW-SUPERVISOR-VALIDO
005740     END-IF.
005750     ADD 1 TO V.
005760 2150-EXIT.
005770     EXIT.
005780*================================================================*
005790* 2200-LEER-MOVIMIENTO                                           *
005800*   READS THE NAMED MOVEMENT BY ITS FULL KEY AND LOADS IT AS     *
005810*   LEG 1.  A REJECTION NEVER MOVED A BALANCE, SO THERE IS       *
005820*   NOTHING TO CANCEL; A MOVEMENT ALREADY ON THE REGISTER IS     *
005830*   EITHER ALREADY UNDONE OR IS ITSELF A CANCELLATION.           *
005840*================================================================*
005850 2200-LEER-MOVIMIENTO.
005860     MOVE ANUL-NUM-CUENTA TO HIST-NUM-CUENTA.
005870     MOVE ANUL-FECHA-HORA TO HIST-FECHA-HORA.
005880     MOVE ANUL-SECUENCIA  TO HIST-SECUENCIA.
005890     READ HistFile
005900         INVALID KEY
005910             MOVE "MOVIMIENTO NO ENCONTRADO EN TRANHIST.DAT"
005920                 TO WS-MOTIVO
005930             GO TO 2200-EXIT
005940     END-READ.
005950     IF FSI NOT = "00" AND FSI NOT = "23"
005960         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
005970         MOVE FSI TO WS-ABEND-STATUS
005980         GO TO 9990-ERROR-FICHERO
005990     END-IF.
006000     IF HIST-ES-RECHAZO
006010         MOVE "UN RECHAZO NO MOVIO SALDO - NADA QUE ANULAR"
006020             TO WS-MOTIVO
006030         GO TO 2200-EXIT
006040     END-IF.
006050     MOVE 1 TO WS-NUM-PATAS.
006060     MOVE 1 TO P.
006070     PERFORM 2250-CARGAR-PATA THRU 2250-EXIT.
006080     MOVE WS-PATA-CLAVE(1) TO WS-CLAVE-CONSULTA.
006090     PERFORM 2280-CONSULTAR-REGISTRO THRU 2280-EXIT.
006100     IF EN-REGISTRO
006110         IF ANR-ES-ANULADO
006120             MOVE "MOVIMIENTO YA ANULADO ANTERIORMENTE"
006130                 TO WS-MOTIVO
006140         ELSE
006150             MOVE "EL MOVIMIENTO ES YA UNA ANULACION"
006160                 TO WS-MOTIVO
006170         END-IF
006180     END-IF.
006190 2200-EXIT.
006200     EXIT.
006210*================================================================*
006220* 2250-CARGAR-PATA                                               *
006230*   COPIES THE MOVEMENT NOW IN REG-HISTORICO INTO LEG P AND      *
006240*   WORKS OUT WHICH WAY THE COMPENSATING POSTING MUST GO.        *
006250*================================================================*
006260 2250-CARGAR-PATA.
006270     MOVE HIST-CLAVE      TO WS-PATA-CLAVE(P).
006280     MOVE HIST-TARJETA    TO WS-PATA-TARJETA(P).
006290     MOVE HIST-TIPO-MOVTO TO WS-PATA-TIPO-ORIG(P).
006300     MOVE HIST-IMPORTE    TO WS-PATA-IMPORTE(P).
006310     MOVE SPACES          TO WS-PATA-CLAVE-NUEVA(P).
006320     IF HIST-ES-ABONO OR HIST-ES-REVERSION OR HIST-ES-INTERES
006330         OR HIST-ES-EFECTIVO-INGRESO
006340             MOVE "D" TO WS-PATA-SENTIDO(P)
006350     ELSE
006360         MOVE "V" TO WS-PATA-SENTIDO(P)
006370     END-IF.
006380 2250-EXIT.
006390     EXIT.
006400*================================================================*
006410* 2280-CONSULTAR-REGISTRO                                        *
006420*   LOOKS WS-CLAVE-CONSULTA UP ON THE CANCELLATION REGISTER.     *
006430*================================================================*
006440 2280-CONSULTAR-REGISTRO.
006450     MOVE "N" TO WS-SW-EN-REGISTRO.
006460     MOVE WS-CLAVE-CONSULTA TO ANR-CLAVE.
006470     READ RegAnulFile
006480         INVALID KEY
006490             GO TO 2280-EXIT
006500     END-READ.
006510     IF FSN NOT = "00" AND FSN NOT = "23"
006520         MOVE "ANULREG.DAT" TO WS-ABEND-FICHERO
006530         MOVE FSN TO WS-ABEND-STATUS
006540         GO TO 9990-ERROR-FICHERO
006550     END-IF.
006560     MOVE "S" TO WS-SW-EN-REGISTRO.
006570 2280-EXIT.
006580     EXIT.
006590*================================================================*
006600* 2300-BUSCAR-CONTRAPARTIDA                                      *
006610*   ONLY A TRANSFER DEBIT ("D") OR CREDIT ("C") CAN HAVE A       *
006620*   SECOND LEG.  THE POSTING PROGRAMS WRITE A TRANSFER AS ITS    *
006630*   DEBIT FOLLOWED IMMEDIATELY BY ITS CREDIT (OR BY THE          *
006640*   REJECTION AND REVERSAL OF A FAILED CREDIT), AND THE DATE KEY *
006650*   RETURNS ONE DAY'S MOVEMENTS IN THE ORDER THEY WERE WRITTEN,  *
006660*   SO THE DAY IS WALKED UNTIL THE NAMED MOVEMENT TURNS UP AND   *
006670*   ITS NEIGHBOUR IS EXAMINED: FOR A CREDIT, THE MOVEMENT BEFORE *
006680*   IT; FOR A DEBIT, THE ONE AFTER.  THE NEIGHBOUR IS ONLY TAKEN *
006690*   AS THE OTHER LEG WHEN IT IS THE OPPOSITE MOVEMENT, FOR THE   *
006700*   SAME AMOUNT, ON A DIFFERENT ACCOUNT.  A DEBIT WHOSE CREDIT   *
006710*   FAILED AND WAS ALREADY REVERSED AT THE TIME IS REFUSED.      *
006720*================================================================*
006730 2300-BUSCAR-CONTRAPARTIDA.
006740     IF WS-PATA-TIPO-ORIG(1) NOT = "C"
006750         AND WS-PATA-TIPO-ORIG(1) NOT = "D"
006760             GO TO 2300-EXIT
006770     END-IF.
006780     MOVE "N" TO WS-SW-FIN-DIA.
006790     MOVE "N" TO WS-SW-YA-REVERTIDO.
006800     MOVE SPACES TO WS-PREV-CLAVE.
006810     MOVE SPACES TO WS-PREV-TIPO.
006820     MOVE ZERO TO WS-PREV-IMPORTE
006830                  WS-PREV-TARJETA.
006840     MOVE WS-PATA-FECHA-HORA(1)(1:8) TO WS-FECHA-MOVTO.
006850     MOVE WS-FECHA-MOVTO TO HIST-FECHA-DIA.
006860     START HistFile KEY IS EQUAL TO HIST-FECHA-DIA
006870         INVALID KEY
006880             GO TO 2300-EXIT
006890     END-START.
006900     IF FSI NOT = "00"
006910         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
006920         MOVE FSI TO WS-ABEND-STATUS
006930         GO TO 9990-ERROR-FICHERO
006940     END-IF.
006950     PERFORM 2350-LEER-UNO-DEL-DIA THRU 2350-EXIT
006960         UNTIL FIN-DIA.
006970     IF YA-REVERTIDO
006980         MOVE "ABONO FALLIDO - EL CARGO YA FUE REVERTIDO"
006990             TO WS-MOTIVO
007000         GO TO 2300-EXIT
007010     END-IF.
007020     IF WS-NUM-PATAS > 1
007030         MOVE WS-PATA-CLAVE(2) TO WS-CLAVE-CONSULTA
007040         PERFORM 2280-CONSULTAR-REGISTRO THRU 2280-EXIT
007050         IF EN-REGISTRO
007060             MOVE "LA OTRA PATA DE LA TRANSFERENCIA YA ANULADA"
007070                 TO WS-MOTIVO
007080         END-IF
007090     END-IF.
007100 2300-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------*
007130 2350-LEER-UNO-DEL-DIA.
007140     READ HistFile NEXT RECORD
007150         AT END
007160             MOVE "S" TO WS-SW-FIN-DIA
007170             GO TO 2350-EXIT
007180     END-READ.
007190     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "10"
007200         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
007210         MOVE FSI TO WS-ABEND-STATUS
007220         GO TO 9990-ERROR-FICHERO
007230     END-IF.
007240     IF HIST-FECHA-DIA NOT = WS-FECHA-MOVTO
007250         MOVE "S" TO WS-SW-FIN-DIA
007260         GO TO 2350-EXIT
007270     END-IF.
007280     IF HIST-CLAVE NOT = WS-PATA-CLAVE(1)
007290         MOVE HIST-CLAVE      TO WS-PREV-CLAVE
007300         MOVE HIST-TARJETA    TO WS-PREV-TARJETA
007310         MOVE HIST-TIPO-MOVTO TO WS-PREV-TIPO
007320         MOVE HIST-IMPORTE    TO WS-PREV-IMPORTE
007330         GO TO 2350-EXIT
007340     END-IF.
007350     MOVE "S" TO WS-SW-FIN-DIA.
007360     IF WS-PATA-TIPO-ORIG(1) = "C"
007370         IF WS-PREV-TIPO = "D"
007380             AND WS-PREV-IMPORTE = WS-PATA-IMPORTE(1)
007390             AND WS-PREV-NUM-CUENTA NOT = WS-PATA-NUM-CUENTA(1)
007400                 MOVE 2 TO WS-NUM-PATAS
007410                 MOVE WS-PREV-CLAVE   TO WS-PATA-CLAVE(2)
007420                 MOVE WS-PREV-TARJETA TO WS-PATA-TARJETA(2)
007430                 MOVE WS-PREV-TIPO    TO WS-PATA-TIPO-ORIG(2)
007440                 MOVE WS-PREV-IMPORTE TO WS-PATA-IMPORTE(2)
007450                 MOVE "V"             TO WS-PATA-SENTIDO(2)
007460                 MOVE SPACES          TO WS-PATA-CLAVE-NUEVA(2)
007470         END-IF
007480         GO TO 2350-EXIT
007490     END-IF.
007500     PERFORM 2360-EXAMINAR-SIGUIENTE THRU 2360-EXIT.
007510 2350-EXIT.
007520     EXIT.
007530*----------------------------------------------------------------*
007540 2360-EXAMINAR-SIGUIENTE.
007550     READ HistFile NEXT RECORD
007560         AT END
007570             GO TO 2360-EXIT
007580     END-READ.
007590     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "10"
007600         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
007610         MOVE FSI TO WS-ABEND-STATUS
007620         GO TO 9990-ERROR-FICHERO
007630     END-IF.
007640     IF HIST-FECHA-DIA NOT = WS-FECHA-MOVTO
007650         OR HIST-IMPORTE NOT = WS-PATA-IMPORTE(1)
007660             GO TO 2360-EXIT
007670     END-IF.
007680     IF HIST-ES-ABONO
007690         AND HIST-NUM-CUENTA NOT = WS-PATA-NUM-CUENTA(1)
007700             MOVE 2 TO WS-NUM-PATAS
007710             MOVE 2 TO P
007720             PERFORM 2250-CARGAR-PATA THRU 2250-EXIT
007730             GO TO 2360-EXIT
007740     END-IF.
007750     IF (HIST-ES-RECHAZO
007760         AND HIST-NUM-CUENTA NOT = WS-PATA-NUM-CUENTA(1))
007770     OR (HIST-ES-REVERSION
007780         AND HIST-NUM-CUENTA = WS-PATA-NUM-CUENTA(1))
007790             MOVE "S" TO WS-SW-YA-REVERTIDO
007800     END-IF.
007810 2360-EXIT.
007820     EXIT.
007830*================================================================*
007840* 2400-VALIDAR-UNA-PATA                                          *
007850*   LOCATES THE ACCOUNT OF LEG P AND PROVES THE COMPENSATING     *
007860*   POSTING WOULD GO THROUGH, WITHOUT TOUCHING THE BALANCE.  A   *
007870*   COMPENSATING DEBIT IS REFUSED ON A DORMANT ACCOUNT OR WHEN   *
007880*   IT WOULD TAKE THE BALANCE BELOW THE AUTHORIZED OVERDRAFT     *
007890*   LINE; A COMPENSATING CREDIT WHEN IT WOULD NOT FIT IN         *
007900*   USER-SALDO.                                                  *
007910*   A LEG ON THE CLEARING SUSPENSE CARD OR ACCOUNT IS REFUSED    *
007920*   OUTRIGHT: THE CUSTOMER DEBIT AND SUSPENSE CREDIT OF AN "X"   *
007930*   ORDER LOOK LIKE AN INTERNAL TRANSFER, BUT THE PAYMENT HAS    *
007940*   ALREADY LEFT ON CMPSAL.DAT, AND THE SUSPENSE DEBIT POSTED BY *
007950*   COMPENS SETTLES IT.  UNDOING EITHER WOULD PAY THE CUSTOMER   *
007960*   TWICE OR LEAVE THE SUSPENSE ACCOUNT OUT OF STEP WITH         *
007970*   CMPCTL.DAT.                                                  *
007980*================================================================*
007990 2400-VALIDAR-UNA-PATA.
008000     IF COMPENSACION-CONFIGURADA
008010         IF WS-PATA-TARJETA(P) = WS-CMP-TARJETA-PUENTE
008020             OR WS-PATA-NUM-CUENTA(P) = WS-CMP-CUENTA-PUENTE
008030                 MOVE "COMPENSACION INTERBANCARIA - NO ANULABLE"
008040                     TO WS-MOTIVO
008050                 GO TO 2400-EXIT
008060         END-IF
008070     END-IF.
008080     PERFORM 2450-LOCALIZAR-CUENTA THRU 2450-EXIT.
008090     IF NOT CUENTA-LOCALIZADA
008100         MOVE "CUENTA DEL MOVIMIENTO NO LOCALIZADA" TO WS-MOTIVO
008110         GO TO 2400-EXIT
008120     END-IF.
008130     IF PATA-A-CARGAR(P)
008140         IF USER-CUENTA-DORMIDA(M)
008150             MOVE "CUENTA DORMIDA - REACTIVAR PRIMERO"
008160                 TO WS-MOTIVO
008170             GO TO 2400-EXIT
008180         END-IF
008190         COMPUTE WS-SALDO-PROYECTADO =
008200             USER-SALDO(M) - WS-PATA-IMPORTE(P)
008210         IF WS-SALDO-PROYECTADO <
008220             (ZERO - USER-LIMITE-DESCUBIERTO(M))
008230                 MOVE "SALDO INSUFICIENTE PARA ANULAR EL ABONO"
008240                     TO WS-MOTIVO
008250         END-IF
008260     ELSE
008270         COMPUTE WS-SALDO-PROYECTADO =
008280             USER-SALDO(M) + WS-PATA-IMPORTE(P)
008290         IF WS-SALDO-PROYECTADO > 999999999.99
008300             MOVE "LA ANULACION DESBORDARIA EL SALDO"
008310                 TO WS-MOTIVO
008320         END-IF
008330     END-IF.
008340 2400-EXIT.
008350     EXIT.
008360*================================================================*
008370* 2450-LOCALIZAR-CUENTA                                          *
008380*   READS THE CUSTOMER OF LEG P AND LEAVES M ON ITS ACCOUNT.     *
008390*   THE CARD THE MOVEMENT WAS POSTED UNDER IS TRIED FIRST; IF    *
008400*   THE ACCOUNT NO LONGER HANGS FROM IT THE CARD IS FOLLOWED     *
008410*   THROUGH THE REISSUE CROSS-REFERENCE, HOP BY HOP, THE WAY     *
008420*   AUDFICH FOLLOWS IT.  THE HOP COUNT IS CAPPED AT THE TABLE    *
008430*   SIZE SO A CIRCULAR CROSS-REFERENCE CANNOT LOOP FOREVER.      *
008440*================================================================*
008450 2450-LOCALIZAR-CUENTA.
008460     MOVE "N" TO WS-SW-CUENTA-LOCALIZADA.
008470     MOVE WS-PATA-NUM-CUENTA(P) TO WS-CUENTA-BUSCADA.
008480     MOVE WS-PATA-TARJETA(P) TO WS-TARJETA-SEGUIDA.
008490     MOVE ZERO TO WS-SALTOS-XREF.
008500 2450-PROBAR-TARJETA.
008510     PERFORM 2460-LEER-TARJETA-SEGUIDA THRU 2460-EXIT.
008520     IF CUENTA-LOCALIZADA
008530         GO TO 2450-EXIT
008540     END-IF.
008550     PERFORM 2470-BUSCAR-SUCESORA THRU 2470-EXIT.
008560     IF WS-XREF-IDX = ZERO
008570         GO TO 2450-EXIT
008580     END-IF.
008590     MOVE WS-XREF-NUEVA(WS-XREF-IDX) TO WS-TARJETA-SEGUIDA.
008600     ADD 1 TO WS-SALTOS-XREF.
008610     IF WS-SALTOS-XREF <= WS-XREF-TOTAL
008620         GO TO 2450-PROBAR-TARJETA
008630     END-IF.
008640 2450-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------*
008670 2460-LEER-TARJETA-SEGUIDA.
008680     MOVE WS-TARJETA-SEGUIDA TO USER-TARJ.
008690     READ UserFile
008700         INVALID KEY
008710             GO TO 2460-EXIT
008720     END-READ.
008730     IF FSU NOT = "00" AND FSU NOT = "23"
008740         MOVE "USERFILE" TO WS-ABEND-FICHERO
008750         MOVE FSU TO WS-ABEND-STATUS
008760         GO TO 9990-ERROR-FICHERO
008770     END-IF.
008780     MOVE 1 TO M.
008790     PERFORM 2465-COMPARAR-CUENTA THRU 2465-EXIT
008800         UNTIL M > USER-NUM-CUENTAS OR CUENTA-LOCALIZADA.
008810 2460-EXIT.
008820     EXIT.
008830*----------------------------------------------------------------*
008840 2465-COMPARAR-CUENTA.
008850     IF USER-NUM-CUENTA(M) = WS-CUENTA-BUSCADA
008860         MOVE "S" TO WS-SW-CUENTA-LOCALIZADA
008870     ELSE
008880         ADD 1 TO M
008890     END-IF.
008900 2465-EXIT.
008910     EXIT.
008920*----------------------------------------------------------------*
008930 2470-BUSCAR-SUCESORA.
008940     MOVE ZERO TO WS-XREF-IDX.
008950     MOVE 1 TO X.
008960     PERFORM 2475-COMPARAR-SUCESORA THRU 2475-EXIT
008970         UNTIL X > WS-XREF-TOTAL OR WS-XREF-IDX NOT = ZERO.
008980 2470-EXIT.
008990     EXIT.
009000*----------------------------------------------------------------*
009010 2475-COMPARAR-SUCESORA.
009020     IF WS-XREF-ANTIGUA(X) = WS-TARJETA-SEGUIDA
009030         MOVE X TO WS-XREF-IDX
009040     END-IF.
009050     ADD 1 TO X.
009060 2475-EXIT.
009070     EXIT.
009080*================================================================*
009090* 2500-CONTABILIZAR-UNA-PATA                                     *
009100*   POSTS THE COMPENSATING MOVEMENT FOR LEG P, ALREADY PROVEN    *
009110*   GOOD BY 2400, AND KEEPS THE TRANHIST.DAT KEY IT WAS WRITTEN  *
009120*   UNDER FOR THE REGISTER.                                      *
009130*   A CANCELLED TRANSFER DEBIT OR CASH WITHDRAWAL IS THEN TAKEN  *
009140*   BACK OUT OF THE CARD'S DAILY USAGE.                          *
009150*================================================================*
009160 2500-CONTABILIZAR-UNA-PATA.
009170     PERFORM 2450-LOCALIZAR-CUENTA THRU 2450-EXIT.
009180     IF NOT CUENTA-LOCALIZADA
009190         DISPLAY "ERROR GRAVE - CUENTA " WS-PATA-NUM-CUENTA(P)
009200             " DESAPARECIDA ENTRE VALIDACION Y ANULACION - "
009210             "AVISAR A OPERACIONES"
009220         MOVE 90 TO RETURN-CODE
009230         STOP RUN
009240     END-IF.
009250     MOVE USER-SALDO(M) TO WS-TLOG-SALDO-ANTERIOR.
009260     IF PATA-A-CARGAR(P)
009270         COMPUTE USER-SALDO(M) =
009280             USER-SALDO(M) - WS-PATA-IMPORTE(P)
009290     ELSE
009300         COMPUTE USER-SALDO(M) =
009310             USER-SALDO(M) + WS-PATA-IMPORTE(P)
009320     END-IF.
009330     MOVE USER-SALDO(M) TO WS-TLOG-SALDO-NUEVO.
009340     REWRITE REG-USUARIO.
009350     IF FSU NOT = "00"
009360         MOVE "USERFILE" TO WS-ABEND-FICHERO
009370         MOVE FSU TO WS-ABEND-STATUS
009380         GO TO 9990-ERROR-FICHERO
009390     END-IF.
009400     PERFORM 2600-GRABAR-TRANLOG THRU 2600-EXIT.
009410     MOVE HIST-CLAVE TO WS-PATA-CLAVE-NUEVA(P).
009420     ADD 1 TO WS-TOT-COMPENSACIONES.
009430     ADD WS-PATA-IMPORTE(P) TO WS-TOT-IMP-ANULADO.
009440     IF USODIA-ABIERTO
009450         IF WS-PATA-TIPO-ORIG(P) = "D"
009460             OR WS-PATA-TIPO-ORIG(P) = "S"
009470                 PERFORM 2550-DESCONTAR-USO-DIARIO THRU 2550-EXIT
009480         END-IF
009490     END-IF.
009500 2500-EXIT.
009510     EXIT.
009520*================================================================*
009530* 2550-DESCONTAR-USO-DIARIO                                      *
009540*   TAKES LEG P BACK OUT OF THE USODIA.DAT ACCUMULATOR OF THE    *
009550*   CARD IT WAS POSTED UNDER, ON THE DAY IT WAS POSTED, THE WAY  *
009560*   SEQWRITE'S 2645 TAKES BACK A REVERSED TRANSFER DEBIT, SO A   *
009570*   CANCELLED DEBIT NO LONGER EATS INTO THE CARD'S DAILY LIMIT.  *
009580*   A DAY WITH NO ACCUMULATOR FOR THE CARD HAS NOTHING TO TAKE   *
009590*   BACK.                                                        *
009600*================================================================*
009610 2550-DESCONTAR-USO-DIARIO.
009620     MOVE WS-PATA-FECHA-HORA(P)(1:8) TO USOD-FECHA.
009630     MOVE WS-PATA-TARJETA(P)         TO USOD-TARJETA.
009640     READ UsoFile
009650         INVALID KEY
009660             GO TO 2550-EXIT
009670     END-READ.
009680     IF FSO NOT = "00" AND FSO NOT = "23"
009690         MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
009700         MOVE FSO TO WS-ABEND-STATUS
009710         GO TO 9990-ERROR-FICHERO
009720     END-IF.
009730     IF WS-PATA-TIPO-ORIG(P) = "S"
009740         IF USOD-IMP-EFECTIVO > WS-PATA-IMPORTE(P)
009750             SUBTRACT WS-PATA-IMPORTE(P) FROM USOD-IMP-EFECTIVO
009760         ELSE
009770             MOVE ZERO TO USOD-IMP-EFECTIVO
009780         END-IF
009790     ELSE
009800         IF USOD-IMP-TRANSFERENCIA > WS-PATA-IMPORTE(P)
009810             SUBTRACT WS-PATA-IMPORTE(P)
009820                 FROM USOD-IMP-TRANSFERENCIA
009830         ELSE
009840             MOVE ZERO TO USOD-IMP-TRANSFERENCIA
009850         END-IF
009860     END-IF.
009870     REWRITE REG-USO-DIARIO.
009880     IF FSO NOT = "00"
009890         MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
009900         MOVE FSO TO WS-ABEND-STATUS
009910         GO TO 9990-ERROR-FICHERO
009920     END-IF.
009930 2550-EXIT.
009940     EXIT.
009950*================================================================*
009960* 2600-GRABAR-TRANLOG                                            *
009970*   APPENDS THE COMPENSATING MOVEMENT TO TRANLOG.DAT AND         *
009980*   MIRRORS IT INTO TRANHIST.DAT.  IT IS NOT A TELLER CASH       *
009990*   MOVEMENT, SO THE TELLER AND BRANCH ARE LEFT BLANK.           *
010000*================================================================*
010010 2600-GRABAR-TRANLOG.
010020     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
010030     ACCEPT WS-HORA-SISTEMA  FROM TIME.
010040     MOVE WS-FECHA-SISTEMA       TO TLOG-FECHA-HORA(1:8).
010050     MOVE WS-HORA-SISTEMA(1:6)   TO TLOG-FECHA-HORA(9:6).
010060     MOVE USER-TARJ              TO TLOG-TARJETA.
010070     MOVE USER-NUM-CUENTA(M)     TO TLOG-NUM-CUENTA.
010080     MOVE WS-TLOG-SALDO-ANTERIOR TO TLOG-SALDO-ANTERIOR.
010090     MOVE WS-TLOG-SALDO-NUEVO    TO TLOG-SALDO-NUEVO.
010100     MOVE WS-PATA-SENTIDO(P)     TO TLOG-TIPO-MOVTO.
010110     MOVE WS-PATA-IMPORTE(P)     TO TLOG-IMPORTE.
010120     MOVE SPACES                 TO TLOG-CAJERO.
010130     MOVE SPACES                 TO TLOG-SUCURSAL.
010140     WRITE REG-TRANLOG.
010150     IF FST NOT = "00"
010160         MOVE "TRANLOG.DAT" TO WS-ABEND-FICHERO
010170         MOVE FST TO WS-ABEND-STATUS
010180         GO TO 9990-ERROR-FICHERO
010190     END-IF.
010200     PERFORM 2650-GRABAR-HISTORICO THRU 2650-EXIT.
010210 2600-EXIT.
010220     EXIT.
010230*================================================================*
010240* 2650-GRABAR-HISTORICO                                          *
010250*   MIRRORS THE TRANLOG.DAT RECORD JUST WRITTEN INTO THE KEYED   *
010260*   MOVEMENT HISTORY, BUMPING THE TIE-BREAK SEQUENCE WHEN THE    *
010270*   SAME ACCOUNT ALREADY MOVED IN THE SAME SECOND.               *
010280*================================================================*
010290 2650-GRABAR-HISTORICO.
010300     MOVE TLOG-NUM-CUENTA      TO HIST-NUM-CUENTA.
010310     MOVE TLOG-FECHA-HORA      TO HIST-FECHA-HORA.
010320     MOVE ZERO                 TO HIST-SECUENCIA.
010330     MOVE TLOG-FECHA-HORA(1:8) TO HIST-FECHA-DIA.
010340     MOVE TLOG-TARJETA         TO HIST-TARJETA.
010350     MOVE TLOG-SALDO-ANTERIOR  TO HIST-SALDO-ANTERIOR.
010360     MOVE TLOG-SALDO-NUEVO     TO HIST-SALDO-NUEVO.
010370     MOVE TLOG-TIPO-MOVTO      TO HIST-TIPO-MOVTO.
010380     MOVE TLOG-IMPORTE         TO HIST-IMPORTE.
010390     MOVE TLOG-CAJERO          TO HIST-CAJERO.
010400     MOVE TLOG-SUCURSAL        TO HIST-SUCURSAL.
010410 2650-GRABAR.
010420     WRITE REG-HISTORICO
010430         INVALID KEY
010440             ADD 1 TO HIST-SECUENCIA
010450             GO TO 2650-GRABAR
010460     END-WRITE.
010470     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "22"
010480         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
010490         MOVE FSI TO WS-ABEND-STATUS
010500         GO TO 9990-ERROR-FICHERO
010510     END-IF.
010520 2650-EXIT.
010530     EXIT.
010540*================================================================*
010550* 2700-REGISTRAR-UNA-PATA                                        *
010560*   WRITES THE TWO REGISTER RECORDS FOR LEG P: THE ORIGINAL      *
010570*   MARKED CANCELLED AND POINTING AT ITS COMPENSATION, AND THE   *
010580*   COMPENSATION POINTING BACK AT THE ORIGINAL.                  *
010590*================================================================*
010600 2700-REGISTRAR-UNA-PATA.
010610     MOVE WS-PATA-CLAVE(P)       TO ANR-CLAVE.
010620     MOVE "A"                    TO ANR-TIPO-REG.
010630     MOVE WS-PATA-CLAVE-NUEVA(P) TO ANR-CLAVE-ENLACE.
010640     PERFORM 2750-COMPLETAR-REGISTRO THRU 2750-EXIT.
010650     MOVE WS-PATA-CLAVE-NUEVA(P) TO ANR-CLAVE.
010660     MOVE "C"                    TO ANR-TIPO-REG.
010670     MOVE WS-PATA-CLAVE(P)       TO ANR-CLAVE-ENLACE.
010680     PERFORM 2750-COMPLETAR-REGISTRO THRU 2750-EXIT.
010690 2700-EXIT.
010700     EXIT.
010710*----------------------------------------------------------------*
010720 2750-COMPLETAR-REGISTRO.
010730     MOVE SPACES TO ANR-CLAVE-PAREJA.
010740     IF WS-NUM-PATAS > 1
010750         IF P = 1
010760             MOVE WS-PATA-CLAVE(2) TO ANR-CLAVE-PAREJA
010770         ELSE
010780             MOVE WS-PATA-CLAVE(1) TO ANR-CLAVE-PAREJA
010790         END-IF
010800     END-IF.
010810     IF ANR-ES-ANULADO
010820         MOVE WS-PATA-TIPO-ORIG(P) TO ANR-TIPO-MOVTO
010830     ELSE
010840         MOVE WS-PATA-SENTIDO(P) TO ANR-TIPO-MOVTO
010850     END-IF.
010860     MOVE WS-PATA-IMPORTE(P)  TO ANR-IMPORTE.
010870     MOVE WS-FECHA-HORA-ANUL  TO ANR-FECHA-HORA-ANUL.
010880     MOVE ANUL-SUPERVISOR     TO ANR-SUPERVISOR.
010890     WRITE REG-ANULACION.
010900     IF FSN NOT = "00"
010910         MOVE "ANULREG.DAT" TO WS-ABEND-FICHERO
010920         MOVE FSN TO WS-ABEND-STATUS
010930         GO TO 9990-ERROR-FICHERO
010940     END-IF.
010950 2750-EXIT.
010960     EXIT.
010970*================================================================*
010980* 3000-GRABAR-AUDITORIA                                          *
010990*   APPENDS THE AUDIT RECORD FOR THE REQUEST JUST PROCESSED AND  *
011000*   ROLLS IT INTO THE RUN TOTALS.  REJECTIONS ARE AUDITED WITH   *
011010*   THEIR REASON AND ECHOED TO THE CONSOLE.                      *
011020*================================================================*
011030 3000-GRABAR-AUDITORIA.
011040     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
011050     ACCEPT WS-HORA-SISTEMA  FROM TIME.
011060     MOVE WS-FECHA-SISTEMA     TO ANA-FECHA-HORA(1:8).
011070     MOVE WS-HORA-SISTEMA(1:6) TO ANA-FECHA-HORA(9:6).
011080     MOVE ANUL-CLAVE-MOVTO TO ANA-CLAVE-MOVTO.
011090     MOVE ANUL-SUPERVISOR  TO ANA-SUPERVISOR.
011100     MOVE WS-PATA-IMPORTE(1) TO ANA-IMPORTE.
011110     IF WS-NUM-PATAS > 1
011120         MOVE WS-PATA-CLAVE(2) TO ANA-CLAVE-PAREJA
011130     ELSE
011140         MOVE SPACES TO ANA-CLAVE-PAREJA
011150     END-IF.
011160     IF PETICION-ACEPTADA
011170         MOVE "ANULADO" TO ANA-RESULTADO
011180         MOVE SPACES TO ANA-MOTIVO
011190         ADD 1 TO WS-TOT-ANULADAS
011200     ELSE
011210         MOVE "RECHAZADA" TO ANA-RESULTADO
011220         IF WS-MOTIVO = SPACES
011230             MOVE "MOTIVO NO ESPECIFICADO" TO WS-MOTIVO
011240         END-IF
011250         MOVE WS-MOTIVO TO ANA-MOTIVO
011260         ADD 1 TO WS-TOT-RECHAZADAS
011270         DISPLAY "PETICION RECHAZADA - MOVIMIENTO "
011280             ANUL-CLAVE-MOVTO " - " WS-MOTIVO
011290     END-IF.
011300     WRITE REG-AUDIT-ANULACION.
011310     IF FSA NOT = "00"
011320         MOVE "ANULAUD.DAT" TO WS-ABEND-FICHERO
011330         MOVE FSA TO WS-ABEND-STATUS
011340         GO TO 9990-ERROR-FICHERO
011350     END-IF.
011360 3000-EXIT.
011370     EXIT.
011380*================================================================*
011390* 9000-FINALIZAR                                                 *
011400*   PRINTS THE RUN TOTALS, CLOSES EVERY FILE AND SETS            *
011410*   RETURN-CODE 4 WHEN ANY REQUEST WAS REJECTED.                 *
011420*================================================================*
011430 9000-FINALIZAR.
011440     DISPLAY "=== ANULACION DE MOVIMIENTOS ===".
011450     DISPLAY "PETICIONES LEIDAS   : " WS-TOT-PETICIONES.
011460     DISPLAY "MOVIMIENTOS ANULAD. : " WS-TOT-ANULADAS.
011470     DISPLAY "COMPENSACIONES      : " WS-TOT-COMPENSACIONES.
011480     DISPLAY "IMPORTE COMPENSADO  : " WS-TOT-IMP-ANULADO.
011490     DISPLAY "PETICIONES RECHAZ.  : " WS-TOT-RECHAZADAS.
011500     CLOSE UserFile.
011510     CLOSE TranLogFile.
011520     CLOSE HistFile.
011530     CLOSE RegAnulFile.
011540     CLOSE ParmFile.
011550     CLOSE AuditFile.
011560     IF USODIA-ABIERTO
011570         CLOSE UsoFile
011580     END-IF.
011590     IF WS-TOT-RECHAZADAS > ZERO
011600         MOVE 4 TO RETURN-CODE
011610     END-IF.
011620 9000-EXIT.
011630     EXIT.
011640*================================================================*
011650* 9990-ERROR-FICHERO                                             *
011660*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
011670*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
011680*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
011690*   THE CALLER BEFORE THE GO TO HERE.                            *
011700*================================================================*
011710 9990-ERROR-FICHERO.
011720     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
011730         " - FILE STATUS " WS-ABEND-STATUS.
011740     MOVE 99 TO RETURN-CODE.
011750     STOP RUN.
