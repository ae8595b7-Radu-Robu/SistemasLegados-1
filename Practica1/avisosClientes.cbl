000010*================================================================*
000020* PROGRAM-ID : AVISOS                                            *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   NIGHTLY CUSTOMER NOTICES.  A CUSTOMER ONLY FOUND OUT THAT    *
000100*   THEIR CARD WAS LOCKED OR ABOUT TO EXPIRE, THEIR ACCOUNT HAD  *
000110*   GONE DORMANT OR INTO THE RED, OR A HELD TRANSFER HAD BEEN    *
000120*   TURNED DOWN, WHEN SOMETHING FAILED.  THIS BATCH WRITES       *
000130*   AVISOS.DAT FOR THE SMS/LETTER PROVIDER, ADDRESSED WITH       *
000140*   USER-TFNO (SMS) OR USER-DIRECCION (LETTER), FOR:             *
000150*     "B"  CARDS LOCKED BY FAILED PIN ATTEMPTS (LOGIN.DAT AT     *
000160*          LOGIN-BLOQUEO-ACTIVADO) SINCE THE LAST RUN;           *
000170*     "C"  CARDS WHOSE USER-FECHA-CADUCA FALLS WITHIN THE NEXT   *
000180*          30 DAYS (AVIPARM.DAT MAY CHANGE THE WINDOW);          *
000190*     "D"  ACCOUNTS BARDORM HAS FLAGGED DORMANT SINCE THE LAST   *
000200*          RUN;                                                  *
000210*     "N"  ACCOUNTS THAT HAVE GONE NEGATIVE SINCE THE LAST RUN;  *
000220*     "R"  TRANSFERS HELD FOR APPROVAL THAT APRTRF DENIED OR     *
000230*          EXPIRED, NOTIFIED TO THE ORIGIN CARD (OR TO THE       *
000240*          DESTINATION CARD OF A STRAIGHT CREDIT).               *
000250*   EVERY NOTICE SENT IS RECORDED ON THE KEYED REGISTER          *
000260*   AVISENV.DAT (CREATED ON FIRST USE) AND IS NOT SENT AGAIN.    *
000270*   FOR THE STATES THAT CAN CLEAR ("B", "D", "N") THE ENTRY IS   *
000280*   DELETED WHEN THE CARD IS UNLOCKED OR THE ACCOUNT REACTIVATED *
000290*   OR BACK IN CREDIT, SO THE NEXT OCCURRENCE IS NOTIFIED AFRESH.*
000300*   THE FILE CLOSES WITH A "T" TRAILER COUNTING THE NOTICES PER  *
000310*   EVENT TYPE.  A CUSTOMER WITH NEITHER TELEPHONE NOR ADDRESS   *
000320*   CANNOT BE NOTIFIED: THE NOTICE IS LEFT UNRECORDED SO IT GOES *
000330*   OUT ONCE THE DATA IS FIXED, AND THE RUN ENDS WITH            *
000340*   RETURN-CODE 4.                                               *
000350*----------------------------------------------------------------*
000360* MODIFICATION HISTORY.                                          *
000370*   DATE       INIT  DESCRIPTION                                 *
000380*   ---------  ----  -------------------------------------------*
000390*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000400*================================================================*
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.     Avisos.
000430 AUTHOR.         R. AGUADO GIL.
000440 INSTALLATION.   PRACTICA1.
000450 DATE-WRITTEN.   2026-10-15.
000460 DATE-COMPILED.  2026-10-15.
000470*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ParmFile ASSIGN TO "AVIPARM.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS FSP.
000550*
000560     SELECT UserFile ASSIGN TO "USERS.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS USER-TARJ
000600         FILE STATUS IS FSU.
000610*
000620     SELECT LoginFile ASSIGN TO "LOGIN.DAT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS LOGIN-TARJ
000660         FILE STATUS IS FSL.
000670*
000680     SELECT PendFile ASSIGN TO "PENDTRF.DAT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PEND-CLAVE
000720         FILE STATUS IS FSE.
000730*
000740     SELECT EnviadosFile ASSIGN TO "AVISENV.DAT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS AVE-CLAVE
000780         FILE STATUS IS FSN.
000790*
000800     SELECT AvisoFile ASSIGN TO "AVISOS.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS FSA.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  PARMFILE.
000880     COPY AVIPARM.
000890*
000900 FD  USERFILE.
000910     COPY USERREC.
000920*
000930 FD  LOGINFILE.
000940     COPY LOGINREC.
000950*
000960 FD  PENDFILE.
000970     COPY PENDREC.
000980*
000990 FD  ENVIADOSFILE.
001000     COPY AVENREC.
001010*
001020 FD  AVISOFILE.
001030     COPY AVISREC.
001040*
001050 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------------*
001070* FILE STATUS FIELDS.                                            *
001080*----------------------------------------------------------------*
001090 01  FSP                          PIC X(02).
001100 01  FSU                          PIC X(02).
001110 01  FSL                          PIC X(02).
001120 01  FSE                          PIC X(02).
001130 01  FSN                          PIC X(02).
001140 01  FSA                          PIC X(02).
001150 01  WS-ABEND-FICHERO             PIC X(12).
001160 01  WS-ABEND-STATUS              PIC X(02).
001170*----------------------------------------------------------------*
001180* SWITCHES AND SUBSCRIPTS.                                       *
001190*----------------------------------------------------------------*
001200 01  WS-SW-FIN-USERFILE           PIC X(01) VALUE "N".
001210     88  FIN-USERFILE                 VALUE "S".
001220 01  WS-SW-FIN-PENDFILE           PIC X(01) VALUE "N".
001230     88  FIN-PENDFILE                 VALUE "S".
001240 01  WS-SW-LOGIN-ABIERTO          PIC X(01) VALUE "N".
001250     88  LOGIN-ABIERTO                VALUE "S".
001260 01  WS-SW-PEND-ABIERTO           PIC X(01) VALUE "N".
001270     88  PEND-ABIERTO                 VALUE "S".
001280 01  WS-SW-EVENTO-ACTIVO          PIC X(01) VALUE "N".
001290     88  EVENTO-ACTIVO                VALUE "S".
001300 01  WS-SW-YA-AVISADO             PIC X(01) VALUE "N".
001310     88  YA-AVISADO                   VALUE "S".
001320 01  WS-SW-DESTINATARIO           PIC X(01) VALUE "N".
001330     88  DESTINATARIO-HALLADO         VALUE "S".
001340 77  M                            PIC 9(03) VALUE 1 COMP.
001350 77  D                            PIC 9(03) VALUE 1 COMP.
001360*----------------------------------------------------------------*
001370* RUN DATE, EXPIRY WINDOW, AND THE NOTICE BEING BUILT.  THE KEY  *
001380* OF THE REGISTER ENTRY IS KEPT ASIDE SO THE READ THAT LOOKS FOR *
001390* IT CANNOT DISTURB THE WRITE THAT FOLLOWS.                      *
001400*----------------------------------------------------------------*
001410 01  WS-FECHA-PROCESO             PIC 9(08) VALUE ZERO.
001420 01  WS-DIAS-CADUCIDAD            PIC 9(03) VALUE ZERO.
001430 01  WS-FECHA-LIMITE              PIC 9(08).
001440 01  WS-AVE-CLAVE                 PIC X(52).
001450 01  WS-AVI-EVENTO                PIC X(01).
001460 01  WS-AVI-SUBTIPO               PIC X(01).
001470 01  WS-AVI-CUENTA                PIC X(24).
001480 01  WS-AVI-FECHA-EVENTO          PIC 9(08).
001490 01  WS-AVI-IMPORTE               PIC S9(09)V99.
001500 01  WS-TARJETA-DESTINATARIO      PIC 9(10).
001510*----------------------------------------------------------------*
001520* DATE ARITHMETIC FOR THE EXPIRY WINDOW, DONE BY HAND THE WAY    *
001530* APRTRF WALKS ITS EXPIRY DATE BACK.                             *
001540*----------------------------------------------------------------*
001550 01  WS-FECHA-TRABAJO.
001560     02  WS-FT-ANO                PIC 9(04).
001570     02  WS-FT-MES                PIC 9(02).
001580     02  WS-FT-DIA                PIC 9(02).
001590 01  WS-FECHA-TRABAJO-N REDEFINES WS-FECHA-TRABAJO
001600                                  PIC 9(08).
001610 01  WS-DIAS-MES                  PIC 9(02).
001620 01  WS-DIV-COCIENTE              PIC 9(04).
001630 01  WS-DIV-RESTO-4               PIC 9(04).
001640 01  WS-DIV-RESTO-100             PIC 9(04).
001650 01  WS-DIV-RESTO-400             PIC 9(04).
001660*----------------------------------------------------------------*
001670* RUN CONTROL TOTALS.                                            *
001680*----------------------------------------------------------------*
001690 01  WS-TOT-TARJETAS              PIC 9(07) VALUE ZERO COMP.
001700 01  WS-TOT-AVISOS                PIC 9(07) VALUE ZERO.
001710 01  WS-TOT-BLOQUEOS              PIC 9(07) VALUE ZERO.
001720 01  WS-TOT-CADUCIDADES           PIC 9(07) VALUE ZERO.
001730 01  WS-TOT-DORMIDAS              PIC 9(07) VALUE ZERO.
001740 01  WS-TOT-NEGATIVOS             PIC 9(07) VALUE ZERO.
001750 01  WS-TOT-RETENIDAS             PIC 9(07) VALUE ZERO.
001760 01  WS-TOT-REARMADOS             PIC 9(07) VALUE ZERO COMP.
001770 01  WS-TOT-SIN-CONTACTO          PIC 9(07) VALUE ZERO COMP.
001780 01  WS-TOT-SIN-DESTINATARIO      PIC 9(07) VALUE ZERO COMP.
001790*
001800 PROCEDURE DIVISION.
001810*================================================================*
001820* 0000-MAINLINE                                                  *
001830*================================================================*
001840 0000-MAINLINE.
001850     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001860     PERFORM 2000-PROCESAR-UNA-TARJETA THRU 2000-EXIT
001870         UNTIL FIN-USERFILE.
001880     IF PEND-ABIERTO
001890         PERFORM 4000-PROCESAR-UNA-RETENIDA THRU 4000-EXIT
001900             UNTIL FIN-PENDFILE
001910     END-IF.
001920     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001930     STOP RUN.
001940*================================================================*
001950* 1000-INICIALIZAR                                               *
001960*   READS THE RUN CARD, WORKS OUT THE LAST DAY OF THE EXPIRY     *
001970*   WINDOW, OPENS EVERY FILE AND WRITES THE NOTICE FILE HEADER.  *
001980*   LOGIN.DAT AND PENDTRF.DAT ARE OPTIONAL: WITHOUT THEM THERE   *
001990*   IS SIMPLY NO LOCK OR HELD TRANSFER TO NOTIFY.                *
002000*================================================================*
002010 1000-INICIALIZAR.
002020     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
002030     MOVE WS-FECHA-PROCESO TO WS-FECHA-TRABAJO-N.
002040     MOVE 1 TO D.
002050     PERFORM 8200-SUMAR-UN-DIA THRU 8200-EXIT
002060         UNTIL D > WS-DIAS-CADUCIDAD.
002070     MOVE WS-FECHA-TRABAJO-N TO WS-FECHA-LIMITE.
002080     OPEN INPUT UserFile.
002090     IF FSU NOT = "00"
002100         MOVE "USERFILE" TO WS-ABEND-FICHERO
002110         MOVE FSU TO WS-ABEND-STATUS
002120         GO TO 9990-ERROR-FICHERO
002130     END-IF.
002140     OPEN INPUT LoginFile.
002150     IF FSL = "00"
002160         MOVE "S" TO WS-SW-LOGIN-ABIERTO
002170     ELSE
002180         IF FSL NOT = "35"
002190             MOVE "LOGINFILE" TO WS-ABEND-FICHERO
002200             MOVE FSL TO WS-ABEND-STATUS
002210             GO TO 9990-ERROR-FICHERO
002220         END-IF
002230     END-IF.
002240     OPEN INPUT PendFile.
002250     IF FSE = "00"
002260         MOVE "S" TO WS-SW-PEND-ABIERTO
002270     ELSE
002280         IF FSE NOT = "35"
002290             MOVE "PENDTRF.DAT" TO WS-ABEND-FICHERO
002300             MOVE FSE TO WS-ABEND-STATUS
002310             GO TO 9990-ERROR-FICHERO
002320         END-IF
002330     END-IF.
002340     OPEN I-O EnviadosFile.
002350     IF FSN NOT = "00"
002360         IF FSN = "35"
002370             OPEN OUTPUT EnviadosFile
002380             IF FSN NOT = "00"
002390                 MOVE "AVISENV.DAT" TO WS-ABEND-FICHERO
002400                 MOVE FSN TO WS-ABEND-STATUS
002410                 GO TO 9990-ERROR-FICHERO
002420             END-IF
002430             CLOSE EnviadosFile
002440             OPEN I-O EnviadosFile
002450             IF FSN NOT = "00"
002460                 MOVE "AVISENV.DAT" TO WS-ABEND-FICHERO
002470                 MOVE FSN TO WS-ABEND-STATUS
002480                 GO TO 9990-ERROR-FICHERO
002490             END-IF
002500         ELSE
002510             MOVE "AVISENV.DAT" TO WS-ABEND-FICHERO
002520             MOVE FSN TO WS-ABEND-STATUS
002530             GO TO 9990-ERROR-FICHERO
002540         END-IF
002550     END-IF.
002560     OPEN OUTPUT AvisoFile.
002570     IF FSA NOT = "00"
002580         MOVE "AVISOS.DAT" TO WS-ABEND-FICHERO
002590         MOVE FSA TO WS-ABEND-STATUS
002600         GO TO 9990-ERROR-FICHERO
002610     END-IF.
002620     MOVE "H"              TO AVI-CAB-TIPO.
002630     MOVE WS-FECHA-PROCESO TO AVI-CAB-FECHA.
002640     WRITE REG-AVISO-CABECERA.
002650     IF FSA NOT = "00"
002660         MOVE "AVISOS.DAT" TO WS-ABEND-FICHERO
002670         MOVE FSA TO WS-ABEND-STATUS
002680         GO TO 9990-ERROR-FICHERO
002690     END-IF.
002700 1000-EXIT.
002710     EXIT.
002720*================================================================*
002730* 1100-LEER-PARAMETROS                                           *
002740*   READS THE RUN CARD.  A MISSING OR EMPTY AVIPARM.DAT, OR A    *
002750*   ZERO FIELD, MEANS TODAY AND A 30-DAY EXPIRY WINDOW.          *
002760*================================================================*
002770 1100-LEER-PARAMETROS.
002780     OPEN INPUT ParmFile.
002790     IF FSP NOT = "00"
002800         IF FSP = "35"
002810             GO TO 1100-OMISIONES
002820         ELSE
002830             MOVE "AVIPARM.DAT" TO WS-ABEND-FICHERO
002840             MOVE FSP TO WS-ABEND-STATUS
002850             GO TO 9990-ERROR-FICHERO
002860         END-IF
002870     END-IF.
002880     READ ParmFile
002890         AT END
002900             CLOSE ParmFile
002910             GO TO 1100-OMISIONES
002920     END-READ.
002930     IF FSP NOT = "00" AND FSP NOT = "10"
002940         MOVE "AVIPARM.DAT" TO WS-ABEND-FICHERO
002950         MOVE FSP TO WS-ABEND-STATUS
002960         GO TO 9990-ERROR-FICHERO
002970     END-IF.
002980     MOVE AVP-FECHA          TO WS-FECHA-PROCESO.
002990     MOVE AVP-DIAS-CADUCIDAD TO WS-DIAS-CADUCIDAD.
003000     CLOSE ParmFile.
003010 1100-OMISIONES.
003020     IF WS-FECHA-PROCESO = ZERO
003030         ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
003040     END-IF.
003050     IF WS-DIAS-CADUCIDAD = ZERO
003060         MOVE 30 TO WS-DIAS-CADUCIDAD
003070     END-IF.
003080 1100-EXIT.
003090     EXIT.
003100*================================================================*
003110* 2000-PROCESAR-UNA-TARJETA                                      *
003120*   READS THE NEXT CUSTOMER AND CHECKS ITS CARD EVENTS ("B",     *
003130*   "C") AND THEN THE ACCOUNT EVENTS ("D", "N") OF EACH OF ITS   *
003140*   ACCOUNTS.                                                    *
003150*================================================================*
003160 2000-PROCESAR-UNA-TARJETA.
003170     READ UserFile NEXT RECORD
003180         AT END
003190             MOVE "S" TO WS-SW-FIN-USERFILE
003200             GO TO 2000-EXIT
003210     END-READ.
003220     IF FSU NOT = "00" AND FSU NOT = "10"
003230         MOVE "USERFILE" TO WS-ABEND-FICHERO
003240         MOVE FSU TO WS-ABEND-STATUS
003250         GO TO 9990-ERROR-FICHERO
003260     END-IF.
003270     ADD 1 TO WS-TOT-TARJETAS.
003280     IF LOGIN-ABIERTO
003290         PERFORM 2100-EVENTO-BLOQUEO THRU 2100-EXIT
003300     END-IF.
003310     PERFORM 2200-EVENTO-CADUCIDAD THRU 2200-EXIT.
003320     MOVE 1 TO M.
003330     PERFORM 2300-EVENTOS-CUENTA THRU 2300-EXIT
003340         UNTIL M > USER-NUM-CUENTAS.
003350 2000-EXIT.
003360     EXIT.
003370*================================================================*
003380* 2100-EVENTO-BLOQUEO                                            *
003390*   THE CARD IS LOCKED WHILE ITS LOGIN.DAT ATTEMPT COUNT STAYS   *
003400*   AT LOGIN-BLOQUEO-ACTIVADO; DESBLOQT CLEARS IT.               *
003410*================================================================*
003420 2100-EVENTO-BLOQUEO.
003430     MOVE "N" TO WS-SW-EVENTO-ACTIVO.
003440     MOVE USER-TARJ TO LOGIN-TARJ.
003450     READ LoginFile
003460         INVALID KEY
003470             GO TO 2100-TRATAR
003480     END-READ.
003490     IF FSL NOT = "00"
003500         MOVE "LOGINFILE" TO WS-ABEND-FICHERO
003510         MOVE FSL TO WS-ABEND-STATUS
003520         GO TO 9990-ERROR-FICHERO
003530     END-IF.
003540     IF LOGIN-BLOQUEO-ACTIVADO
003550         MOVE "S" TO WS-SW-EVENTO-ACTIVO
003560     END-IF.
003570 2100-TRATAR.
003580     MOVE "B"       TO WS-AVI-EVENTO.
003590     MOVE SPACES    TO WS-AVI-SUBTIPO
003600                       WS-AVI-CUENTA.
003610     MOVE WS-FECHA-PROCESO TO WS-AVI-FECHA-EVENTO.
003620     MOVE ZERO      TO WS-AVI-IMPORTE.
003630     MOVE "B"       TO AVE-EVENTO.
003640     MOVE USER-TARJ TO AVE-TARJETA.
003650     MOVE SPACES    TO AVE-NUM-CUENTA
003660                       AVE-REFERENCIA.
003670     PERFORM 2900-TRATAR-EVENTO THRU 2900-EXIT.
003680 2100-EXIT.
003690     EXIT.
003700*================================================================*
003710* 2200-EVENTO-CADUCIDAD                                          *
003720*   A CARD WHOSE EXPIRY DATE FALLS BETWEEN TODAY AND THE END OF  *
003730*   THE WINDOW IS NOTIFIED ONCE FOR THAT DATE.                   *
003740*================================================================*
003750 2200-EVENTO-CADUCIDAD.
003760     IF USER-FECHA-CADUCA = ZERO
003770         OR USER-FECHA-CADUCA < WS-FECHA-PROCESO
003780         OR USER-FECHA-CADUCA > WS-FECHA-LIMITE
003790             GO TO 2200-EXIT
003800     END-IF.
003810     MOVE "S" TO WS-SW-EVENTO-ACTIVO.
003820     MOVE "C"       TO WS-AVI-EVENTO.
003830     MOVE SPACES    TO WS-AVI-SUBTIPO
003840                       WS-AVI-CUENTA.
003850     MOVE USER-FECHA-CADUCA TO WS-AVI-FECHA-EVENTO.
003860     MOVE ZERO      TO WS-AVI-IMPORTE.
003870     MOVE "C"       TO AVE-EVENTO.
003880     MOVE USER-TARJ TO AVE-TARJETA.
003890     MOVE SPACES    TO AVE-NUM-CUENTA
003900                       AVE-REFERENCIA.
003910     MOVE USER-FECHA-CADUCA TO AVE-REFERENCIA(1:8).
003920     PERFORM 2900-TRATAR-EVENTO THRU 2900-EXIT.
003930 2200-EXIT.
003940     EXIT.
003950*================================================================*
003960* 2300-EVENTOS-CUENTA                                            *
003970*   DORMANCY AND NEGATIVE BALANCE OF ACCOUNT M.                  *
003980*================================================================*
003990 2300-EVENTOS-CUENTA.
004000     MOVE "N" TO WS-SW-EVENTO-ACTIVO.
004010     IF USER-CUENTA-DORMIDA(M)
004020         MOVE "S" TO WS-SW-EVENTO-ACTIVO
004030     END-IF.
004040     MOVE "D"                TO WS-AVI-EVENTO.
004050     MOVE SPACES             TO WS-AVI-SUBTIPO.
004060     MOVE USER-NUM-CUENTA(M) TO WS-AVI-CUENTA.
004070     MOVE WS-FECHA-PROCESO   TO WS-AVI-FECHA-EVENTO.
004080     MOVE USER-SALDO(M)      TO WS-AVI-IMPORTE.
004090     MOVE "D"                TO AVE-EVENTO.
004100     MOVE ZERO               TO AVE-TARJETA.
004110     MOVE USER-NUM-CUENTA(M) TO AVE-NUM-CUENTA.
004120     MOVE SPACES             TO AVE-REFERENCIA.
004130     PERFORM 2900-TRATAR-EVENTO THRU 2900-EXIT.
004140     MOVE "N" TO WS-SW-EVENTO-ACTIVO.
004150     IF USER-SALDO(M) < ZERO
004160         MOVE "S" TO WS-SW-EVENTO-ACTIVO
004170     END-IF.
004180     MOVE "N"                TO WS-AVI-EVENTO.
004190     MOVE SPACES             TO WS-AVI-SUBTIPO.
004200     MOVE USER-NUM-CUENTA(M) TO WS-AVI-CUENTA.
004210     MOVE WS-FECHA-PROCESO   TO WS-AVI-FECHA-EVENTO.
004220     MOVE USER-SALDO(M)      TO WS-AVI-IMPORTE.
004230     MOVE "N"                TO AVE-EVENTO.
004240     MOVE ZERO               TO AVE-TARJETA.
004250     MOVE USER-NUM-CUENTA(M) TO AVE-NUM-CUENTA.
004260     MOVE SPACES             TO AVE-REFERENCIA.
004270     PERFORM 2900-TRATAR-EVENTO THRU 2900-EXIT.
004280     ADD 1 TO M.
004290 2300-EXIT.
004300     EXIT.
004310*================================================================*
004320* 2900-TRATAR-EVENTO                                             *
004330*   LOOKS THE EVENT UP ON THE REGISTER (KEY ALREADY IN           *
004340*   AVE-CLAVE).  AN ACTIVE EVENT NOT YET NOTIFIED IS SENT; AN    *
004350*   EVENT NO LONGER ACTIVE THAT WAS NOTIFIED IS RE-ARMED BY      *
004360*   DELETING ITS ENTRY.                                          *
004370*================================================================*
004380 2900-TRATAR-EVENTO.
004390     MOVE AVE-CLAVE TO WS-AVE-CLAVE.
004400     MOVE "S" TO WS-SW-YA-AVISADO.
004410     READ EnviadosFile
004420         INVALID KEY
004430             MOVE "N" TO WS-SW-YA-AVISADO
004440     END-READ.
004450     IF FSN NOT = "00" AND FSN NOT = "23"
004460         MOVE "AVISENV.DAT" TO WS-ABEND-FICHERO
004470         MOVE FSN TO WS-ABEND-STATUS
004480         GO TO 9990-ERROR-FICHERO
004490     END-IF.
004500     IF EVENTO-ACTIVO AND NOT YA-AVISADO
004510         PERFORM 3000-EMITIR-AVISO THRU 3000-EXIT
004520         GO TO 2900-EXIT
004530     END-IF.
004540     IF YA-AVISADO AND NOT EVENTO-ACTIVO
004550         DELETE EnviadosFile
004560         IF FSN NOT = "00"
004570             MOVE "AVISENV.DAT" TO WS-ABEND-FICHERO
004580             MOVE FSN TO WS-ABEND-STATUS
004590             GO TO 9990-ERROR-FICHERO
004600         END-IF
004610         ADD 1 TO WS-TOT-REARMADOS
004620     END-IF.
004630 2900-EXIT.
004640     EXIT.
004650*================================================================*
004660* 3000-EMITIR-AVISO                                              *
004670*   WRITES ONE NOTICE FOR THE CUSTOMER IN REG-USUARIO AND        *
004680*   RECORDS IT ON THE REGISTER.  SMS WHEN THERE IS A TELEPHONE,  *
004690*   LETTER OTHERWISE; WITH NEITHER, NOTHING IS WRITTEN OR        *
004700*   RECORDED AND THE NOTICE IS TRIED AGAIN NEXT NIGHT.           *
004710*================================================================*
004720 3000-EMITIR-AVISO.
004730     IF USER-TFNO = SPACES AND USER-DIRECCION = SPACES
004740         DISPLAY "AVISO " WS-AVI-EVENTO
004750             " SIN DATOS DE CONTACTO - "
004760             "TARJETA " USER-TARJ
004770         ADD 1 TO WS-TOT-SIN-CONTACTO
004780         GO TO 3000-EXIT
004790     END-IF.
004800     MOVE "D"                 TO AVI-TIPO-REG.
004810     MOVE WS-AVI-EVENTO       TO AVI-EVENTO.
004820     MOVE WS-AVI-SUBTIPO      TO AVI-SUBTIPO.
004830     IF USER-TFNO NOT = SPACES
004840         MOVE "S" TO AVI-CANAL
004850     ELSE
004860         MOVE "C" TO AVI-CANAL
004870     END-IF.
004880     MOVE USER-TARJ           TO AVI-TARJETA.
004890     MOVE USER-DNI            TO AVI-DNI.
004900     MOVE USER-NOM-APE        TO AVI-NOM-APE.
004910     MOVE USER-TFNO           TO AVI-TFNO.
004920     MOVE USER-DIRECCION      TO AVI-DIRECCION.
004930     MOVE WS-AVI-CUENTA       TO AVI-NUM-CUENTA.
004940     MOVE WS-AVI-FECHA-EVENTO TO AVI-FECHA-EVENTO.
004950     MOVE WS-AVI-IMPORTE      TO AVI-IMPORTE.
004960     WRITE REG-AVISO.
004970     IF FSA NOT = "00"
004980         MOVE "AVISOS.DAT" TO WS-ABEND-FICHERO
004990         MOVE FSA TO WS-ABEND-STATUS
005000         GO TO 9990-ERROR-FICHERO
005010     END-IF.
005020     ADD 1 TO WS-TOT-AVISOS.
005030     EVALUATE TRUE
005040         WHEN AVI-BLOQUEO
005050             ADD 1 TO WS-TOT-BLOQUEOS
005060         WHEN AVI-CADUCIDAD
005070             ADD 1 TO WS-TOT-CADUCIDADES
005080         WHEN AVI-DORMIDA
005090             ADD 1 TO WS-TOT-DORMIDAS
005100         WHEN AVI-NEGATIVO
005110             ADD 1 TO WS-TOT-NEGATIVOS
005120         WHEN AVI-RETENIDA
005130             ADD 1 TO WS-TOT-RETENIDAS
005140     END-EVALUATE.
005150     MOVE AVI-CANAL TO AVE-CANAL.
005160     MOVE USER-TARJ TO AVE-TARJETA-AVISADA.
005170     PERFORM 3100-REGISTRAR-AVISO THRU 3100-EXIT.
005180 3000-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------*
005210 3100-REGISTRAR-AVISO.
005220     MOVE WS-AVE-CLAVE     TO AVE-CLAVE.
005230     MOVE WS-FECHA-PROCESO TO AVE-FECHA-ENVIO.
005240     WRITE REG-AVISO-ENVIADO.
005250     IF FSN NOT = "00"
005260         MOVE "AVISENV.DAT" TO WS-ABEND-FICHERO
005270         MOVE FSN TO WS-ABEND-STATUS
005280         GO TO 9990-ERROR-FICHERO
005290     END-IF.
005300 3100-EXIT.
005310     EXIT.
005320*================================================================*
005330* 4000-PROCESAR-UNA-RETENIDA                                     *
005340*   READS THE NEXT HELD TRANSFER.  ONE THAT APRTRF DENIED OR     *
005350*   EXPIRED AND WAS NOT YET NOTIFIED GOES TO THE ORIGIN CARD, OR *
005360*   TO THE DESTINATION CARD WHEN IT WAS A STRAIGHT CREDIT.  IF   *
005370*   THAT CARD HAS SINCE BEEN RETIRED THERE IS NOBODY TO TELL:    *
005380*   THE NOTICE IS RECORDED WITH A BLANK CHANNEL SO IT IS NOT     *
005390*   LOOKED AT AGAIN.                                             *
005400*================================================================*
005410 4000-PROCESAR-UNA-RETENIDA.
005420     READ PendFile NEXT RECORD
005430         AT END
005440             MOVE "S" TO WS-SW-FIN-PENDFILE
005450             GO TO 4000-EXIT
005460     END-READ.
005470     IF FSE NOT = "00" AND FSE NOT = "10"
005480         MOVE "PENDTRF.DAT" TO WS-ABEND-FICHERO
005490         MOVE FSE TO WS-ABEND-STATUS
005500         GO TO 9990-ERROR-FICHERO
005510     END-IF.
005520     IF NOT PEND-DENEGADA AND NOT PEND-CADUCADA
005530         GO TO 4000-EXIT
005540     END-IF.
005550     MOVE "R"        TO AVE-EVENTO.
005560     MOVE ZERO       TO AVE-TARJETA.
005570     MOVE SPACES     TO AVE-NUM-CUENTA
005580                        AVE-REFERENCIA.
005590     MOVE PEND-CLAVE TO AVE-REFERENCIA.
005600     MOVE AVE-CLAVE  TO WS-AVE-CLAVE.
005610     READ EnviadosFile
005620         INVALID KEY
005630             GO TO 4000-AVISAR
005640     END-READ.
005650     IF FSN NOT = "00"
005660         MOVE "AVISENV.DAT" TO WS-ABEND-FICHERO
005670         MOVE FSN TO WS-ABEND-STATUS
005680         GO TO 9990-ERROR-FICHERO
005690     END-IF.
005700     GO TO 4000-EXIT.
005710 4000-AVISAR.
005720     IF PEND-TARJETA-ORIGEN NOT = ZERO
005730         MOVE PEND-TARJETA-ORIGEN  TO WS-TARJETA-DESTINATARIO
005740     ELSE
005750         MOVE PEND-TARJETA-DESTINO TO WS-TARJETA-DESTINATARIO
005760     END-IF.
005770     MOVE "S" TO WS-SW-DESTINATARIO.
005780     MOVE WS-TARJETA-DESTINATARIO TO USER-TARJ.
005790     READ UserFile
005800         INVALID KEY
005810             MOVE "N" TO WS-SW-DESTINATARIO
005820     END-READ.
005830     IF FSU NOT = "00" AND FSU NOT = "23"
005840         MOVE "USERFILE" TO WS-ABEND-FICHERO
005850         MOVE FSU TO WS-ABEND-STATUS
005860         GO TO 9990-ERROR-FICHERO
005870     END-IF.
005880     IF NOT DESTINATARIO-HALLADO
005890         ADD 1 TO WS-TOT-SIN-DESTINATARIO
005900         MOVE SPACES TO AVE-CANAL
005910         MOVE WS-TARJETA-DESTINATARIO TO AVE-TARJETA-AVISADA
005920         PERFORM 3100-REGISTRAR-AVISO THRU 3100-EXIT
005930         GO TO 4000-EXIT
005940     END-IF.
005950     MOVE "R"             TO WS-AVI-EVENTO.
005960     MOVE PEND-ESTADO     TO WS-AVI-SUBTIPO.
005970     IF PEND-TARJETA-ORIGEN NOT = ZERO
005980         MOVE PEND-CUENTA-ORIGEN  TO WS-AVI-CUENTA
005990     ELSE
006000         MOVE PEND-CUENTA-DESTINO TO WS-AVI-CUENTA
006010     END-IF.
006020     MOVE PEND-FECHA-ALTA TO WS-AVI-FECHA-EVENTO.
006030     MOVE PEND-IMPORTE    TO WS-AVI-IMPORTE.
006040     PERFORM 3000-EMITIR-AVISO THRU 3000-EXIT.
006050 4000-EXIT.
006060     EXIT.
006070*================================================================*
006080* 8200-SUMAR-UN-DIA                                              *
006090*   MOVES WS-FECHA-TRABAJO FORWARD ONE CALENDAR DAY, ROLLING THE *
006100*   MONTH AND YEAR AS NEEDED, AND COUNTS THE DAY IN D.           *
006110*================================================================*
006120 8200-SUMAR-UN-DIA.
006130     ADD 1 TO D.
006140     PERFORM 8300-DIAS-DEL-MES THRU 8300-EXIT.
006150     IF WS-FT-DIA < WS-DIAS-MES
006160         ADD 1 TO WS-FT-DIA
006170         GO TO 8200-EXIT
006180     END-IF.
006190     MOVE 1 TO WS-FT-DIA.
006200     IF WS-FT-MES = 12
006210         MOVE 1 TO WS-FT-MES
006220         ADD 1 TO WS-FT-ANO
006230     ELSE
006240         ADD 1 TO WS-FT-MES
006250     END-IF.
006260 8200-EXIT.
006270     EXIT.
006280*================================================================*
006290* 8300-DIAS-DEL-MES                                              *
006300*   LEAVES THE LENGTH OF WS-FT-MES IN WS-DIAS-MES, HONOURING     *
006310*   THE GREGORIAN LEAP-YEAR RULE FOR FEBRUARY.                   *
006320*================================================================*
006330 8300-DIAS-DEL-MES.
006340     EVALUATE WS-FT-MES
006350         WHEN 4
006360         WHEN 6
006370         WHEN 9
006380         WHEN 11
006390             MOVE 30 TO WS-DIAS-MES
006400         WHEN 2
006410             MOVE 28 TO WS-DIAS-MES
006420             DIVIDE WS-FT-ANO BY 4 GIVING WS-DIV-COCIENTE
006430                 REMAINDER WS-DIV-RESTO-4
006440             DIVIDE WS-FT-ANO BY 100 GIVING WS-DIV-COCIENTE
006450                 REMAINDER WS-DIV-RESTO-100
006460             DIVIDE WS-FT-ANO BY 400 GIVING WS-DIV-COCIENTE
006470                 REMAINDER WS-DIV-RESTO-400
006480             IF WS-DIV-RESTO-4 = ZERO
006490                 AND (WS-DIV-RESTO-100 NOT = ZERO
006500                     OR WS-DIV-RESTO-400 = ZERO)
006510                     MOVE 29 TO WS-DIAS-MES
006520             END-IF
006530         WHEN OTHER
006540             MOVE 31 TO WS-DIAS-MES
006550     END-EVALUATE.
006560 8300-EXIT.
006570     EXIT.
006580*================================================================*
006590* 9000-FINALIZAR                                                 *
006600*   CLOSES THE NOTICE FILE WITH ITS "T" TRAILER, PRINTS THE RUN  *
006610*   TOTALS, CLOSES EVERY FILE AND SETS RETURN-CODE 4 WHEN ANY    *
006620*   NOTICE COULD NOT BE ADDRESSED.                               *
006630*================================================================*
006640 9000-FINALIZAR.
006650     MOVE "T"                TO AVI-TOT-TIPO.
006660     MOVE WS-TOT-AVISOS      TO AVI-TOT-AVISOS.
006670     MOVE WS-TOT-BLOQUEOS    TO AVI-TOT-BLOQUEOS.
006680     MOVE WS-TOT-CADUCIDADES TO AVI-TOT-CADUCIDADES.
006690     MOVE WS-TOT-DORMIDAS    TO AVI-TOT-DORMIDAS.
006700     MOVE WS-TOT-NEGATIVOS   TO AVI-TOT-NEGATIVOS.
006710     MOVE WS-TOT-RETENIDAS   TO AVI-TOT-RETENIDAS.
006720     WRITE REG-AVISO-TOTALES.
006730     IF FSA NOT = "00"
006740         MOVE "AVISOS.DAT" TO WS-ABEND-FICHERO
006750         MOVE FSA TO WS-ABEND-STATUS
006760         GO TO 9990-ERROR-FICHERO
006770     END-IF.
006780     DISPLAY "=== AVISOS A CLIENTES DEL DIA " WS-FECHA-PROCESO
006790         " ===".
006800     DISPLAY "TARJETAS REVISADAS  : " WS-TOT-TARJETAS.
006810     DISPLAY "AVISOS EMITIDOS     : " WS-TOT-AVISOS.
006820     DISPLAY "  TARJETA BLOQUEADA : " WS-TOT-BLOQUEOS.
006830     DISPLAY "  TARJETA CADUCA    : " WS-TOT-CADUCIDADES.
006840     DISPLAY "  CUENTA DORMIDA    : " WS-TOT-DORMIDAS.
006850     DISPLAY "  SALDO NEGATIVO    : " WS-TOT-NEGATIVOS.
006860     DISPLAY "  TRANSF. RETENIDA  : " WS-TOT-RETENIDAS.
006870     DISPLAY "AVISOS REARMADOS    : " WS-TOT-REARMADOS.
006880     DISPLAY "SIN DATOS CONTACTO  : " WS-TOT-SIN-CONTACTO.
006890     DISPLAY "SIN DESTINATARIO    : " WS-TOT-SIN-DESTINATARIO.
006900     CLOSE UserFile.
006910     IF LOGIN-ABIERTO
006920         CLOSE LoginFile
006930     END-IF.
006940     IF PEND-ABIERTO
006950         CLOSE PendFile
006960     END-IF.
006970     CLOSE EnviadosFile.
006980     CLOSE AvisoFile.
006990     IF WS-TOT-SIN-CONTACTO > ZERO
007000         MOVE 4 TO RETURN-CODE
007010     END-IF.
007020 9000-EXIT.
007030     EXIT.
007040*================================================================*
007050* 9990-ERROR-FICHERO                                             *
007060*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
007070*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
007080*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
007090*   THE CALLER BEFORE THE GO TO HERE.                            *
007100*================================================================*
007110 9990-ERROR-FICHERO.
007120     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
007130         " - FILE STATUS " WS-ABEND-STATUS.
007140     MOVE 99 TO RETURN-CODE.
007150     STOP RUN.
