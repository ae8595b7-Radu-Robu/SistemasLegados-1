000430*                    THEIR HISTORY CARRY OVER UNCHANGED, AND     *
000440*                    THE OLD/NEW MAPPING IS APPENDED TO          *
000450*                    CARDXREF.DAT.                               *
000452*   2026-10-15  RAG  A NEW "D" ACTION SETS A CARD'S OWN DAILY    *
000453*                    TRANSFER AND CASH-WITHDRAWAL LIMITS ON THE  *
000455*                    KEYED LIMTARJ.DAT THAT SEQWRITE ENFORCES.   *
000457*                    A "T" REISSUE CARRIES THE ENTRY TO THE NEW  *
000458*                    CARD AND RETIRING THE CUSTOMER DROPS IT.    *
000460*================================================================*
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.     MantUsr.
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS FSR.
000830*
000831     SELECT LimTarjFile ASSIGN TO "LIMTARJ.DAT"
000833         ORGANIZATION IS INDEXED
000834         ACCESS MODE IS DYNAMIC
000836         RECORD KEY IS LIMT-TARJETA
000837         FILE STATUS IS FSN.
000839*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  USERFILE.
000980 FD  REPORTFILE.
000990 01  LINEA-REPORTE                PIC X(133).
001000*
001002 FD  LIMTARJFILE.
001005     COPY LIMTREC.
001008*
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------*
001030* FILE STATUS FIELDS.                                            *
001070 01  FSP                          PIC X(02).
001080 01  FSR                          PIC X(02).
001090 01  FSX                          PIC X(02).
001095 01  FSN                          PIC X(02).
001100 01  WS-ABEND-FICHERO             PIC X(12).
001110 01  WS-ABEND-STATUS              PIC X(02).
001120*----------------------------------------------------------------*
001740     STOP RUN.
001750*================================================================*
001760* 1000-INICIALIZAR                                               *
001768*   OPENS BOTH MASTER FILES AND THE PER-CARD DAILY LIMITS FOR    *
001775*   UPDATE (LIMTARJ.DAT IS CREATED ON FIRST USE), THE            *
001782*   TRANSACTION FILE AND THE RESULT LISTING.                     *
001790*================================================================*
001800 1000-INICIALIZAR.
001810     OPEN I-O UserFile.
002010         MOVE "MANTLIST.DAT" TO WS-ABEND-FICHERO
002020         MOVE FSR TO WS-ABEND-STATUS
002030         GO TO 9990-ERROR-FICHERO
002031     END-IF.
002031     OPEN I-O LimTarjFile.
002031     IF FSN NOT = "00"
002032         IF FSN = "35"
002032             OPEN OUTPUT LimTarjFile
002033             IF FSN NOT = "00"
002033                 MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
002033                 MOVE FSN TO WS-ABEND-STATUS
002034                 GO TO 9990-ERROR-FICHERO
002034             END-IF
002035             CLOSE LimTarjFile
002035             OPEN I-O LimTarjFile
002035             IF FSN NOT = "00"
002036                 MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
002036                 MOVE FSN TO WS-ABEND-STATUS
002037                 GO TO 9990-ERROR-FICHERO
002037             END-IF
002037         ELSE
002038             MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
002038             MOVE FSN TO WS-ABEND-STATUS
002039             GO TO 9990-ERROR-FICHERO
002039         END-IF
002040     END-IF.
002050     MOVE WS-LINEA-CABECERA TO LINEA-REPORTE.
002060     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
002400             PERFORM 6700-REACTIVAR-CUENTA THRU 6700-EXIT
002410         WHEN MNT-ES-TRASPASO
002420             PERFORM 6800-REEMITIR-TARJETA THRU 6800-EXIT
002423         WHEN MNT-ES-LIMITE-DIARIO
002427             PERFORM 6900-FIJAR-LIMITE-DIARIO THRU 6900-EXIT
002430         WHEN OTHER
002440             MOVE "CODIGO DE ACCION DESCONOCIDO" TO WS-MOTIVO
002450     END-EVALUATE.
005420*   THE LAST ACCOUNT OF THE CARD WAS CLOSED: THE CUSTOMER        *
005430*   RECORD AND ITS REG-LOGIN ARE DELETED TOGETHER.  A REG-LOGIN  *
005440*   ALREADY ABSENT (A HAND-EDIT LEFTOVER) DOES NOT STOP THE      *
005447*   RETIREMENT - THE END STATE IS THE SAME.  THE CARD'S OWN      *
005453*   DAILY LIMITS, IF ANY, GO WITH IT.                            *
005460*================================================================*
005470 6500-RETIRAR-CLIENTE.
005480     DELETE UserFile RECORD.
005600     IF FSL NOT = "00" AND FSL NOT = "23"
005610         MOVE "LOGINFILE" TO WS-ABEND-FICHERO
005620         MOVE FSL TO WS-ABEND-STATUS
005621         GO TO 9990-ERROR-FICHERO
005621     END-IF.
005622     MOVE MNT-TARJETA TO LIMT-TARJETA.
005623     DELETE LimTarjFile RECORD
005624         INVALID KEY
005625             CONTINUE
005626     END-DELETE.
005627     IF FSN NOT = "00" AND FSN NOT = "23"
005628         MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
005629         MOVE FSN TO WS-ABEND-STATUS
005630         GO TO 9990-ERROR-FICHERO
005640     END-IF.
005650     MOVE "S" TO WS-SW-ACCION-ACEPTADA.
006540*   ABEND MID-ACTION CAN NEVER LEAVE THE CUSTOMER WITHOUT A      *
006550*   WORKING CARD.  THE ACCOUNT TABLE TRAVELS UNTOUCHED - THE     *
006560*   MOVEMENT HISTORY, KEYED BY ACCOUNT, FOLLOWS BY ITSELF - AND  *
006567*   THE OLD/NEW MAPPING GOES TO CARDXREF.DAT.  THE CARD'S OWN    *
006573*   DAILY LIMITS MOVE TO THE NEW NUMBER WITH IT.                 *
006580*================================================================*
006590 6800-REEMITIR-TARJETA.
006600     IF MNT-TARJETA-NUEVA = ZERO
007420         GO TO 9990-ERROR-FICHERO
007430     END-IF.
007440     PERFORM 6850-GRABAR-XREF THRU 6850-EXIT.
007445     PERFORM 6870-TRASPASAR-LIMITES THRU 6870-EXIT.
007450     MOVE "S" TO WS-SW-ACCION-ACEPTADA.
007460     DISPLAY "TARJETA " MNT-TARJETA " REEMITIDA COMO "
007470         MNT-TARJETA-NUEVA.
007740     END-IF.
007750     CLOSE XrefFile.
007760 6850-EXIT.
007761     EXIT.
007761*================================================================*
007761* 6870-TRASPASAR-LIMITES                                         *
007761*   MOVES THE OLD CARD'S LIMTARJ.DAT ENTRY, IF IT HAS ONE, TO    *
007761*   THE NEW CARD NUMBER SO A REISSUE NEVER LIFTS THE LIMITS.     *
007761*================================================================*
007761 6870-TRASPASAR-LIMITES.
007761     MOVE MNT-TARJETA TO LIMT-TARJETA.
007761     READ LimTarjFile
007761         INVALID KEY
007762             GO TO 6870-EXIT
007762     END-READ.
007762     IF FSN NOT = "00"
007762         MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
007762         MOVE FSN TO WS-ABEND-STATUS
007762         GO TO 9990-ERROR-FICHERO
007762     END-IF.
007762     MOVE MNT-TARJETA-NUEVA TO LIMT-TARJETA.
007762     WRITE REG-LIMITE-TARJETA
007762         INVALID KEY
007763             REWRITE REG-LIMITE-TARJETA
007763     END-WRITE.
007763     IF FSN NOT = "00"
007763         MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
007763         MOVE FSN TO WS-ABEND-STATUS
007763         GO TO 9990-ERROR-FICHERO
007763     END-IF.
007763     MOVE MNT-TARJETA TO LIMT-TARJETA.
007763     DELETE LimTarjFile RECORD.
007764     IF FSN NOT = "00"
007764         MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
007764         MOVE FSN TO WS-ABEND-STATUS
007764         GO TO 9990-ERROR-FICHERO
007764     END-IF.
007764 6870-EXIT.
007764     EXIT.
007764*================================================================*
007764* 6900-FIJAR-LIMITE-DIARIO                                       *
007764*   SETS THE CARD'S OWN DAILY TRANSFER AND CASH-WITHDRAWAL       *
007765*   LIMITS.  A ZERO AMOUNT LEAVES THAT KIND OF DEBIT ON THE      *
007765*   INSTALLATION DEFAULT OF LIMITES.DAT; BOTH ZERO REMOVES THE   *
007765*   CARD'S ENTRY ALTOGETHER.  ONLY A CARD ON USERFILE CAN CARRY  *
007765*   LIMITS.                                                      *
007765*================================================================*
007765 6900-FIJAR-LIMITE-DIARIO.
007765     MOVE MNT-TARJETA TO USER-TARJ.
007765     READ UserFile
007765         INVALID KEY
007765             MOVE "TARJETA NO REGISTRADA EN USERFILE"
007766                 TO WS-MOTIVO
007766             GO TO 6900-EXIT
007766     END-READ.
007766     IF FSU NOT = "00" AND FSU NOT = "23"
007766         MOVE "USERFILE" TO WS-ABEND-FICHERO
007766         MOVE FSU TO WS-ABEND-STATUS
007766         GO TO 9990-ERROR-FICHERO
007766     END-IF.
007766     MOVE MNT-TARJETA TO LIMT-TARJETA.
007767     IF MNT-LIMITE-TRANSFERENCIA = ZERO
007767         AND MNT-LIMITE-EFECTIVO = ZERO
007767             DELETE LimTarjFile RECORD
007767                 INVALID KEY
007767                     CONTINUE
007767             END-DELETE
007767             IF FSN NOT = "00" AND FSN NOT = "23"
007767                 MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
007767                 MOVE FSN TO WS-ABEND-STATUS
007767                 GO TO 9990-ERROR-FICHERO
007768             END-IF
007768             MOVE "S" TO WS-SW-ACCION-ACEPTADA
007768             GO TO 6900-EXIT
007768     END-IF.
007768     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
007768     MOVE MNT-LIMITE-TRANSFERENCIA TO LIMT-MAX-TRANSFERENCIA.
007768     MOVE MNT-LIMITE-EFECTIVO      TO LIMT-MAX-EFECTIVO.
007768     MOVE WS-FECHA-SISTEMA         TO LIMT-FECHA-ALTA.
007768     WRITE REG-LIMITE-TARJETA
007768         INVALID KEY
007769             REWRITE REG-LIMITE-TARJETA
007769     END-WRITE.
007769     IF FSN NOT = "00"
007769         MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
007769         MOVE FSN TO WS-ABEND-STATUS
007769         GO TO 9990-ERROR-FICHERO
007769     END-IF.
007769     MOVE "S" TO WS-SW-ACCION-ACEPTADA.
007769 6900-EXIT.
007770     EXIT.
007780*================================================================*
007790* 7000-GRABAR-RESULTADO                                          *
008380     CLOSE LoginFile.
008390     CLOSE ParmFile.
008400     CLOSE ReportFile.
008405     CLOSE LimTarjFile.
008410     DISPLAY "=== MANTENIMIENTO DE USUARIOS ===".
008420     DISPLAY "ACCIONES LEIDAS     : " WS-TOT-ACCIONES-LEIDAS.
008430     DISPLAY "ACCIONES ACEPTADAS  : " WS-TOT-ACEPTADAS.
