000400*                    RUNCTL.DAT, WHICH SECNOC READS TO ENFORCE   *
000410*                    THE NIGHTLY CHAIN ORDER AND PRINT THE       *
000420*                    MORNING REPORT.                             *
000422*   2026-10-15  RAG  THE RUN'S COUNT AND AMOUNT OF INTEREST, FEE *
000423*                    AND DEBIT-INTEREST POSTINGS ARE NOW KEPT ON *
000425*                    THE KEYED LIQTOT.DAT UNDER THE RUN DATE, SO *
000427*                    THE YEAR-END FISCAL RETURN CAN BE TIED BACK *
000428*                    TO WHAT WAS ACTUALLY POSTED.                *
000430*================================================================*
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     LiqCta.
000810             WITH DUPLICATES
000820         FILE STATUS IS FSI.
000830*
000831     SELECT LiqTotFile ASSIGN TO "LIQTOT.DAT"
000833         ORGANIZATION IS INDEXED
000834         ACCESS MODE IS DYNAMIC
000836         RECORD KEY IS LQT-FECHA
000837         FILE STATUS IS FSQ.
000839*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  USERFILE.
000980 FD  HISTFILE.
000990     COPY HISTREC.
001000*
001002 FD  LIQTOTFILE.
001005     COPY LIQTOT.
001008*
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------*
001030* FILE STATUS FIELDS.                                            *
001060 01  FST                          PIC X(02).
001070 01  FSP                          PIC X(02).
001080 01  FSI                          PIC X(02).
001085 01  FSQ                          PIC X(02).
001090 01  WS-ABEND-FICHERO             PIC X(12).
001100 01  WS-ABEND-STATUS              PIC X(02).
001110*----------------------------------------------------------------*
001900     PERFORM 2000-LIQUIDAR-UN-CLIENTE THRU 2000-EXIT
001910         UNTIL FIN-USERFILE.
001920     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001925     PERFORM 9700-GRABAR-TOTALES THRU 9700-EXIT.
001930     PERFORM 9850-REGISTRAR-FIN THRU 9850-EXIT.
001940     STOP RUN.
001950*================================================================*
005280 9000-EXIT.
005290     EXIT.
005300*================================================================*
005301* 9700-GRABAR-TOTALES                                            *
005301*   ADDS THE RUN'S POSTING TOTALS TO ITS DATE'S RECORD ON        *
005301*   LIQTOT.DAT, CREATED ON FIRST USE THE WAY RUNCTL.DAT IS.  A   *
005301*   SECOND RUN ON THE SAME DATE POSTED AGAIN, SO ITS FIGURES ARE *
005301*   ADDED RATHER THAN REPLACING THE FIRST RUN'S.                 *
005301*================================================================*
005301 9700-GRABAR-TOTALES.
005301     OPEN I-O LiqTotFile.
005302     IF FSQ NOT = "00"
005302         IF FSQ = "35"
005302             OPEN OUTPUT LiqTotFile
005302             IF FSQ NOT = "00"
005302                 MOVE "LIQTOT.DAT" TO WS-ABEND-FICHERO
005302                 MOVE FSQ TO WS-ABEND-STATUS
005302                 GO TO 9990-ERROR-FICHERO
005303             END-IF
005303             CLOSE LiqTotFile
005303             OPEN I-O LiqTotFile
005303             IF FSQ NOT = "00"
005303                 MOVE "LIQTOT.DAT" TO WS-ABEND-FICHERO
005303                 MOVE FSQ TO WS-ABEND-STATUS
005303                 GO TO 9990-ERROR-FICHERO
005303             END-IF
005304         ELSE
005304             MOVE "LIQTOT.DAT" TO WS-ABEND-FICHERO
005304             MOVE FSQ TO WS-ABEND-STATUS
005304             GO TO 9990-ERROR-FICHERO
005304         END-IF
005304     END-IF.
005304     MOVE WS-FECHA-RUNCTL TO LQT-FECHA.
005305     READ LiqTotFile
005305         INVALID KEY
005305             MOVE ZERO TO LQT-EJECUCIONES
005305                          LQT-NUM-INTERESES
005305                          LQT-IMP-INTERESES
005305                          LQT-NUM-COMISIONES
005305                          LQT-IMP-COMISIONES
005305                          LQT-NUM-INT-DEUDORES
005306                          LQT-IMP-INT-DEUDORES
005306     END-READ.
005306     IF FSQ NOT = "00" AND FSQ NOT = "23"
005306         MOVE "LIQTOT.DAT" TO WS-ABEND-FICHERO
005306         MOVE FSQ TO WS-ABEND-STATUS
005306         GO TO 9990-ERROR-FICHERO
005306     END-IF.
005307     ADD 1                       TO LQT-EJECUCIONES.
005307     ADD WS-TOT-INTERESES        TO LQT-NUM-INTERESES.
005307     ADD WS-TOT-IMP-INTERESES    TO LQT-IMP-INTERESES.
005307     ADD WS-TOT-COMISIONES       TO LQT-NUM-COMISIONES.
005307     ADD WS-TOT-IMP-COMISIONES   TO LQT-IMP-COMISIONES.
005307     ADD WS-TOT-INT-DEUDORES     TO LQT-NUM-INT-DEUDORES.
005307     ADD WS-TOT-IMP-INT-DEUDORES TO LQT-IMP-INT-DEUDORES.
005307     IF FSQ = "23"
005308         MOVE WS-FECHA-RUNCTL TO LQT-FECHA
005308         WRITE REG-LIQ-TOTALES
005308     ELSE
005308         REWRITE REG-LIQ-TOTALES
005308     END-IF.
005308     IF FSQ NOT = "00"
005308         MOVE "LIQTOT.DAT" TO WS-ABEND-FICHERO
005309         MOVE FSQ TO WS-ABEND-STATUS
005309         GO TO 9990-ERROR-FICHERO
005309     END-IF.
005309     CLOSE LiqTotFile.
005309 9700-EXIT.
005309     EXIT.
005309*================================================================*
005310* 9800-REGISTRAR-INICIO                                          *
005320*   WRITES (OR RESETS) THIS RUN'S "I" RECORD ON THE RUN-CONTROL  *
005330*   LEDGER.  THE LEDGER IS CREATED ON FIRST USE THE WAY          *
