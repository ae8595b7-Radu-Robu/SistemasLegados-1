000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   SEQUENCER AND MORNING REPORT FOR THE NIGHTLY BATCH CHAIN    *
000100*   (FOTOSAL, STAGING, SEQWRITE, ARQUEO, LIQCTA, ARCHTLOG,      *
000110*   CUADRESAL, EXTRGL), WHICH USED TO BE HELD TOGETHER BY A     *
000120*   PAPER CHECKLIST.  EVERY CHAIN PROGRAM NOW RECORDS ITS       *
000130*   START, END, STATUS AND CONTROL COUNTS ON THE KEYED LEDGER   *
000140*   RUNCTL.DAT; THIS PROGRAM, RUN WITH A "V" CARD BEFORE EACH   *
000150*   STEP, ENFORCES THE CHAIN ORDER (THE PREDECESSOR MUST HAVE   *
000160*   FINISHED FOR THE BUSINESS DATE) AND REFUSES A STEP THAT     *
000170*   ALREADY RAN FOR THAT DATE - THE DAY CUADRESAL RAN AGAINST   *
000180*   THE WRONG SNAPANT.DAT COST HOURS OF PHANTOM DIFFERENCES.    *
000250*   DATE       INIT  DESCRIPTION                                 *
000260*   ---------  ----  -------------------------------------------*
000270*   2026-09-02  RAG  ORIGINAL VERSION.                           *
000271*   2026-10-15  RAG  THE TELLER DRAWER RECONCILIATION ARQUEO     *
000271*                    JOINS THE CHAIN RIGHT AFTER SEQWRITE HAS    *
000272*                    POSTED THE DAY'S CASH.  A STEP MARKED AS A  *
000273*                    HOLD POINT (ARQUEO) THAT FINISHED WITH A    *
000274*                    NON-ZERO RETURN CODE NOW STOPS ITS          *
000274*                    SUCCESSOR FROM BEING AUTHORIZED UNTIL IT    *
000275*                    IS RERUN CLEAN.                             *
000276*   2026-10-15  RAG  A HELD STEP MAY BE RERUN, AND AN "L" CARD   *
000277*                    LETS A SUPERVISOR ON SUPERVIS.DAT RELEASE   *
000277*                    THE HOLD, RECORDED ON SECLIB.DAT.  THE      *
000278*                    MORNING REPORT SHOWS A HELD STEP AS         *
000279*                    RETENIDO (PENDING) OR LIBERADO.             *
000280*================================================================*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     SecNoc.
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS FSR.
000640*
000641     SELECT LibFile ASSIGN TO "SECLIB.DAT"
000641         ORGANIZATION IS INDEXED
000642         ACCESS MODE IS DYNAMIC
000643         RECORD KEY IS LIB-CLAVE
000644         FILE STATUS IS FSL.
000645*
000645     SELECT SupervFile ASSIGN TO "SUPERVIS.DAT"
000646         ORGANIZATION IS LINE SEQUENTIAL
000647         ACCESS MODE IS SEQUENTIAL
000648         FILE STATUS IS FSV.
000649*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RUNCTLFILE.
000810 FD  REPORTFILE.
000820 01  LINEA-REPORTE                PIC X(133).
000830*
000831 FD  LIBFILE.
000832     COPY SECLIB.
000834*
000835 FD  SUPERVFILE.
000836 01  REG-SUPERVISOR.
000838     02  SUPV-ID                   PIC X(08).
000839*
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------*
000860* FILE STATUS FIELDS.                                            *
000900 01  FSS                          PIC X(02).
000910 01  FSN                          PIC X(02).
000920 01  FSR                          PIC X(02).
000923 01  FSL                          PIC X(02).
000927 01  FSV                          PIC X(02).
000930 01  WS-ABEND-FICHERO             PIC X(12).
000940 01  WS-ABEND-STATUS              PIC X(02).
000950*----------------------------------------------------------------*
000990     88  FIN-SNAPFILE                 VALUE "S".
001000 01  WS-SW-PASO-HALLADO           PIC X(01) VALUE "N".
001010     88  PASO-HALLADO                 VALUE "S".
001011 01  WS-SW-PASO-LIBERADO          PIC X(01) VALUE "N".
001013     88  PASO-LIBERADO                VALUE "S".
001014 01  WS-SW-FIN-SUPERVFILE         PIC X(01) VALUE "N".
001016     88  FIN-SUPERVFILE               VALUE "S".
001017 01  WS-SW-SUPERVISOR-VALIDO      PIC X(01) VALUE "N".
001019     88  SUPERVISOR-VALIDO            VALUE "S".
001020 77  P                            PIC 9(02) VALUE 1 COMP.
001030 01  WS-PASO-IDX                  PIC 9(02) VALUE ZERO COMP.
001040*----------------------------------------------------------------*
001050* THE CHAIN, IN ITS REQUIRED ORDER.  STAGING SITS BETWEEN THE    *
001060* SNAPSHOT AND THE POSTING RUN SO YESTERDAY'S SNAPSAL.DAT IS     *
001070* SAFELY ASIDE AS SNAPANT.DAT BEFORE ANYTHING CHANGES A          *
001075* BALANCE.  ARQUEO FOLLOWS SEQWRITE, ONCE THE DAY'S TELLER CASH  *
001080* IS POSTED, AND IS A HOLD POINT: WS-CADENA-RETIENE IS "S" FOR A *
001085* STEP WHOSE NON-ZERO RETURN CODE MUST STOP THE STEP AFTER IT.   *
001090*----------------------------------------------------------------*
001100 01  WS-CADENA-VALORES.
001110     02  FILLER                   PIC X(09) VALUE "FOTOSAL".
001120     02  FILLER                   PIC X(09) VALUE "STAGING".
001130     02  FILLER                   PIC X(09) VALUE "SEQWRITE".
001135     02  FILLER                   PIC X(09) VALUE "ARQUEO".
001140     02  FILLER                   PIC X(09) VALUE "LIQCTA".
001150     02  FILLER                   PIC X(09) VALUE "ARCHTLOG".
001160     02  FILLER                   PIC X(09) VALUE "CUADRESAL".
001170     02  FILLER                   PIC X(09) VALUE "EXTRGL".
001180 01  WS-CADENA REDEFINES WS-CADENA-VALORES.
001185     02  WS-CADENA-PASO           OCCURS 8 TIMES PIC X(09).
001190 01  WS-RETENCION-VALORES         PIC X(08) VALUE "NNNSNNNN".
001195 01  WS-RETENCION REDEFINES WS-RETENCION-VALORES.
001200     02  WS-CADENA-RETIENE        OCCURS 8 TIMES PIC X(01).
001205 01  WS-CADENA-TOTAL              PIC 9(02) VALUE 8 COMP.
001210*----------------------------------------------------------------*
001220* PARAMETER AND WORK FIELDS.                                     *
001230*----------------------------------------------------------------*
001240 01  WS-ACCION                    PIC X(01).
001250 01  WS-FECHA-PROCESO             PIC 9(08).
001260 01  WS-PROGRAMA                  PIC X(09).
001263 01  WS-SUPERVISOR                PIC X(08).
001267 01  WS-FECHA-SISTEMA             PIC 9(08).
001270 01  WS-HORA-SISTEMA              PIC 9(08).
001280 01  WS-TOT-COPIADOS              PIC 9(07) VALUE ZERO COMP.
001290 01  WS-TOT-PENDIENTES            PIC 9(02) VALUE ZERO COMP.
001800             PERFORM 2000-VERIFICAR-PASO THRU 2000-EXIT
001810         WHEN WS-ACCION = "R"
001820             PERFORM 5000-REPORTE-MANANA THRU 5000-EXIT
001823         WHEN WS-ACCION = "L"
001827             PERFORM 6000-LIBERAR-PASO THRU 6000-EXIT
001830         WHEN OTHER
001840             DISPLAY "SECPARM.DAT CON ACCION DESCONOCIDA: "
001850                 WS-ACCION
002110     MOVE SEC-ACCION   TO WS-ACCION.
002120     MOVE SEC-FECHA    TO WS-FECHA-PROCESO.
002130     MOVE SEC-PROGRAMA TO WS-PROGRAMA.
002135     MOVE SEC-SUPERVISOR TO WS-SUPERVISOR.
002140     CLOSE ParmFile.
002150     IF WS-FECHA-PROCESO = ZERO
002160         ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
002250*   COPY ITSELF IS PERFORMED HERE, UNDER ITS OWN LEDGER          *
002260*   RECORD.  RETURN-CODE 0 AUTHORIZES THE OPERATOR (OR THE       *
002270*   SCHEDULER) TO LAUNCH THE STEP.                               *
002272*   A HOLD POINT THAT FINISHED WITH A NON-ZERO RETURN CODE MAY   *
002275*   BE RERUN, AND ITS SUCCESSOR IS AUTHORIZED ONCE IT IS RERUN   *
002278*   CLEAN OR A SUPERVISOR HAS RELEASED THAT RUN.                 *
002280*================================================================*
002290 2000-VERIFICAR-PASO.
002300     PERFORM 2100-BUSCAR-PASO THRU 2100-EXIT.
002410             CONTINUE
002420         NOT INVALID KEY
002430             IF RUNC-TERMINADO
002433                 AND (WS-CADENA-RETIENE(WS-PASO-IDX) NOT = "S"
002437                      OR RUNC-RETORNO = ZERO)
002440                 DISPLAY "PASO " WS-PROGRAMA " YA EJECUTADO "
002450                     "PARA LA FECHA " WS-FECHA-PROCESO
002460                     " - NO SE AUTORIZA"
002820             CLOSE RunCtlFile
002830             GO TO 2000-EXIT
002840         END-IF
002841         MOVE "N" TO WS-SW-PASO-LIBERADO
002841         IF WS-CADENA-RETIENE(WS-PASO-IDX - 1) = "S"
002841             AND RUNC-RETORNO NOT = ZERO
002842             PERFORM 2200-COMPROBAR-LIBERACION THRU 2200-EXIT
002842         END-IF
002843         IF WS-CADENA-RETIENE(WS-PASO-IDX - 1) = "S"
002843             AND NOT PASO-LIBERADO
002843             AND RUNC-RETORNO NOT = ZERO
002844                 DISPLAY "PREDECESOR "
002844                     WS-CADENA-PASO(WS-PASO-IDX - 1)
002845                     " TERMINADO CON RC " RUNC-RETORNO
002845                     " - CADENA RETENIDA, NO SE AUTORIZA "
002845                     WS-PROGRAMA
002846                 MOVE 8 TO RETURN-CODE
002846                 CLOSE RunCtlFile
002847                 GO TO 2000-EXIT
002847         END-IF
002847         IF PASO-LIBERADO
002848             DISPLAY "RETENCION DE "
002848                 WS-CADENA-PASO(WS-PASO-IDX - 1)
002849                 " LIBERADA POR EL SUPERVISOR " LIB-SUPERVISOR
002849         END-IF
002850     END-IF.
002860     IF WS-PROGRAMA = "STAGING"
002870         PERFORM 3000-REALIZAR-STAGING THRU 3000-EXIT
003100     END-IF.
003110     ADD 1 TO P.
003120 2150-EXIT.
003121     EXIT.
003121*================================================================*
003121* 2200-COMPROBAR-LIBERACION                                      *
003121*   LOOKS UP SECLIB.DAT FOR A SUPERVISED RELEASE OF THE HELD     *
003121*   RUN NOW IN THE RUNCTL BUFFER.  A RELEASE COVERS ONLY THE     *
003122*   RUN THAT ENDED AT THE SAME TIME - A LATER RERUN THAT FAILS   *
003122*   AGAIN IS HELD AGAIN.  NO SECLIB.DAT MEANS NO RELEASES.       *
003122*================================================================*
003122 2200-COMPROBAR-LIBERACION.
003123     MOVE "N" TO WS-SW-PASO-LIBERADO.
003123     OPEN INPUT LibFile.
003123     IF FSL NOT = "00"
003123         IF FSL = "35"
003124             GO TO 2200-EXIT
003124         ELSE
003124             MOVE "SECLIB.DAT" TO WS-ABEND-FICHERO
003124             MOVE FSL TO WS-ABEND-STATUS
003125             GO TO 9990-ERROR-FICHERO
003125         END-IF
003125     END-IF.
003125     MOVE RUNC-FECHA    TO LIB-FECHA.
003126     MOVE RUNC-PROGRAMA TO LIB-PROGRAMA.
003126     READ LibFile
003126         INVALID KEY
003126             CONTINUE
003127         NOT INVALID KEY
003127             IF LIB-HORA-FIN-PASO = RUNC-HORA-FIN
003127                 MOVE "S" TO WS-SW-PASO-LIBERADO
003127             END-IF
003128     END-READ.
003128     IF FSL NOT = "00" AND FSL NOT = "23"
003128         MOVE "SECLIB.DAT" TO WS-ABEND-FICHERO
003128         MOVE FSL TO WS-ABEND-STATUS
003129         GO TO 9990-ERROR-FICHERO
003129     END-IF.
003129     CLOSE LibFile.
003129 2200-EXIT.
003130     EXIT.
003140*================================================================*
003150* 3000-REALIZAR-STAGING                                          *
003770*   AND NEVER CAME BACK, AND WHAT NEVER STARTED AT ALL.  THE     *
003780*   RUN ENDS WITH RETURN-CODE 8 UNLESS THE WHOLE CHAIN           *
003790*   FINISHED.                                                    *
003792*   A HOLD POINT THAT ENDED WITH A NON-ZERO RETURN CODE SHOWS    *
003795*   AS RETENIDO, AND COUNTS AS PENDING, UNTIL A SUPERVISOR       *
003798*   RELEASES THAT RUN; IT THEN SHOWS AS LIBERADO.                *
003800*================================================================*
003810 5000-REPORTE-MANANA.
003820     PERFORM 8000-ABRIR-RUNCTL THRU 8000-EXIT.
004270     END-IF.
004280     IF RUNC-TERMINADO
004290         MOVE "TERMINADO" TO LIN-SEC-ESTADO
004291         IF WS-CADENA-RETIENE(P) = "S"
004291             AND RUNC-RETORNO NOT = ZERO
004292             PERFORM 2200-COMPROBAR-LIBERACION THRU 2200-EXIT
004293             IF PASO-LIBERADO
004294                 MOVE "LIBERADO" TO LIN-SEC-ESTADO
004295             ELSE
004296                 MOVE "RETENIDO" TO LIN-SEC-ESTADO
004297                 ADD 1 TO WS-TOT-PENDIENTES
004298             END-IF
004299         END-IF
004300     ELSE
004310         MOVE "INICIADO SIN FIN" TO LIN-SEC-ESTADO
004320         ADD 1 TO WS-TOT-PENDIENTES
004420     PERFORM 8300-GRABAR-LINEA THRU 8300-EXIT.
004430     DISPLAY LIN-PASO.
004440 5100-EXIT.
004441     EXIT.
004441*================================================================*
004441* 6000-LIBERAR-PASO                                              *
004441*   SUPERVISED RELEASE OF A HELD HOLD POINT.  THE STEP MUST BE   *
004441*   A HOLD POINT, MUST HAVE FINISHED WITH A NON-ZERO RETURN      *
004441*   CODE FOR THE BUSINESS DATE, AND SEC-SUPERVISOR MUST BE ON    *
004441*   SUPERVIS.DAT.  THE RELEASE IS RECORDED ON SECLIB.DAT WITH    *
004441*   THE END TIME OF THE RUN IT RELEASES, SO A LATER RERUN THAT   *
004441*   FAILS AGAIN IS HELD AGAIN.  RUNCTL.DAT ITSELF IS NOT         *
004441*   TOUCHED - IT STILL SHOWS WHAT THE STEP REALLY RETURNED.      *
004441*================================================================*
004441 6000-LIBERAR-PASO.
004441     PERFORM 2100-BUSCAR-PASO THRU 2100-EXIT.
004441     IF WS-PASO-IDX = ZERO
004441         DISPLAY "PASO DESCONOCIDO EN LA CADENA: " WS-PROGRAMA
004441         MOVE 16 TO RETURN-CODE
004441         GO TO 6000-EXIT
004442     END-IF.
004442     IF WS-CADENA-RETIENE(WS-PASO-IDX) NOT = "S"
004442         DISPLAY "PASO " WS-PROGRAMA " NO ES PUNTO DE RETENCION"
004442             " - NADA QUE LIBERAR"
004442         MOVE 8 TO RETURN-CODE
004442         GO TO 6000-EXIT
004442     END-IF.
004442     PERFORM 6100-VALIDAR-SUPERVISOR THRU 6100-EXIT.
004442     IF NOT SUPERVISOR-VALIDO
004442         DISPLAY "SUPERVISOR NO AUTORIZADO: " WS-SUPERVISOR
004442         MOVE 16 TO RETURN-CODE
004442         GO TO 6000-EXIT
004442     END-IF.
004442     PERFORM 8000-ABRIR-RUNCTL THRU 8000-EXIT.
004442     MOVE WS-FECHA-PROCESO TO RUNC-FECHA.
004442     MOVE WS-PROGRAMA      TO RUNC-PROGRAMA.
004443     READ RunCtlFile
004443         INVALID KEY
004443             DISPLAY "PASO " WS-PROGRAMA " NUNCA INICIADO PARA "
004443                 "LA FECHA " WS-FECHA-PROCESO
004443             MOVE 8 TO RETURN-CODE
004443             CLOSE RunCtlFile
004443             GO TO 6000-EXIT
004443     END-READ.
004443     IF FSK NOT = "00"
004443         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
004443         MOVE FSK TO WS-ABEND-STATUS
004443         GO TO 9990-ERROR-FICHERO
004443     END-IF.
004443     CLOSE RunCtlFile.
004443     IF NOT RUNC-TERMINADO OR RUNC-RETORNO = ZERO
004443         DISPLAY "PASO " WS-PROGRAMA " NO RETENIDO PARA LA "
004444             "FECHA " WS-FECHA-PROCESO " - NADA QUE LIBERAR"
004444         MOVE 8 TO RETURN-CODE
004444         GO TO 6000-EXIT
004444     END-IF.
004444     OPEN I-O LibFile.
004444     IF FSL NOT = "00"
004444         IF FSL = "35"
004444             OPEN OUTPUT LibFile
004444             IF FSL NOT = "00"
004444                 MOVE "SECLIB.DAT" TO WS-ABEND-FICHERO
004444                 MOVE FSL TO WS-ABEND-STATUS
004444                 GO TO 9990-ERROR-FICHERO
004444             END-IF
004444             CLOSE LibFile
004444             OPEN I-O LibFile
004444             IF FSL NOT = "00"
004445                 MOVE "SECLIB.DAT" TO WS-ABEND-FICHERO
004445                 MOVE FSL TO WS-ABEND-STATUS
004445                 GO TO 9990-ERROR-FICHERO
004445             END-IF
004445         ELSE
004445             MOVE "SECLIB.DAT" TO WS-ABEND-FICHERO
004445             MOVE FSL TO WS-ABEND-STATUS
004445             GO TO 9990-ERROR-FICHERO
004445         END-IF
004445     END-IF.
004445     ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
004445     ACCEPT WS-HORA-SISTEMA FROM TIME.
004445     MOVE RUNC-FECHA           TO LIB-FECHA.
004445     MOVE RUNC-PROGRAMA        TO LIB-PROGRAMA.
004445     MOVE RUNC-HORA-FIN        TO LIB-HORA-FIN-PASO.
004445     MOVE RUNC-RETORNO         TO LIB-RETORNO.
004445     MOVE WS-SUPERVISOR        TO LIB-SUPERVISOR.
004446     MOVE WS-FECHA-SISTEMA     TO LIB-FECHA-HORA(1:8).
004446     MOVE WS-HORA-SISTEMA(1:6) TO LIB-FECHA-HORA(9:6).
004446     WRITE REG-LIBERACION
004446         INVALID KEY
004446             REWRITE REG-LIBERACION
004446             IF FSL NOT = "00"
004446                 MOVE "SECLIB.DAT" TO WS-ABEND-FICHERO
004446                 MOVE FSL TO WS-ABEND-STATUS
004446                 GO TO 9990-ERROR-FICHERO
004446             END-IF
004446     END-WRITE.
004446     IF FSL NOT = "00" AND FSL NOT = "22"
004446         MOVE "SECLIB.DAT" TO WS-ABEND-FICHERO
004446         MOVE FSL TO WS-ABEND-STATUS
004446         GO TO 9990-ERROR-FICHERO
004446     END-IF.
004447     CLOSE LibFile.
004447     DISPLAY "RETENCION DE " WS-PROGRAMA " (RC " RUNC-RETORNO
004447         ") LIBERADA POR " WS-SUPERVISOR " PARA LA FECHA "
004447         WS-FECHA-PROCESO.
004447 6000-EXIT.
004447     EXIT.
004447*----------------------------------------------------------------*
004447* 6100-VALIDAR-SUPERVISOR                                        *
004447*   SCANS SUPERVIS.DAT FOR WS-SUPERVISOR.  NO FILE, NO           *
004447*   SUPERVISOR.                                                  *
004447*----------------------------------------------------------------*
004447 6100-VALIDAR-SUPERVISOR.
004447     MOVE "N" TO WS-SW-SUPERVISOR-VALIDO.
004447     MOVE "N" TO WS-SW-FIN-SUPERVFILE.
004447     IF WS-SUPERVISOR = SPACES
004447         GO TO 6100-EXIT
004448     END-IF.
004448     OPEN INPUT SupervFile.
004448     IF FSV NOT = "00"
004448         IF FSV = "35"
004448             GO TO 6100-EXIT
004448         ELSE
004448             MOVE "SUPERVIS.DAT" TO WS-ABEND-FICHERO
004448             MOVE FSV TO WS-ABEND-STATUS
004448             GO TO 9990-ERROR-FICHERO
004448         END-IF
004448     END-IF.
004448     PERFORM 6150-LEER-SUPERVISOR THRU 6150-EXIT
004448         UNTIL FIN-SUPERVFILE OR SUPERVISOR-VALIDO.
004448     CLOSE SupervFile.
004448 6100-EXIT.
004448     EXIT.
004449*----------------------------------------------------------------*
004449 6150-LEER-SUPERVISOR.
004449     READ SupervFile
004449         AT END
004449             MOVE "S" TO WS-SW-FIN-SUPERVFILE
004449             GO TO 6150-EXIT
004449     END-READ.
004449     IF FSV NOT = "00"
004449         MOVE "SUPERVIS.DAT" TO WS-ABEND-FICHERO
004449         MOVE FSV TO WS-ABEND-STATUS
004449         GO TO 9990-ERROR-FICHERO
004449     END-IF.
004449     IF SUPV-ID = WS-SUPERVISOR
004449         MOVE "S" TO WS-SW-SUPERVISOR-VALIDO
004449     END-IF.
004449 6150-EXIT.
004450     EXIT.
004460*================================================================*
004470* 8000-ABRIR-RUNCTL                                              *
