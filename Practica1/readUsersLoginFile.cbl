001470*                    ONLY WHAT REMAINS ON TRANLOG.DAT SINCE THE   *
001480*                    LAST ARCHIVE RUN.  WITHOUT A SUMMARY FILE    *
001490*                    THE FULL SCAN STILL WORKS AS BEFORE.         *
001491*   2026-10-15  RAG  PER-CARD DAILY LIMITS: A TRANSFER OUT OF,   *
001491*                    OR A CASH WITHDRAWAL FROM, A CARD THAT      *
001491*                    WOULD TAKE THE DAY'S TOTAL OVER THE CARD'S  *
001492*                    LIMIT (ITS OWN LIMTARJ.DAT ENTRY, ELSE THE  *
001492*                    LIMITES.DAT DEFAULT) IS REFUSED WITH ITS    *
001493*                    OWN REASON AND AN "R" ON TRANLOG.DAT.  THE  *
001493*                    DAY'S USAGE PER CARD IS KEPT ON THE KEYED   *
001494*                    ACCUMULATOR USODIA.DAT, WHICH LIMALC LISTS. *
001494*   2026-10-15  RAG  PAYMENTS TO OTHER ENTITIES: A TRANPARM.DAT  *
001495*                    DETAIL WITH PARM-TIPO-OPER "X" DEBITS THE   *
001495*                    ORIGIN ACCOUNT UNDER THE USUAL DEBIT CHECKS *
001496*                    INTO THE CLEARING SUSPENSE ACCOUNT NAMED ON *
001496*                    CMPCONF.DAT AND GOES OUT ON THE CLEARING    *
001497*                    FILE CMPSAL.DAT WITH HEADER/TRAILER         *
001497*                    CONTROLS, RECORDED ON THE KEYED LEDGER      *
001498*                    CMPCTL.DAT UNTIL COMPENS CONFIRMS IT.       *
001498*                    AN "X" ORDER OVER THE FOUR-EYES THRESHOLD   *
001499*                    IS REFUSED: APRTRF POSTS INTERNAL TRANSFERS *
001499*                    ONLY AND CANNOT SEND A PARKED PAYMENT OUT.  *
001500*================================================================*
001510 IDENTIFICATION DIVISION.
001520 PROGRAM-ID.     SeqWrite.
002310         ACCESS MODE IS SEQUENTIAL
002320         FILE STATUS IS FSF.
002330*
002331     SELECT LimParmFile ASSIGN TO "LIMITES.DAT"
002331         ORGANIZATION IS LINE SEQUENTIAL
002331         ACCESS MODE IS SEQUENTIAL
002331         FILE STATUS IS FSG.
002332*
002332     SELECT LimTarjFile ASSIGN TO "LIMTARJ.DAT"
002332         ORGANIZATION IS INDEXED
002332         ACCESS MODE IS DYNAMIC
002333         RECORD KEY IS LIMT-TARJETA
002333         FILE STATUS IS FSN.
002333*
002334     SELECT UsoFile ASSIGN TO "USODIA.DAT"
002334         ORGANIZATION IS INDEXED
002334         ACCESS MODE IS DYNAMIC
002334         RECORD KEY IS USOD-CLAVE
002335         FILE STATUS IS FSO.
002335*
002335     SELECT CmpConfFile ASSIGN TO "CMPCONF.DAT"
002335         ORGANIZATION IS LINE SEQUENTIAL
002336         ACCESS MODE IS SEQUENTIAL
002336         FILE STATUS IS FSB.
002336*
002337     SELECT CmpSalFile ASSIGN TO "CMPSAL.DAT"
002337         ORGANIZATION IS LINE SEQUENTIAL
002337         ACCESS MODE IS SEQUENTIAL
002337         FILE STATUS IS FSH.
002338*
002338     SELECT CmpCtlFile ASSIGN TO "CMPCTL.DAT"
002338         ORGANIZATION IS INDEXED
002338         ACCESS MODE IS DYNAMIC
002339         RECORD KEY IS CMPC-CLAVE
002339         FILE STATUS IS FSJ.
002339*
002340 DATA DIVISION.
002350 FILE SECTION.
002360 FD  USERFILE.
002720 FD  FECHPROCFILE.
002730 01  REG-FECHA-PROCESADA          PIC 9(08).
002740*
002741 FD  LIMPARMFILE.
002741     COPY LIMPARM.
002742*
002742 FD  LIMTARJFILE.
002743     COPY LIMTREC.
002743*
002744 FD  USOFILE.
002744     COPY USODREC.
002745*
002745 FD  CMPCONFFILE.
002746     COPY CMPCONF.
002746*
002747 FD  CMPSALFILE.
002747     COPY CMPREC.
002748*
002748 FD  CMPCTLFILE.
002749     COPY CMPCREC.
002749*
002750 WORKING-STORAGE SECTION.
002760*----------------------------------------------------------------*
002770* FILE STATUS FIELDS.                                            *
002960 01  FSK                          PIC X(02).
002970 01  WS-FECHA-RUNCTL              PIC 9(08).
002980 01  WS-HORA-RUNCTL               PIC 9(08).
002981*----------------------------------------------------------------*
002981* PER-CARD DAILY LIMIT FIELDS.  THE INSTALLATION DEFAULTS COME   *
002981* FROM LIMITES.DAT, A CARD'S OWN FIGURES FROM LIMTARJ.DAT, AND   *
002981* WHAT THE CARD HAS ALREADY USED ON THE BATCH'S BUSINESS DATE    *
002981* FROM THE KEYED ACCUMULATOR USODIA.DAT.  A ZERO LIMIT MEANS     *
002981* THAT KIND OF DEBIT IS NOT CAPPED, AS BEFORE THE CONTROL.       *
002981*----------------------------------------------------------------*
002982 01  FSG                          PIC X(02).
002982 01  FSN                          PIC X(02).
002982 01  FSO                          PIC X(02).
002982 01  WS-LIMITE-DEF-TRANSFER       PIC 9(09)V99 VALUE ZERO.
002982 01  WS-LIMITE-DEF-EFECTIVO       PIC 9(09)V99 VALUE ZERO.
002982 01  WS-LIMITE-TRANSFERENCIA      PIC 9(09)V99 VALUE ZERO.
002983 01  WS-LIMITE-EFECTIVO           PIC 9(09)V99 VALUE ZERO.
002983 01  WS-USO-PROYECTADO            PIC 9(12)V99 VALUE ZERO.
002983 01  WS-SW-LIMTARJ-ABIERTO        PIC X(01) VALUE "N".
002983     88  LIMTARJ-ABIERTO              VALUE "S".
002983 01  WS-SW-USO-EXISTE             PIC X(01) VALUE "N".
002983     88  USO-EXISTE                   VALUE "S".
002984 01  WS-LOTE-RECHAZOS-LIMITE      PIC 9(07) VALUE ZERO COMP.
002984*----------------------------------------------------------------*
002984* INTERBANK CLEARING FIELDS.  AN "X" ORDER PAYS AN ACCOUNT AT    *
002984* ANOTHER ENTITY: THE ORIGIN IS DEBITED INTO THE SUSPENSE        *
002984* ACCOUNT OF CMPCONF.DAT AND THE PAYMENT GOES OUT ON CMPSAL.DAT, *
002984* OPENED ON THE FIRST SUCH ORDER OF THE BATCH.  WHILE AN EARLIER *
002985* OUTBOUND FILE IS STILL UNCONFIRMED ON CMPCTL.DAT NO NEW FILE   *
002985* IS STARTED AND THE BATCH'S "X" ORDERS ARE REFUSED.             *
002985*----------------------------------------------------------------*
002985 01  FSB                          PIC X(02).
002985 01  FSH                          PIC X(02).
002985 01  FSJ                          PIC X(02).
002986 01  WS-SW-COMPENSACION           PIC X(01) VALUE "N".
002986     88  COMPENSACION-CONFIGURADA     VALUE "S".
002986 01  WS-SW-CMPSAL-ABIERTO         PIC X(01) VALUE "N".
002986     88  CMPSAL-ABIERTO               VALUE "S".
002986 01  WS-SW-CMPSAL-BLOQUEADO       PIC X(01) VALUE "N".
002986     88  CMPSAL-BLOQUEADO             VALUE "S".
002987 01  WS-SW-FIN-CMPCTL             PIC X(01) VALUE "N".
002987     88  FIN-CMPCTL                   VALUE "S".
002987 01  WS-SW-PUENTE-ABONADO         PIC X(01) VALUE "N".
002987     88  PUENTE-ABONADO               VALUE "S".
002987 01  WS-CMP-ENTIDAD               PIC X(04).
002987 01  WS-CMP-TARJETA-PUENTE        PIC 9(10).
002988 01  WS-CMP-CUENTA-PUENTE         PIC X(24).
002988 01  WS-CMP-NOMBRE-ORDENANTE      PIC X(30).
002988 01  WS-LOTE-ORDENES-SALIENTES    PIC 9(07) VALUE ZERO COMP.
002988 01  WS-LOTE-IMPORTE-SALIENTE     PIC 9(13)V99 VALUE ZERO.
002988 01  WS-CMP-REFERENCIA.
002988     02  WS-CMPR-FECHA            PIC 9(08).
002989     02  WS-CMPR-ORDEN            PIC 9(07).
002989     02  FILLER                   PIC X(01) VALUE "S".
002989 01  WS-MOT-CMP-PENDIENTE.
002989     02  FILLER                   PIC X(37) VALUE
002989         "COMPENSACION SALIENTE SIN CONFIRMAR: ".
002989     02  WS-MOT-CMP-FECHA         PIC 9(08).
002990*----------------------------------------------------------------*
003000* SUBSCRIPTS AND MISCELLANEOUS COUNTERS.                         *
003010*----------------------------------------------------------------*
005020     88  OPERACION-TRANSFERENCIA      VALUE "T" " ".
005030     88  INGRESO-EFECTIVO             VALUE "E".
005040     88  RETIRADA-EFECTIVO            VALUE "S".
005045     88  ORDEN-SALIENTE               VALUE "X".
005050 01  WS-SW-TRANSFER-DIRECTA       PIC X(01) VALUE "N".
005060     88  TRANSFERENCIA-DIRECTA        VALUE "S".
005070 01  WS-SW-ORIGEN-DEBITADO        PIC X(01) VALUE "N".
006330         GO TO 9990-ERROR-FICHERO
006340     END-IF.
006350     PERFORM 1745-LEER-UMBRAL-DUAL THRU 1745-EXIT.
006353     PERFORM 1746-LEER-LIMITES-DEFECTO THRU 1746-EXIT.
006357     PERFORM 1747-LEER-CONF-COMPENSACION THRU 1747-EXIT.
006360     PERFORM 1748-ABRIR-HISTORICO THRU 1748-EXIT.
006365     PERFORM 1749-ABRIR-LIMITES THRU 1749-EXIT.
006370 1700-EXIT.
006371*================================================================*
006371* 1746-LEER-LIMITES-DEFECTO                                      *
006371*   READS THE INSTALLATION DEFAULT DAILY LIMITS.  A MISSING OR   *
006371*   EMPTY LIMITES.DAT ONLY MEANS THERE ARE NO DEFAULTS; CARDS    *
006371*   WITH THEIR OWN LIMTARJ.DAT ENTRY ARE STILL CAPPED.           *
006371*================================================================*
006371 1746-LEER-LIMITES-DEFECTO.
006371     OPEN INPUT LimParmFile.
006372     IF FSG NOT = "00"
006372         IF FSG = "35"
006372             GO TO 1746-EXIT
006372         ELSE
006372             MOVE "LIMITES.DAT" TO WS-ABEND-FICHERO
006372             MOVE FSG TO WS-ABEND-STATUS
006372             GO TO 9990-ERROR-FICHERO
006373         END-IF
006373     END-IF.
006373     READ LimParmFile
006373         AT END
006373             CLOSE LimParmFile
006373             GO TO 1746-EXIT
006373     END-READ.
006374     IF FSG NOT = "00" AND FSG NOT = "10"
006374         MOVE "LIMITES.DAT" TO WS-ABEND-FICHERO
006374         MOVE FSG TO WS-ABEND-STATUS
006374         GO TO 9990-ERROR-FICHERO
006374     END-IF.
006374     MOVE LIMP-MAX-TRANSFERENCIA TO WS-LIMITE-DEF-TRANSFER.
006374     MOVE LIMP-MAX-EFECTIVO      TO WS-LIMITE-DEF-EFECTIVO.
006374     CLOSE LimParmFile.
006375 1746-EXIT.
006375     EXIT.
006375*================================================================*
006375* 1747-LEER-CONF-COMPENSACION                                    *
006375*   READS THE INTERBANK CLEARING SET-UP.  A MISSING OR EMPTY     *
006375*   CMPCONF.DAT ONLY MEANS CLEARING IS NOT SET UP: EVERY OTHER   *
006375*   ORDER POSTS AS BEFORE AND AN "X" ORDER IS REFUSED.           *
006376*================================================================*
006376 1747-LEER-CONF-COMPENSACION.
006376     OPEN INPUT CmpConfFile.
006376     IF FSB NOT = "00"
006376         IF FSB = "35"
006376             GO TO 1747-EXIT
006376         ELSE
006377             MOVE "CMPCONF.DAT" TO WS-ABEND-FICHERO
006377             MOVE FSB TO WS-ABEND-STATUS
006377             GO TO 9990-ERROR-FICHERO
006377         END-IF
006377     END-IF.
006377     READ CmpConfFile
006377         AT END
006377             CLOSE CmpConfFile
006378             GO TO 1747-EXIT
006378     END-READ.
006378     IF FSB NOT = "00" AND FSB NOT = "10"
006378         MOVE "CMPCONF.DAT" TO WS-ABEND-FICHERO
006378         MOVE FSB TO WS-ABEND-STATUS
006378         GO TO 9990-ERROR-FICHERO
006378     END-IF.
006379     MOVE CMPF-ENTIDAD        TO WS-CMP-ENTIDAD.
006379     MOVE CMPF-TARJETA-PUENTE TO WS-CMP-TARJETA-PUENTE.
006379     MOVE CMPF-CUENTA-PUENTE  TO WS-CMP-CUENTA-PUENTE.
006379     MOVE "S" TO WS-SW-COMPENSACION.
006379     CLOSE CmpConfFile.
006379 1747-EXIT.
006379     EXIT.
006380*================================================================*
006390* 1748-ABRIR-HISTORICO                                           *
006400*   OPENS THE KEYED MOVEMENT HISTORY FOR THE WHOLE BATCH.  A     *
006550     END-IF.
006560     MOVE "S" TO WS-SW-HISTORICO-ABIERTO.
006570 1748-EXIT.
006571     EXIT.
006571*================================================================*
006571* 1749-ABRIR-LIMITES                                             *
006571*   OPENS THE PER-CARD LIMITS AND THE DAILY USAGE ACCUMULATOR    *
006571*   FOR THE WHOLE BATCH.  A MISSING LIMTARJ.DAT ONLY MEANS NO    *
006572*   CARD HAS ITS OWN LIMITS YET.  USODIA.DAT IS CREATED ON FIRST *
006572*   USE THE WAY 2800-RETENER-ORDEN CREATES PENDTRF.DAT.          *
006572*================================================================*
006572 1749-ABRIR-LIMITES.
006572     OPEN INPUT LimTarjFile.
006573     IF FSN = "00"
006573         MOVE "S" TO WS-SW-LIMTARJ-ABIERTO
006573     ELSE
006573         IF FSN NOT = "35"
006574             MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
006574             MOVE FSN TO WS-ABEND-STATUS
006574             GO TO 9990-ERROR-FICHERO
006574         END-IF
006574     END-IF.
006575     OPEN I-O UsoFile.
006575     IF FSO NOT = "00"
006575         IF FSO = "35"
006575             OPEN OUTPUT UsoFile
006575             IF FSO NOT = "00"
006576                 MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
006576                 MOVE FSO TO WS-ABEND-STATUS
006576                 GO TO 9990-ERROR-FICHERO
006576             END-IF
006577             CLOSE UsoFile
006577             OPEN I-O UsoFile
006577             IF FSO NOT = "00"
006577                 MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
006577                 MOVE FSO TO WS-ABEND-STATUS
006578                 GO TO 9990-ERROR-FICHERO
006578             END-IF
006578         ELSE
006578             MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
006578             MOVE FSO TO WS-ABEND-STATUS
006579             GO TO 9990-ERROR-FICHERO
006579         END-IF
006579     END-IF.
006579 1749-EXIT.
006580     EXIT.
006600*================================================================*
006610* 1750-VERIFICAR-CONTROLES-LOTE                                  *
009240     IF HISTORICO-ABIERTO
009250         CLOSE HistFile
009260     END-IF.
009262     IF LIMTARJ-ABIERTO
009264         CLOSE LimTarjFile
009266     END-IF.
009268     CLOSE UsoFile.
009270     MOVE 12 TO RETURN-CODE.
009280     STOP RUN.
009290 1790-EXIT.
009640     END-IF.
009650     IF WS-IMPORTE-UMBRAL > ZERO
009660         AND WS-IMPORTE-CREDITO > WS-IMPORTE-UMBRAL
009662             IF ORDEN-SALIENTE
009664                 DISPLAY "ORDEN SALIENTE RECHAZADA - SUPERA EL "
009667                     "UMBRAL DE DOBLE AUTORIZACION"
009669                 MOVE "SALIENTE SUPERA UMBRAL DOBLE AUTORIZACION"
009671                     TO WS-DISP-MOTIVO
009673             ELSE
009676                 PERFORM 2800-RETENER-ORDEN THRU 2800-EXIT
009678             END-IF
009680             GO TO 1800-DISPOSICION
009682     END-IF.
009684     IF ORDEN-SALIENTE
009686         PERFORM 2400-ORDEN-SALIENTE THRU 2400-EXIT
009688         GO TO 1800-DISPOSICION
009690     END-IF.
009700     PERFORM 1950-DETECTAR-CREDITO-DUPLICADO
009710         THRU 1950-EXIT.
009990                 WS-SW-ORDEN-RETENIDA
010000                 WS-SW-FIN-HISTCONS
010010                 WS-SW-FIN-CHECKPOINT
010017                 WS-SW-CHECKPOINT-PREVIO
010023                 WS-SW-PUENTE-ABONADO.
010030     MOVE "S" TO WS-SW-CREDITO-VALIDO.
010040     MOVE ZERO TO WS-TLOG-ULTIMO-SALDO-APLIC
010050                  WS-ULTIMA-TARJ-PROCESADA
017000 2350-EXIT.
017010     EXIT.
017020*================================================================*
017021* 2400-ORDEN-SALIENTE                                            *
017021*   PAYMENT TO AN ACCOUNT AT ANOTHER ENTITY.  THE ORIGIN IS      *
017021*   DEBITED BY 2510 UNDER EXACTLY THE CHECKS OF A TRANSFER       *
017021*   (DORMANCY, DAILY LIMIT, OVERDRAFT LINE), THE AMOUNT IS       *
017021*   CREDITED TO THE CLEARING SUSPENSE ACCOUNT AND THE PAYMENT IS *
017021*   WRITTEN TO CMPSAL.DAT.  IF THE SUSPENSE ACCOUNT CANNOT BE    *
017021*   CREDITED THE DEBIT IS REVERSED, AS FOR A REJECTED TRANSFER   *
017021*   CREDIT, AND NOTHING GOES OUT.                                *
017021*================================================================*
017021 2400-ORDEN-SALIENTE.
017021     IF NOT COMPENSACION-CONFIGURADA
017021         DISPLAY "ORDEN SALIENTE RECHAZADA - COMPENSACION "
017021             "INTERBANCARIA NO CONFIGURADA"
017021         MOVE "COMPENSACION INTERBANCARIA NO CONFIGURADA"
017021             TO WS-DISP-MOTIVO
017021         GO TO 2400-EXIT
017021     END-IF.
017021     IF WS-CUENTA-DESTINO = SPACES
017021         DISPLAY "ORDEN SALIENTE RECHAZADA - SIN CUENTA DESTINO"
017021         MOVE "ORDEN SALIENTE SIN CUENTA DESTINO"
017021             TO WS-DISP-MOTIVO
017021         GO TO 2400-EXIT
017021     END-IF.
017021     IF NOT CMPSAL-ABIERTO AND NOT CMPSAL-BLOQUEADO
017021         PERFORM 2410-ABRIR-COMPENSACION THRU 2410-EXIT
017021     END-IF.
017021     IF CMPSAL-BLOQUEADO
017021         DISPLAY "ORDEN SALIENTE RECHAZADA - FICHERO DE "
017021             "COMPENSACION ANTERIOR SIN CONFIRMAR"
017021         MOVE WS-MOT-CMP-PENDIENTE TO WS-DISP-MOTIVO
017021         GO TO 2400-EXIT
017021     END-IF.
017021     OPEN I-O USERFILE.
017022     IF FSU NOT = "00"
017022         MOVE "USERFILE" TO WS-ABEND-FICHERO
017022         MOVE FSU TO WS-ABEND-STATUS
017022         GO TO 9990-ERROR-FICHERO
017022     END-IF.
017022     OPEN EXTEND TranLogFile.
017022     IF FST NOT = "00"
017022         MOVE "TRANLOG.DAT" TO WS-ABEND-FICHERO
017022         MOVE FST TO WS-ABEND-STATUS
017022         GO TO 9990-ERROR-FICHERO
017022     END-IF.
017022     PERFORM 2510-DEBITAR-CUENTA-ORIGEN THRU 2510-EXIT.
017022     IF ORIGEN-DEBITADO
017022         MOVE USER-NOM-APE TO WS-CMP-NOMBRE-ORDENANTE
017022         PERFORM 2420-ABONAR-CUENTA-PUENTE THRU 2420-EXIT
017022         IF PUENTE-ABONADO
017022             PERFORM 2440-GRABAR-PAGO-SALIENTE THRU 2440-EXIT
017022         ELSE
017022             PERFORM 2530-REVERTIR-DEBITO-ORIGEN THRU 2530-EXIT
017022         END-IF
017022     END-IF.
017022     CLOSE USERFILE.
017022     CLOSE TranLogFile.
017022 2400-EXIT.
017022     EXIT.
017022*================================================================*
017022* 2410-ABRIR-COMPENSACION                                        *
017022*   ON THE BATCH'S FIRST "X" ORDER, WALKS THE OUTBOUND ENTRIES   *
017022*   OF THE CLEARING LEDGER (CREATED ON FIRST USE THE WAY 2800    *
017022*   CREATES PENDTRF.DAT).  AN ENTRY STILL AT "E" MEANS THE LAST  *
017022*   CMPSAL.DAT HAS NOT BEEN CONFIRMED AND ITS AMOUNT STILL SITS  *
017022*   ON THE SUSPENSE ACCOUNT, SO THE FILE IS NOT OVERWRITTEN AND  *
017023*   EVERY "X" ORDER OF THE BATCH IS REFUSED.  OTHERWISE A NEW    *
017023*   CMPSAL.DAT IS STARTED WITH ITS "H" HEADER.                   *
017023*================================================================*
017023 2410-ABRIR-COMPENSACION.
017023     OPEN I-O CmpCtlFile.
017023     IF FSJ NOT = "00"
017023         IF FSJ = "35"
017023             OPEN OUTPUT CmpCtlFile
017023             IF FSJ NOT = "00"
017023                 MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
017023                 MOVE FSJ TO WS-ABEND-STATUS
017023                 GO TO 9990-ERROR-FICHERO
017023             END-IF
017023             CLOSE CmpCtlFile
017023             OPEN I-O CmpCtlFile
017023             IF FSJ NOT = "00"
017023                 MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
017023                 MOVE FSJ TO WS-ABEND-STATUS
017023                 GO TO 9990-ERROR-FICHERO
017023             END-IF
017023         ELSE
017023             MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
017023             MOVE FSJ TO WS-ABEND-STATUS
017023             GO TO 9990-ERROR-FICHERO
017023         END-IF
017023     END-IF.
017023     MOVE "S"  TO CMPC-SENTIDO.
017023     MOVE ZERO TO CMPC-FECHA.
017023     START CmpCtlFile KEY IS NOT LESS THAN CMPC-CLAVE
017023         INVALID KEY
017023             MOVE "S" TO WS-SW-FIN-CMPCTL
017023     END-START.
017024     IF FSJ NOT = "00" AND FSJ NOT = "23"
017024         MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
017024         MOVE FSJ TO WS-ABEND-STATUS
017024         GO TO 9990-ERROR-FICHERO
017024     END-IF.
017024     PERFORM 2415-LEER-UN-CONTROL THRU 2415-EXIT
017024         UNTIL FIN-CMPCTL OR CMPSAL-BLOQUEADO.
017024     CLOSE CmpCtlFile.
017024     IF CMPSAL-BLOQUEADO
017024         GO TO 2410-EXIT
017024     END-IF.
017024     OPEN OUTPUT CmpSalFile.
017024     IF FSH NOT = "00"
017024         MOVE "CMPSAL.DAT" TO WS-ABEND-FICHERO
017024         MOVE FSH TO WS-ABEND-STATUS
017024         GO TO 9990-ERROR-FICHERO
017024     END-IF.
017024     MOVE "H"            TO CMP-CAB-TIPO.
017024     MOVE WS-LOTE-FECHA  TO CMP-CAB-FECHA.
017024     MOVE WS-CMP-ENTIDAD TO CMP-CAB-ENTIDAD-ORIGEN.
017024     MOVE SPACES         TO CMP-CAB-ENTIDAD-DESTINO.
017024     MOVE "P"            TO CMP-CAB-CONTENIDO.
017024     WRITE REG-CMP-CABECERA.
017024     IF FSH NOT = "00"
017024         MOVE "CMPSAL.DAT" TO WS-ABEND-FICHERO
017024         MOVE FSH TO WS-ABEND-STATUS
017024         GO TO 9990-ERROR-FICHERO
017024     END-IF.
017024     MOVE "S" TO WS-SW-CMPSAL-ABIERTO.
017024 2410-EXIT.
017024     EXIT.
017024*----------------------------------------------------------------*
017025 2415-LEER-UN-CONTROL.
017025     READ CmpCtlFile NEXT RECORD
017025         AT END
017025             MOVE "S" TO WS-SW-FIN-CMPCTL
017025             GO TO 2415-EXIT
017025     END-READ.
017025     IF FSJ NOT = "00" AND FSJ NOT = "10"
017025         MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
017025         MOVE FSJ TO WS-ABEND-STATUS
017025         GO TO 9990-ERROR-FICHERO
017025     END-IF.
017025     IF NOT CMPC-ES-SALIENTE
017025         MOVE "S" TO WS-SW-FIN-CMPCTL
017025         GO TO 2415-EXIT
017025     END-IF.
017025     IF CMPC-EMITIDO
017025         MOVE "S" TO WS-SW-CMPSAL-BLOQUEADO
017025         MOVE CMPC-FECHA TO WS-MOT-CMP-FECHA
017025     END-IF.
017025 2415-EXIT.
017025     EXIT.
017025*================================================================*
017025* 2420-ABONAR-CUENTA-PUENTE                                      *
017025*   CREDITS THE AMOUNT JUST DEBITED FROM THE ORIGIN TO THE       *
017025*   CLEARING SUSPENSE ACCOUNT.  IT IS AN INTERNAL ACCOUNT, SO    *
017025*   THE CREDIT IS NOT HELD TO THE ORDER'S MAXIMUM BALANCE.       *
017025*================================================================*
017025 2420-ABONAR-CUENTA-PUENTE.
017025     MOVE WS-CMP-TARJETA-PUENTE TO USER-TARJ.
017025     READ USERFILE
017025         INVALID KEY
017025             DISPLAY "ORDEN SALIENTE RECHAZADA - TARJETA DE LA "
017026                 "CUENTA PUENTE NO EXISTE"
017026             MOVE "CUENTA PUENTE DE COMPENSACION NO ENCONTRADA"
017026                 TO WS-DISP-MOTIVO
017026             GO TO 2420-EXIT
017026     END-READ.
017026     IF FSU NOT = "00" AND FSU NOT = "23"
017026         MOVE "USERFILE" TO WS-ABEND-FICHERO
017026         MOVE FSU TO WS-ABEND-STATUS
017026         GO TO 9990-ERROR-FICHERO
017026     END-IF.
017026     MOVE 1 TO M.
017026     PERFORM 2425-ABONAR-PUENTE-M THRU 2425-EXIT
017026         UNTIL M > USER-NUM-CUENTAS OR PUENTE-ABONADO.
017026     IF NOT PUENTE-ABONADO
017026         DISPLAY "ORDEN SALIENTE RECHAZADA - CUENTA PUENTE "
017026             "NO ENCONTRADA"
017026         MOVE "CUENTA PUENTE DE COMPENSACION NO ENCONTRADA"
017026             TO WS-DISP-MOTIVO
017026     END-IF.
017026 2420-EXIT.
017026     EXIT.
017026*----------------------------------------------------------------*
017026 2425-ABONAR-PUENTE-M.
017026     IF USER-NUM-CUENTA(M) = WS-CMP-CUENTA-PUENTE
017026         MOVE USER-TARJ          TO WS-TLOG-TARJETA
017026         MOVE USER-NUM-CUENTA(M) TO WS-TLOG-NUM-CUENTA
017026         MOVE USER-SALDO(M) TO WS-TLOG-SALDO-ANTERIOR
017026         COMPUTE WS-TLOG-SALDO-NUEVO =
017026             WS-TLOG-SALDO-ANTERIOR + WS-IMPORTE-CREDITO
017026         MOVE WS-TLOG-SALDO-NUEVO TO USER-SALDO(M)
017026         REWRITE REG-USUARIO
017026         IF FSU NOT = "00"
017027             MOVE "USERFILE" TO WS-ABEND-FICHERO
017027             MOVE FSU TO WS-ABEND-STATUS
017027             GO TO 9990-ERROR-FICHERO
017027         END-IF
017027         MOVE "C" TO TLOG-TIPO-MOVTO
017027         PERFORM 2300-GRABAR-TRANLOG THRU 2300-EXIT
017027         MOVE "S" TO WS-SW-PUENTE-ABONADO
017027     ELSE
017027         ADD 1 TO M
017027     END-IF.
017027 2425-EXIT.
017027     EXIT.
017027*================================================================*
017027* 2440-GRABAR-PAGO-SALIENTE                                      *
017027*   WRITES THE PAYMENT TO CMPSAL.DAT.  THE REFERENCE IS THE      *
017027*   BATCH'S BUSINESS DATE AND THE ORDER'S NUMBER ON TRANDISP.DAT *
017027*   SO A QUERY FROM THE OTHER ENTITY LEADS BACK TO THE ORDER.    *
017027*================================================================*
017027 2440-GRABAR-PAGO-SALIENTE.
017027     MOVE WS-LOTE-FECHA          TO WS-CMPR-FECHA.
017027     MOVE WS-LOTE-ORDENES-LEIDAS TO WS-CMPR-ORDEN.
017027     MOVE "D"                     TO CMP-TIPO-REG.
017027     MOVE WS-CUENTA-DESTINO       TO CMP-CUENTA-DESTINO.
017027     MOVE WS-IMPORTE-CREDITO      TO CMP-IMPORTE.
017027     MOVE WS-CUENTA-ORIGEN        TO CMP-CUENTA-ORDENANTE.
017027     MOVE WS-CMP-NOMBRE-ORDENANTE TO CMP-NOMBRE-ORDENANTE.
017027     MOVE WS-CMP-REFERENCIA       TO CMP-REFERENCIA.
017027     MOVE SPACES                  TO CMP-MOTIVO-DEVOLUCION.
017027     WRITE REG-CMP-DETALLE.
017027     IF FSH NOT = "00"
017027         MOVE "CMPSAL.DAT" TO WS-ABEND-FICHERO
017027         MOVE FSH TO WS-ABEND-STATUS
017028         GO TO 9990-ERROR-FICHERO
017028     END-IF.
017028     ADD 1 TO WS-LOTE-ORDENES-SALIENTES.
017028     ADD WS-IMPORTE-CREDITO TO WS-LOTE-IMPORTE-SALIENTE.
017028     MOVE "S" TO WS-SW-ORDEN-APLICADA.
017028 2440-EXIT.
017028     EXIT.
017028*================================================================*
017028* 2450-CERRAR-COMPENSACION                                       *
017028*   CLOSES CMPSAL.DAT WITH ITS "T" TRAILER (PAYMENT COUNT AND    *
017028*   HASH TOTAL OF THE AMOUNTS) AND RECORDS IT ON THE CLEARING    *
017028*   LEDGER: AT "E" WHILE ITS AMOUNT WAITS ON THE SUSPENSE        *
017028*   ACCOUNT FOR THE CONFIRMATION, OR STRAIGHT AT "C" WHEN NO     *
017028*   PAYMENT WENT OUT AND THERE IS NOTHING TO CONFIRM.            *
017028*================================================================*
017028 2450-CERRAR-COMPENSACION.
017028     MOVE "T"                       TO CMP-TOT-TIPO.
017028     MOVE WS-LOTE-ORDENES-SALIENTES TO CMP-TOT-NUM-DETALLES.
017028     MOVE WS-LOTE-IMPORTE-SALIENTE  TO CMP-TOT-HASH-IMPORTES.
017028     WRITE REG-CMP-TOTALES.
017028     IF FSH NOT = "00"
017028         MOVE "CMPSAL.DAT" TO WS-ABEND-FICHERO
017028         MOVE FSH TO WS-ABEND-STATUS
017028         GO TO 9990-ERROR-FICHERO
017028     END-IF.
017028     CLOSE CmpSalFile.
017028     OPEN I-O CmpCtlFile.
017028     IF FSJ NOT = "00"
017028         MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
017028         MOVE FSJ TO WS-ABEND-STATUS
017028         GO TO 9990-ERROR-FICHERO
017028     END-IF.
017029     MOVE "S"                       TO CMPC-SENTIDO.
017029     MOVE WS-LOTE-FECHA             TO CMPC-FECHA.
017029     MOVE WS-CMP-ENTIDAD            TO CMPC-ENTIDAD.
017029     MOVE WS-LOTE-ORDENES-SALIENTES TO CMPC-NUM-DETALLES.
017029     MOVE WS-LOTE-IMPORTE-SALIENTE  TO CMPC-IMPORTE.
017029     MOVE ZERO TO CMPC-NUM-DEVUELTOS
017029                  CMPC-IMP-DEVUELTO.
017029     IF WS-LOTE-ORDENES-SALIENTES > ZERO
017029         MOVE "E"  TO CMPC-ESTADO
017029         MOVE ZERO TO CMPC-FECHA-CONFIRMACION
017029     ELSE
017029         MOVE "C"           TO CMPC-ESTADO
017029         MOVE WS-LOTE-FECHA TO CMPC-FECHA-CONFIRMACION
017029     END-IF.
017029     WRITE REG-CONTROL-COMPENSACION
017029         INVALID KEY
017029             REWRITE REG-CONTROL-COMPENSACION
017029             IF FSJ NOT = "00"
017029                 MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
017029                 MOVE FSJ TO WS-ABEND-STATUS
017029                 GO TO 9990-ERROR-FICHERO
017029             END-IF
017029     END-WRITE.
017029     IF FSJ NOT = "00" AND FSJ NOT = "22"
017029         MOVE "CMPCTL.DAT" TO WS-ABEND-FICHERO
017029         MOVE FSJ TO WS-ABEND-STATUS
017029         GO TO 9990-ERROR-FICHERO
017029     END-IF.
017029     CLOSE CmpCtlFile.
017029 2450-EXIT.
017029     EXIT.
017029*================================================================*
017030* 2500-TRANSFERIR-ENTRE-CUENTAS                                 *
017040*   TRUE TRANSFER BETWEEN TWO KNOWN CARDS, REQUESTED BY A        *
017050*   TRANPARM.DAT CARD THAT CARRIES A NON-ZERO                    *
018010             PERFORM 2300-GRABAR-TRANLOG THRU 2300-EXIT
018020             GO TO 2515-SIGUIENTE
018030         END-IF
018032         PERFORM 2610-VALIDAR-LIMITE-TRANSFER THRU 2610-EXIT
018034         IF ORIGEN-RECHAZADO
018036             GO TO 2515-SIGUIENTE
018038         END-IF
018040         COMPUTE WS-SALDO-PROYECTADO =
018050             USER-SALDO(M) - WS-IMPORTE-CREDITO
018060*        THE DEBIT POSTS AS LONG AS THE RESULTING BALANCE STAYS
018300             MOVE "D" TO TLOG-TIPO-MOVTO
018310             PERFORM 2300-GRABAR-TRANLOG THRU 2300-EXIT
018320             MOVE "S" TO WS-SW-ORIGEN-DEBITADO
018325             PERFORM 2630-ACUMULAR-USO-TRANSFER THRU 2630-EXIT
018330         END-IF
018340     END-IF.
018350 2515-SIGUIENTE.
019490         MOVE "V" TO TLOG-TIPO-MOVTO
019500         PERFORM 2300-GRABAR-TRANLOG THRU 2300-EXIT
019510         MOVE "S" TO WS-SW-DEBITO-REVERTIDO
019515         PERFORM 2645-DESCONTAR-USO-TRANSFER THRU 2645-EXIT
019520     END-IF.
019530     ADD 1 TO M.
019540 2535-EXIT.
019541     EXIT.
019541*================================================================*
019541* 2600-CARGAR-LIMITES-TARJETA                                    *
019541*   WORKS OUT THE DAILY LIMITS IN FORCE FOR THE CARD JUST READ   *
019541*   (ITS OWN NON-ZERO LIMTARJ.DAT FIGURES, ELSE THE LIMITES.DAT  *
019541*   DEFAULTS) AND READS WHAT IT HAS ALREADY USED ON THE BATCH'S  *
019541*   BUSINESS DATE, LEAVING A ZEROED ACCUMULATOR WHEN THIS IS ITS *
019541*   FIRST DEBIT OF THE DAY.                                      *
019541*================================================================*
019541 2600-CARGAR-LIMITES-TARJETA.
019541     MOVE WS-LIMITE-DEF-TRANSFER TO WS-LIMITE-TRANSFERENCIA.
019541     MOVE WS-LIMITE-DEF-EFECTIVO TO WS-LIMITE-EFECTIVO.
019541     IF LIMTARJ-ABIERTO
019541         MOVE USER-TARJ TO LIMT-TARJETA
019541         READ LimTarjFile
019541             INVALID KEY
019541                 MOVE ZERO TO LIMT-MAX-TRANSFERENCIA
019541                              LIMT-MAX-EFECTIVO
019541         END-READ
019542         IF FSN NOT = "00" AND FSN NOT = "23"
019542             MOVE "LIMTARJ.DAT" TO WS-ABEND-FICHERO
019542             MOVE FSN TO WS-ABEND-STATUS
019542             GO TO 9990-ERROR-FICHERO
019542         END-IF
019542         IF LIMT-MAX-TRANSFERENCIA > ZERO
019542             MOVE LIMT-MAX-TRANSFERENCIA
019542                 TO WS-LIMITE-TRANSFERENCIA
019542         END-IF
019542         IF LIMT-MAX-EFECTIVO > ZERO
019542             MOVE LIMT-MAX-EFECTIVO TO WS-LIMITE-EFECTIVO
019542         END-IF
019542     END-IF.
019542     MOVE WS-LOTE-FECHA TO USOD-FECHA.
019542     MOVE USER-TARJ     TO USOD-TARJETA.
019542     MOVE "S" TO WS-SW-USO-EXISTE.
019542     READ UsoFile
019542         INVALID KEY
019542             MOVE "N" TO WS-SW-USO-EXISTE
019543     END-READ.
019543     IF FSO NOT = "00" AND FSO NOT = "23"
019543         MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
019543         MOVE FSO TO WS-ABEND-STATUS
019543         GO TO 9990-ERROR-FICHERO
019543     END-IF.
019543     IF NOT USO-EXISTE
019543         MOVE WS-LOTE-FECHA TO USOD-FECHA
019543         MOVE USER-TARJ     TO USOD-TARJETA
019543         MOVE ZERO TO USOD-IMP-TRANSFERENCIA
019543                      USOD-IMP-EFECTIVO
019543                      USOD-RECHAZOS-TRANSFER
019543                      USOD-RECHAZOS-EFECTIVO
019543     END-IF.
019543 2600-EXIT.
019543     EXIT.
019543*================================================================*
019543* 2610-VALIDAR-LIMITE-TRANSFER                                   *
019543*   REFUSES A TRANSFER THAT WOULD TAKE WHAT THE ORIGIN CARD HAS  *
019544*   SENT OUT TODAY OVER ITS DAILY TRANSFER LIMIT.  THE REFUSAL   *
019544*   IS COUNTED ON THE CARD'S ACCUMULATOR FOR LIMALC AND LOGGED   *
019544*   TO TRANLOG.DAT LIKE ANY OTHER ORIGIN-SIDE REJECTION.         *
019544*================================================================*
019544 2610-VALIDAR-LIMITE-TRANSFER.
019544     PERFORM 2600-CARGAR-LIMITES-TARJETA THRU 2600-EXIT.
019544     IF WS-LIMITE-TRANSFERENCIA = ZERO
019544         GO TO 2610-EXIT
019544     END-IF.
019544     COMPUTE WS-USO-PROYECTADO =
019544         USOD-IMP-TRANSFERENCIA + WS-IMPORTE-CREDITO.
019544     IF WS-USO-PROYECTADO NOT > WS-LIMITE-TRANSFERENCIA
019544         GO TO 2610-EXIT
019544     END-IF.
019544     MOVE "S" TO WS-SW-ORIGEN-RECHAZADO.
019544     DISPLAY "TRANSFERENCIA RECHAZADA - SUPERA EL LIMITE "
019544         "DIARIO DE LA TARJETA ORIGEN".
019544     MOVE "SUPERA EL LIMITE DIARIO DE TRANSFERENCIAS"
019544         TO WS-DISP-MOTIVO.
019545     ADD 1 TO USOD-RECHAZOS-TRANSFER.
019545     ADD 1 TO WS-LOTE-RECHAZOS-LIMITE.
019545     PERFORM 2650-GRABAR-USO THRU 2650-EXIT.
019545     MOVE USER-SALDO(M) TO WS-TLOG-SALDO-ANTERIOR.
019545     MOVE USER-SALDO(M) TO WS-TLOG-SALDO-NUEVO.
019545     MOVE "R" TO TLOG-TIPO-MOVTO.
019545     PERFORM 2300-GRABAR-TRANLOG THRU 2300-EXIT.
019545 2610-EXIT.
019545     EXIT.
019545*================================================================*
019545* 2620-VALIDAR-LIMITE-EFECTIVO                                   *
019545*   SAME AS 2610 FOR A TELLER CASH WITHDRAWAL AGAINST THE CARD'S *
019545*   DAILY CASH LIMIT.                                            *
019545*================================================================*
019545 2620-VALIDAR-LIMITE-EFECTIVO.
019545     PERFORM 2600-CARGAR-LIMITES-TARJETA THRU 2600-EXIT.
019545     IF WS-LIMITE-EFECTIVO = ZERO
019545         GO TO 2620-EXIT
019546     END-IF.
019546     COMPUTE WS-USO-PROYECTADO =
019546         USOD-IMP-EFECTIVO + WS-IMPORTE-CREDITO.
019546     IF WS-USO-PROYECTADO NOT > WS-LIMITE-EFECTIVO
019546         GO TO 2620-EXIT
019546     END-IF.
019546     MOVE "S" TO WS-SW-ORIGEN-RECHAZADO.
019546     DISPLAY "RETIRADA RECHAZADA - SUPERA EL LIMITE DIARIO "
019546         "DE EFECTIVO DE LA TARJETA".
019546     MOVE "SUPERA EL LIMITE DIARIO DE EFECTIVO"
019546         TO WS-DISP-MOTIVO.
019546     ADD 1 TO USOD-RECHAZOS-EFECTIVO.
019546     ADD 1 TO WS-LOTE-RECHAZOS-LIMITE.
019546     PERFORM 2650-GRABAR-USO THRU 2650-EXIT.
019546     MOVE USER-SALDO(M) TO WS-TLOG-SALDO-ANTERIOR.
019546     MOVE USER-SALDO(M) TO WS-TLOG-SALDO-NUEVO.
019546     MOVE "R" TO TLOG-TIPO-MOVTO.
019546     PERFORM 2300-GRABAR-TRANLOG THRU 2300-EXIT.
019546 2620-EXIT.
019547     EXIT.
019547*================================================================*
019547* 2630-ACUMULAR-USO-TRANSFER                                     *
019547*   ADDS A POSTED TRANSFER DEBIT TO THE ORIGIN CARD'S DAY.  THE  *
019547*   ACCUMULATOR RECORD IS STILL THE ONE 2610 JUST READ.          *
019547*================================================================*
019547 2630-ACUMULAR-USO-TRANSFER.
019547     ADD WS-IMPORTE-CREDITO TO USOD-IMP-TRANSFERENCIA.
019547     PERFORM 2650-GRABAR-USO THRU 2650-EXIT.
019547 2630-EXIT.
019547     EXIT.
019547*================================================================*
019547* 2640-ACUMULAR-USO-EFECTIVO                                     *
019547*   ADDS A POSTED CASH WITHDRAWAL TO THE CARD'S DAY.             *
019547*================================================================*
019547 2640-ACUMULAR-USO-EFECTIVO.
019547     ADD WS-IMPORTE-CREDITO TO USOD-IMP-EFECTIVO.
019547     PERFORM 2650-GRABAR-USO THRU 2650-EXIT.
019547 2640-EXIT.
019548     EXIT.
019548*================================================================*
019548* 2645-DESCONTAR-USO-TRANSFER                                    *
019548*   TAKES A REVERSED TRANSFER DEBIT BACK OUT OF THE ORIGIN       *
019548*   CARD'S DAY, SO A TRANSFER WHOSE CREDIT LEG FAILED DOES NOT   *
019548*   EAT INTO THE LIMIT.                                          *
019548*================================================================*
019548 2645-DESCONTAR-USO-TRANSFER.
019548     PERFORM 2600-CARGAR-LIMITES-TARJETA THRU 2600-EXIT.
019548     IF USOD-IMP-TRANSFERENCIA > WS-IMPORTE-CREDITO
019548         SUBTRACT WS-IMPORTE-CREDITO FROM USOD-IMP-TRANSFERENCIA
019548     ELSE
019548         MOVE ZERO TO USOD-IMP-TRANSFERENCIA
019548     END-IF.
019548     PERFORM 2650-GRABAR-USO THRU 2650-EXIT.
019548 2645-EXIT.
019548     EXIT.
019548*================================================================*
019548* 2650-GRABAR-USO                                                *
019549*   WRITES OR REWRITES THE CARD'S ACCUMULATOR FOR THE DAY,       *
019549*   STAMPED WITH THE LIMITS IN FORCE WHEN IT WAS LAST TOUCHED.   *
019549*================================================================*
019549 2650-GRABAR-USO.
019549     MOVE WS-LIMITE-TRANSFERENCIA TO USOD-LIMITE-TRANSFERENCIA.
019549     MOVE WS-LIMITE-EFECTIVO      TO USOD-LIMITE-EFECTIVO.
019549     IF USO-EXISTE
019549         REWRITE REG-USO-DIARIO
019549     ELSE
019549         WRITE REG-USO-DIARIO
019549     END-IF.
019549     IF FSO NOT = "00"
019549         MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
019549         MOVE FSO TO WS-ABEND-STATUS
019549         GO TO 9990-ERROR-FICHERO
019549     END-IF.
019549     MOVE "S" TO WS-SW-USO-EXISTE.
019549 2650-EXIT.
019550     EXIT.
019560*================================================================*
019570* 2700-OPERACION-EFECTIVO                                        *
020610         PERFORM 2300-GRABAR-TRANLOG THRU 2300-EXIT
020620         GO TO 2750-SIGUIENTE
020630     END-IF.
020632     PERFORM 2620-VALIDAR-LIMITE-EFECTIVO THRU 2620-EXIT.
020634     IF ORIGEN-RECHAZADO
020636         GO TO 2750-SIGUIENTE
020638     END-IF.
020640     COMPUTE WS-SALDO-PROYECTADO =
020650         USER-SALDO(M) - WS-IMPORTE-CREDITO.
020660     IF WS-SALDO-PROYECTADO <
020870     MOVE "S" TO TLOG-TIPO-MOVTO.
020880     MOVE "S" TO WS-SW-ORDEN-APLICADA.
020890     PERFORM 2300-GRABAR-TRANLOG THRU 2300-EXIT.
020895     PERFORM 2640-ACUMULAR-USO-EFECTIVO THRU 2640-EXIT.
020900 2750-SIGUIENTE.
020910     ADD 1 TO M.
020920 2750-EXIT.
021950         TO WS-LIN-LOTE-ROTULO.
021960     MOVE WS-LOTE-ORDENES-RETENIDAS TO WS-LIN-LOTE-VALOR.
021970     PERFORM 2960-GRABAR-LINEA-TOTAL THRU 2960-EXIT.
021971     MOVE "RECHAZADAS POR LIMITE DIARIO: "
021972         TO WS-LIN-LOTE-ROTULO.
021973     MOVE WS-LOTE-RECHAZOS-LIMITE TO WS-LIN-LOTE-VALOR.
021974     PERFORM 2960-GRABAR-LINEA-TOTAL THRU 2960-EXIT.
021976     MOVE "ORDENES A OTRAS ENTIDADES:    "
021977         TO WS-LIN-LOTE-ROTULO.
021978     MOVE WS-LOTE-ORDENES-SALIENTES TO WS-LIN-LOTE-VALOR.
021979     PERFORM 2960-GRABAR-LINEA-TOTAL THRU 2960-EXIT.
021980     MOVE WS-LOTE-IMPORTE-APLICADO TO WS-LIN-LOTE-IMP-VALOR.
021990     MOVE WS-LIN-LOTE-IMPORTE TO LINEA-DISPOSICION.
022000     WRITE LINEA-DISPOSICION.
022080     DISPLAY "ORDENES APLICADAS   : " WS-LOTE-ORDENES-APLICADAS.
022090     DISPLAY "ORDENES RECHAZADAS  : " WS-LOTE-ORDENES-RECHAZADAS.
022100     DISPLAY "ORDENES RETENIDAS   : " WS-LOTE-ORDENES-RETENIDAS.
022103     DISPLAY "RECHAZOS POR LIMITE : " WS-LOTE-RECHAZOS-LIMITE.
022107     DISPLAY "ORDENES SALIENTES   : " WS-LOTE-ORDENES-SALIENTES.
022110     DISPLAY "IMPORTE APLICADO    : " WS-LOTE-IMPORTE-APLICADO.
022120     CLOSE ParmFile.
022130     CLOSE AuthFile.
022140     CLOSE DispFile.
022141     IF LIMTARJ-ABIERTO
022142         CLOSE LimTarjFile
022144     END-IF.
022145     CLOSE UsoFile.
022146     IF CMPSAL-ABIERTO
022148         PERFORM 2450-CERRAR-COMPENSACION THRU 2450-EXIT
022149     END-IF.
022150     IF WS-LOTE-ORDENES-LEIDAS > ZERO
022160         PERFORM 2970-REGISTRAR-FECHA-PROCESADA THRU 2970-EXIT
022170     END-IF.
022740         WHEN INGRESO-EFECTIVO OR RETIRADA-EFECTIVO
022750             MOVE "EFECTIVO" TO LIN-DISP-TIPO
022760             MOVE WS-CUENTA-ORIGEN TO LIN-DISP-CUENTA
022762         WHEN ORDEN-SALIENTE
022765             MOVE "SALIENTE" TO LIN-DISP-TIPO
022768             MOVE WS-CUENTA-DESTINO TO LIN-DISP-CUENTA
022770         WHEN TRANSFERENCIA-DIRECTA
022780             MOVE "TRANSFER" TO LIN-DISP-TIPO
022790             MOVE WS-CUENTA-DESTINO TO LIN-DISP-CUENTA
