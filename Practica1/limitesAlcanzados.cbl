000010*================================================================*
000020* PROGRAM-ID : LIMALC                                            *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   DAILY LIST OF THE CARDS THAT REACHED THEIR DAILY LIMIT.      *
000100*   SEQWRITE KEEPS, PER BUSINESS DATE AND CARD, WHAT THE CARD    *
000110*   SENT OUT BY TRANSFER AND WITHDREW IN CASH, THE LIMITS IN     *
000120*   FORCE AND THE ORDERS IT REFUSED FOR GOING OVER THEM, ON THE  *
000130*   KEYED ACCUMULATOR USODIA.DAT (SEE USODREC).  THIS JOB READS  *
000140*   THE DAY NAMED ON LIMRPARM.DAT (TODAY BY DEFAULT) OFF THAT    *
000150*   FILE AND PRINTS ON LIMALC.DAT ONE LINE PER CARD AND KIND OF  *
000160*   DEBIT THAT EITHER HAD AN ORDER REFUSED OR USED ITS WHOLE     *
000170*   LIMIT, WITH THE CUSTOMER'S DNI AND NAME FROM USERS.DAT.      *
000180*   IT ONLY READS; IT IS NOT PART OF THE NIGHTLY CHAIN.          *
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY.                                          *
000210*   DATE       INIT  DESCRIPTION                                 *
000220*   ---------  ----  -------------------------------------------*
000230*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.     LimAlc.
000270 AUTHOR.         R. AGUADO GIL.
000280 INSTALLATION.   PRACTICA1.
000290 DATE-WRITTEN.   2026-10-15.
000300 DATE-COMPILED.  2026-10-15.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ParmFile ASSIGN TO "LIMRPARM.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         ACCESS MODE IS SEQUENTIAL
000380         FILE STATUS IS FSP.
000390*
000400     SELECT UserFile ASSIGN TO "USERS.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS USER-TARJ
000440         FILE STATUS IS FSU.
000450*
000460     SELECT UsoFile ASSIGN TO "USODIA.DAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS USOD-CLAVE
000500         FILE STATUS IS FSO.
000510*
000520     SELECT ReportFile ASSIGN TO "LIMALC.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS FSR.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PARMFILE.
000600     COPY LIMRPARM.
000610*
000620 FD  USERFILE.
000630     COPY USERREC.
000640*
000650 FD  USOFILE.
000660     COPY USODREC.
000670*
000680 FD  REPORTFILE.
000690 01  LINEA-REPORTE                PIC X(133).
000700*
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
000730* FILE STATUS FIELDS.                                            *
000740*----------------------------------------------------------------*
000750 01  FSP                          PIC X(02).
000760 01  FSU                          PIC X(02).
000770 01  FSO                          PIC X(02).
000780 01  FSR                          PIC X(02).
000790 01  WS-ABEND-FICHERO             PIC X(12).
000800 01  WS-ABEND-STATUS              PIC X(02).
000810*----------------------------------------------------------------*
000820* SWITCHES AND WORK FIELDS.                                      *
000830*----------------------------------------------------------------*
000840 01  WS-SW-FIN-USO                PIC X(01) VALUE "N".
000850     88  FIN-USO                      VALUE "S".
000860 01  WS-SW-USO-ABIERTO            PIC X(01) VALUE "N".
000870     88  USO-ABIERTO                  VALUE "S".
000880 01  WS-SW-TARJETA-LISTADA        PIC X(01) VALUE "N".
000890     88  TARJETA-LISTADA              VALUE "S".
000900 01  WS-FECHA-LISTADO             PIC 9(08) VALUE ZERO.
000910*----------------------------------------------------------------*
000920* RUN CONTROL TOTALS.                                            *
000930*----------------------------------------------------------------*
000940 01  WS-TOT-LEIDOS                PIC 9(07) VALUE ZERO COMP.
000950 01  WS-TOT-TARJETAS              PIC 9(07) VALUE ZERO COMP.
000960 01  WS-TOT-LINEAS-TRANSFER       PIC 9(07) VALUE ZERO COMP.
000970 01  WS-TOT-LINEAS-EFECTIVO       PIC 9(07) VALUE ZERO COMP.
000980 01  WS-TOT-RECHAZOS              PIC 9(07) VALUE ZERO COMP.
000990*----------------------------------------------------------------*
001000* REPORT LINE LAYOUTS AND HEADING LINES.                         *
001010*----------------------------------------------------------------*
001020 01  LIN-LIMITE.
001030     02  LIN-LIM-TARJETA           PIC 9(10).
001040     02  FILLER                    PIC X(01).
001050     02  LIN-LIM-DNI               PIC X(09).
001060     02  FILLER                    PIC X(01).
001070     02  LIN-LIM-NOM-APE           PIC X(30).
001080     02  FILLER                    PIC X(01).
001090     02  LIN-LIM-TIPO              PIC X(08).
001100     02  FILLER                    PIC X(01).
001110     02  LIN-LIM-USADO             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001120     02  FILLER                    PIC X(01).
001130     02  LIN-LIM-LIMITE            PIC ZZZ,ZZZ,ZZ9.99.
001140     02  FILLER                    PIC X(01).
001150     02  LIN-LIM-RECHAZOS          PIC ZZZZ9.
001160*
001170 01  WS-LINEA-TITULO.
001180     02  FILLER                PIC X(40) VALUE
001190         "TARJETAS EN SU LIMITE DIARIO            ".
001200     02  FILLER                PIC X(09) VALUE "DEL DIA: ".
001210     02  WS-TIT-FECHA          PIC 9(08).
001220*
001230 01  WS-LINEA-CABECERA.
001240     02  FILLER                PIC X(10) VALUE "TARJETA".
001250     02  FILLER                PIC X(01) VALUE SPACES.
001260     02  FILLER                PIC X(09) VALUE "DNI".
001270     02  FILLER                PIC X(01) VALUE SPACES.
001280     02  FILLER                PIC X(30) VALUE "NOMBRE".
001290     02  FILLER                PIC X(01) VALUE SPACES.
001300     02  FILLER                PIC X(08) VALUE "TIPO".
001310     02  FILLER                PIC X(01) VALUE SPACES.
001320     02  FILLER                PIC X(18) VALUE
001330         "     IMPORTE USADO".
001340     02  FILLER                PIC X(01) VALUE SPACES.
001350     02  FILLER                PIC X(14) VALUE
001360         "  LIMITE DIA".
001370     02  FILLER                PIC X(01) VALUE SPACES.
001380     02  FILLER                PIC X(05) VALUE "RECH.".
001390*
001400 01  WS-LINEA-TOTAL.
001410     02  WS-TOTL-ETIQUETA      PIC X(30).
001420     02  WS-TOTL-VALOR         PIC Z,ZZZ,ZZ9.
001430*
001440 PROCEDURE DIVISION.
001450*================================================================*
001460* 0000-MAINLINE                                                  *
001470*================================================================*
001480 0000-MAINLINE.
001490     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001500     PERFORM 2000-LEER-EL-DIA THRU 2000-EXIT.
001510     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001520     STOP RUN.
001530*================================================================*
001540* 1000-INICIALIZAR                                               *
001550*   READS THE DATE TO LIST AND OPENS EVERY FILE.  A MISSING      *
001560*   USODIA.DAT ONLY MEANS SEQWRITE HAS NOT YET POSTED A DEBIT    *
001570*   SINCE THE LIMITS EXISTED: THE REPORT COMES OUT EMPTY.        *
001580*================================================================*
001590 1000-INICIALIZAR.
001600     PERFORM 1100-LEER-FECHA THRU 1100-EXIT.
001610     OPEN INPUT UsoFile.
001620     IF FSO = "00"
001630         MOVE "S" TO WS-SW-USO-ABIERTO
001640     ELSE
001650         IF FSO NOT = "35"
001660             MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
001670             MOVE FSO TO WS-ABEND-STATUS
001680             GO TO 9990-ERROR-FICHERO
001690         END-IF
001700     END-IF.
001710     OPEN INPUT UserFile.
001720     IF FSU NOT = "00"
001730         MOVE "USERFILE" TO WS-ABEND-FICHERO
001740         MOVE FSU TO WS-ABEND-STATUS
001750         GO TO 9990-ERROR-FICHERO
001760     END-IF.
001770     OPEN OUTPUT ReportFile.
001780     IF FSR NOT = "00"
001790         MOVE "LIMALC.DAT" TO WS-ABEND-FICHERO
001800         MOVE FSR TO WS-ABEND-STATUS
001810         GO TO 9990-ERROR-FICHERO
001820     END-IF.
001830     MOVE WS-FECHA-LISTADO TO WS-TIT-FECHA.
001840     MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
001850     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
001860     MOVE WS-LINEA-CABECERA TO LINEA-REPORTE.
001870     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
001880 1000-EXIT.
001890     EXIT.
001900*================================================================*
001910* 1100-LEER-FECHA                                                *
001920*   READS THE DATE CARD.  A MISSING OR EMPTY LIMRPARM.DAT, OR A  *
001930*   ZERO DATE, LISTS TODAY.                                      *
001940*================================================================*
001950 1100-LEER-FECHA.
001960     OPEN INPUT ParmFile.
001970     IF FSP NOT = "00"
001980         IF FSP = "35"
001990             GO TO 1100-HOY
002000         ELSE
002010             MOVE "LIMRPARM.DAT" TO WS-ABEND-FICHERO
002020             MOVE FSP TO WS-ABEND-STATUS
002030             GO TO 9990-ERROR-FICHERO
002040         END-IF
002050     END-IF.
002060     READ ParmFile
002070         AT END
002080             CLOSE ParmFile
002090             GO TO 1100-HOY
002100     END-READ.
002110     IF FSP NOT = "00" AND FSP NOT = "10"
002120         MOVE "LIMRPARM.DAT" TO WS-ABEND-FICHERO
002130         MOVE FSP TO WS-ABEND-STATUS
002140         GO TO 9990-ERROR-FICHERO
002150     END-IF.
002160     MOVE LIMR-FECHA TO WS-FECHA-LISTADO.
002170     CLOSE ParmFile.
002180 1100-HOY.
002190     IF WS-FECHA-LISTADO = ZERO
002200         ACCEPT WS-FECHA-LISTADO FROM DATE YYYYMMDD
002210     END-IF.
002220 1100-EXIT.
002230     EXIT.
002240*================================================================*
002250* 2000-LEER-EL-DIA                                               *
002260*   ONE POSITIONED START AT THE FIRST CARD OF THE DAY, THEN      *
002270*   SEQUENTIAL READS UNTIL THE DATE CHANGES.                     *
002280*================================================================*
002290 2000-LEER-EL-DIA.
002300     IF NOT USO-ABIERTO
002310         GO TO 2000-EXIT
002320     END-IF.
002330     MOVE WS-FECHA-LISTADO TO USOD-FECHA.
002340     MOVE ZERO TO USOD-TARJETA.
002350     START UsoFile KEY IS NOT LESS THAN USOD-CLAVE
002360         INVALID KEY
002370             GO TO 2000-EXIT
002380     END-START.
002390     IF FSO NOT = "00" AND FSO NOT = "23"
002400         MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
002410         MOVE FSO TO WS-ABEND-STATUS
002420         GO TO 9990-ERROR-FICHERO
002430     END-IF.
002440     PERFORM 2100-LEER-UNA-TARJETA THRU 2100-EXIT
002450         UNTIL FIN-USO.
002460 2000-EXIT.
002470     EXIT.
002480*================================================================*
002490* 2100-LEER-UNA-TARJETA                                          *
002500*   JUDGES ONE CARD'S DAY: EACH KIND OF DEBIT IS LISTED WHEN AN  *
002510*   ORDER WAS REFUSED FOR IT OR WHEN THE CARD USED ITS WHOLE     *
002520*   LIMIT.  A ZERO LIMIT MEANS NONE WAS IN FORCE.                *
002530*================================================================*
002540 2100-LEER-UNA-TARJETA.
002550     READ UsoFile NEXT RECORD
002560         AT END
002570             MOVE "S" TO WS-SW-FIN-USO
002580             GO TO 2100-EXIT
002590     END-READ.
002600     IF FSO NOT = "00" AND FSO NOT = "10"
002610         MOVE "USODIA.DAT" TO WS-ABEND-FICHERO
002620         MOVE FSO TO WS-ABEND-STATUS
002630         GO TO 9990-ERROR-FICHERO
002640     END-IF.
002650     IF USOD-FECHA NOT = WS-FECHA-LISTADO
002660         MOVE "S" TO WS-SW-FIN-USO
002670         GO TO 2100-EXIT
002680     END-IF.
002690     ADD 1 TO WS-TOT-LEIDOS.
002700     MOVE "N" TO WS-SW-TARJETA-LISTADA.
002710     IF USOD-RECHAZOS-TRANSFER > ZERO
002720         OR (USOD-LIMITE-TRANSFERENCIA > ZERO
002730             AND USOD-IMP-TRANSFERENCIA >=
002740                 USOD-LIMITE-TRANSFERENCIA)
002750             PERFORM 2200-BUSCAR-CLIENTE THRU 2200-EXIT
002760             MOVE "TRANSFER" TO LIN-LIM-TIPO
002770             MOVE USOD-IMP-TRANSFERENCIA TO LIN-LIM-USADO
002780             MOVE USOD-LIMITE-TRANSFERENCIA TO LIN-LIM-LIMITE
002790             MOVE USOD-RECHAZOS-TRANSFER TO LIN-LIM-RECHAZOS
002800             MOVE LIN-LIMITE TO LINEA-REPORTE
002810             PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
002820             ADD 1 TO WS-TOT-LINEAS-TRANSFER
002830             ADD USOD-RECHAZOS-TRANSFER TO WS-TOT-RECHAZOS
002840     END-IF.
002850     IF USOD-RECHAZOS-EFECTIVO > ZERO
002860         OR (USOD-LIMITE-EFECTIVO > ZERO
002870             AND USOD-IMP-EFECTIVO >= USOD-LIMITE-EFECTIVO)
002880             IF NOT TARJETA-LISTADA
002890                 PERFORM 2200-BUSCAR-CLIENTE THRU 2200-EXIT
002900             END-IF
002910             MOVE "EFECTIVO" TO LIN-LIM-TIPO
002920             MOVE USOD-IMP-EFECTIVO TO LIN-LIM-USADO
002930             MOVE USOD-LIMITE-EFECTIVO TO LIN-LIM-LIMITE
002940             MOVE USOD-RECHAZOS-EFECTIVO TO LIN-LIM-RECHAZOS
002950             MOVE LIN-LIMITE TO LINEA-REPORTE
002960             PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
002970             ADD 1 TO WS-TOT-LINEAS-EFECTIVO
002980             ADD USOD-RECHAZOS-EFECTIVO TO WS-TOT-RECHAZOS
002990     END-IF.
003000 2100-EXIT.
003010     EXIT.
003020*================================================================*
003030* 2200-BUSCAR-CLIENTE                                            *
003040*   FILLS THE CARD, DNI AND NAME OF THE LINE FROM USERS.DAT AND  *
003050*   COUNTS THE CARD ONCE.  A CARD NO LONGER ON FILE (RETIRED OR  *
003060*   REISSUED SINCE) IS STILL LISTED, FLAGGED AS SUCH.            *
003070*================================================================*
003080 2200-BUSCAR-CLIENTE.
003090     MOVE "S" TO WS-SW-TARJETA-LISTADA.
003100     ADD 1 TO WS-TOT-TARJETAS.
003110     MOVE SPACES TO LIN-LIMITE.
003120     MOVE USOD-TARJETA TO LIN-LIM-TARJETA.
003130     MOVE USOD-TARJETA TO USER-TARJ.
003140     READ UserFile
003150         INVALID KEY
003160             MOVE SPACES TO LIN-LIM-DNI
003170             MOVE "*** TARJETA NO ENCONTRADA ***"
003180                 TO LIN-LIM-NOM-APE
003190             GO TO 2200-EXIT
003200     END-READ.
003210     IF FSU NOT = "00"
003220         MOVE "USERFILE" TO WS-ABEND-FICHERO
003230         MOVE FSU TO WS-ABEND-STATUS
003240         GO TO 9990-ERROR-FICHERO
003250     END-IF.
003260     MOVE USER-DNI     TO LIN-LIM-DNI.
003270     MOVE USER-NOM-APE TO LIN-LIM-NOM-APE.
003280 2200-EXIT.
003290     EXIT.
003300*================================================================*
003310* 8100-GRABAR-LINEA                                              *
003320*   WRITES THE LINE ALREADY BUILT IN LINEA-REPORTE AND CHECKS    *
003330*   ITS FILE STATUS.                                             *
003340*================================================================*
003350 8100-GRABAR-LINEA.
003360     WRITE LINEA-REPORTE.
003370     IF FSR NOT = "00"
003380         MOVE "LIMALC.DAT" TO WS-ABEND-FICHERO
003390         MOVE FSR TO WS-ABEND-STATUS
003400         GO TO 9990-ERROR-FICHERO
003410     END-IF.
003420 8100-EXIT.
003430     EXIT.
003440*================================================================*
003450* 9100-GRABAR-LINEA-TOTAL                                        *
003460*   WRITES ONE ALREADY-BUILT TOTAL LINE TO LIMALC.DAT.           *
003470*================================================================*
003480 9100-GRABAR-LINEA-TOTAL.
003490     MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
003500     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
003510 9100-EXIT.
003520     EXIT.
003530*================================================================*
003540* 9000-FINALIZAR                                                 *
003550*   PRINTS THE RUN TOTALS AND CLOSES EVERY FILE.                 *
003560*================================================================*
003570 9000-FINALIZAR.
003580     MOVE SPACES TO LINEA-REPORTE.
003590     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
003600     MOVE "TARJETAS CON MOVIMIENTO:      "
003610         TO WS-TOTL-ETIQUETA.
003620     MOVE WS-TOT-LEIDOS TO WS-TOTL-VALOR.
003630     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
003640     MOVE "TARJETAS EN SU LIMITE:        "
003650         TO WS-TOTL-ETIQUETA.
003660     MOVE WS-TOT-TARJETAS TO WS-TOTL-VALOR.
003670     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
003680     MOVE "  DE TRANSFERENCIAS:          "
003690         TO WS-TOTL-ETIQUETA.
003700     MOVE WS-TOT-LINEAS-TRANSFER TO WS-TOTL-VALOR.
003710     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
003720     MOVE "  DE EFECTIVO:                "
003730         TO WS-TOTL-ETIQUETA.
003740     MOVE WS-TOT-LINEAS-EFECTIVO TO WS-TOTL-VALOR.
003750     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
003760     MOVE "ORDENES RECHAZADAS POR LIMITE:"
003770         TO WS-TOTL-ETIQUETA.
003780     MOVE WS-TOT-RECHAZOS TO WS-TOTL-VALOR.
003790     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
003800     CLOSE ReportFile.
003810     CLOSE UserFile.
003820     IF USO-ABIERTO
003830         CLOSE UsoFile
003840     END-IF.
003850     DISPLAY "=== TARJETAS EN SU LIMITE DIARIO ===".
003860     DISPLAY "FECHA LISTADA       : " WS-FECHA-LISTADO.
003870     DISPLAY "TARJETAS LEIDAS     : " WS-TOT-LEIDOS.
003880     DISPLAY "TARJETAS EN LIMITE  : " WS-TOT-TARJETAS.
003890     DISPLAY "RECHAZOS POR LIMITE : " WS-TOT-RECHAZOS.
003900 9000-EXIT.
003910     EXIT.
003920*================================================================*
003930* 9990-ERROR-FICHERO                                             *
003940*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
003950*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
003960*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
003970*   THE CALLER BEFORE THE GO TO HERE.                            *
003980*================================================================*
003990 9990-ERROR-FICHERO.
004000     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
004010         " - FILE STATUS " WS-ABEND-STATUS.
004020     MOVE 99 TO RETURN-CODE.
004030     STOP RUN.
