000010*================================================================*
000020* PROGRAM-ID : RECUPSAL                                          *
000030* AUTHOR     : R. AGUADO GIL                                     *
000040* INSTALLATION : PRACTICA1 - SISTEMAS LEGADOS                    *
000050* DATE-WRITTEN : 2026-10-15                                      *
000060* DATE-COMPILED: 2026-10-15                                      *
000070*----------------------------------------------------------------*
000080* PURPOSE.                                                       *
000090*   FORWARD RECOVERY OF THE BALANCES ON USERS.DAT AFTER A CRASH  *
000100*   OR A BAD RESTORE, WHEN CUADRESAL SHOWS USER-SALDO NO LONGER  *
000110*   AGREES WITH THE MOVEMENT HISTORY.  THE SNAPSHOT NAMED BY ITS *
000120*   DATE ON RECPARM.DAT (A FOTOSAL SNAPSAL.DAT, STAGED FOR THE   *
000130*   RUN BY OPERATIONS; EVERY RECORD MUST CARRY THAT DATE) IS     *
000140*   LOADED AND EVERY TRANHIST.DAT MOVEMENT DATED AFTER IT IS     *
000150*   REPLAYED OVER IT WITH THE SAME RULES AS CUADRESAL.  ACCOUNTS *
000160*   ARE MATCHED BY ACCOUNT NUMBER ALONE (UNIQUE ACROSS CARDS),   *
000170*   SO AN ACCOUNT WHOSE CARD WAS REISSUED SINCE IS STILL FOUND.  *
000180*   EVERY ACCOUNT ON USERS.DAT WHOSE BALANCE DIFFERS FROM THE    *
000190*   REBUILT ONE IS LISTED ON RECUPREP.DAT.  IN "I" (INFORME)     *
000200*   MODE NOTHING IS CHANGED; IN "A" (ACTUALIZA) MODE USER-SALDO  *
000210*   IS REWRITTEN AND A BEFORE/AFTER IMAGE OF THE ACCOUNT IS      *
000220*   APPENDED TO THE JOURNAL RECJRNL.DAT.  UPDATE MODE IS REFUSED *
000230*   WHILE ANY CHAIN STEP OF THE BUSINESS DATE IS LEFT AT "I" ON  *
000240*   RUNCTL.DAT, SINCE THAT STEP MAY STILL BE POSTING.  THE RUN   *
000250*   RECORDS ITSELF ON RUNCTL.DAT LIKE ANY CHAIN PROGRAM.         *
000260*   AN ACCOUNT OPENED AFTER THE SNAPSHOT CANNOT BE REBUILT (ITS  *
000270*   OPENING BALANCE IS NOT A MOVEMENT) AND IS LISTED AS A        *
000280*   WARNING, AS IS A SNAPSHOT ACCOUNT NO LONGER ON USERS.DAT.    *
000290*   RETURN-CODE 4 WHEN ANY ACCOUNT WOULD CHANGE IN "I" MODE OR   *
000300*   ANY WARNING WAS LISTED; 16 WHEN THE RUN IS REFUSED.          *
000310*----------------------------------------------------------------*
000320* MODIFICATION HISTORY.                                          *
000330*   DATE       INIT  DESCRIPTION                                 *
000340*   ---------  ----  -------------------------------------------*
000350*   2026-10-15  RAG  ORIGINAL VERSION.                           *
000360*================================================================*
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.     RecupSal.
000390 AUTHOR.         R. AGUADO GIL.
000400 INSTALLATION.   PRACTICA1.
000410 DATE-WRITTEN.   2026-10-15.
000420 DATE-COMPILED.  2026-10-15.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ParmFile ASSIGN TO "RECPARM.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS FSP.
000510*
000520     SELECT SnapFile ASSIGN TO "SNAPSAL.DAT"
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS FSS.
000560*
000570     SELECT UserFile ASSIGN TO "USERS.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS USER-TARJ
000610         FILE STATUS IS FSU.
000620*
000630     SELECT HistFile ASSIGN TO "TRANHIST.DAT"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS HIST-CLAVE
000670         ALTERNATE RECORD KEY IS HIST-FECHA-DIA
000680             WITH DUPLICATES
000690         FILE STATUS IS FSI.
000700*
000710     SELECT RunCtlFile ASSIGN TO "RUNCTL.DAT"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RUNC-CLAVE
000750         FILE STATUS IS FSK.
000760*
000770     SELECT JournalFile ASSIGN TO "RECJRNL.DAT"
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS FSJ.
000810*
000820     SELECT ReportFile ASSIGN TO "RECUPREP.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS FSR.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PARMFILE.
000900     COPY RECPARM.
000910*
000920 FD  SNAPFILE.
000930     COPY SNAPREC.
000940*
000950 FD  USERFILE.
000960     COPY USERREC.
000970*
000980 FD  HISTFILE.
000990     COPY HISTREC.
001000*
001010 FD  RUNCTLFILE.
001020     COPY RUNCREC.
001030*
001040 FD  JOURNALFILE.
001050     COPY RECJRNL.
001060*
001070 FD  REPORTFILE.
001080 01  LINEA-REPORTE                PIC X(133).
001090*
001100 WORKING-STORAGE SECTION.
001110*----------------------------------------------------------------*
001120* FILE STATUS FIELDS.                                            *
001130*----------------------------------------------------------------*
001140 01  FSP                          PIC X(02).
001150 01  FSS                          PIC X(02).
001160 01  FSU                          PIC X(02).
001170 01  FSI                          PIC X(02).
001180 01  FSJ                          PIC X(02).
001190 01  FSR                          PIC X(02).
001200 01  WS-ABEND-FICHERO             PIC X(12).
001210 01  WS-ABEND-STATUS              PIC X(02).
001220*----------------------------------------------------------------*
001230* RUN-CONTROL LEDGER FIELDS (RUNCTL.DAT, READ BY SECNOC).        *
001240*----------------------------------------------------------------*
001250 01  FSK                          PIC X(02).
001260 01  WS-FECHA-RUNCTL              PIC 9(08).
001270 01  WS-HORA-RUNCTL               PIC 9(08).
001280*----------------------------------------------------------------*
001290* SWITCHES AND SUBSCRIPTS.                                       *
001300*----------------------------------------------------------------*
001310 01  WS-SW-FIN-SNAPFILE           PIC X(01) VALUE "N".
001320     88  FIN-SNAPFILE                 VALUE "S".
001330 01  WS-SW-FIN-HISTORICO          PIC X(01) VALUE "N".
001340     88  FIN-HISTORICO                VALUE "S".
001350 01  WS-SW-FIN-USERFILE           PIC X(01) VALUE "N".
001360     88  FIN-USERFILE                 VALUE "S".
001370 01  WS-SW-FIN-RUNCTL             PIC X(01) VALUE "N".
001380     88  FIN-RUNCTL                   VALUE "S".
001390 01  WS-SW-USUARIO-CAMBIADO       PIC X(01) VALUE "N".
001400     88  USUARIO-CAMBIADO             VALUE "S".
001410 77  N                            PIC 9(03) VALUE 1 COMP.
001420 77  I                            PIC 9(05) VALUE 1 COMP.
001430 01  WS-FOTO-IDX                  PIC 9(05) VALUE ZERO COMP.
001440*----------------------------------------------------------------*
001450* THE RUN'S PARAMETERS.                                          *
001460*----------------------------------------------------------------*
001470 01  WS-MODO                      PIC X(01).
001480     88  MODO-INFORME                 VALUE "I".
001490     88  MODO-ACTUALIZACION           VALUE "A".
001500 01  WS-FECHA-FOTO                PIC 9(08).
001510 01  WS-FECHA-PROCESO             PIC 9(08).
001520 01  WS-OPERADOR                  PIC X(08).
001530 01  WS-FECHA-DESDE-HIST          PIC 9(08).
001540 01  WS-MOTIVO                    PIC X(50).
001550 01  WS-FECHA-HORA-SISTEMA.
001560     02  WS-FHS-FECHA             PIC 9(08).
001570     02  WS-FHS-HORA              PIC 9(06).
001580 01  WS-HORA-SISTEMA              PIC 9(08).
001590 01  WS-SALDO-ANTES               PIC S9(09)V99.
001600*----------------------------------------------------------------*
001610* IN-CORE COPY OF THE SNAPSHOT.  EACH ENTRY STARTS AT ITS        *
001620* SNAPSHOT BALANCE AND IS ROLLED FORWARD BY THE MOVEMENTS DATED  *
001630* AFTER IT; THE FLAG IS SET WHEN THE USERS.DAT SWEEP MATCHES THE *
001640* ACCOUNT, SO LEFTOVER ENTRIES EXPOSE ACCOUNTS CLOSED SINCE.     *
001650*----------------------------------------------------------------*
001660 01  WS-FOTO-MAX                  PIC 9(05) VALUE 5000 COMP.
001670 01  WS-FOTO-TOTAL                PIC 9(05) VALUE ZERO COMP.
001680 01  WS-TABLA-FOTO.
001690     02  WS-FOTO-ENTRADA          OCCURS 5000 TIMES.
001700         03  WS-FOTO-TARJETA          PIC 9(10).
001710         03  WS-FOTO-CUENTA           PIC X(24).
001720         03  WS-FOTO-SALDO            PIC S9(11)V99.
001730         03  WS-FOTO-MOVTOS           PIC 9(05) COMP.
001740         03  WS-FOTO-COTEJADA         PIC X(01).
001750*----------------------------------------------------------------*
001760* RUN CONTROL TOTALS.                                            *
001770*----------------------------------------------------------------*
001780 01  WS-TOT-FOTO-CARGADAS         PIC 9(07) VALUE ZERO COMP.
001790 01  WS-TOT-MOVTOS-APLICADOS      PIC 9(07) VALUE ZERO COMP.
001800 01  WS-TOT-MOVTOS-SIN-FOTO       PIC 9(07) VALUE ZERO COMP.
001810 01  WS-TOT-CUENTAS-COTEJADAS     PIC 9(07) VALUE ZERO COMP.
001820 01  WS-TOT-DIFERENCIAS           PIC 9(07) VALUE ZERO COMP.
001830 01  WS-TOT-CORREGIDAS            PIC 9(07) VALUE ZERO COMP.
001840 01  WS-TOT-AVISOS                PIC 9(07) VALUE ZERO COMP.
001850 01  WS-TOT-PASOS-ABIERTOS        PIC 9(07) VALUE ZERO COMP.
001860*----------------------------------------------------------------*
001870* REPORT LINE LAYOUTS AND HEADING LINES.                         *
001880*----------------------------------------------------------------*
001890     COPY RECLIN.
001900*
001910 01  WS-LINEA-TITULO.
001920     02  FILLER                PIC X(32) VALUE
001930         "RECUPERACION DE SALDOS - FOTO DE".
001940     02  FILLER                PIC X(01) VALUE SPACES.
001950     02  WS-TIT-FECHA-FOTO     PIC 9(08).
001960     02  FILLER                PIC X(09) VALUE "   MODO: ".
001970     02  WS-TIT-MODO           PIC X(11).
001980     02  FILLER                PIC X(13) VALUE "   OPERADOR: ".
001990     02  WS-TIT-OPERADOR       PIC X(08).
002000*
002010 01  WS-LINEA-CABECERA.
002020     02  FILLER                PIC X(12) VALUE "TIPO".
002030     02  FILLER                PIC X(02) VALUE SPACES.
002040     02  FILLER                PIC X(10) VALUE "TARJETA".
002050     02  FILLER                PIC X(02) VALUE SPACES.
002060     02  FILLER                PIC X(24) VALUE "CUENTA".
002070     02  FILLER                PIC X(02) VALUE SPACES.
002080     02  FILLER                PIC X(18) VALUE
002090         "      SALDO ACTUAL".
002100     02  FILLER                PIC X(02) VALUE SPACES.
002110     02  FILLER                PIC X(18) VALUE
002120         " SALDO RECONSTRUI.".
002130     02  FILLER                PIC X(02) VALUE SPACES.
002140     02  FILLER                PIC X(18) VALUE
002150         "        DIFERENCIA".
002160     02  FILLER                PIC X(02) VALUE SPACES.
002170     02  FILLER                PIC X(06) VALUE "MOVTOS".
002180*
002190 01  WS-LINEA-PASO-ABIERTO.
002200     02  FILLER                PIC X(28) VALUE
002210         "PASO DE LA CADENA ABIERTO: ".
002220     02  WS-PAB-PROGRAMA       PIC X(09).
002230     02  FILLER                PIC X(10) VALUE " INICIADO ".
002240     02  WS-PAB-FECHA          PIC 9(08).
002250     02  FILLER                PIC X(01) VALUE SPACES.
002260     02  WS-PAB-HORA           PIC X(06).
002270*
002280 01  WS-LINEA-TOTAL.
002290     02  WS-TOTL-ETIQUETA      PIC X(30).
002300     02  WS-TOTL-VALOR         PIC Z,ZZZ,ZZ9.
002310*
002320 PROCEDURE DIVISION.
002330*================================================================*
002340* 0000-MAINLINE                                                  *
002350*================================================================*
002360 0000-MAINLINE.
002370     PERFORM 9800-REGISTRAR-INICIO THRU 9800-EXIT.
002380     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002390     PERFORM 2000-CARGAR-FOTO THRU 2000-EXIT.
002400     PERFORM 3000-REPETIR-HISTORICO THRU 3000-EXIT.
002410     PERFORM 4000-COTEJAR-USERFILE THRU 4000-EXIT.
002420     PERFORM 5000-FOTO-SIN-COTEJAR THRU 5000-EXIT.
002430     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002440     PERFORM 9850-REGISTRAR-FIN THRU 9850-EXIT.
002450     STOP RUN.
002460*================================================================*
002470* 1000-INICIALIZAR                                               *
002480*   READS AND CHECKS THE CONTROL CARD, OPENS THE REPORT AND, IN  *
002490*   UPDATE MODE, MAKES SURE NO CHAIN STEP OF THE BUSINESS DATE   *
002500*   IS STILL OPEN BEFORE USERS.DAT IS OPENED FOR UPDATE.         *
002510*================================================================*
002520 1000-INICIALIZAR.
002530     OPEN INPUT ParmFile.
002540     IF FSP NOT = "00"
002550         IF FSP = "35"
002560             MOVE "RECPARM.DAT NO ENCONTRADO" TO WS-MOTIVO
002570             PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
002580         ELSE
002590             MOVE "RECPARM.DAT" TO WS-ABEND-FICHERO
002600             MOVE FSP TO WS-ABEND-STATUS
002610             GO TO 9990-ERROR-FICHERO
002620         END-IF
002630     END-IF.
002640     READ ParmFile
002650         AT END
002660             MOVE "RECPARM.DAT VACIO" TO WS-MOTIVO
002670             PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
002680     END-READ.
002690     IF FSP NOT = "00"
002700         MOVE "RECPARM.DAT" TO WS-ABEND-FICHERO
002710         MOVE FSP TO WS-ABEND-STATUS
002720         GO TO 9990-ERROR-FICHERO
002730     END-IF.
002740     CLOSE ParmFile.
002750     PERFORM 1100-VALIDAR-PARAMETROS THRU 1100-EXIT.
002760     OPEN OUTPUT ReportFile.
002770     IF FSR NOT = "00"
002780         MOVE "RECUPREP.DAT" TO WS-ABEND-FICHERO
002790         MOVE FSR TO WS-ABEND-STATUS
002800         GO TO 9990-ERROR-FICHERO
002810     END-IF.
002820     MOVE WS-FECHA-FOTO TO WS-TIT-FECHA-FOTO.
002830     IF MODO-ACTUALIZACION
002840         MOVE "ACTUALIZA" TO WS-TIT-MODO
002850     ELSE
002860         MOVE "INFORME" TO WS-TIT-MODO
002870     END-IF.
002880     MOVE WS-OPERADOR TO WS-TIT-OPERADOR.
002890     MOVE WS-LINEA-TITULO TO LINEA-REPORTE.
002900     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
002910     MOVE SPACES TO LINEA-REPORTE.
002920     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
002930     IF MODO-ACTUALIZACION
002940         PERFORM 1300-COMPROBAR-CADENA THRU 1300-EXIT
002950     END-IF.
002960     OPEN INPUT SnapFile.
002970     IF FSS NOT = "00"
002980         IF FSS = "35"
002990             MOVE "SNAPSAL.DAT NO ENCONTRADO - SIN FOTO"
003000                 TO WS-MOTIVO
003010             PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
003020         ELSE
003030             MOVE "SNAPSAL.DAT" TO WS-ABEND-FICHERO
003040             MOVE FSS TO WS-ABEND-STATUS
003050             GO TO 9990-ERROR-FICHERO
003060         END-IF
003070     END-IF.
003080     OPEN INPUT HistFile.
003090     IF FSI NOT = "00"
003100         IF FSI = "35"
003110             MOVE "TRANHIST.DAT NO ENCONTRADO - NADA QUE REPETIR"
003120                 TO WS-MOTIVO
003130             PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
003140         ELSE
003150             MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
003160             MOVE FSI TO WS-ABEND-STATUS
003170             GO TO 9990-ERROR-FICHERO
003180         END-IF
003190     END-IF.
003200     IF MODO-ACTUALIZACION
003210         OPEN I-O UserFile
003220     ELSE
003230         OPEN INPUT UserFile
003240     END-IF.
003250     IF FSU NOT = "00"
003260         MOVE "USERFILE" TO WS-ABEND-FICHERO
003270         MOVE FSU TO WS-ABEND-STATUS
003280         GO TO 9990-ERROR-FICHERO
003290     END-IF.
003300     IF MODO-ACTUALIZACION
003310         PERFORM 1400-ABRIR-JOURNAL THRU 1400-EXIT
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350*================================================================*
003360* 1100-VALIDAR-PARAMETROS                                        *
003370*   THE MODE MUST BE "I" OR "A" AND THE SNAPSHOT MUST BE NAMED.  *
003380*   UPDATE MODE ALSO NEEDS AN OPERATOR FOR THE JOURNAL.          *
003390*================================================================*
003400 1100-VALIDAR-PARAMETROS.
003410     MOVE RCP-MODO     TO WS-MODO.
003420     MOVE RCP-OPERADOR TO WS-OPERADOR.
003430     IF NOT MODO-INFORME AND NOT MODO-ACTUALIZACION
003440         MOVE "MODO NO VALIDO - DEBE SER I O A" TO WS-MOTIVO
003450         PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
003460     END-IF.
003470     IF RCP-FECHA-FOTO NOT NUMERIC OR RCP-FECHA-FOTO = ZERO
003480         MOVE "FALTA LA FECHA DE LA FOTO DE PARTIDA" TO WS-MOTIVO
003490         PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
003500     END-IF.
003510     MOVE RCP-FECHA-FOTO TO WS-FECHA-FOTO.
003520     IF RCP-FECHA-PROCESO NOT NUMERIC
003530         MOVE "FECHA DE PROCESO NO NUMERICA" TO WS-MOTIVO
003540         PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
003550     END-IF.
003560     IF RCP-FECHA-PROCESO = ZERO
003570         MOVE WS-FECHA-RUNCTL TO WS-FECHA-PROCESO
003580     ELSE
003590         MOVE RCP-FECHA-PROCESO TO WS-FECHA-PROCESO
003600     END-IF.
003610     IF MODO-ACTUALIZACION AND WS-OPERADOR = SPACES
003620         MOVE "FALTA OPERADOR EN MODO ACTUALIZA" TO WS-MOTIVO
003630         PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
003640     END-IF.
003650 1100-EXIT.
003660     EXIT.
003670*================================================================*
003680* 1300-COMPROBAR-CADENA                                          *
003690*   READS EVERY RUNCTL.DAT RECORD OF THE BUSINESS DATE.  A STEP  *
003700*   LEFT AT "I" STARTED AND NEVER CAME BACK, AND MAY STILL BE    *
003710*   CHANGING BALANCES, SO THE UPDATE IS REFUSED UNTIL IT IS      *
003720*   RESOLVED.  THIS RUN'S OWN RECORD DOES NOT COUNT.             *
003730*================================================================*
003740 1300-COMPROBAR-CADENA.
003750     OPEN INPUT RunCtlFile.
003760     IF FSK NOT = "00"
003770         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
003780         MOVE FSK TO WS-ABEND-STATUS
003790         GO TO 9990-ERROR-FICHERO
003800     END-IF.
003810     MOVE WS-FECHA-PROCESO TO RUNC-FECHA.
003820     MOVE LOW-VALUES       TO RUNC-PROGRAMA.
003830     START RunCtlFile KEY IS NOT LESS THAN RUNC-CLAVE
003840         INVALID KEY
003850             MOVE "S" TO WS-SW-FIN-RUNCTL
003860     END-START.
003870     IF FSK NOT = "00" AND FSK NOT = "23"
003880         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
003890         MOVE FSK TO WS-ABEND-STATUS
003900         GO TO 9990-ERROR-FICHERO
003910     END-IF.
003920     PERFORM 1350-LEER-UN-PASO THRU 1350-EXIT
003930         UNTIL FIN-RUNCTL.
003940     CLOSE RunCtlFile.
003950     IF WS-TOT-PASOS-ABIERTOS > ZERO
003960         MOVE "PASOS DE LA CADENA SIN TERMINAR"
003970             TO WS-MOTIVO
003980         PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
003990     END-IF.
004000 1300-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------*
004030 1350-LEER-UN-PASO.
004040     READ RunCtlFile NEXT RECORD
004050         AT END
004060             MOVE "S" TO WS-SW-FIN-RUNCTL
004070             GO TO 1350-EXIT
004080     END-READ.
004090     IF FSK NOT = "00" AND FSK NOT = "10"
004100         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
004110         MOVE FSK TO WS-ABEND-STATUS
004120         GO TO 9990-ERROR-FICHERO
004130     END-IF.
004140     IF RUNC-FECHA NOT = WS-FECHA-PROCESO
004150         MOVE "S" TO WS-SW-FIN-RUNCTL
004160         GO TO 1350-EXIT
004170     END-IF.
004180     IF RUNC-INICIADO AND RUNC-PROGRAMA NOT = "RECUPSAL"
004190         ADD 1 TO WS-TOT-PASOS-ABIERTOS
004200         MOVE RUNC-PROGRAMA    TO WS-PAB-PROGRAMA
004210         MOVE RUNC-FECHA       TO WS-PAB-FECHA
004220         MOVE RUNC-HORA-INICIO TO WS-PAB-HORA
004230         MOVE WS-LINEA-PASO-ABIERTO TO LINEA-REPORTE
004240         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
004250     END-IF.
004260 1350-EXIT.
004270     EXIT.
004280*================================================================*
004290* 1400-ABRIR-JOURNAL                                             *
004300*   OPENS THE RECOVERY JOURNAL FOR APPEND, CREATING IT ON FIRST  *
004310*   USE.                                                         *
004320*================================================================*
004330 1400-ABRIR-JOURNAL.
004340     OPEN EXTEND JournalFile.
004350     IF FSJ NOT = "00"
004360         IF FSJ = "35"
004370             OPEN OUTPUT JournalFile
004380             IF FSJ NOT = "00"
004390                 MOVE "RECJRNL.DAT" TO WS-ABEND-FICHERO
004400                 MOVE FSJ TO WS-ABEND-STATUS
004410                 GO TO 9990-ERROR-FICHERO
004420             END-IF
004430         ELSE
004440             MOVE "RECJRNL.DAT" TO WS-ABEND-FICHERO
004450             MOVE FSJ TO WS-ABEND-STATUS
004460             GO TO 9990-ERROR-FICHERO
004470         END-IF
004480     END-IF.
004490 1400-EXIT.
004500     EXIT.
004510*================================================================*
004520* 1900-RECHAZAR-EJECUCION                                        *
004530*   ENDS A RUN THAT CANNOT GO AHEAD.  THE REASON IS SHOWN AND,   *
004540*   ONCE THE REPORT IS OPEN, PRINTED; THE RUN-CONTROL RECORD IS  *
004550*   CLOSED WITH RETURN-CODE 16 SO THE REFUSAL STAYS ON RECORD.   *
004560*================================================================*
004570 1900-RECHAZAR-EJECUCION.
004580     DISPLAY "RECUPERACION NO REALIZADA - " WS-MOTIVO.
004590     IF FSR = "00"
004600         MOVE SPACES TO LINEA-REPORTE
004610         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
004620         MOVE "RECUPERACION NO REALIZADA - " TO LINEA-REPORTE
004630         MOVE WS-MOTIVO TO LINEA-REPORTE(29:50)
004640         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
004650         CLOSE ReportFile
004660     END-IF.
004670     MOVE 16 TO RETURN-CODE.
004680     PERFORM 9850-REGISTRAR-FIN THRU 9850-EXIT.
004690     STOP RUN.
004700 1900-EXIT.
004710     EXIT.
004720*================================================================*
004730* 2000-CARGAR-FOTO                                               *
004740*   LOADS THE WHOLE SNAPSHOT INTO THE IN-CORE TABLE.  A RECORD   *
004750*   OF ANOTHER DATE MEANS THE WRONG SNAPSAL.DAT WAS STAGED, AND  *
004760*   A SNAPSHOT LARGER THAN THE TABLE WOULD BE REBUILT ONLY IN    *
004770*   PART; EITHER REFUSES THE RUN BEFORE ANYTHING IS CHANGED.     *
004780*================================================================*
004790 2000-CARGAR-FOTO.
004800     PERFORM 2100-LEER-UNA-FOTO THRU 2100-EXIT
004810         UNTIL FIN-SNAPFILE.
004820     CLOSE SnapFile.
004830     IF WS-FOTO-TOTAL = ZERO
004840         MOVE "SNAPSAL.DAT VACIO" TO WS-MOTIVO
004850         PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
004860     END-IF.
004870     MOVE WS-LINEA-CABECERA TO LINEA-REPORTE.
004880     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
004890 2000-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------*
004920 2100-LEER-UNA-FOTO.
004930     READ SnapFile
004940         AT END
004950             MOVE "S" TO WS-SW-FIN-SNAPFILE
004960             GO TO 2100-EXIT
004970     END-READ.
004980     IF FSS NOT = "00" AND FSS NOT = "10"
004990         MOVE "SNAPSAL.DAT" TO WS-ABEND-FICHERO
005000         MOVE FSS TO WS-ABEND-STATUS
005010         GO TO 9990-ERROR-FICHERO
005020     END-IF.
005030     IF SNAP-FECHA NOT = WS-FECHA-FOTO
005040         MOVE "SNAPSAL.DAT NO ES LA FOTO PEDIDA EN RECPARM.DAT"
005050             TO WS-MOTIVO
005060         PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
005070     END-IF.
005080     IF WS-FOTO-TOTAL >= WS-FOTO-MAX
005090         MOVE "TABLA DE FOTO DESBORDADA - DEMASIADAS CUENTAS"
005100             TO WS-MOTIVO
005110         PERFORM 1900-RECHAZAR-EJECUCION THRU 1900-EXIT
005120     END-IF.
005130     ADD 1 TO WS-FOTO-TOTAL.
005140     MOVE SNAP-TARJETA    TO WS-FOTO-TARJETA(WS-FOTO-TOTAL).
005150     MOVE SNAP-NUM-CUENTA TO WS-FOTO-CUENTA(WS-FOTO-TOTAL).
005160     MOVE SNAP-SALDO      TO WS-FOTO-SALDO(WS-FOTO-TOTAL).
005170     MOVE ZERO            TO WS-FOTO-MOVTOS(WS-FOTO-TOTAL).
005180     MOVE "N"             TO WS-FOTO-COTEJADA(WS-FOTO-TOTAL).
005190     ADD 1 TO WS-TOT-FOTO-CARGADAS.
005200 2100-EXIT.
005210     EXIT.
005220*================================================================*
005230* 3000-REPETIR-HISTORICO                                         *
005240*   POSITIONS THE DATE KEY ON THE FIRST DAY AFTER THE SNAPSHOT   *
005250*   AND REPLAYS EVERY MOVEMENT FROM THERE TO THE END OF THE      *
005260*   HISTORY OVER THE SNAPSHOT TABLE.                             *
005270*================================================================*
005280 3000-REPETIR-HISTORICO.
005290*    THE BOUND ONLY HAS TO ORDER CORRECTLY AS A NUMBER, SO A
005300*    PLAIN ADD OF 1 TO THE SNAPSHOT DATE IS ENOUGH EVEN WHEN IT
005310*    NAMES NO REAL CALENDAR DAY.
005320     COMPUTE WS-FECHA-DESDE-HIST = WS-FECHA-FOTO + 1.
005330     MOVE WS-FECHA-DESDE-HIST TO HIST-FECHA-DIA.
005340     START HistFile KEY IS NOT LESS THAN HIST-FECHA-DIA
005350         INVALID KEY
005360             GO TO 3000-EXIT
005370     END-START.
005380     IF FSI NOT = "00"
005390         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
005400         MOVE FSI TO WS-ABEND-STATUS
005410         GO TO 9990-ERROR-FICHERO
005420     END-IF.
005430     PERFORM 3100-REPETIR-UN-MOVTO THRU 3100-EXIT
005440         UNTIL FIN-HISTORICO.
005450 3000-EXIT.
005460     EXIT.
005470*================================================================*
005480* 3100-REPETIR-UN-MOVTO                                          *
005490*   APPLIES ONE MOVEMENT TO ITS ACCOUNT IN THE TABLE WITH THE    *
005500*   CUADRESAL RULES: CREDITS, REVERSALS, INTEREST AND CASH       *
005510*   DEPOSITS ADD; DEBITS, FEES, DEBIT INTEREST AND CASH          *
005520*   WITHDRAWALS SUBTRACT; REJECTIONS ARE SKIPPED.  A MOVEMENT ON *
005530*   AN ACCOUNT THE SNAPSHOT DOES NOT KNOW (OPENED SINCE) IS ONLY *
005540*   COUNTED - THAT ACCOUNT IS LISTED WHEN USERS.DAT IS SWEPT.    *
005550*================================================================*
005560 3100-REPETIR-UN-MOVTO.
005570     READ HistFile NEXT RECORD
005580         AT END
005590             MOVE "S" TO WS-SW-FIN-HISTORICO
005600             GO TO 3100-EXIT
005610     END-READ.
005620     IF FSI NOT = "00" AND FSI NOT = "02" AND FSI NOT = "10"
005630         MOVE "TRANHIST.DAT" TO WS-ABEND-FICHERO
005640         MOVE FSI TO WS-ABEND-STATUS
005650         GO TO 9990-ERROR-FICHERO
005660     END-IF.
005670     IF HIST-ES-RECHAZO
005680         GO TO 3100-EXIT
005690     END-IF.
005700     PERFORM 3200-BUSCAR-EN-FOTO THRU 3200-EXIT.
005710     IF WS-FOTO-IDX = ZERO
005720         ADD 1 TO WS-TOT-MOVTOS-SIN-FOTO
005730         GO TO 3100-EXIT
005740     END-IF.
005750     EVALUATE TRUE
005760         WHEN HIST-ES-ABONO
005770         WHEN HIST-ES-REVERSION
005780         WHEN HIST-ES-INTERES
005790         WHEN HIST-ES-EFECTIVO-INGRESO
005800             ADD HIST-IMPORTE TO WS-FOTO-SALDO(WS-FOTO-IDX)
005810         WHEN HIST-ES-CARGO
005820         WHEN HIST-ES-COMISION
005830         WHEN HIST-ES-INTERES-DEUDOR
005840         WHEN HIST-ES-EFECTIVO-RETIRADA
005850             SUBTRACT HIST-IMPORTE FROM WS-FOTO-SALDO(WS-FOTO-IDX)
005860     END-EVALUATE.
005870     ADD 1 TO WS-FOTO-MOVTOS(WS-FOTO-IDX).
005880     ADD 1 TO WS-TOT-MOVTOS-APLICADOS.
005890 3100-EXIT.
005900     EXIT.
005910*================================================================*
005920* 3200-BUSCAR-EN-FOTO                                            *
005930*   LINEAR SEARCH OF THE SNAPSHOT TABLE FOR THE ACCOUNT OF THE   *
005940*   MOVEMENT JUST READ.  LEAVES THE ENTRY NUMBER IN WS-FOTO-IDX, *
005950*   OR ZERO WHEN THE ACCOUNT IS NOT IN THE SNAPSHOT.             *
005960*================================================================*
005970 3200-BUSCAR-EN-FOTO.
005980     MOVE ZERO TO WS-FOTO-IDX.
005990     MOVE 1 TO I.
006000     PERFORM 3250-COMPARAR-ENTRADA THRU 3250-EXIT
006010         UNTIL I > WS-FOTO-TOTAL OR WS-FOTO-IDX NOT = ZERO.
006020 3200-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------*
006050 3250-COMPARAR-ENTRADA.
006060     IF WS-FOTO-CUENTA(I) = HIST-NUM-CUENTA
006070         MOVE I TO WS-FOTO-IDX
006080     END-IF.
006090     ADD 1 TO I.
006100 3250-EXIT.
006110     EXIT.
006120*================================================================*
006130* 4000-COTEJAR-USERFILE                                          *
006140*   SWEEPS USERS.DAT AND COMPARES EVERY ACCOUNT'S USER-SALDO     *
006150*   WITH ITS REBUILT BALANCE.  IN UPDATE MODE A CUSTOMER RECORD  *
006160*   WITH ANY ACCOUNT CORRECTED IS REWRITTEN ONCE, AFTER ALL ITS  *
006170*   ACCOUNTS HAVE BEEN SEEN.                                     *
006180*================================================================*
006190 4000-COTEJAR-USERFILE.
006200     MOVE ZERO TO USER-TARJ.
006210     START UserFile KEY IS NOT LESS THAN USER-TARJ
006220         INVALID KEY
006230             GO TO 4000-EXIT
006240     END-START.
006250     IF FSU NOT = "00"
006260         MOVE "USERFILE" TO WS-ABEND-FICHERO
006270         MOVE FSU TO WS-ABEND-STATUS
006280         GO TO 9990-ERROR-FICHERO
006290     END-IF.
006300     PERFORM 4100-LEER-UN-USUARIO THRU 4100-EXIT
006310         UNTIL FIN-USERFILE.
006320 4000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------*
006350 4100-LEER-UN-USUARIO.
006360     READ UserFile NEXT RECORD
006370         AT END
006380             MOVE "S" TO WS-SW-FIN-USERFILE
006390             GO TO 4100-EXIT
006400     END-READ.
006410     IF FSU NOT = "00" AND FSU NOT = "10"
006420         MOVE "USERFILE" TO WS-ABEND-FICHERO
006430         MOVE FSU TO WS-ABEND-STATUS
006440         GO TO 9990-ERROR-FICHERO
006450     END-IF.
006460     MOVE "N" TO WS-SW-USUARIO-CAMBIADO.
006470     PERFORM 4200-COTEJAR-UNA-CUENTA THRU 4200-EXIT
006480         VARYING N FROM 1 BY 1 UNTIL N > USER-NUM-CUENTAS.
006490     IF USUARIO-CAMBIADO
006500         REWRITE REG-USUARIO
006510         IF FSU NOT = "00"
006520             MOVE "USERFILE" TO WS-ABEND-FICHERO
006530             MOVE FSU TO WS-ABEND-STATUS
006540             GO TO 9990-ERROR-FICHERO
006550         END-IF
006560     END-IF.
006570 4100-EXIT.
006580     EXIT.
006590*================================================================*
006600* 4200-COTEJAR-UNA-CUENTA                                        *
006610*   ACCOUNT N OF THE CURRENT CUSTOMER.  ONE THE SNAPSHOT DOES    *
006620*   NOT KNOW WAS OPENED SINCE AND IS LEFT AS IT IS, WITH A       *
006630*   WARNING.  ONE WHOSE BALANCE DIFFERS IS LISTED AND, IN UPDATE *
006640*   MODE, CORRECTED AND JOURNALLED.                              *
006650*================================================================*
006660 4200-COTEJAR-UNA-CUENTA.
006670     MOVE ZERO TO WS-FOTO-IDX.
006680     MOVE 1 TO I.
006690     PERFORM 4250-COMPARAR-ENTRADA THRU 4250-EXIT
006700         UNTIL I > WS-FOTO-TOTAL OR WS-FOTO-IDX NOT = ZERO.
006710     MOVE SPACES TO LIN-RECUPERACION.
006720     MOVE USER-TARJ          TO LIN-REC-TARJETA.
006730     MOVE USER-NUM-CUENTA(N) TO LIN-REC-CUENTA.
006740     MOVE USER-SALDO(N)      TO LIN-REC-SALDO-ACTUAL.
006750     IF WS-FOTO-IDX = ZERO
006760         MOVE "NO EN FOTO"  TO LIN-REC-TIPO
006770         MOVE ZERO          TO LIN-REC-SALDO-RECONST
006780                               LIN-REC-DIFERENCIA
006790                               LIN-REC-MOVTOS
006800         MOVE LIN-RECUPERACION TO LINEA-REPORTE
006810         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
006820         ADD 1 TO WS-TOT-AVISOS
006830         GO TO 4200-EXIT
006840     END-IF.
006850     MOVE "S" TO WS-FOTO-COTEJADA(WS-FOTO-IDX).
006860     ADD 1 TO WS-TOT-CUENTAS-COTEJADAS.
006870     IF WS-FOTO-SALDO(WS-FOTO-IDX) = USER-SALDO(N)
006880         GO TO 4200-EXIT
006890     END-IF.
006900     ADD 1 TO WS-TOT-DIFERENCIAS.
006910     MOVE WS-FOTO-SALDO(WS-FOTO-IDX)  TO LIN-REC-SALDO-RECONST.
006920     COMPUTE LIN-REC-DIFERENCIA =
006930         WS-FOTO-SALDO(WS-FOTO-IDX) - USER-SALDO(N).
006940     MOVE WS-FOTO-MOVTOS(WS-FOTO-IDX) TO LIN-REC-MOVTOS.
006950     IF MODO-INFORME
006960         MOVE "CAMBIARIA" TO LIN-REC-TIPO
006970     ELSE
006980         MOVE "CORREGIDA" TO LIN-REC-TIPO
006990         PERFORM 4300-CORREGIR-CUENTA THRU 4300-EXIT
007000     END-IF.
007010     MOVE LIN-RECUPERACION TO LINEA-REPORTE.
007020     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
007030 4200-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------*
007060 4250-COMPARAR-ENTRADA.
007070     IF WS-FOTO-CUENTA(I) = USER-NUM-CUENTA(N)
007080         MOVE I TO WS-FOTO-IDX
007090     END-IF.
007100     ADD 1 TO I.
007110 4250-EXIT.
007120     EXIT.
007130*================================================================*
007140* 4300-CORREGIR-CUENTA                                           *
007150*   SETS USER-SALDO OF ACCOUNT N TO ITS REBUILT BALANCE AND      *
007160*   JOURNALS THE BEFORE AND AFTER IMAGE.  THE JOURNAL RECORD IS  *
007170*   WRITTEN FIRST, SO A FAILURE BEFORE THE REWRITE LEAVES A      *
007180*   TRACE RATHER THAN AN UNRECORDED CHANGE.                      *
007190*================================================================*
007200 4300-CORREGIR-CUENTA.
007210     MOVE USER-SALDO(N) TO WS-SALDO-ANTES.
007220     MOVE WS-FOTO-SALDO(WS-FOTO-IDX) TO USER-SALDO(N).
007230     ACCEPT WS-FHS-FECHA    FROM DATE YYYYMMDD.
007240     ACCEPT WS-HORA-SISTEMA FROM TIME.
007250     MOVE WS-HORA-SISTEMA(1:6) TO WS-FHS-HORA.
007260     MOVE WS-FECHA-HORA-SISTEMA  TO RCJ-FECHA-HORA.
007270     MOVE WS-FECHA-FOTO          TO RCJ-FECHA-FOTO.
007280     MOVE USER-TARJ              TO RCJ-TARJETA.
007290     MOVE USER-NUM-CUENTA(N)     TO RCJ-NUM-CUENTA.
007300     MOVE WS-SALDO-ANTES         TO RCJ-SALDO-ANTES.
007310     MOVE USER-SALDO(N)          TO RCJ-SALDO-DESPUES.
007320     MOVE WS-FOTO-MOVTOS(WS-FOTO-IDX)
007330                                 TO RCJ-MOVTOS-APLICADOS.
007340     MOVE WS-OPERADOR            TO RCJ-OPERADOR.
007350     WRITE REG-JOURNAL-RECUPERACION.
007360     IF FSJ NOT = "00"
007370         MOVE "RECJRNL.DAT" TO WS-ABEND-FICHERO
007380         MOVE FSJ TO WS-ABEND-STATUS
007390         GO TO 9990-ERROR-FICHERO
007400     END-IF.
007410     MOVE "S" TO WS-SW-USUARIO-CAMBIADO.
007420     ADD 1 TO WS-TOT-CORREGIDAS.
007430 4300-EXIT.
007440     EXIT.
007450*================================================================*
007460* 5000-FOTO-SIN-COTEJAR                                          *
007470*   A SNAPSHOT ACCOUNT THE USERS.DAT SWEEP NEVER MATCHED HAS     *
007480*   BEEN CLOSED SINCE; THERE IS NOTHING LEFT TO CORRECT, BUT IT  *
007490*   IS LISTED WITH ITS REBUILT BALANCE, WHICH SHOULD BE ZERO.    *
007500*================================================================*
007510 5000-FOTO-SIN-COTEJAR.
007520     MOVE 1 TO I.
007530     PERFORM 5100-REVISAR-ENTRADA THRU 5100-EXIT
007540         UNTIL I > WS-FOTO-TOTAL.
007550 5000-EXIT.
007560     EXIT.
007570*----------------------------------------------------------------*
007580 5100-REVISAR-ENTRADA.
007590     IF WS-FOTO-COTEJADA(I) = "N"
007600         MOVE SPACES TO LIN-RECUPERACION
007610         MOVE "NO EN USERS" TO LIN-REC-TIPO
007620         MOVE WS-FOTO-TARJETA(I) TO LIN-REC-TARJETA
007630         MOVE WS-FOTO-CUENTA(I)  TO LIN-REC-CUENTA
007640         MOVE ZERO               TO LIN-REC-SALDO-ACTUAL
007650         MOVE WS-FOTO-SALDO(I)   TO LIN-REC-SALDO-RECONST
007660                                    LIN-REC-DIFERENCIA
007670         MOVE WS-FOTO-MOVTOS(I)  TO LIN-REC-MOVTOS
007680         MOVE LIN-RECUPERACION TO LINEA-REPORTE
007690         PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT
007700         ADD 1 TO WS-TOT-AVISOS
007710     END-IF.
007720     ADD 1 TO I.
007730 5100-EXIT.
007740     EXIT.
007750*================================================================*
007760* 8100-GRABAR-LINEA                                              *
007770*   WRITES THE LINE ALREADY BUILT IN LINEA-REPORTE AND CHECKS    *
007780*   ITS FILE STATUS.                                             *
007790*================================================================*
007800 8100-GRABAR-LINEA.
007810     WRITE LINEA-REPORTE.
007820     IF FSR NOT = "00"
007830         MOVE "RECUPREP.DAT" TO WS-ABEND-FICHERO
007840         MOVE FSR TO WS-ABEND-STATUS
007850         GO TO 9990-ERROR-FICHERO
007860     END-IF.
007870 8100-EXIT.
007880     EXIT.
007890*================================================================*
007900* 9000-FINALIZAR                                                 *
007910*   PRINTS THE RUN TOTALS, CLOSES THE FILES AND SETS             *
007920*   RETURN-CODE 4 WHEN ACCOUNTS WOULD CHANGE IN REPORT MODE OR   *
007930*   ANY WARNING WAS LISTED.                                      *
007940*================================================================*
007950 9000-FINALIZAR.
007960     MOVE SPACES TO LINEA-REPORTE.
007970     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
007980     MOVE "CUENTAS EN LA FOTO:           "
007990         TO WS-TOTL-ETIQUETA.
008000     MOVE WS-TOT-FOTO-CARGADAS TO WS-TOTL-VALOR.
008010     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
008020     MOVE "MOVIMIENTOS REPETIDOS:        "
008030         TO WS-TOTL-ETIQUETA.
008040     MOVE WS-TOT-MOVTOS-APLICADOS TO WS-TOTL-VALOR.
008050     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
008060     MOVE "MOVTOS DE CUENTAS SIN FOTO:   "
008070         TO WS-TOTL-ETIQUETA.
008080     MOVE WS-TOT-MOVTOS-SIN-FOTO TO WS-TOTL-VALOR.
008090     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
008100     MOVE "CUENTAS COTEJADAS:            "
008110         TO WS-TOTL-ETIQUETA.
008120     MOVE WS-TOT-CUENTAS-COTEJADAS TO WS-TOTL-VALOR.
008130     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
008140     MOVE "CUENTAS CON SALDO DISTINTO:   "
008150         TO WS-TOTL-ETIQUETA.
008160     MOVE WS-TOT-DIFERENCIAS TO WS-TOTL-VALOR.
008170     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
008180     MOVE "CUENTAS CORREGIDAS:           "
008190         TO WS-TOTL-ETIQUETA.
008200     MOVE WS-TOT-CORREGIDAS TO WS-TOTL-VALOR.
008210     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
008220     MOVE "AVISOS:                       "
008230         TO WS-TOTL-ETIQUETA.
008240     MOVE WS-TOT-AVISOS TO WS-TOTL-VALOR.
008250     PERFORM 9100-GRABAR-LINEA-TOTAL THRU 9100-EXIT.
008260     CLOSE ReportFile.
008270     CLOSE UserFile.
008280     CLOSE HistFile.
008290     IF MODO-ACTUALIZACION
008300         CLOSE JournalFile
008310     END-IF.
008320     DISPLAY "=== RECUPERACION DE SALDOS - FOTO " WS-FECHA-FOTO
008330         " ===".
008340     DISPLAY "CUENTAS EN LA FOTO  : " WS-TOT-FOTO-CARGADAS.
008350     DISPLAY "MOVTOS REPETIDOS    : " WS-TOT-MOVTOS-APLICADOS.
008360     DISPLAY "CUENTAS COTEJADAS   : " WS-TOT-CUENTAS-COTEJADAS.
008370     DISPLAY "SALDO DISTINTO      : " WS-TOT-DIFERENCIAS.
008380     DISPLAY "CORREGIDAS          : " WS-TOT-CORREGIDAS.
008390     DISPLAY "AVISOS              : " WS-TOT-AVISOS.
008400     IF WS-TOT-AVISOS > ZERO
008410         MOVE 4 TO RETURN-CODE
008420     END-IF.
008430     IF MODO-INFORME AND WS-TOT-DIFERENCIAS > ZERO
008440         MOVE 4 TO RETURN-CODE
008450     END-IF.
008460 9000-EXIT.
008470     EXIT.
008480*----------------------------------------------------------------*
008490 9100-GRABAR-LINEA-TOTAL.
008500     MOVE WS-LINEA-TOTAL TO LINEA-REPORTE.
008510     PERFORM 8100-GRABAR-LINEA THRU 8100-EXIT.
008520 9100-EXIT.
008530     EXIT.
008540*================================================================*
008550* 9800-REGISTRAR-INICIO                                          *
008560*   WRITES (OR RESETS) THIS RUN'S "I" RECORD ON THE RUN-CONTROL  *
008570*   LEDGER, CREATING THE LEDGER ON FIRST USE.  A RUN THAT NEVER  *
008580*   REACHES 9850-REGISTRAR-FIN LEAVES THE RECORD AT "I".         *
008590*================================================================*
008600 9800-REGISTRAR-INICIO.
008610     OPEN I-O RunCtlFile.
008620     IF FSK NOT = "00"
008630         IF FSK = "35"
008640             OPEN OUTPUT RunCtlFile
008650             IF FSK NOT = "00"
008660                 MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
008670                 MOVE FSK TO WS-ABEND-STATUS
008680                 GO TO 9990-ERROR-FICHERO
008690             END-IF
008700             CLOSE RunCtlFile
008710             OPEN I-O RunCtlFile
008720             IF FSK NOT = "00"
008730                 MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
008740                 MOVE FSK TO WS-ABEND-STATUS
008750                 GO TO 9990-ERROR-FICHERO
008760             END-IF
008770         ELSE
008780             MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
008790             MOVE FSK TO WS-ABEND-STATUS
008800             GO TO 9990-ERROR-FICHERO
008810         END-IF
008820     END-IF.
008830     ACCEPT WS-FECHA-RUNCTL FROM DATE YYYYMMDD.
008840     ACCEPT WS-HORA-RUNCTL  FROM TIME.
008850     MOVE WS-FECHA-RUNCTL TO RUNC-FECHA.
008860     MOVE "RECUPSAL" TO RUNC-PROGRAMA.
008870     MOVE "I" TO RUNC-ESTADO.
008880     MOVE WS-HORA-RUNCTL(1:6) TO RUNC-HORA-INICIO.
008890     MOVE SPACES TO RUNC-HORA-FIN.
008900     MOVE ZERO TO RUNC-REGISTROS
008910                  RUNC-APLICADOS
008920                  RUNC-RECHAZADOS
008930                  RUNC-RETORNO.
008940     WRITE REG-RUN-CONTROL
008950         INVALID KEY
008960             REWRITE REG-RUN-CONTROL
008970             IF FSK NOT = "00"
008980                 MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
008990                 MOVE FSK TO WS-ABEND-STATUS
009000                 GO TO 9990-ERROR-FICHERO
009010             END-IF
009020     END-WRITE.
009030     IF FSK NOT = "00" AND FSK NOT = "22"
009040         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
009050         MOVE FSK TO WS-ABEND-STATUS
009060         GO TO 9990-ERROR-FICHERO
009070     END-IF.
009080     CLOSE RunCtlFile.
009090 9800-EXIT.
009100     EXIT.
009110*================================================================*
009120* 9850-REGISTRAR-FIN                                             *
009130*   REWRITES THIS RUN'S LEDGER RECORD AS FINISHED, WITH ITS      *
009140*   CONTROL COUNTS AND RETURN CODE.                              *
009150*================================================================*
009160 9850-REGISTRAR-FIN.
009170     OPEN I-O RunCtlFile.
009180     IF FSK NOT = "00"
009190         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
009200         MOVE FSK TO WS-ABEND-STATUS
009210         GO TO 9990-ERROR-FICHERO
009220     END-IF.
009230     MOVE WS-FECHA-RUNCTL TO RUNC-FECHA.
009240     MOVE "RECUPSAL" TO RUNC-PROGRAMA.
009250     READ RunCtlFile
009260         INVALID KEY
009270             CONTINUE
009280     END-READ.
009290     IF FSK NOT = "00" AND FSK NOT = "23"
009300         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
009310         MOVE FSK TO WS-ABEND-STATUS
009320         GO TO 9990-ERROR-FICHERO
009330     END-IF.
009340     ACCEPT WS-HORA-RUNCTL FROM TIME.
009350     MOVE "F" TO RUNC-ESTADO.
009360     MOVE WS-HORA-RUNCTL(1:6) TO RUNC-HORA-FIN.
009370     MOVE WS-TOT-CUENTAS-COTEJADAS TO RUNC-REGISTROS.
009380     MOVE WS-TOT-CORREGIDAS        TO RUNC-APLICADOS.
009390     MOVE WS-TOT-AVISOS            TO RUNC-RECHAZADOS.
009400     MOVE RETURN-CODE TO RUNC-RETORNO.
009410     REWRITE REG-RUN-CONTROL.
009420     IF FSK NOT = "00"
009430         MOVE "RUNCTL.DAT" TO WS-ABEND-FICHERO
009440         MOVE FSK TO WS-ABEND-STATUS
009450         GO TO 9990-ERROR-FICHERO
009460     END-IF.
009470     CLOSE RunCtlFile.
009480 9850-EXIT.
009490     EXIT.
009500*================================================================*
009510* 9990-ERROR-FICHERO                                             *
009520*   ANY FILE STATUS OTHER THAN "00" (OR AN "AT END" CONDITION    *
009530*   ALREADY HANDLED AT THE POINT OF CALL) IS TREATED AS A FATAL  *
009540*   I/O ERROR.  WS-ABEND-FICHERO AND WS-ABEND-STATUS ARE SET BY  *
009550*   THE CALLER BEFORE THE GO TO HERE.                            *
009560*================================================================*
009570 9990-ERROR-FICHERO.
009580     DISPLAY "*** ERROR DE E/S EN " WS-ABEND-FICHERO
009590         " - FILE STATUS " WS-ABEND-STATUS.
009600     MOVE 99 TO RETURN-CODE.
009610     STOP RUN.
