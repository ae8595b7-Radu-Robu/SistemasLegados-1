000010*================================================================*
000020* SECLIB                                                         *
000030* HOLD-RELEASE RECORD LAYOUT FOR SECLIB.DAT, THE KEYED LEDGER OF *
000040* SUPERVISED RELEASES KEPT BY SECNOC.  A CHAIN STEP MARKED AS A  *
000050* HOLD POINT THAT FINISHED WITH A NON-ZERO RETURN CODE STOPS ITS *
000060* SUCCESSOR UNTIL IT IS RERUN CLEAN OR A SUPERVISOR RELEASES     *
000070* THE HOLD WITH AN "L" CARD.  THE RELEASE IS KEYED LIKE THE      *
000080* RUNCTL.DAT RECORD IT RELEASES AND CARRIES THAT RUN'S END TIME  *
000090* AND RETURN CODE, SO IT ONLY COVERS THE RUN THE SUPERVISOR SAW: *
000100* A LATER RERUN THAT FAILS AGAIN IS HELD AGAIN.                  *
000110*================================================================*
000120 01  REG-LIBERACION.
000130     02  LIB-CLAVE.
000140         03  LIB-FECHA             PIC 9(08).
000150         03  LIB-PROGRAMA          PIC X(09).
000160     02  LIB-HORA-FIN-PASO         PIC X(06).
000170     02  LIB-RETORNO               PIC 9(02).
000180     02  LIB-SUPERVISOR            PIC X(08).
000190     02  LIB-FECHA-HORA            PIC X(14).
