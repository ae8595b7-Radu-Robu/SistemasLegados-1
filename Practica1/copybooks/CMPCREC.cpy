000010*================================================================*
000020* CMPCREC                                                        *
000030* RECORD LAYOUT FOR CMPCTL.DAT, THE KEYED LEDGER OF INTERBANK    *
000040* CLEARING FILES, KEYED BY DIRECTION AND BUSINESS DATE.  AN      *
000050* OUTBOUND ("S") RECORD IS WRITTEN BY SEQWRITE WHEN IT CLOSES    *
000060* CMPSAL.DAT, AT "E" (SENT, AWAITING CONFIRMATION) WHILE ITS     *
000070* AMOUNT SITS ON THE CLEARING SUSPENSE ACCOUNT, AND IS TURNED TO *
000080* "C" BY THE COMPENS CONFIRMATION THAT CLEARS THE SUSPENSE.      *
000090* SEQWRITE SENDS NO NEW PAYMENTS WHILE AN EARLIER OUTBOUND FILE  *
000100* IS STILL AT "E", SO CMPSAL.DAT IS NEVER OVERWRITTEN UNSENT.    *
000110* AN INBOUND ("E") RECORD IS WRITTEN AT "P" WHEN COMPENS HAS     *
000120* PROCESSED THAT DAY'S CMPENT.DAT, SO A RE-SENT FILE IS REFUSED. *
000130*================================================================*
000140 01  REG-CONTROL-COMPENSACION.
000150     02  CMPC-CLAVE.
000160         03  CMPC-SENTIDO          PIC X(01).
000170             88  CMPC-ES-SALIENTE      VALUE "S".
000180             88  CMPC-ES-ENTRANTE      VALUE "E".
000190         03  CMPC-FECHA            PIC 9(08).
000200     02  CMPC-ESTADO               PIC X(01).
000210         88  CMPC-EMITIDO              VALUE "E".
000220         88  CMPC-CONFIRMADO           VALUE "C".
000230         88  CMPC-PROCESADO            VALUE "P".
000240     02  CMPC-ENTIDAD              PIC X(04).
000250     02  CMPC-NUM-DETALLES         PIC 9(07).
000260     02  CMPC-IMPORTE              PIC 9(13)V99.
000270     02  CMPC-NUM-DEVUELTOS        PIC 9(07).
000280     02  CMPC-IMP-DEVUELTO         PIC 9(13)V99.
000290     02  CMPC-FECHA-CONFIRMACION   PIC 9(08).
