000010*================================================================*
000020* ANULREC                                                        *
000030* REQUEST RECORD LAYOUT FOR ANULPARM.DAT, THE SUPERVISOR-        *
000040* PREPARED FILE READ BY ANULMOV.  ONE FIXED-FORMAT LINE PER      *
000050* POSTED MOVEMENT TO CANCEL, NAMING IT BY ITS FULL TRANHIST.DAT  *
000060* KEY (ACCOUNT, DATE-TIME AND TIE-BREAK SEQUENCE, AS PRINTED ON  *
000070* THE STATEMENT OR THE EXTRACTS) AND THE SUPERVISOR WHO          *
000080* AUTHORIZES THE CANCELLATION.  THE SUPERVISOR ID MUST APPEAR    *
000090* ON SUPERVIS.DAT FOR THE REQUEST TO BE HONOURED.                *
000100*================================================================*
000110 01  REG-PARM-ANULACION.
000120     02  ANUL-CLAVE-MOVTO.
000130         03  ANUL-NUM-CUENTA       PIC X(24).
000140         03  ANUL-FECHA-HORA       PIC X(14).
000150         03  ANUL-SECUENCIA        PIC 9(03).
000160     02  ANUL-SUPERVISOR           PIC X(08).
