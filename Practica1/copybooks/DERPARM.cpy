000010*================================================================*
000020* DERPARM                                                        *
000030* REQUEST RECORD LAYOUT FOR DERPARM.DAT, READ BY DERACC.  ONE    *
000040* FIXED-FORMAT LINE NAMING THE DNI OF THE CUSTOMER WHO HAS ASKED *
000050* FOR A COPY OF THE DATA HELD ON THEM, AND THE OPERATOR WHO      *
000060* RAISED THE REQUEST.  BOTH FIELDS ARE REQUIRED.                 *
000070*================================================================*
000080 01  REG-PARM-ACCESO.
000090     02  DERP-DNI                  PIC X(09).
000100     02  DERP-OPERADOR             PIC X(08).
