000010*================================================================*
000020* ANULAUD                                                        *
000030* AUDIT RECORD LAYOUT FOR ANULAUD.DAT, APPENDED BY ANULMOV FOR   *
000040* EVERY CANCELLATION REQUEST IT PROCESSES - HONOURED OR          *
000050* REJECTED - SO THERE IS A PERMANENT TRAIL OF WHO CANCELLED (OR  *
000060* TRIED TO CANCEL) WHICH MOVEMENT, AND WHEN, THE SAME WAY        *
000070* UNLKAUD.DAT TRACES CARD UNLOCKS.  ANA-CLAVE-PAREJA NAMES THE   *
000080* OTHER LEG OF A TRANSFER CANCELLED TOGETHER WITH THE ONE        *
000090* REQUESTED (SPACES WHEN THE MOVEMENT HAD NO OTHER LEG).         *
000100*================================================================*
000110 01  REG-AUDIT-ANULACION.
000120     02  ANA-FECHA-HORA            PIC X(14).
000130     02  ANA-CLAVE-MOVTO           PIC X(41).
000140     02  ANA-CLAVE-PAREJA          PIC X(41).
000150     02  ANA-SUPERVISOR            PIC X(08).
000160     02  ANA-IMPORTE               PIC 9(09)V99.
000170     02  ANA-RESULTADO             PIC X(09).
000180     02  ANA-MOTIVO                PIC X(40).
