000010*================================================================*
000020* ALERTREC                                                       *
000030* KEYED ALERT RECORD LAYOUT FOR ALERTAS.DAT, THE PERSISTENT FILE *
000040* OF ANTI-MONEY-LAUNDERING ALERTS RAISED BY VIGBLAN.  THE KEY    *
000050* NAMES THE RULE AND WHAT TRIGGERED IT, SO RUNNING THE SAME DAY  *
000060* AGAIN, OR A LATER DAY THAT LOOKS BACK OVER THE SAME MOVEMENT,  *
000070* FINDS THE ALERT ALREADY THERE AND DOES NOT RAISE IT TWICE:     *
000080*   "G" AND "R" - THE TRIGGERING MOVEMENT: ACCOUNT, DATE-TIME    *
000090*                 AND SEQUENCE OF ITS TRANHIST.DAT KEY.          *
000100*   "F"         - THE CARD AND THE DAY (ACCOUNT BLANK, TIME AND  *
000110*                 SEQUENCE ZERO).                                *
000120*   "N"         - THE ACCOUNT AND THE DAY (TIME AND SEQUENCE     *
000130*                 ZERO).                                         *
000140* ALR-IMPORTE IS THE MOVEMENT, OR THE DAY'S TOTAL FOR "F" AND    *
000150* "N"; ALR-IMPORTE-REF IS THE THRESHOLD BREACHED, OR THE CREDIT  *
000160* PASSED THROUGH FOR "R". COMPLIANCE MARKS AN ALERT REVIEWED BY  *
000170* SETTING ALR-ESTADO TO "V".                                     *
000180*================================================================*
000190 01  REG-ALERTA.
000200     02  ALR-CLAVE.
000210         03  ALR-REGLA             PIC X(01).
000220         03  ALR-TARJETA           PIC 9(10).
000230         03  ALR-NUM-CUENTA        PIC X(24).
000240         03  ALR-FECHA-HORA        PIC X(14).
000250         03  ALR-SECUENCIA         PIC 9(03).
000260     02  ALR-FECHA-ALTA            PIC 9(08).
000270     02  ALR-DNI                   PIC X(09).
000280     02  ALR-NOM-APE               PIC X(30).
000290     02  ALR-IMPORTE               PIC 9(11)V99.
000300     02  ALR-IMPORTE-REF           PIC 9(11)V99.
000310     02  ALR-NUM-MOVTOS            PIC 9(05).
000320     02  ALR-ESTADO                PIC X(01).
000330         88  ALR-PENDIENTE             VALUE "P".
000340         88  ALR-REVISADA              VALUE "V".
