000010*================================================================*
000020* AVENREC                                                        *
000030* KEYED RECORD LAYOUT FOR AVISENV.DAT, THE REGISTER OF NOTICES   *
000040* AVISOS HAS ALREADY SENT.  THE KEY NAMES THE EVENT AND WHAT IT  *
000050* IS ABOUT, SO THE NEXT NIGHT FINDS THE NOTICE THERE AND DOES    *
000060* NOT SEND IT AGAIN:                                             *
000070*   "B"  THE CARD (ACCOUNT AND REFERENCE BLANK).                 *
000080*   "C"  THE CARD AND, IN AVE-REFERENCIA, THE EXPIRY DATE.       *
000090*   "D"  THE ACCOUNT (CARD ZERO).                                *
000100*   "N"  THE ACCOUNT (CARD ZERO).                                *
000110*   "R"  THE PENDTRF.DAT KEY OF THE HELD TRANSFER, IN            *
000120*        AVE-REFERENCIA (CARD ZERO, ACCOUNT BLANK).              *
000130* "B", "D" AND "N" DESCRIBE A STATE THAT CAN CLEAR AND COME      *
000140* BACK: WHEN AVISOS FINDS THE CARD UNLOCKED OR THE ACCOUNT       *
000150* REACTIVATED OR BACK IN CREDIT IT DELETES THE ENTRY, SO THE     *
000160* NEXT LOCK, DORMANCY OR OVERDRAWING IS NOTIFIED AFRESH.         *
000170* AVE-CANAL IS BLANK FOR A NOTICE THAT COULD NOT BE ADDRESSED    *
000180* (THE CARD OF A HELD TRANSFER NO LONGER EXISTS).                *
000190*================================================================*
000200 01  REG-AVISO-ENVIADO.
000210     02  AVE-CLAVE.
000220         03  AVE-EVENTO            PIC X(01).
000230         03  AVE-TARJETA           PIC 9(10).
000240         03  AVE-NUM-CUENTA        PIC X(24).
000250         03  AVE-REFERENCIA        PIC X(17).
000260     02  AVE-FECHA-ENVIO           PIC 9(08).
000270     02  AVE-TARJETA-AVISADA       PIC 9(10).
000280     02  AVE-CANAL                 PIC X(01).
