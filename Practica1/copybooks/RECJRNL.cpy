000010*================================================================*
000020* RECJRNL                                                        *
000030* JOURNAL RECORD LAYOUT FOR RECJRNL.DAT, APPENDED BY RECUPSAL IN *
000040* UPDATE MODE FOR EVERY ACCOUNT WHOSE USER-SALDO IT CORRECTS:    *
000050* THE BALANCE BEFORE AND AFTER, THE SNAPSHOT THE NEW BALANCE WAS *
000060* REBUILT FROM AND WHO ASKED FOR THE RUN, SO ANY CORRECTION CAN  *
000070* BE TRACED AND, IF NEED BE, UNDONE BY HAND.                     *
000080*================================================================*
000090 01  REG-JOURNAL-RECUPERACION.
000100     02  RCJ-FECHA-HORA            PIC X(14).
000110     02  RCJ-FECHA-FOTO            PIC 9(08).
000120     02  RCJ-TARJETA               PIC 9(10).
000130     02  RCJ-NUM-CUENTA            PIC X(24).
000140     02  RCJ-SALDO-ANTES           PIC S9(09)V99.
000150     02  RCJ-SALDO-DESPUES         PIC S9(09)V99.
000160     02  RCJ-MOVTOS-APLICADOS      PIC 9(05).
000170     02  RCJ-OPERADOR              PIC X(08).
