000010*================================================================*
000020* RECPARM                                                        *
000030* CONTROL-CARD RECORD LAYOUT FOR RECPARM.DAT, READ AT START-UP   *
000040* BY RECUPSAL.  ONE FIXED-FORMAT LINE:                           *
000050*   RCP-MODO          "I" INFORME - LIST THE ACCOUNTS WHOSE      *
000060*                         BALANCE WOULD CHANGE, UPDATE NOTHING.  *
000070*                     "A" ACTUALIZA - REWRITE USER-SALDO AND     *
000080*                         JOURNAL EVERY CORRECTION.              *
000090*   RCP-FECHA-FOTO    THE DATE OF THE SNAPSHOT TO START FROM.    *
000100*                     EVERY RECORD OF THE SNAPSAL.DAT STAGED FOR *
000110*                     THE RUN MUST CARRY IT.                     *
000120*   RCP-FECHA-PROCESO BUSINESS DATE WHOSE CHAIN STEPS ON         *
000130*                     RUNCTL.DAT ARE CHECKED; ZERO MEANS TODAY.  *
000140*   RCP-OPERADOR      WHO ASKED FOR THE RUN, FOR THE JOURNAL.    *
000150*================================================================*
000160 01  REG-PARM-RECUPERACION.
000170     02  RCP-MODO                  PIC X(01).
000180         88  RCP-ES-INFORME            VALUE "I".
000190         88  RCP-ES-ACTUALIZACION      VALUE "A".
000200     02  RCP-FECHA-FOTO            PIC 9(08).
000210     02  RCP-FECHA-PROCESO         PIC 9(08).
000220     02  RCP-OPERADOR              PIC X(08).
