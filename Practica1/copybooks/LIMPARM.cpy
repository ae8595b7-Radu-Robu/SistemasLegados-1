000010*================================================================*
000020* LIMPARM                                                        *
000030* CONTROL-CARD RECORD LAYOUT FOR LIMITES.DAT, THE INSTALLATION   *
000040* DEFAULTS FOR THE PER-CARD DAILY LIMITS SEQWRITE ENFORCES.  ONE *
000050* FIXED-FORMAT LINE CARRIES THE MOST A CARD MAY SEND OUT BY      *
000060* TRANSFER AND THE MOST IT MAY WITHDRAW IN CASH IN ONE BUSINESS  *
000070* DAY.  A CARD WITH ITS OWN ENTRY ON LIMTARJ.DAT (SET THROUGH    *
000080* MANTUSR) OVERRIDES EITHER FIGURE.  A MISSING LIMITES.DAT, OR A *
000090* ZERO AMOUNT, MEANS NO DEFAULT LIMIT OF THAT KIND, AS BEFORE    *
000100* THE CONTROL EXISTED.                                           *
000110*================================================================*
000120 01  REG-PARM-LIMITES.
000130     02  LIMP-MAX-TRANSFERENCIA    PIC 9(09)V99.
000140     02  LIMP-MAX-EFECTIVO         PIC 9(09)V99.
