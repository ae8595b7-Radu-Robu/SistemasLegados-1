000010*================================================================*
000020* USODREC                                                        *
000030* RECORD LAYOUT FOR USODIA.DAT, THE KEYED PER-CARD DAILY USAGE   *
000040* ACCUMULATOR MAINTAINED BY SEQWRITE, KEYED BY BUSINESS DATE AND *
000050* CARD.  USOD-IMP-TRANSFERENCIA AND USOD-IMP-EFECTIVO ARE WHAT   *
000060* THE CARD HAS ALREADY SENT OUT BY TRANSFER AND WITHDRAWN IN     *
000070* CASH THAT DAY (A REVERSED TRANSFER IS TAKEN BACK OUT); THE     *
000080* LIMITS IN FORCE AND THE ORDERS REFUSED FOR GOING OVER THEM ARE *
000090* KEPT ALONGSIDE SO LIMALC CAN LIST THE CARDS THAT HIT THEIR     *
000100* LIMIT WITHOUT RE-DERIVING EITHER.  A ZERO LIMIT MEANS NONE WAS *
000110* IN FORCE.                                                      *
000120*================================================================*
000130 01  REG-USO-DIARIO.
000140     02  USOD-CLAVE.
000150         03  USOD-FECHA            PIC 9(08).
000160         03  USOD-TARJETA          PIC 9(10).
000170     02  USOD-IMP-TRANSFERENCIA    PIC 9(11)V99.
000180     02  USOD-IMP-EFECTIVO         PIC 9(11)V99.
000190     02  USOD-LIMITE-TRANSFERENCIA PIC 9(09)V99.
000200     02  USOD-LIMITE-EFECTIVO      PIC 9(09)V99.
000210     02  USOD-RECHAZOS-TRANSFER    PIC 9(05).
000220     02  USOD-RECHAZOS-EFECTIVO    PIC 9(05).
