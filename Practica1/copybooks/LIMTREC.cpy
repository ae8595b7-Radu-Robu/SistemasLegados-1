000010*================================================================*
000020* LIMTREC                                                        *
000030* RECORD LAYOUT FOR LIMTARJ.DAT, THE KEYED FILE OF PER-CARD      *
000040* DAILY LIMITS, KEYED BY CARD NUMBER.  WRITTEN ONLY BY THE       *
000050* MANTUSR "D" ACTION (WHICH ALSO CARRIES THE ENTRY ACROSS A "T"  *
000060* REISSUE AND DROPS IT WHEN THE CUSTOMER IS RETIRED); READ BY    *
000070* SEQWRITE.  A ZERO AMOUNT MEANS THE CARD FOLLOWS THE            *
000080* INSTALLATION DEFAULT OF LIMITES.DAT FOR THAT KIND OF DEBIT; A  *
000090* CARD WITH NO ENTRY FOLLOWS BOTH DEFAULTS.                      *
000100*================================================================*
000110 01  REG-LIMITE-TARJETA.
000120     02  LIMT-TARJETA              PIC 9(10).
000130     02  LIMT-MAX-TRANSFERENCIA    PIC 9(09)V99.
000140     02  LIMT-MAX-EFECTIVO         PIC 9(09)V99.
000150     02  LIMT-FECHA-ALTA           PIC 9(08).
