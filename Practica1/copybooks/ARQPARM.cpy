000010*================================================================*
000020* ARQPARM                                                        *
000030* CONTROL-CARD RECORD LAYOUT FOR ARQPARM.DAT, THE PARAMETER FILE *
000040* READ AT START-UP BY ARQUEO.  ONE FIXED-FORMAT LINE NAMES THE   *
000050* BUSINESS DATE (YYYYMMDD) WHOSE TELLER CASH MOVEMENTS ARE TO BE *
000060* RECONCILED AGAINST THE DRAWER DECLARATIONS.  A ZERO DATE MEANS *
000070* TODAY.                                                         *
000080*================================================================*
000090 01  REG-PARM-ARQUEO.
000100     02  ARQP-FECHA                PIC 9(08).
