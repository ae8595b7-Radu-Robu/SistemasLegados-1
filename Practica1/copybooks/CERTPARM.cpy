000010*================================================================*
000020* CERTPARM                                                       *
000030* REQUEST RECORD LAYOUT FOR CERTPARM.DAT, READ BY CERTSAL.  ONE  *
000040* FIXED-FORMAT LINE PER BALANCE CERTIFICATE WANTED, NAMING THE   *
000050* CUSTOMER EITHER BY DNI (EVERY CARD HELD UNDER IT) OR BY CARD   *
000060* NUMBER (THAT CARD, FOLLOWED ACROSS ANY REISSUE) - LEAVE THE    *
000070* OTHER FIELD BLANK / ZERO - AND THE DATE (YYYYMMDD) WHOSE       *
000080* CLOSING BALANCES ARE TO BE CERTIFIED.                          *
000090*================================================================*
000100 01  REG-PARM-CERTIFICADO.
000110     02  CRTP-DNI                  PIC X(09).
000120     02  CRTP-TARJETA              PIC 9(10).
000130     02  CRTP-FECHA-SALDO          PIC 9(08).
