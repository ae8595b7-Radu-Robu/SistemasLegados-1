000010*================================================================*
000020* CARTPARM                                                       *
000030* CONTROL-CARD RECORD LAYOUT FOR CARTPARM.DAT, READ BY CARTMES.  *
000040* ONE FIXED-FORMAT LINE NAMING THE MONTH (YYYYMM) OF THE         *
000050* MANAGEMENT PORTFOLIO REPORT.  NO CARD OR A ZERO MONTH MEANS    *
000060* LAST CALENDAR MONTH.                                           *
000070*================================================================*
000080 01  REG-PARM-CARTERA.
000090     02  CARP-MES                  PIC 9(06).
