000010*================================================================*
000020* LIMRPARM                                                       *
000030* CONTROL-CARD RECORD LAYOUT FOR LIMRPARM.DAT, READ AT START-UP  *
000040* BY LIMALC.  ONE FIXED-FORMAT LINE CARRYING THE BUSINESS DATE   *
000050* WHOSE CARDS AT THEIR DAILY LIMIT ARE TO BE LISTED.  A MISSING  *
000060* LIMRPARM.DAT, OR A ZERO DATE, LISTS TODAY.                     *
000070*================================================================*
000080 01  REG-PARM-LIMALC.
000090     02  LIMR-FECHA                PIC 9(08).
