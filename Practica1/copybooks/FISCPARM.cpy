000010*================================================================*
000020* FISCPARM                                                       *
000030* CONTROL-CARD RECORD LAYOUT FOR FISCPARM.DAT, THE OPTIONAL RUN  *
000040* CARD OF DECLFIS: THE FISCAL YEAR TO DECLARE.  A MISSING CARD   *
000050* OR A ZERO YEAR MEANS THE CALENDAR YEAR BEFORE TODAY'S.         *
000060*================================================================*
000070 01  REG-PARM-FISCAL.
000080     02  FISP-EJERCICIO            PIC 9(04).
