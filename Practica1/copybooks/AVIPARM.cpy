000010*================================================================*
000020* AVIPARM                                                        *
000030* CONTROL-CARD RECORD LAYOUT FOR AVIPARM.DAT, THE OPTIONAL RUN   *
000040* CARD OF AVISOS: THE RUN DATE (ZERO FOR TODAY) AND HOW MANY     *
000050* DAYS AHEAD A CARD EXPIRY IS ANNOUNCED (ZERO FOR THE USUAL 30). *
000060* A MISSING CARD MEANS TODAY AND 30 DAYS.                        *
000070*================================================================*
000080 01  REG-PARM-AVISOS.
000090     02  AVP-FECHA                 PIC 9(08).
000100     02  AVP-DIAS-CADUCIDAD        PIC 9(03).
