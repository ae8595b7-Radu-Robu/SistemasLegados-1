000010*================================================================*
000020* LIQTOT                                                         *
000030* KEYED POSTING-TOTALS RECORD LAYOUT FOR LIQTOT.DAT, KEPT BY     *
000040* LIQCTA.  ONE RECORD PER RUN DATE WITH THE COUNT AND AMOUNT OF  *
000050* THE INTEREST ("I"), FEE ("F") AND DEBIT-INTEREST ("J")         *
000060* MOVEMENTS THE SWEEP POSTED THAT DAY, SO A LATER EXTRACT (THE   *
000070* YEAR-END FISCAL RETURN) CAN PROVE ITS FIGURES AGAINST WHAT     *
000080* WAS ACTUALLY POSTED.  A SECOND RUN ON THE SAME DATE ADDS TO    *
000090* THE SAME RECORD AND BUMPS LQT-EJECUCIONES.                     *
000100*================================================================*
000110 01  REG-LIQ-TOTALES.
000120     02  LQT-FECHA                 PIC 9(08).
000130     02  LQT-EJECUCIONES           PIC 9(03).
000140     02  LQT-NUM-INTERESES         PIC 9(07).
000150     02  LQT-IMP-INTERESES         PIC 9(11)V99.
000160     02  LQT-NUM-COMISIONES        PIC 9(07).
000170     02  LQT-IMP-COMISIONES        PIC 9(11)V99.
000180     02  LQT-NUM-INT-DEUDORES      PIC 9(07).
000190     02  LQT-IMP-INT-DEUDORES      PIC 9(11)V99.
