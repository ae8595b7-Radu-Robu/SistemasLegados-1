000010*================================================================*
000020* CMPACC                                                         *
000030* CONTROL-CARD RECORD LAYOUT FOR CMPACC.DAT, THE ONE-CARD ACTION *
000040* FILE THAT TELLS COMPENS WHAT TO DO ON THIS RUN:                *
000050*   "E"  PROCESS THE INBOUND CLEARING FILE CMPENT.DAT (THE OTHER *
000060*        FIELDS ARE NOT USED).                                   *
000070*   "C"  CONFIRM THE OUTBOUND FILE OF BUSINESS DATE CMPA-FECHA,  *
000080*        WITH THE DETAIL COUNT AND TOTAL AMOUNT THE CLEARING     *
000090*        HOUSE ACKNOWLEDGED RECEIVING.                           *
000100*================================================================*
000110 01  REG-ACCION-COMPENSACION.
000120     02  CMPA-ACCION               PIC X(01).
000130         88  CMPA-ES-ENTRADA           VALUE "E".
000140         88  CMPA-ES-CONFIRMACION      VALUE "C".
000150     02  CMPA-FECHA                PIC 9(08).
000160     02  CMPA-NUM-DETALLES         PIC 9(07).
000170     02  CMPA-IMPORTE              PIC 9(13)V99.
