000010*================================================================*
000020* CMPCONF                                                        *
000030* CONTROL-CARD RECORD LAYOUT FOR CMPCONF.DAT, THE INTERBANK      *
000040* CLEARING SET-UP READ BY SEQWRITE AND COMPENS.  ONE FIXED-      *
000050* FORMAT LINE CARRIES OUR OWN ENTITY CODE IN THE CLEARING        *
000060* HOUSE AND THE CARD AND ACCOUNT OF THE CLEARING SUSPENSE        *
000070* ACCOUNT, AN INTERNAL ACCOUNT ON USERS.DAT THAT HOLDS THE       *
000080* OUTGOING PAYMENTS BETWEEN THE CUSTOMER DEBIT AND THE CLEARING  *
000090* HOUSE'S CONFIRMATION OF THE OUTBOUND FILE.  A MISSING          *
000100* CMPCONF.DAT MEANS CLEARING IS NOT SET UP: SEQWRITE REFUSES     *
000110* ORDERS TO OTHER ENTITIES AND COMPENS WILL NOT RUN.             *
000120*================================================================*
000130 01  REG-CONF-COMPENSACION.
000140     02  CMPF-ENTIDAD              PIC X(04).
000150     02  CMPF-TARJETA-PUENTE       PIC 9(10).
000160     02  CMPF-CUENTA-PUENTE        PIC X(24).
