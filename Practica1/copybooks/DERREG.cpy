000010*================================================================*
000020* DERREG                                                         *
000030* LOG RECORD LAYOUT FOR DERREG.DAT, APPENDED BY DERACC FOR EVERY *
000040* DATA-SUBJECT ACCESS REQUEST IT FULFILS - WHETHER OR NOT ANY    *
000050* DATA WAS FOUND FOR THE DNI - SO THERE IS A PERMANENT TRAIL OF  *
000060* WHO ASKED FOR WHOSE DATA, AND WHEN, THE SAME WAY CONSAUD.DAT   *
000070* TRACES CONSOLE INQUIRIES.  THE COUNTS SAY HOW MUCH THE REPORT  *
000080* CONTAINED.                                                     *
000090*================================================================*
000100 01  REG-LOG-ACCESO.
000110     02  DRG-FECHA-HORA            PIC X(14).
000120     02  DRG-OPERADOR              PIC X(08).
000130     02  DRG-DNI                   PIC X(09).
000140     02  DRG-RESULTADO             PIC X(09).
000150     02  DRG-NUM-TARJETAS          PIC 9(03).
000160     02  DRG-NUM-CUENTAS           PIC 9(03).
000170     02  DRG-NUM-MOVTOS            PIC 9(07).
