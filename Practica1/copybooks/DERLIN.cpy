000010*================================================================*
000020* DERLIN                                                         *
000030* DETAIL-LINE LAYOUTS FOR THE DATA-SUBJECT ACCESS REPORT PRINTED *
000040* BY DERACC: ONE LAYOUT PER SECTION THAT LISTS RECORDS - THE     *
000050* CUSTOMER'S ACCOUNTS, STANDING ORDERS, HELD TRANSFERS, CARD     *
000060* UNLOCKS, OPERATOR LOOK-UPS AND THE MOVEMENT-HISTORY SUMMARY    *
000070* PER ACCOUNT.  DATES AND TIMESTAMPS ARE MOVED IN ALREADY        *
000080* EDITED.                                                        *
000090*================================================================*
000100 01  LIN-DER-CUENTA.
000110     02  LIN-DCT-CUENTA            PIC X(24).
000120     02  FILLER                    PIC X(02).
000130     02  LIN-DCT-TARJETA           PIC 9(10).
000140     02  FILLER                    PIC X(02).
000150     02  LIN-DCT-SALDO             PIC ---,---,---,--9.99.
000160     02  FILLER                    PIC X(02).
000170     02  LIN-DCT-LIMITE            PIC ZZZ,ZZZ,ZZ9.99.
000180     02  FILLER                    PIC X(02).
000190     02  LIN-DCT-SITUACION         PIC X(08).
000200*
000210 01  LIN-DER-ORDEN.
000220     02  LIN-DOR-ID                PIC 9(06).
000230     02  FILLER                    PIC X(02).
000240     02  LIN-DOR-TARJ-ORIGEN       PIC 9(10).
000250     02  FILLER                    PIC X(01).
000260     02  LIN-DOR-CTA-ORIGEN        PIC X(24).
000270     02  FILLER                    PIC X(02).
000280     02  LIN-DOR-TARJ-DESTINO      PIC 9(10).
000290     02  FILLER                    PIC X(01).
000300     02  LIN-DOR-CTA-DESTINO       PIC X(24).
000310     02  FILLER                    PIC X(02).
000320     02  LIN-DOR-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
000330     02  FILLER                    PIC X(02).
000340     02  LIN-DOR-FRECUENCIA        PIC X(08).
000350     02  FILLER                    PIC X(02).
000360     02  LIN-DOR-PROXIMA           PIC X(10).
000370     02  FILLER                    PIC X(02).
000380     02  LIN-DOR-EXPIRA            PIC X(10).
000390*
000400 01  LIN-DER-PENDIENTE.
000410     02  LIN-DPE-FECHA-HORA        PIC X(19).
000420     02  FILLER                    PIC X(01).
000430     02  LIN-DPE-SECUENCIA         PIC 9(03).
000440     02  FILLER                    PIC X(02).
000450     02  LIN-DPE-ESTADO            PIC X(09).
000460     02  FILLER                    PIC X(02).
000470     02  LIN-DPE-TARJ-ORIGEN       PIC 9(10).
000480     02  FILLER                    PIC X(01).
000490     02  LIN-DPE-CTA-ORIGEN        PIC X(24).
000500     02  FILLER                    PIC X(02).
000510     02  LIN-DPE-TARJ-DESTINO      PIC 9(10).
000520     02  FILLER                    PIC X(01).
000530     02  LIN-DPE-CTA-DESTINO       PIC X(24).
000540     02  FILLER                    PIC X(02).
000550     02  LIN-DPE-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
000560*
000570 01  LIN-DER-DESBLOQUEO.
000580     02  LIN-DDE-FECHA-HORA        PIC X(19).
000590     02  FILLER                    PIC X(02).
000600     02  LIN-DDE-TARJETA           PIC 9(10).
000610     02  FILLER                    PIC X(02).
000620     02  LIN-DDE-SUPERVISOR        PIC X(08).
000630     02  FILLER                    PIC X(02).
000640     02  LIN-DDE-RESULTADO         PIC X(09).
000650     02  FILLER                    PIC X(02).
000660     02  LIN-DDE-MOTIVO            PIC X(40).
000670*
000680 01  LIN-DER-CONSULTA.
000690     02  LIN-DCO-FECHA-HORA        PIC X(19).
000700     02  FILLER                    PIC X(02).
000710     02  LIN-DCO-TARJETA           PIC 9(10).
000720     02  FILLER                    PIC X(02).
000730     02  LIN-DCO-OPERADOR          PIC X(08).
000740     02  FILLER                    PIC X(02).
000750     02  LIN-DCO-RESULTADO         PIC X(09).
000760*
000770 01  LIN-DER-MOVTOS.
000780     02  LIN-DMV-CUENTA            PIC X(24).
000790     02  FILLER                    PIC X(02).
000800     02  LIN-DMV-TARJETA           PIC 9(10).
000810     02  FILLER                    PIC X(02).
000820     02  LIN-DMV-MOVTOS            PIC Z,ZZZ,ZZ9.
000830     02  FILLER                    PIC X(02).
000840     02  LIN-DMV-PRIMERA           PIC X(10).
000850     02  FILLER                    PIC X(02).
000860     02  LIN-DMV-ULTIMA            PIC X(10).
