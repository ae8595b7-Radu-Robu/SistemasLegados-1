000010*================================================================*
000020* RECLIN                                                         *
000030* DETAIL-LINE LAYOUT FOR RECUPREP.DAT, THE REPORT OF RECUPSAL.   *
000040* ONE LINE PER ACCOUNT WHOSE BALANCE IS (OR WOULD BE) CHANGED,   *
000050* AND PER ACCOUNT OR MOVEMENT THE REBUILD HAS TO LEAVE ALONE.    *
000060*================================================================*
000070 01  LIN-RECUPERACION.
000080     02  LIN-REC-TIPO              PIC X(12).
000090     02  FILLER                    PIC X(02).
000100     02  LIN-REC-TARJETA           PIC X(10).
000110     02  FILLER                    PIC X(02).
000120     02  LIN-REC-CUENTA            PIC X(24).
000130     02  FILLER                    PIC X(02).
000140     02  LIN-REC-SALDO-ACTUAL      PIC ---,---,---,--9.99.
000150     02  FILLER                    PIC X(02).
000160     02  LIN-REC-SALDO-RECONST     PIC ---,---,---,--9.99.
000170     02  FILLER                    PIC X(02).
000180     02  LIN-REC-DIFERENCIA        PIC ---,---,---,--9.99.
000190     02  FILLER                    PIC X(02).
000200     02  LIN-REC-MOVTOS            PIC ZZ,ZZ9.
