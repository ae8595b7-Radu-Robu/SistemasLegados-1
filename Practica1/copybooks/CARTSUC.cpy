000010*================================================================*
000020* CARTSUC                                                        *
000030* BRANCH-VOLUME RECORD LAYOUT FOR CARTHIST.DAT, THE SECOND       *
000040* RECORD TYPE OF THE CARTMES HISTORY (SEE CARTHIST).  ONE "S"    *
000050* RECORD PER MONTH AND BRANCH WITH THE NUMBER AND AMOUNT OF THE  *
000060* MONTH'S MOVEMENTS POSTED AT THAT BRANCH, REJECTIONS LEFT OUT.  *
000070* MOVEMENTS WITH NO BRANCH (INTEREST, FEES, BATCH TRANSFERS) GO  *
000080* UNDER A BLANK BRANCH CODE.  THE KEY OCCUPIES THE SAME BYTES AS *
000090* CRH-CLAVE.                                                     *
000100*================================================================*
000110 01  REG-CARTERA-SUCURSAL.
000120     02  CRS-CLAVE.
000130         03  CRS-MES               PIC 9(06).
000140         03  CRS-TIPO-REG          PIC X(01).
000150         03  CRS-SUCURSAL          PIC X(04).
000160     02  CRS-NUM-MOVTOS            PIC 9(07).
000170     02  CRS-IMPORTE               PIC 9(13)V99.
