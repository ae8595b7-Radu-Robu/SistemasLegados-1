000010*================================================================*
000020* ARQDECL                                                        *
000030* DRAWER-DECLARATION RECORD LAYOUT FOR ARQDECL.DAT, KEYED IN BY  *
000040* THE BRANCHES AT CLOSE OF BUSINESS AND READ BY ARQUEO.  ONE     *
000050* LINE PER TELLER AND BRANCH: THE FLOAT THE DRAWER OPENED WITH   *
000060* AND THE CASH ACTUALLY COUNTED AT CLOSE.  ARQD-FECHA MUST BE    *
000070* THE BUSINESS DATE BEING RECONCILED; A LINE FOR ANY OTHER DATE  *
000080* IS A STALE FILE AND IS SET ASIDE WITH A WARNING.               *
000090*================================================================*
000100 01  REG-DECLARACION-CAJA.
000110     02  ARQD-FECHA                PIC 9(08).
000120     02  ARQD-CAJERO               PIC X(08).
000130     02  ARQD-SUCURSAL             PIC X(04).
000140     02  ARQD-FONDO-INICIAL        PIC 9(09)V99.
000150     02  ARQD-EFECTIVO-CONTADO     PIC 9(09)V99.
