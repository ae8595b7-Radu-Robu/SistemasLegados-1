000260* PARM-TARJETA-ORIGEN, CARRYING THE TELLER (PARM-CAJERO) AND    *
000270* BRANCH (PARM-SUCURSAL-OPER) THAT TOOK THE CASH.  BLANK OR     *
000280* "T" IS THE CLASSIC BEHAVIOUR AND THE CASH FIELDS RIDE EMPTY.  *
000282* "X" IS A PAYMENT TO AN ACCOUNT AT ANOTHER ENTITY: IT DEBITS    *
000283* PARM-CUENTA-ORIGEN ON PARM-TARJETA-ORIGEN INTO THE CLEARING    *
000285* SUSPENSE ACCOUNT OF CMPCONF.DAT AND GOES OUT ON THE CLEARING   *
000287* FILE CMPSAL.DAT TO PARM-CUENTA-DESTINO, WHICH IS NOT ON        *
000288* USERS.DAT; PARM-TARJETA-DESTINO RIDES ZERO.                    *
000290*================================================================*
000300 01  REG-PARM-CABECERA.
000310     02  PARM-CAB-TIPO             PIC X(01).
000470         88  PARM-ES-TRANSFERENCIA     VALUE "T" " ".
000480         88  PARM-ES-INGRESO-EFECTIVO  VALUE "E".
000490         88  PARM-ES-RETIRADA-EFECTIVO VALUE "S".
000495         88  PARM-ES-ORDEN-SALIENTE    VALUE "X".
000500     02  PARM-CAJERO               PIC X(08).
000510     02  PARM-SUCURSAL-OPER        PIC X(04).
000520*
