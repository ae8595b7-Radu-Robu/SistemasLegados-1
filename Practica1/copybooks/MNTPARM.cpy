000280*   "R" REACTIVA - FORMALLY REACTIVATE AN ACCOUNT THE DORMANCY   *
000290*                  SWEEP (BARDORM) FLAGGED DORMANT.  USES        *
000300*                  MNT-TARJETA AND MNT-NUM-CUENTA.               *
000302*   "D" DIARIO   - SET THE CARD'S OWN DAILY LIMITS ON LIMTARJ.DAT*
000303*                  (SEE LIMTREC) FROM MNT-LIMITE-TRANSFERENCIA   *
000305*                  AND MNT-LIMITE-EFECTIVO.  A ZERO AMOUNT       *
000307*                  FOLLOWS THE INSTALLATION DEFAULT; BOTH ZERO   *
000308*                  REMOVES THE CARD'S ENTRY.  USES MNT-TARJETA.  *
000310*================================================================*
000320 01  REG-PARM-MANTENIMIENTO.
000330     02  MNT-ACCION                PIC X(01).
000380         88  MNT-ES-LIMITE             VALUE "L".
000390         88  MNT-ES-REACTIVACION       VALUE "R".
000400         88  MNT-ES-TRASPASO           VALUE "T".
000405         88  MNT-ES-LIMITE-DIARIO      VALUE "D".
000410     02  MNT-TARJETA               PIC 9(10).
000420     02  MNT-PIN                   PIC 9(04).
000430     02  MNT-DNI                   PIC X(09).
000490     02  MNT-LIMITE-DESCUBIERTO    PIC 9(09)V99.
000500     02  MNT-FECHA-CADUCA          PIC 9(08).
000510     02  MNT-TARJETA-NUEVA         PIC 9(10).
000520     02  MNT-LIMITE-TRANSFERENCIA  PIC 9(09)V99.
000530     02  MNT-LIMITE-EFECTIVO       PIC 9(09)V99.
