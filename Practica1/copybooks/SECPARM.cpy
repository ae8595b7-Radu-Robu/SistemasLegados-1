000050*   "V" VERIFICA - GATE ONE CHAIN STEP: CONFIRM ITS              *
000060*                  PREDECESSOR FINISHED FOR THE BUSINESS DATE    *
000070*                  AND THE STEP ITSELF HAS NOT ALREADY RUN.      *
000075*                  A HOLD POINT LEFT HELD MAY BE RERUN.          *
000080*                  SEC-PROGRAMA NAMES THE STEP; "STAGING" IS     *
000090*                  PERFORMED BY SECNOC ITSELF (SNAPSAL.DAT       *
000100*                  COPIED TO SNAPANT.DAT), NOT MERELY GATED.     *
000110*   "R" REPORTE  - PRINT THE MORNING REPORT OF THE WHOLE CHAIN   *
000120*                  FOR THE BUSINESS DATE ON SECREPT.DAT.         *
000121*   "L" LIBERA   - SUPERVISED RELEASE OF A HOLD POINT: THE STEP  *
000123*                  NAMED IN SEC-PROGRAMA FINISHED WITH A         *
000124*                  NON-ZERO RETURN CODE AND ITS SUCCESSOR MAY    *
000126*                  GO AHEAD ALL THE SAME.  SEC-SUPERVISOR MUST   *
000127*                  BE ON SUPERVIS.DAT; THE RELEASE IS RECORDED   *
000129*                  ON SECLIB.DAT.                                *
000130* A ZERO SEC-FECHA MEANS TODAY.                                  *
000140*================================================================*
000150 01  REG-PARM-SECUENCIA.
000160     02  SEC-ACCION                PIC X(01).
000170         88  SEC-ES-VERIFICACION       VALUE "V".
000180         88  SEC-ES-REPORTE            VALUE "R".
000185         88  SEC-ES-LIBERACION         VALUE "L".
000190     02  SEC-FECHA                 PIC 9(08).
000200     02  SEC-PROGRAMA              PIC X(09).
000210     02  SEC-SUPERVISOR            PIC X(08).
