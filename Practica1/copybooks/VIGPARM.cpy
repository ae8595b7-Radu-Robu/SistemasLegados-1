000010*================================================================*
000020* VIGPARM                                                        *
000030* CONTROL-CARD RECORD LAYOUT FOR VIGPARM.DAT, THE RULE FILE READ *
000040* AT START-UP BY VIGBLAN.  ONE FIXED-FORMAT LINE PER ENTRY:      *
000050*   "H" FECHA       - THE BUSINESS DATE TO MONITOR (VIG-FECHA).  *
000060*                     WITHOUT AN "H" LINE, OR WITH A ZERO DATE,  *
000070*                     TODAY IS MONITORED.                        *
000080*   "G" GRANDE      - A SINGLE CASH MOVEMENT ("E"/"S") ABOVE     *
000090*                     VIG-UMBRAL IS AN ALERT.                    *
000100*   "F" FRACCIONADO - CASH MOVEMENTS OF ONE CARD IN THE DAY,     *
000110*                     EACH BELOW VIG-UMBRAL BUT AT LEAST TWO OF  *
000120*                     THEM, ADDING UP OVER VIG-UMBRAL.           *
000130*   "N" NUMERO      - MORE THAN VIG-NUM-MAXIMO CUSTOMER DEBITS   *
000140*                     ("D"/"S") ON ONE ACCOUNT IN THE DAY.       *
000150*   "R" RAPIDO      - A CREDIT ("C"/"E") OF AT LEAST VIG-UMBRAL  *
000160*                     FOLLOWED, WITHIN VIG-DIAS CALENDAR DAYS,   *
000170*                     BY ONE DEBIT ("D"/"S") OF AT LEAST         *
000180*                     VIG-PORCENTAJE PER CENT OF IT.             *
000190* A RULE WITHOUT ITS LINE IS NOT APPLIED; AT MOST ONE LINE PER   *
000200* RULE (A LATER ONE REPLACES AN EARLIER ONE).  FIELDS A RULE     *
000210* DOES NOT USE RIDE AS ZEROS.                                    *
000220*================================================================*
000230 01  REG-PARM-VIGILANCIA.
000240     02  VIG-TIPO-REG              PIC X(01).
000250         88  VIG-ES-FECHA              VALUE "H".
000260         88  VIG-ES-EFECTIVO-GRANDE    VALUE "G".
000270         88  VIG-ES-FRACCIONADO        VALUE "F".
000280         88  VIG-ES-NUMERO-CARGOS      VALUE "N".
000290         88  VIG-ES-PASO-RAPIDO        VALUE "R".
000300     02  VIG-FECHA                 PIC 9(08).
000310     02  VIG-UMBRAL                PIC 9(09)V99.
000320     02  VIG-NUM-MAXIMO            PIC 9(03).
000330     02  VIG-DIAS                  PIC 9(03).
000340     02  VIG-PORCENTAJE            PIC 9(03).
