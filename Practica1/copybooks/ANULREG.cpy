000010*================================================================*
000020* ANULREG                                                        *
000030* KEYED CANCELLATION REGISTER LAYOUT FOR ANULREG.DAT, WRITTEN    *
000040* BY ANULMOV.  THE KEY IS A FULL TRANHIST.DAT KEY.  EVERY        *
000050* CANCELLED MOVEMENT GETS AN "A" RECORD POINTING AT THE          *
000060* COMPENSATING MOVEMENT THAT UNDID IT, AND EVERY COMPENSATING    *
000070* MOVEMENT GETS A "C" RECORD POINTING BACK AT THE ORIGINAL, SO   *
000080* THE LINK CAN BE FOLLOWED EITHER WAY WITHOUT WIDENING           *
000090* TRANLOG.DAT.  A KEY FOUND HERE CAN NEVER BE CANCELLED AGAIN:   *
000100* AN "A" IS ALREADY UNDONE AND A "C" IS ITSELF A CANCELLATION.   *
000110* ANR-CLAVE-PAREJA CARRIES THE OTHER LEG OF A TRANSFER           *
000120* CANCELLED AS A UNIT (SPACES WHEN THERE WAS NONE).  A RECORD    *
000130* IS NEVER DELETED.                                              *
000140*================================================================*
000150 01  REG-ANULACION.
000160     02  ANR-CLAVE.
000170         03  ANR-NUM-CUENTA        PIC X(24).
000180         03  ANR-FECHA-HORA        PIC X(14).
000190         03  ANR-SECUENCIA         PIC 9(03).
000200     02  ANR-TIPO-REG              PIC X(01).
000210         88  ANR-ES-ANULADO            VALUE "A".
000220         88  ANR-ES-COMPENSACION       VALUE "C".
000230     02  ANR-CLAVE-ENLACE          PIC X(41).
000240     02  ANR-CLAVE-PAREJA          PIC X(41).
000250     02  ANR-TIPO-MOVTO            PIC X(01).
000260     02  ANR-IMPORTE               PIC 9(09)V99.
000270     02  ANR-FECHA-HORA-ANUL       PIC X(14).
000280     02  ANR-SUPERVISOR            PIC X(08).
