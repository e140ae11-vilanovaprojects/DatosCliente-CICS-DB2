      *****************************************************************
      *    SYMBOLIC MAP FOR MAP MENU14 (MAPSET MENU14)                *
      *    DETALLE DE UN CAMBIO PENDIENTE: VALORES ACTUALES (xxxA) Y  *
      *    PEDIDOS (xxxS) LADO A LADO. DECISION A = APROBAR Y APLICAR,*
      *    R = RECHAZAR (EXIGE MOTIVO)                                *
      *****************************************************************
       01  MAP14I.
           02  DECI14I               PIC X(1).
           02  MOTI14I               PIC X(30).
       01  MAP14O.
           02  CIF14O                PIC X(9).
           02  TIPO14O               PIC X(12).
           02  OPSO14O               PIC X(8).
           02  FSOL14O               PIC X(19).
           02  NOMA14O               PIC X(40).
           02  NOMS14O               PIC X(40).
           02  CALA14O               PIC X(40).
           02  CALS14O               PIC X(40).
           02  POBA14O               PIC X(30).
           02  POBS14O               PIC X(30).
           02  CPA14O                PIC X(5).
           02  CPS14O                PIC X(5).
           02  TLFA14O               PIC X(9).
           02  TLFS14O               PIC X(9).
           02  CORA14O               PIC X(40).
           02  CORS14O               PIC X(40).
           02  DECI14O               PIC X(1).
           02  MOTI14O               PIC X(30).
           02  ERRMSGAO              PIC X(30).
