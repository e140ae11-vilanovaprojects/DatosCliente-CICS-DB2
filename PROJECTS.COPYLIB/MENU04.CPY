      *    LA DIRECCION SE CAPTURA POR PARTES (CALLE Y NUMERO,        *
      *    POBLACION Y CODIGO POSTAL); LA PROVINCIA SE DERIVA DEL     *
      *    CODIGO POSTAL Y SOLO SE MUESTRA                            *
      *    CONSENTIMIENTO DE MARKETING POR CANAL (POSTAL, CORREO,     *
      *    TELEFONO): INDICADOR S/N Y VIA POR LA QUE LLEGO            *
      *    (LA FECHA DEL ULTIMO CAMBIO SOLO SE MUESTRA)               *
      *****************************************************************
       01  MAP4I.
           02  CIF4I                 PIC X(9).
           02  CP4I                  PIC X(5).
           02  TLF4I                 PIC X(9).
           02  COR4I                 PIC X(40).
           02  CPOS4I                PIC X(1).
           02  VPOS4I                PIC X(1).
           02  CCOR4I                PIC X(1).
           02  VCOR4I                PIC X(1).
           02  CTLF4I                PIC X(1).
           02  VTLF4I                PIC X(1).
       01  MAP4O.
           02  CIF4O                 PIC X(9).
           02  NOM4O                 PIC X(40).
           02  PRO4O                 PIC X(20).
           02  TLF4O                 PIC X(9).
           02  COR4O                 PIC X(40).
           02  CPOS4O                PIC X(1).
           02  VPOS4O                PIC X(1).
           02  FPOS4O                PIC X(10).
           02  CCOR4O                PIC X(1).
           02  VCOR4O                PIC X(1).
           02  FCOR4O                PIC X(10).
           02  CTLF4O                PIC X(1).
           02  VTLF4O                PIC X(1).
           02  FTLF4O                PIC X(10).
           02  ERRMSG4O              PIC X(30).
