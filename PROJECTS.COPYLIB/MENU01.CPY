      *    LA DIRECCION SE CAPTURA POR PARTES (CALLE Y NUMERO,        *
      *    POBLACION Y CODIGO POSTAL); LA PROVINCIA SE DERIVA DEL     *
      *    CODIGO POSTAL Y SOLO SE MUESTRA                            *
      *    CONSENTIMIENTO DE MARKETING POR CANAL (POSTAL, CORREO,     *
      *    TELEFONO): INDICADOR S/N Y VIA POR LA QUE LLEGO            *
      *****************************************************************
       01  MAP1I.
           02  CIF1I                 PIC X(9).
           02  CP1I                  PIC X(5).
           02  TLF1I                 PIC X(9).
           02  COR1I                 PIC X(40).
           02  CPOS1I                PIC X(1).
           02  VPOS1I                PIC X(1).
           02  CCOR1I                PIC X(1).
           02  VCOR1I                PIC X(1).
           02  CTLF1I                PIC X(1).
           02  VTLF1I                PIC X(1).
       01  MAP1O.
           02  CIF1O                 PIC X(9).
           02  NOM1O                 PIC X(40).
           02  PRO1O                 PIC X(20).
           02  TLF1O                 PIC X(9).
           02  COR1O                 PIC X(40).
           02  CPOS1O                PIC X(1).
           02  VPOS1O                PIC X(1).
           02  CCOR1O                PIC X(1).
           02  VCOR1O                PIC X(1).
           02  CTLF1O                PIC X(1).
           02  VTLF1O                PIC X(1).
           02  ERRMSG1O              PIC X(30).
