      *****************************************************************
      *    SYMBOLIC MAP FOR MAP MENU09 (MAPSET MENU09)                *
      *    CONTACTOS DEL CLIENTE: LISTA DE HASTA 5 CONTACTOS CON      *
      *    LETRA DE SELECCION (B = BAJA, P = HACER PRINCIPAL,         *
      *    C = APLICAR LOS CONSENTIMIENTOS DE LA LINEA DE CAPTURA) Y  *
      *    UNA LINEA DE CAPTURA PARA EL ALTA DE UN CONTACTO NUEVO,    *
      *    CON SU CONSENTIMIENTO DE MARKETING POR CORREO Y TELEFONO   *
      *    (INDICADOR S/N Y VIA POR LA QUE LLEGO)                     *
      *****************************************************************
       01  MAP9I.
           02  SELC1I                PIC X(1).
           02  TLFC9I                PIC X(9).
           02  CORC9I                PIC X(40).
           02  PRIN9I                PIC X(1).
           02  CCOR9I                PIC X(1).
           02  VCOR9I                PIC X(1).
           02  CTLF9I                PIC X(1).
           02  VTLF9I                PIC X(1).
       01  MAP9O.
           02  CIF9O                 PIC X(9).
           02  SELC1O                PIC X(1).
           02  TLFC9O                PIC X(9).
           02  CORC9O                PIC X(40).
           02  PRIN9O                PIC X(1).
           02  CCOR9O                PIC X(1).
           02  VCOR9O                PIC X(1).
           02  CTLF9O                PIC X(1).
           02  VTLF9O                PIC X(1).
           02  ERRMSG9O              PIC X(30).
