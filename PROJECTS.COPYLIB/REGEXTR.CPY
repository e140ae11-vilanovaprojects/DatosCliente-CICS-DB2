      *    LA DIRECCION VIAJA POR PARTES (CALLE Y NUMERO, POBLACION,  *
      *    CODIGO POSTAL Y PROVINCIA) PARA QUE EL PROVEEDOR RECIBA    *
      *    UN DOMICILIO POSTAL ESTRUCTURADO                           *
      *    SOLO VIAJAN LOS CANALES CON CONSENTIMIENTO DE MARKETING    *
      *    (LOS DEMAS EN BLANCO). EXT-OPERACION: 'A' ALTA O           *
      *    SUSTITUCION DEL REGISTRO DEL PROVEEDOR, 'B' BAJA (EL       *
      *    CLIENTE YA NO CONSIENTE NINGUN CANAL Y EL PROVEEDOR DEBE   *
      *    BORRARLO; SOLO EN EL EXTRACTO DELTA)                       *
      *****************************************************************
       01  REG-EXTRACTO.
           05  EXT-CIF                 PIC X(9).
           05  EXT-PROVINCIA           PIC X(20).
           05  EXT-TLF                 PIC X(9).
           05  EXT-CORREO              PIC X(40).
           05  EXT-OPERACION           PIC X(1).
