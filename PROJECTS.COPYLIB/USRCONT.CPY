      *    CLAVE CIF + SECUENCIA): UN CIF ES UNA EMPRESA Y PUEDE DAR  *
      *    VARIOS CONTACTOS; EL MARCADO COMO PRINCIPAL ('S') ES EL    *
      *    QUE VIAJA EN EL EXTRACTO AL PROVEEDOR DE MAILING           *
      *    CONSENTIMIENTO DE MARKETING DEL CONTACTO POR CORREO Y POR  *
      *    TELEFONO, CON LOS MISMOS VALORES QUE EN USRDATOS (EL       *
      *    CONTACTO NO TIENE DIRECCION PROPIA: LO POSTAL VA A LA DE   *
      *    LA EMPRESA CON EL CONSENTIMIENTO DE LA EMPRESA)            *
      *****************************************************************
           EXEC SQL DECLARE USRCONT TABLE
           ( CIF                        CHAR(9)        NOT NULL,
             CORREO                     CHAR(40)       NOT NULL
                                                       WITH DEFAULT,
             PRINCIPAL                  CHAR(1)        NOT NULL
                                                       WITH DEFAULT,
             CONSCORREO                 CHAR(1)        NOT NULL
                                                       WITH DEFAULT,
             FECCORREO                  DATE           NOT NULL
                                                       WITH DEFAULT,
             VIACORREO                  CHAR(1)        NOT NULL
                                                       WITH DEFAULT,
             CONSTLF                    CHAR(1)        NOT NULL
                                                       WITH DEFAULT,
             FECTLF                     DATE           NOT NULL
                                                       WITH DEFAULT,
             VIATLF                     CHAR(1)        NOT NULL
                                                       WITH DEFAULT
           ) END-EXEC.
      *****************************************************************
           10 DC-CON-TLF                PIC X(9).
           10 DC-CON-CORREO             PIC X(40).
           10 DC-CON-PRINCIPAL          PIC X(1).
           10 DC-CON-CONSCORREO         PIC X(1).
           10 DC-CON-FECCORREO          PIC X(10).
           10 DC-CON-VIACORREO          PIC X(1).
           10 DC-CON-CONSTLF            PIC X(1).
           10 DC-CON-FECTLF             PIC X(10).
           10 DC-CON-VIATLF             PIC X(1).
      *****************************************************************
      *    THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13  *
      *****************************************************************
