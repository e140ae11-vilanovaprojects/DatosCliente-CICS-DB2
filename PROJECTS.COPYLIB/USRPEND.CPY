      *****************************************************************
      *    DCLGEN TABLE(USRPEND)                                      *
      *    LIBRARY(PROJECTS.COPYLIB(USRPEND))                         *
      *    QUOTE APOST                                                *
      *****************************************************************
      *    COLA DE CAMBIOS PENDIENTES DE APROBACION: LAS BAJAS Y LOS  *
      *    CAMBIOS DE NOMBRE O DIRECCION PEDIDOS POR UN OPERADOR DE   *
      *    MANTENIMIENTO (MENU04/MENU05) NO SE APLICAN HASTA QUE UN   *
      *    SUPERVISOR LOS APRUEBA EN MENU13/MENU14.                   *
      *    TIPO: 'M' MODIFICACION, 'B' BAJA.                          *
      *    ESTADO: 'P' PENDIENTE, 'A' APROBADO Y APLICADO,            *
      *    'R' RECHAZADO (CON MOTIVO).                                *
      *    NOMBRE..CORREO SON LOS VALORES PEDIDOS (EN BLANCO EN UNA   *
      *    BAJA) Y ANTNOMBRE..ANTFECHAMOD LA IMAGEN DEL CLIENTE AL    *
      *    PEDIRLO: AL APROBAR SE EXIGE QUE EL CLIENTE SIGA IGUAL.    *
      *    OPERAPR, FECHARES Y MOTIVO SOLO VALEN CON ESTADO 'A'/'R'   *
      *****************************************************************
           EXEC SQL DECLARE USRPEND TABLE
           ( CIF                        CHAR(9)        NOT NULL,
             FECHASOL                   TIMESTAMP      NOT NULL,
             TIPO                       CHAR(1)        NOT NULL,
             OPERSOL                    CHAR(8)        NOT NULL,
             TERMSOL                    CHAR(4)        NOT NULL,
             ESTADO                     CHAR(1)        NOT NULL
                                                       WITH DEFAULT 'P',
             NOMBRE                     CHAR(40)       NOT NULL
                                                       WITH DEFAULT,
             CALLE                      CHAR(40)       NOT NULL
                                                       WITH DEFAULT,
             POBLACION                  CHAR(30)       NOT NULL
                                                       WITH DEFAULT,
             CODPOSTAL                  CHAR(5)        NOT NULL
                                                       WITH DEFAULT,
             PROVINCIA                  CHAR(20)       NOT NULL
                                                       WITH DEFAULT,
             TLF                        CHAR(9)        NOT NULL
                                                       WITH DEFAULT,
             CORREO                     CHAR(40)       NOT NULL
                                                       WITH DEFAULT,
             ANTNOMBRE                  CHAR(40)       NOT NULL,
             ANTCALLE                   CHAR(40)       NOT NULL,
             ANTPOBLACION               CHAR(30)       NOT NULL,
             ANTCODPOSTAL               CHAR(5)        NOT NULL,
             ANTTLF                     CHAR(9)        NOT NULL,
             ANTCORREO                  CHAR(40)       NOT NULL,
             ANTFECHAMOD                DATE           NOT NULL,
             OPERAPR                    CHAR(8)        NOT NULL
                                                       WITH DEFAULT,
             FECHARES                   TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
             MOTIVO                     CHAR(30)       NOT NULL
                                                       WITH DEFAULT
           ) END-EXEC.
      *****************************************************************
      *    COBOL DECLARATION FOR TABLE USRPEND                        *
      *****************************************************************
       01  DCLUSRPEND.
           10 DC-PEN-CIF                PIC X(9).
           10 DC-PEN-FECHASOL           PIC X(26).
           10 DC-PEN-TIPO               PIC X(1).
           10 DC-PEN-OPERSOL            PIC X(8).
           10 DC-PEN-TERMSOL            PIC X(4).
           10 DC-PEN-ESTADO             PIC X(1).
           10 DC-PEN-NOMBRE             PIC X(40).
           10 DC-PEN-CALLE              PIC X(40).
           10 DC-PEN-POBLACION          PIC X(30).
           10 DC-PEN-CODPOSTAL          PIC X(5).
           10 DC-PEN-PROVINCIA          PIC X(20).
           10 DC-PEN-TLF                PIC X(9).
           10 DC-PEN-CORREO             PIC X(40).
           10 DC-PEN-ANTNOMBRE          PIC X(40).
           10 DC-PEN-ANTCALLE           PIC X(40).
           10 DC-PEN-ANTPOBLACION       PIC X(30).
           10 DC-PEN-ANTCODPOSTAL       PIC X(5).
           10 DC-PEN-ANTTLF             PIC X(9).
           10 DC-PEN-ANTCORREO          PIC X(40).
           10 DC-PEN-ANTFECHAMOD        PIC X(10).
           10 DC-PEN-OPERAPR            PIC X(8).
           10 DC-PEN-FECHARES           PIC X(26).
           10 DC-PEN-MOTIVO             PIC X(30).
      *****************************************************************
      *    THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 23  *
      *****************************************************************
