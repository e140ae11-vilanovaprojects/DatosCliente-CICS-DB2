      *    DCLGEN TABLE(USRDATOS)                                     *
      *    LIBRARY(PROJECTS.COPYLIB(USRDATOS))                        *
      *    QUOTE APOST                                                *
      *****************************************************************
      *    CONSENTIMIENTO DE MARKETING POR CANAL (POSTAL, CORREO Y    *
      *    TELEFONO): CONSxxx 'S' DADO, 'N' RETIRADO O DENEGADO,      *
      *    BLANCO NUNCA PREGUNTADO (Y SIN CONSENTIMIENTO); FECxxx     *
      *    FECHA EN QUE SE DIO O RETIRO; VIAxxx MEDIO POR EL QUE      *
      *    LLEGO: 'O' OFICINA, 'T' TELEFONO, 'W' WEB, 'P' CARTA,      *
      *    'X' RETIRADO POR SUPRESION (ANONCLI).                      *
      *    CADA CAMBIO DEJA UNA FILA EN USRCONS_AUD                   *
      *****************************************************************
           EXEC SQL DECLARE USRDATOS TABLE
           ( CIF                        CHAR(9)        NOT NULL,
             CODPOSTAL                  CHAR(5)        NOT NULL
                                                       WITH DEFAULT,
             PROVINCIA                  CHAR(20)       NOT NULL
                                                       WITH DEFAULT,
             CONSPOSTAL                 CHAR(1)        NOT NULL
                                                       WITH DEFAULT,
             FECPOSTAL                  DATE           NOT NULL
                                                       WITH DEFAULT,
             VIAPOSTAL                  CHAR(1)        NOT NULL
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
           10 DC-POBLACION              PIC X(30).
           10 DC-CODPOSTAL              PIC X(5).
           10 DC-PROVINCIA              PIC X(20).
           10 DC-CONSPOSTAL             PIC X(1).
           10 DC-FECPOSTAL              PIC X(10).
           10 DC-VIAPOSTAL              PIC X(1).
           10 DC-CONSCORREO             PIC X(1).
           10 DC-FECCORREO              PIC X(10).
           10 DC-VIACORREO              PIC X(1).
           10 DC-CONSTLF                PIC X(1).
           10 DC-FECTLF                 PIC X(10).
           10 DC-VIATLF                 PIC X(1).
      *****************************************************************
      *    THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 25  *
      *****************************************************************
