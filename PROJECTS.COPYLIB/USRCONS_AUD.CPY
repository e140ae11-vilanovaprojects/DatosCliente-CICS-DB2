      *****************************************************************
      *    DCLGEN TABLE(USRCONS_AUD)                                  *
      *    LIBRARY(PROJECTS.COPYLIB(USRCONS_AUD))                     *
      *    QUOTE APOST                                                *
      *****************************************************************
      *    AUDITORIA DE LOS CONSENTIMIENTOS DE MARKETING: UNA FILA    *
      *    POR CADA CAMBIO DE UN CANAL DE UN CLIENTE (SECCONT = 0) O  *
      *    DE UNO DE SUS CONTACTOS (SECCONT = SECUENCIA EN USRCONT).  *
      *    CANAL: 'P' POSTAL, 'C' CORREO, 'T' TELEFONO. CONSANT Y     *
      *    CONSNUE SON EL VALOR ANTERIOR Y EL NUEVO; FECHACONS Y VIA  *
      *    LA FECHA Y EL MEDIO DECLARADOS. EN LAS CARGAS BATCH TERMID *
      *    ES 'CARG' Y OPERADOR EL PROGRAMA. EL EXTRACTO DELTA DEL    *
      *    PROVEEDOR REENVIA LOS CLIENTES CON FILAS DESDE SU ULTIMA   *
      *    EJECUCION                                                  *
      *****************************************************************
           EXEC SQL DECLARE USRCONS_AUD TABLE
           ( CIF                        CHAR(9)        NOT NULL,
             SECCONT                    INTEGER        NOT NULL,
             CANAL                      CHAR(1)        NOT NULL,
             CONSANT                    CHAR(1)        NOT NULL,
             CONSNUE                    CHAR(1)        NOT NULL,
             FECHACONS                  DATE           NOT NULL,
             VIA                        CHAR(1)        NOT NULL,
             FECHAHORA                  TIMESTAMP      NOT NULL,
             TERMID                     CHAR(4)        NOT NULL,
             OPERADOR                   CHAR(8)        NOT NULL
           ) END-EXEC.
      *****************************************************************
      *    COBOL DECLARATION FOR TABLE USRCONS_AUD                    *
      *****************************************************************
       01  DCLUSRCONSAUD.
           10 DC-CSA-CIF                PIC X(9).
           10 DC-CSA-SECCONT            PIC S9(9)  COMP.
           10 DC-CSA-CANAL              PIC X(1).
           10 DC-CSA-CONSANT            PIC X(1).
           10 DC-CSA-CONSNUE            PIC X(1).
           10 DC-CSA-FECHACONS          PIC X(10).
           10 DC-CSA-VIA                PIC X(1).
           10 DC-CSA-FECHAHORA          PIC X(26).
           10 DC-CSA-TERMID             PIC X(4).
           10 DC-CSA-OPERADOR           PIC X(8).
      *****************************************************************
      *    THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10  *
      *****************************************************************
