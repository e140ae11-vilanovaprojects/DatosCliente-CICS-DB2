      *****************************************************************
      *    DCLGEN TABLE(USRRECH)                                      *
      *    LIBRARY(PROJECTS.COPYLIB(USRRECH))                         *
      *    QUOTE APOST                                                *
      *****************************************************************
      *    RECHAZOS DE LA CARGA DE SUCURSAL (CARGACLI): UNA FILA POR  *
      *    MOVIMIENTO RECHAZADO, CON LA SUCURSAL REMITENTE, LA        *
      *    SECUENCIA Y EL NUMERO DE REGISTRO DEL FICHERO, EL MOTIVO   *
      *    (01 A 06, VER CARGACLI) Y LA IMAGEN DEL REGISTRO.          *
      *    ESTADO: 'P' PENDIENTE, 'R' REENVIADO (UNA CARGA POSTERIOR  *
      *    DE LA MISMA SUCURSAL APLICO EL MISMO CIF Y ACCION; EN      *
      *    SECCIERRE LA SECUENCIA DE ESE FICHERO), 'A' ABANDONADO     *
      *    (SIN REENVIO TRAS EL PLAZO DE RECHCLI).                    *
      *    FECHACIERRE Y SECCIERRE SOLO VALEN CON ESTADO 'R'/'A'      *
      *****************************************************************
           EXEC SQL DECLARE USRRECH TABLE
           ( REMITENTE                  CHAR(8)        NOT NULL,
             SECUENCIA                  INTEGER        NOT NULL,
             NUMREG                     INTEGER        NOT NULL,
             CIF                        CHAR(9)        NOT NULL,
             ACCION                     CHAR(1)        NOT NULL,
             MOTIVO                     CHAR(2)        NOT NULL,
             DATOS                      CHAR(210)      NOT NULL,
             FECHARECH                  TIMESTAMP      NOT NULL,
             ESTADO                     CHAR(1)        NOT NULL
                                                       WITH DEFAULT 'P',
             FECHACIERRE                TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
             SECCIERRE                  INTEGER        NOT NULL
                                                       WITH DEFAULT
           ) END-EXEC.
      *****************************************************************
      *    COBOL DECLARATION FOR TABLE USRRECH                        *
      *****************************************************************
       01  DCLUSRRECH.
           10 DC-RCH-REMITENTE          PIC X(8).
           10 DC-RCH-SECUENCIA          PIC S9(9)  COMP.
           10 DC-RCH-NUMREG             PIC S9(9)  COMP.
           10 DC-RCH-CIF                PIC X(9).
           10 DC-RCH-ACCION             PIC X(1).
           10 DC-RCH-MOTIVO             PIC X(2).
           10 DC-RCH-DATOS              PIC X(210).
           10 DC-RCH-FECHARECH          PIC X(26).
           10 DC-RCH-ESTADO             PIC X(1).
           10 DC-RCH-FECHACIERRE        PIC X(26).
           10 DC-RCH-SECCIERRE          PIC S9(9)  COMP.
      *****************************************************************
      *    THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11  *
      *****************************************************************
