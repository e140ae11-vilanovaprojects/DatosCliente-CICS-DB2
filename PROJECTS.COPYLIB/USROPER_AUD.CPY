      *****************************************************************
      *    DCLGEN TABLE(USROPER_AUD)                                  *
      *    LIBRARY(PROJECTS.COPYLIB(USROPER_AUD))                     *
      *    QUOTE APOST                                                *
      *****************************************************************
      *    REGISTRO DE ACCESOS Y DE MANTENIMIENTO DE OPERADORES.      *
      *    EVENTO: 'E' ENTRADA CORRECTA, 'F' INTENTO FALLIDO,         *
      *    'B' BLOQUEO POR FALLOS DE CLAVE, 'C' CAMBIO DE CLAVE POR   *
      *    EL PROPIO OPERADOR; Y LOS DEL SUPERVISOR: 'A' ALTA,        *
      *    'P' CAMBIO DE PERFIL, 'I' DESACTIVACION, 'D' DESBLOQUEO    *
      *    O REACTIVACION, 'R' CLAVE REINICIADA. ADMIN ES EL          *
      *    OPERADOR QUE HIZO EL CAMBIO (EN BLANCO EN LOS INTENTOS DE  *
      *    IDENTIFICACION)                                            *
      *****************************************************************
           EXEC SQL DECLARE USROPER_AUD TABLE
           ( OPERADOR                   CHAR(8)        NOT NULL,
             EVENTO                     CHAR(1)        NOT NULL,
             TERMID                     CHAR(4)        NOT NULL,
             FECHAHORA                  TIMESTAMP      NOT NULL,
             ADMIN                      CHAR(8)        NOT NULL
                                                       WITH DEFAULT,
             DETALLE                    CHAR(40)       NOT NULL
                                                       WITH DEFAULT
           ) END-EXEC.
      *****************************************************************
      *    COBOL DECLARATION FOR TABLE USROPER_AUD                    *
      *****************************************************************
       01  DCLUSROPERAUD.
           10 DC-OPA-OPERADOR           PIC X(8).
           10 DC-OPA-EVENTO             PIC X(1).
           10 DC-OPA-TERMID             PIC X(4).
           10 DC-OPA-FECHAHORA          PIC X(26).
           10 DC-OPA-ADMIN              PIC X(8).
           10 DC-OPA-DETALLE            PIC X(40).
      *****************************************************************
      *    THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6   *
      *****************************************************************
