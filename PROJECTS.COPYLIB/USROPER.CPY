      *    TABLA DE OPERADORES DE LA TRANSACCION DATOS: IDENTIFICA    *
      *    AL OPERADOR EN EL ARRANQUE DE SESION Y FIJA SU PERFIL      *
      *    ('C' CONSULTA, 'M' MANTENIMIENTO, 'S' SUPERVISOR)          *
      *    ESTADO: 'A' ACTIVO, 'I' INACTIVO (DESACTIVADO POR EL       *
      *    SUPERVISOR), 'B' BLOQUEADO POR FALLOS DE CLAVE SEGUIDOS.   *
      *    FECHACLAVE ES EL DIA DEL ULTIMO CAMBIO DE CLAVE (CADUCA A  *
      *    LOS N DIAS), CAMBIOCLAVE = 'S' OBLIGA A CAMBIARLA EN LA    *
      *    PROXIMA IDENTIFICACION Y FALLOS CUENTA LAS CLAVES          *
      *    INCORRECTAS SEGUIDAS                                       *
      *****************************************************************
           EXEC SQL DECLARE USROPER TABLE
           ( OPERADOR                   CHAR(8)        NOT NULL,
             CLAVE                      CHAR(8)        NOT NULL,
             PERFIL                     CHAR(1)        NOT NULL,
             ESTADO                     CHAR(1)        NOT NULL
                                                       WITH DEFAULT 'A',
             FECHACLAVE                 DATE           NOT NULL
                                                       WITH DEFAULT,
             CAMBIOCLAVE                CHAR(1)        NOT NULL
                                                       WITH DEFAULT,
             FALLOS                     SMALLINT       NOT NULL
                                                       WITH DEFAULT
           ) END-EXEC.
      *****************************************************************
      *    COBOL DECLARATION FOR TABLE USROPER                        *
           10 DC-OPE-CLAVE              PIC X(8).
           10 DC-OPE-PERFIL             PIC X(1).
           10 DC-OPE-ESTADO             PIC X(1).
           10 DC-OPE-FECHACLAVE         PIC X(10).
           10 DC-OPE-CAMBIOCLAVE        PIC X(1).
           10 DC-OPE-FALLOS             PIC S9(4)  COMP.
      *****************************************************************
      *    THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8   *
      *****************************************************************
