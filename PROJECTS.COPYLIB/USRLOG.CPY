      *****************************************************************
      *    DCLGEN TABLE(USRLOG)                                       *
      *    LIBRARY(PROJECTS.COPYLIB(USRLOG))                          *
      *    QUOTE APOST                                                *
      *****************************************************************
      *    REGISTRO DE EJECUCIONES BATCH: UNA FILA POR EJECUCION DE   *
      *    CADA PROGRAMA, GRABADA AL ARRANCAR Y CERRADA AL TERMINAR.  *
      *    PARM ES EL PARM O MODO EFECTIVO DE LA EJECUCION Y          *
      *    SECUENCIA LA DEL FICHERO DE INTERCAMBIO (0 SI NO HAY).     *
      *    LEIDOS, GRABADOS, RECHAZADOS Y BORRADOS SON LOS CONTADORES *
      *    PRINCIPALES DE CADA PROGRAMA (RECHAZADOS RECOGE TAMBIEN    *
      *    LAS INCIDENCIAS DE LOS PROCESOS QUE SOLO INFORMAN).        *
      *    ESTADO: 'E' EN CURSO (SI SIGUE ASI, EL JOB NO TERMINO),    *
      *    'C' CORRECTO (RC 0 A 4), 'A' ANORMAL (RC 8 O MAS)          *
      *****************************************************************
           EXEC SQL DECLARE USRLOG TABLE
           ( PROCESO                    CHAR(8)        NOT NULL,
             INICIO                     TIMESTAMP      NOT NULL,
             FIN                        TIMESTAMP      NOT NULL,
             PARM                       CHAR(21)       NOT NULL
                                                       WITH DEFAULT,
             SECUENCIA                  INTEGER        NOT NULL
                                                       WITH DEFAULT,
             LEIDOS                     INTEGER        NOT NULL
                                                       WITH DEFAULT,
             GRABADOS                   INTEGER        NOT NULL
                                                       WITH DEFAULT,
             RECHAZADOS                 INTEGER        NOT NULL
                                                       WITH DEFAULT,
             BORRADOS                   INTEGER        NOT NULL
                                                       WITH DEFAULT,
             RC                         INTEGER        NOT NULL
                                                       WITH DEFAULT,
             ESTADO                     CHAR(1)        NOT NULL
                                                       WITH DEFAULT 'E'
           ) END-EXEC.
      *****************************************************************
      *    COBOL DECLARATION FOR TABLE USRLOG                         *
      *****************************************************************
       01  DCLUSRLOG.
           10 DC-LOG-PROCESO            PIC X(8).
           10 DC-LOG-INICIO             PIC X(26).
           10 DC-LOG-FIN                PIC X(26).
           10 DC-LOG-PARM               PIC X(21).
           10 DC-LOG-SECUENCIA          PIC S9(9)  COMP.
           10 DC-LOG-LEIDOS             PIC S9(9)  COMP.
           10 DC-LOG-GRABADOS           PIC S9(9)  COMP.
           10 DC-LOG-RECHAZADOS         PIC S9(9)  COMP.
           10 DC-LOG-BORRADOS           PIC S9(9)  COMP.
           10 DC-LOG-RC                 PIC S9(9)  COMP.
           10 DC-LOG-ESTADO             PIC X(1).
      *****************************************************************
      *    THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11  *
      *****************************************************************
