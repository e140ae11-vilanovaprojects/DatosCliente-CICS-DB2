      *    DCLGEN TABLE(USRDATOS_AUD)                                 *
      *    LIBRARY(PROJECTS.COPYLIB(USRDATOS_AUD))                    *
      *    QUOTE APOST                                                *
      *****************************************************************
      *    APROBADOR: SUPERVISOR QUE APROBO EL CAMBIO CUANDO LO PIDIO *
      *    OTRO OPERADOR (COLA USRPEND); EN BLANCO EN LOS DEMAS CASOS *
      *****************************************************************
           EXEC SQL DECLARE USRDATOS_AUD TABLE
           ( CIF                        CHAR(9)        NOT NULL,
             TASKN                      INTEGER        NOT NULL,
             FECHAHORA                  TIMESTAMP      NOT NULL,
             OPERADOR                   CHAR(8)        NOT NULL
                                                       WITH DEFAULT,
             APROBADOR                  CHAR(8)        NOT NULL
                                                       WITH DEFAULT
           ) END-EXEC.
      *****************************************************************
           10 DC-AUD-TASKN              PIC S9(9)  COMP.
           10 DC-AUD-FECHAHORA          PIC X(26).
           10 DC-AUD-OPERADOR           PIC X(8).
           10 DC-AUD-APROBADOR          PIC X(8).
      *****************************************************************
      *    THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7   *
      *****************************************************************
