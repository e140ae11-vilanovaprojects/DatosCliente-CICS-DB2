      *************************************************
      *  PROGRAMA BATCH MATINAL DE CAMBIOS PENDIENTES DE APROBACION:
      *  LISTA LAS BAJAS Y CAMBIOS DE NOMBRE O DIRECCION DE USRPEND
      *  QUE LLEVAN MAS DE N DIAS ESPERANDO A UN SUPERVISOR, DEL MAS
      *  ANTIGUO AL MAS RECIENTE, CON TOTALES POR TIPO.
      *  PARM = DIAS DE ESPERA (4 CIFRAS); SIN PARM, 0003.
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDCLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME   ASSIGN TO INFORME
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME              PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FILLER PIC X(20) VALUE 'PENDI678901234567890'.
           EXEC SQL
                INCLUDE USRPEND
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'SQLCA678901234567890'.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
      *
      * REGISTRO DE EJECUCIONES DEL PROCESO (USRLOG)
       01 FILLER PIC X(20) VALUE 'EJECU678901234567890'.
           EXEC SQL
                INCLUDE USRLOG
           END-EXEC.
       01 WS-LOG                       PIC X(1) VALUE 'N'.
           88 LOG-ABIERTO             VALUE 'S'.
           88 NLOG-ABIERTO            VALUE 'N'.
      *
       01 WS-DIAS-ESPERA               PIC S9(9) COMP VALUE 3.
       01 WS-CORTE                     PIC X(26).
       01 WS-DIAS                      PIC S9(9) COMP.
      *
      * PENDIENTES SOLICITADOS ANTES DEL CORTE, CON LOS DIAS QUE
      * LLEVAN ESPERANDO
           EXEC SQL
               DECLARE CURSPEN CURSOR FOR
                   SELECT CIF
                        , FECHASOL
                        , TIPO
                        , OPERSOL
                        , TERMSOL
                        , ANTNOMBRE
                        , DAYS(CURRENT DATE) - DAYS(DATE(FECHASOL))
                   FROM USRPEND
                   WHERE ESTADO = 'P'
                     AND FECHASOL < :WS-CORTE
                   ORDER BY FECHASOL, CIF
           END-EXEC.
      *
       01 WS-TOT-PENDIENTES            PIC 9(7) VALUE 0.
       01 WS-TOT-MODIFS                PIC 9(7) VALUE 0.
       01 WS-TOT-BAJAS                 PIC 9(7) VALUE 0.
       01 WS-PAGINA                   PIC 9(4) VALUE 0.
       01 WS-LINEAS-PAGINA            PIC 99   VALUE 0.
       01 WS-MAX-LINEAS               PIC 99   VALUE 40.
      *
       01 CAB-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'CAMBIOS PENDIENTES DE APROBACION        '.
           05 FILLER                  PIC X(10) VALUE '  PAGINA: '.
           05 CAB1-PAGINA             PIC ZZZ9.
       01 CAB-CORTE.
           05 FILLER                  PIC X(30)
                  VALUE 'SOLICITADOS ANTES DE.......: '.
           05 CABC-CORTE              PIC X(19).
       01 CAB-COLS.
           05 FILLER                  PIC X(11) VALUE 'CIF'.
           05 FILLER                  PIC X(14) VALUE 'TIPO'.
           05 FILLER                  PIC X(10) VALUE 'OPERADOR'.
           05 FILLER                  PIC X(6)  VALUE 'TERM'.
           05 FILLER                  PIC X(21) VALUE 'SOLICITADO'.
           05 FILLER                  PIC X(7)  VALUE '  DIAS'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(40) VALUE 'NOMBRE'.
       01 LINEA-DET.
           05 DET-CIF                 PIC X(9).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-TIPO                PIC X(12).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-OPERSOL             PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-TERMSOL             PIC X(4).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-FECHASOL            PIC X(19).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-DIAS                PIC ZZZZ9.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 DET-NOMBRE              PIC X(40).
       01 LIN-TOTAL.
           05 LIN-TOT-TEXTO           PIC X(30).
           05 LIN-TOT-VALOR           PIC Z,ZZZ,ZZ9.
       01 LINEA-ERROR-DB2.
           05 FILLER                  PIC X(20)
                  VALUE 'ERROR DB2 SQLCODE = '.
           05 ERR-SQLCODE             PIC -ZZZZZZZZ9.
      *
       LINKAGE SECTION.
       01 PARM-ENTRADA.
           05 PARM-LON                 PIC S9(4) COMP.
           05 PARM-TEXTO               PIC X(8).
      *
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           PERFORM FIJAR-ESPERA.
           OPEN OUTPUT INFORME.
           PERFORM CALCULAR-CORTE.
           PERFORM NUEVA-PAGINA.
           EXEC SQL OPEN CURSPEN END-EXEC.
           PERFORM LEER-CURSOR.
           PERFORM TRATAR-PENDIENTE UNTIL SQLCODE = 100
                                       OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSPEN END-EXEC.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE INFORME.
           DISPLAY 'PENDCLI: PENDIENTES FUERA DE PLAZO: '
                   WS-TOT-PENDIENTES.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       FIJAR-ESPERA.
           IF PARM-LON > 0
              IF PARM-LON = 4 AND PARM-TEXTO(1:4) IS NUMERIC
                 MOVE PARM-TEXTO(1:4) TO WS-DIAS-ESPERA
              ELSE
                 DISPLAY 'PENDCLI: PARM INVALIDO, USE DIAS '
                         'DE ESPERA EN 4 CIFRAS'
                 MOVE 8 TO RETURN-CODE
                 PERFORM ANOTAR-FIN
                 STOP RUN
              END-IF
           END-IF.
           DISPLAY 'PENDCLI: DIAS DE ESPERA: ' WS-DIAS-ESPERA.
      *
       CALCULAR-CORTE.
           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP
                            - :WS-DIAS-ESPERA DAYS)
                INTO  :WS-CORTE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE WS-CORTE TO CABC-CORTE.
           DISPLAY 'PENDCLI: CORTE: ' WS-CORTE.
      *
       LEER-CURSOR.
           INITIALIZE DCLUSRPEND
                      WS-DIAS.
           EXEC SQL
               FETCH FROM CURSPEN
                 INTO :DC-PEN-CIF
                    , :DC-PEN-FECHASOL
                    , :DC-PEN-TIPO
                    , :DC-PEN-OPERSOL
                    , :DC-PEN-TERMSOL
                    , :DC-PEN-ANTNOMBRE
                    , :WS-DIAS
           END-EXEC.
      *
       TRATAR-PENDIENTE.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
           END-IF.
           ADD 1 TO WS-TOT-PENDIENTES.
           MOVE DC-PEN-CIF       TO DET-CIF.
           IF DC-PEN-TIPO = 'B'
              MOVE 'BAJA'         TO DET-TIPO
              ADD 1 TO WS-TOT-BAJAS
           ELSE
              MOVE 'MODIFICACION' TO DET-TIPO
              ADD 1 TO WS-TOT-MODIFS
           END-IF.
           MOVE DC-PEN-OPERSOL   TO DET-OPERSOL.
           MOVE DC-PEN-TERMSOL   TO DET-TERMSOL.
           MOVE DC-PEN-FECHASOL  TO DET-FECHASOL.
           MOVE WS-DIAS          TO DET-DIAS.
           MOVE DC-PEN-ANTNOMBRE TO DET-NOMBRE.
           WRITE LINEA-INFORME FROM LINEA-DET.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM LEER-CURSOR.
      *
       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 'MODIFICACIONES PENDIENTES...:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-MODIFS     TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'BAJAS PENDIENTES............:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-BAJAS      TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'TOTAL FUERA DE PLAZO........:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-PENDIENTES TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
      *
       NUEVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA            TO CAB1-PAGINA.
           IF WS-PAGINA > 1
              MOVE SPACES TO LINEA-INFORME
              WRITE LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME FROM CAB-1.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-CORTE.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-COLS.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO WS-LINEAS-PAGINA.
      *
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE              TO ERR-SQLCODE.
           DISPLAY 'PENDCLI: ' LINEA-ERROR-DB2.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM LINEA-ERROR-DB2.
           MOVE 16 TO RETURN-CODE.
      *
      * REGISTRO DE EJECUCIONES: LA FILA DE ARRANQUE (ESTADO 'E',
      * EN CURSO) SE CONFIRMA EN EL ACTO PARA QUE QUEDE AUNQUE EL
      * PROCESO HAGA ROLLBACK O ACABE EN ABEND. SI NO SE PUEDE
      * GRABAR SE AVISA Y EL PROCESO SIGUE SIN REGISTRO
       ANOTAR-ARRANQUE.
           INITIALIZE DCLUSRLOG.
           MOVE 'PENDCLI' TO DC-LOG-PROCESO.
           IF PARM-LON > 0 AND PARM-LON NOT > 8
              MOVE PARM-TEXTO(1:PARM-LON) TO DC-LOG-PARM
           END-IF.
           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP)
                INTO  :DC-LOG-INICIO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                INSERT
                  INTO USRLOG(
                       PROCESO
                     , INICIO
                     , FIN
                     , PARM
                     , ESTADO)
                  VALUES(
                       :DC-LOG-PROCESO
                     , :DC-LOG-INICIO
                     , :DC-LOG-INICIO
                     , :DC-LOG-PARM
                     , 'E')
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
           END-IF.
           IF SQLCODE = 0
              SET LOG-ABIERTO TO TRUE
           ELSE
              MOVE SQLCODE TO ERR-SQLCODE
              DISPLAY 'PENDCLI: AVISO: SIN REGISTRO DE EJECUCION,'
                      ' SQLCODE = ' ERR-SQLCODE
           END-IF.
      *
      * CIERRE DE LA FILA DE REGISTRO CON LOS CONTADORES, EL RC Y
      * EL ESTADO FINAL ('C' HASTA RC 4, 'A' DESDE RC 8). SE HACE
      * ANTES DE CADA STOP RUN; EL RC DEL PASO SE GUARDA ANTES DEL
      * SQL Y SE REPONE AL FINAL
       ANOTAR-FIN.
           IF LOG-ABIERTO
              SET NLOG-ABIERTO TO TRUE
              MOVE RETURN-CODE TO DC-LOG-RC
              IF DC-LOG-RC > 4
                 MOVE 'A' TO DC-LOG-ESTADO
              ELSE
                 MOVE 'C' TO DC-LOG-ESTADO
              END-IF
              MOVE WS-TOT-PENDIENTES  TO DC-LOG-LEIDOS
              EXEC SQL
                UPDATE USRLOG
                   SET FIN        = CURRENT TIMESTAMP
                     , PARM       = :DC-LOG-PARM
                     , SECUENCIA  = :DC-LOG-SECUENCIA
                     , LEIDOS     = :DC-LOG-LEIDOS
                     , GRABADOS   = :DC-LOG-GRABADOS
                     , RECHAZADOS = :DC-LOG-RECHAZADOS
                     , BORRADOS   = :DC-LOG-BORRADOS
                     , RC         = :DC-LOG-RC
                     , ESTADO     = :DC-LOG-ESTADO
                 WHERE PROCESO = :DC-LOG-PROCESO
                   AND INICIO  = :DC-LOG-INICIO
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL COMMIT END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO ERR-SQLCODE
                 DISPLAY 'PENDCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' ERR-SQLCODE
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
