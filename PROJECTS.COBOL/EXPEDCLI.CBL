           05  ARC-TASKN               PIC 9(9).
           05  ARC-FECHAHORA           PIC X(26).
           05  ARC-OPERADOR            PIC X(8).
           05  ARC-APROBADOR           PIC X(8).
       FD  INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME              PIC X(132).
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
      *============================================================
      * LA HISTORIA VIVA SE LEE EN ORDEN CRONOLOGICO ASCENDENTE,
      * IGUAL QUE VIENEN LOS ARCHIVOS (CADA GENERACION SE DESCARGO
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           OPEN OUTPUT INFORME.
           IF PARM-LON = 9
              SET MODO-PARM TO TRUE
                   WS-TOT-EXPEDIENTES.
           DISPLAY 'EXPEDCLI: CIF NO HALLADOS:      '
                   WS-TOT-NOHALLADOS.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       TRATAR-CIF-FICHERO.
                    PERFORM ESCRIBIR-DATO
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
      *
           MOVE 'ESTADO................: ' TO DAT-ETIQUETA.
           MOVE DC-ESTADO       TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           IF DC-ESTADO = 'B' OR DC-ESTADO = 'F' OR DC-ESTADO = 'X'
              MOVE 'FECHA DE BAJA.........: ' TO DAT-ETIQUETA
              MOVE DC-FECHA-BAJA TO DAT-VALOR
              PERFORM ESCRIBIR-DATO
                                         OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSCONE END-EXEC.
                    MOVE HIGH-VALUES TO WS-FH-VIVA
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
      *
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
           MOVE 'EXPEDCLI' TO DC-LOG-PROCESO.
           IF PARM-LON > 0 AND PARM-LON NOT > 9
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
              MOVE SQLCODE TO WS-SQLCODE-Z
              DISPLAY 'EXPEDCLI: AVISO: SIN REGISTRO DE EJECUCION,'
                      ' SQLCODE = ' WS-SQLCODE-Z
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
              MOVE WS-TOT-EXPEDIENTES TO DC-LOG-GRABADOS
              MOVE WS-TOT-NOHALLADOS  TO DC-LOG-RECHAZADOS
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
                 MOVE SQLCODE TO WS-SQLCODE-Z
                 DISPLAY 'EXPEDCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
