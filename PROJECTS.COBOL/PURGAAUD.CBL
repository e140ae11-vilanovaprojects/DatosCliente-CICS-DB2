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
      *
       01 WS-DIAS-RETENCION            PIC S9(9) COMP VALUE 730.
       01 WS-CORTE                     PIC X(26).
                        , TASKN
                        , FECHAHORA
                        , OPERADOR
                        , APROBADOR
                   FROM USRDATOS_AUD
                   WHERE FECHAHORA < :WS-CORTE
                   ORDER BY FECHAHORA
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           PERFORM FIJAR-RETENCION.
           OPEN OUTPUT ARCHIVO INFORME.
           PERFORM CALCULAR-CORTE.
           CLOSE ARCHIVO INFORME.
           DISPLAY 'PURGAAUD: FILAS ARCHIVADAS Y PURGADAS: '
                   WS-TOT-DESCARGADAS.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       FIJAR-RETENCION.
                 DISPLAY 'PURGAAUD: PARM INVALIDO, USE DIAS '
                         'DE RETENCION EN 4 CIFRAS'
                 MOVE 8 TO RETURN-CODE
                 PERFORM ANOTAR-FIN
                 STOP RUN
              END-IF
           END-IF.
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           DISPLAY 'PURGAAUD: CORTE DE RETENCION: ' WS-CORTE.
                                      OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSAUD END-EXEC.
           MOVE DC-AUD-TASKN     TO ARC-TASKN.
           MOVE DC-AUD-FECHAHORA TO ARC-FECHAHORA.
           MOVE DC-AUD-OPERADOR  TO ARC-OPERADOR.
           MOVE DC-AUD-APROBADOR TO ARC-APROBADOR.
           WRITE REG-ARCHIVO.
           ADD 1 TO WS-TOT-DESCARGADAS.
           EVALUATE DC-AUD-ACCION
                    , :DC-AUD-TASKN
                    , :DC-AUD-FECHAHORA
                    , :DC-AUD-OPERADOR
                    , :DC-AUD-APROBADOR
           END-EXEC.
      *
      * ANTES DE BORRAR SE CONTRASTA EL RECUENTO DE LA TABLA CON
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           IF WS-TOT-CONTADAS NOT = WS-TOT-DESCARGADAS
                      ' ARCHIVO: ' WS-TOT-DESCARGADAS
              DISPLAY 'PURGAAUD: NO SE PURGA NADA.'
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
      *
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABORTAR-POR-ERROR-DB2
                 PERFORM ANOTAR-FIN
                 STOP RUN
              END-IF
              MOVE SQLERRD(3) TO WS-TOT-BORRADAS
                 DISPLAY 'PURGAAUD: SE DESHACE LA PURGA.'
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 16 TO RETURN-CODE
                 PERFORM ANOTAR-FIN
                 STOP RUN
              END-IF
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABORTAR-POR-ERROR-DB2
                 PERFORM ANOTAR-FIN
                 STOP RUN
              END-IF
           END-IF.
           DISPLAY 'PURGAAUD: ERROR DB2 SQLCODE = ' WS-SQLCODE-Z.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
      *
      * REGISTRO DE EJECUCIONES: LA FILA DE ARRANQUE (ESTADO 'E',
      * EN CURSO) SE CONFIRMA EN EL ACTO PARA QUE QUEDE AUNQUE EL
      * PROCESO HAGA ROLLBACK O ACABE EN ABEND. SI NO SE PUEDE
      * GRABAR SE AVISA Y EL PROCESO SIGUE SIN REGISTRO
       ANOTAR-ARRANQUE.
           INITIALIZE DCLUSRLOG.
           MOVE 'PURGAAUD' TO DC-LOG-PROCESO.
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
              MOVE SQLCODE TO WS-SQLCODE-Z
              DISPLAY 'PURGAAUD: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOT-DESCARGADAS TO DC-LOG-GRABADOS
              MOVE WS-TOT-BORRADAS    TO DC-LOG-BORRADOS
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
                 DISPLAY 'PURGAAUD: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
