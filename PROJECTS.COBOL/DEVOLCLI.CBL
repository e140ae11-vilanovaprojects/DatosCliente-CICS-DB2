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
      * REGISTROS DE CONTROL DEL INTERCAMBIO (CABECERA Y COLA)
       COPY CABCOLA.
      * ESTADO DE LA VALIDACION PREVIA DEL FICHERO: LA SECUENCIA YA
       PROCEDURE DIVISION.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
      * PRIMERA PASADA: SE VALIDAN CABECERA, COLA, RECUENTO Y
      * SECUENCIA SIN MARCAR NADA; SOLO SI EL FICHERO ES BUENO SE
      * REABRE Y SE APLICA
           DISPLAY 'DEVOLCLI: DIRECCIONES MARCADAS:' WS-TOT-DIRECS.
           DISPLAY 'DEVOLCLI: CIF NO ENCONTRADOS:  ' WS-TOT-NOHALLADOS.
           DISPLAY 'DEVOLCLI: TIPOS INVALIDOS:     ' WS-TOT-TIPOMAL.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * VALIDACION PREVIA DEL FICHERO DE INTERCAMBIO: LA CABECERA
           DISPLAY 'DEVOLCLI: FICHERO RECHAZADO: ' WS-VAL-MSG.
           DISPLAY 'DEVOLCLI: NO SE APLICA NADA.'.
           MOVE 8 TO RETURN-CODE.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * ULTIMA SECUENCIA APLICADA, EN SU PROPIA FILA DE USRCTRL.
                    IF SQLCODE NOT = 0
                       SET ERROR-GRAVE TO TRUE
                       PERFORM ABORTAR-POR-ERROR-DB2
                       PERFORM ANOTAR-FIN
                       STOP RUN
                    END-IF
               WHEN OTHER
                    SET ERROR-GRAVE TO TRUE
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
      *
           IF SQLCODE NOT = 0
              SET ERROR-GRAVE TO TRUE
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
      *
           READ DEVUELTO
               AT END SET FIN-DEVUELTO TO TRUE
           END-READ.
      *
      * REGISTRO DE EJECUCIONES: LA FILA DE ARRANQUE (ESTADO 'E',
      * EN CURSO) SE CONFIRMA EN EL ACTO PARA QUE QUEDE AUNQUE EL
      * PROCESO HAGA ROLLBACK O ACABE EN ABEND. SI NO SE PUEDE
      * GRABAR SE AVISA Y EL PROCESO SIGUE SIN REGISTRO
       ANOTAR-ARRANQUE.
           INITIALIZE DCLUSRLOG.
           MOVE 'DEVOLCLI' TO DC-LOG-PROCESO.
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
              DISPLAY 'DEVOLCLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-REG-LEIDOS      TO DC-LOG-LEIDOS
              COMPUTE DC-LOG-GRABADOS = WS-TOT-CORREOS + WS-TOT-DIRECS
              COMPUTE DC-LOG-RECHAZADOS = WS-TOT-NOHALLADOS
                                        + WS-TOT-TIPOMAL
              IF CAB-SECUENCIA IS NUMERIC
                 MOVE CAB-SECUENCIA TO DC-LOG-SECUENCIA
              END-IF
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
                 DISPLAY 'DEVOLCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
