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
      * CURSOR DE LOS CONTACTOS DEL ABSORBIDO: SE TRASPASAN UNO A
      * UNO AL SUPERVIVIENTE CON SECUENCIA NUEVA Y SIN MARCA DE
      * PRINCIPAL (EL PRINCIPAL DEL SUPERVIVIENTE NO SE TOCA). LOS
      * CONSENTIMIENTOS DE MARKETING VIAJAN CON EL CONTACTO; SU
      * HISTORIA QUEDA EN USRCONS_AUD BAJO EL CIF ABSORBIDO
           EXEC SQL
               DECLARE CURSCONF CURSOR FOR
                   SELECT NOMCONT
                        , CARGO
                        , TLF
                        , CORREO
                        , CONSCORREO
                        , FECCORREO
                        , VIACORREO
                        , CONSTLF
                        , FECTLF
                        , VIATLF
                   FROM USRCONT
                   WHERE CIF = :WS-CIF-ABSORB
                   ORDER BY SECUENCIA
       PROCEDURE DIVISION.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
      * PRIMERA PASADA: SE VALIDAN CABECERA, COLA, RECUENTO Y
      * SECUENCIA SIN FUSIONAR NADA; SOLO SI EL FICHERO ES BUENO
      * SE REABRE Y SE APLICA
           DISPLAY 'FUSICLI: DECISIONES LEIDAS:  ' WS-REG-LEIDOS.
           DISPLAY 'FUSICLI: FUSIONES APLICADAS: ' WS-TOT-FUSIONES.
           DISPLAY 'FUSICLI: RECHAZADAS:         ' WS-TOT-RECHAZOS.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       PROCESO-PRINCIPAL.
           DISPLAY 'FUSICLI: FICHERO RECHAZADO: ' WS-VAL-MSG.
           DISPLAY 'FUSICLI: NO SE APLICA NADA.'.
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
                     , CARGO
                     , TLF
                     , CORREO
                     , PRINCIPAL
                     , CONSCORREO
                     , FECCORREO
                     , VIACORREO
                     , CONSTLF
                     , FECTLF
                     , VIATLF)
                  VALUES(
                       :DC-CON-CIF
                     , :DC-CON-SECUENCIA
                     , :DC-CON-CARGO
                     , :DC-CON-TLF
                     , :DC-CON-CORREO
                     , ' '
                     , :DC-CON-CONSCORREO
                     , :DC-CON-FECCORREO
                     , :DC-CON-VIACORREO
                     , :DC-CON-CONSTLF
                     , :DC-CON-FECTLF
                     , :DC-CON-VIATLF)
              END-EXEC
              IF SQLCODE NOT = 0
                 SET ERROR-GRAVE TO TRUE
                    , :DC-CON-CARGO
                    , :DC-CON-TLF
                    , :DC-CON-CORREO
                    , :DC-CON-CONSCORREO
                    , :DC-CON-FECCORREO
                    , :DC-CON-VIACORREO
                    , :DC-CON-CONSTLF
                    , :DC-CON-FECTLF
                    , :DC-CON-VIATLF
           END-EXEC.
      *
      * REGISTRO DE AUDITORIA: ACCION 'F' (FUSION) PARA LOS DOS CIF;
           READ DECISION
               AT END SET FIN-DECISION TO TRUE
           END-READ.
      *
      * REGISTRO DE EJECUCIONES: LA FILA DE ARRANQUE (ESTADO 'E',
      * EN CURSO) SE CONFIRMA EN EL ACTO PARA QUE QUEDE AUNQUE EL
      * PROCESO HAGA ROLLBACK O ACABE EN ABEND. SI NO SE PUEDE
      * GRABAR SE AVISA Y EL PROCESO SIGUE SIN REGISTRO
       ANOTAR-ARRANQUE.
           INITIALIZE DCLUSRLOG.
           MOVE 'FUSICLI' TO DC-LOG-PROCESO.
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
              DISPLAY 'FUSICLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOT-FUSIONES    TO DC-LOG-GRABADOS
              MOVE WS-TOT-RECHAZOS    TO DC-LOG-RECHAZADOS
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
                 DISPLAY 'FUSICLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
