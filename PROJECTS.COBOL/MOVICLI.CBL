      *************************************************
      *  PROGRAMA BATCH DE MOVIMIENTOS DIARIOS PARA LA BASE CENTRAL
      *  DE CLIENTES DE LA CENTRAL: CONVIERTE LA ACTIVIDAD DE
      *  USRDATOS_AUD (ACCIONES A/M/B/R/X) DESDE LA ULTIMA EJECUCION
      *  CORRECTA EN UN FICHERO DE MOVIMIENTOS, UN REGISTRO POR
      *  CLIENTE MOVIDO CON SU ULTIMA ACCION, LOS DATOS ACTUALES DE
      *  USRDATOS Y LA FECHA DE BAJA PARA LAS BAJAS (QUE EL EXTRACTO
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
      * CURSOR DE LA ACTIVIDAD: SOLO LAS ACCIONES QUE MUEVEN EL
      * MAESTRO (A/M/B/R/X), ORDENADAS POR CIF Y HORA PARA QUE EL
      * CORTE DE CONTROL SE QUEDE CON LA ULTIMA ACCION DE CADA
      * CLIENTE. SE USA >= (Y NO >) PARA SOLAPAR EL DIA DE LA
      * ULTIMA EJECUCION: MEJOR REPETIR UN MOVIMIENTO QUE PERDERLO.
      * LOS CAMBIOS QUE ENTRAN DE LA CENTRAL (ACCION 'E', CENTCLI)
      * QUEDAN FUERA A PROPOSITO PARA NO DEVOLVERSELOS. LA
      * ANONIMIZACION ('X', ANONCLI) VIAJA CON LOS DATOS YA
      * MACHACADOS PARA QUE LA CENTRAL LIMPIE TAMBIEN SU COPIA
      *============================================================
           EXEC SQL
               DECLARE CURSMOV CURSOR FOR
                        , ACCION
                   FROM USRDATOS_AUD
                   WHERE DATE(FECHAHORA) >= :DC-CTL-FECHAULT
                     AND ACCION IN ('A', 'M', 'B', 'R', 'X')
                   ORDER BY CIF, FECHAHORA
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           PERFORM LEER-CONTROL.
           OPEN OUTPUT MOVTOS.
           PERFORM ESCRIBIR-CABECERA.
           DISPLAY 'MOVICLI: MOVIMIENTOS EMITIDOS:  ' WS-TOT-MOVTOS.
           DISPLAY 'MOVICLI: CIF YA NO EN USRDATOS: '
                   WS-TOT-NOHALLADOS.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * RECUPERA LA FECHA DE LA ULTIMA EJECUCION CORRECTA. SI AUN
                            'SE EMITE TODO'
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
      *
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE 'CAB'        TO CAB-TIPO.
                    MOVE DC-TLF        TO MOV-TLF
                    MOVE DC-CORREO     TO MOV-CORREO
                    MOVE DC-ESTADO     TO MOV-ESTADO
                    IF DC-ESTADO = 'B' OR DC-ESTADO = 'X'
                       MOVE DC-FECHA-BAJA TO MOV-FECHABAJA
                    ELSE
                       MOVE SPACES        TO MOV-FECHABAJA
                    ADD 1 TO WS-TOT-NOHALLADOS
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
      *
           MOVE SQLCODE TO WS-SQLCODE-Z.
           DISPLAY 'MOVICLI: ERROR DB2 SQLCODE = ' WS-SQLCODE-Z.
           MOVE 16 TO RETURN-CODE.
      *
      * REGISTRO DE EJECUCIONES: LA FILA DE ARRANQUE (ESTADO 'E',
      * EN CURSO) SE CONFIRMA EN EL ACTO PARA QUE QUEDE AUNQUE EL
      * PROCESO HAGA ROLLBACK O ACABE EN ABEND. SI NO SE PUEDE
      * GRABAR SE AVISA Y EL PROCESO SIGUE SIN REGISTRO
       ANOTAR-ARRANQUE.
           INITIALIZE DCLUSRLOG.
           MOVE 'MOVICLI' TO DC-LOG-PROCESO.
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
              DISPLAY 'MOVICLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOT-MOVTOS      TO DC-LOG-GRABADOS
              MOVE WS-SECUENCIA       TO DC-LOG-SECUENCIA
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
                 DISPLAY 'MOVICLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
