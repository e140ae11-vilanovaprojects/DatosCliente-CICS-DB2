      *************************************************
      *  PROGRAMA BATCH SEMANAL DE RECHAZOS DE CARGA ENVEJECIDOS:
      *  LISTA LOS RECHAZOS DE CARGACLI (USRRECH) QUE SIGUEN
      *  PENDIENTES DE REENVIO DESPUES DE N DIAS, AGRUPADOS POR
      *  SUCURSAL REMITENTE Y MOTIVO, CON SUBTOTALES Y PAGINA DE
      *  TOTALES. OPCIONALMENTE DA POR ABANDONADOS (ESTADO 'A') LOS
      *  QUE LLEVAN PENDIENTES MAS DE M DIAS, ANTES DE LISTAR.
      *  PARM = 'DDDD' O 'DDDD MMMM' (DIAS PARA LISTAR Y DIAS PARA
      *  ABANDONAR, 4 CIFRAS); SIN PARM, 0007 Y SIN ABANDONO.
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHCLI.
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
       01 FILLER PIC X(20) VALUE 'RECHA678901234567890'.
           EXEC SQL
                INCLUDE USRRECH
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
       01 WS-DIAS                      PIC S9(9) COMP VALUE 7.
       01 WS-DIAS-ABANDONO             PIC S9(9) COMP VALUE 0.
       01 WS-CORTE                     PIC X(26).
       01 WS-DIAS-ABIERTO              PIC S9(9) COMP.
       01 WS-FECHA-RECH                PIC X(10).
      *
      * PENDIENTES MAS ANTIGUOS QUE EL CORTE, YA ORDENADOS PARA LOS
      * CORTES DE CONTROL POR SUCURSAL Y MOTIVO
           EXEC SQL
               DECLARE CURSANT CURSOR FOR
                   SELECT REMITENTE
                        , MOTIVO
                        , CIF
                        , ACCION
                        , SECUENCIA
                        , NUMREG
                        , DATOS
                        , CHAR(DATE(FECHARECH), ISO)
                        , DAYS(CURRENT DATE) - DAYS(FECHARECH)
                   FROM USRRECH
                   WHERE ESTADO = 'P'
                     AND FECHARECH < :WS-CORTE
                   ORDER BY REMITENTE, MOTIVO, FECHARECH, CIF
           END-EXEC.
      *
       01 WS-ANT-REMITENTE             PIC X(8).
       01 WS-ANT-MOTIVO                PIC X(2).
       01 WS-MOTIVO                    PIC X(2).
       01 WS-MOTIVO-N REDEFINES WS-MOTIVO PIC 9(2).
       01 WS-HAY-CLAVE                 PIC X(1) VALUE 'N'.
           88 HAY-CLAVE               VALUE 'S'.
           88 NHAY-CLAVE              VALUE 'N'.
       01 WS-ACU-MOTIVO                PIC 9(7) VALUE 0.
       01 WS-ACU-SUCURSAL              PIC 9(7) VALUE 0.
       01 WS-TOT-PENDIENTES            PIC 9(7) VALUE 0.
       01 WS-TOT-SUCURSALES            PIC 9(7) VALUE 0.
       01 WS-TOT-ABANDONADOS           PIC S9(9) COMP VALUE 0.
       01 WS-IND                       PIC S9(4) COMP.
       01 TOTALES-MOTIVO.
           05 TOT-MOTIVO              PIC 9(7) OCCURS 6.
       01 WS-PAGINA                   PIC 9(4) VALUE 0.
       01 WS-LINEAS-PAGINA            PIC 99   VALUE 0.
       01 WS-MAX-LINEAS               PIC 99   VALUE 50.
       01 WS-SQLCODE-Z                PIC -ZZZZZZZZ9.
      *
      * TEXTOS DE LOS MOTIVOS DE RECHAZO (LOS MISMOS QUE DEVUELVE
      * CARGACLI A LA SUCURSAL)
       01 TEXTOS-MOTIVOS.
           05 FILLER                  PIC X(40)
                  VALUE 'CODIGO DE ACCION INVALIDO'.
           05 FILLER                  PIC X(40)
                  VALUE 'CIF CON LETRA DE CONTROL INCORRECTA'.
           05 FILLER                  PIC X(40)
                  VALUE 'ALTA DE UN CIF QUE YA EXISTE'.
           05 FILLER                  PIC X(40)
                  VALUE 'CLIENTE INEXISTENTE O YA EN BAJA'.
           05 FILLER                  PIC X(40)
                  VALUE 'COD. POSTAL INVALIDO O SIN PROVINCIA'.
           05 FILLER                  PIC X(40)
                  VALUE 'CONSENTIMIENTO INVALIDO'.
       01 TABLA-MOTIVOS REDEFINES TEXTOS-MOTIVOS.
           05 TEXTO-MOTIVO            PIC X(40) OCCURS 6.
      *
       01 CAB-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'RECHAZOS DE CARGA PENDIENTES DE REENVIO '.
           05 FILLER                  PIC X(10) VALUE '  PAGINA: '.
           05 CAB1-PAGINA             PIC ZZZ9.
       01 CAB-CORTE.
           05 FILLER                  PIC X(30)
                  VALUE 'PENDIENTES CON MAS DE (DIAS): '.
           05 CABC-DIAS               PIC ZZZ9.
           05 FILLER                  PIC X(14) VALUE '   RECHAZADOS '.
           05 FILLER                  PIC X(12) VALUE 'ANTES DE:   '.
           05 CABC-CORTE              PIC X(19).
       01 CAB-GRUPO.
           05 FILLER                  PIC X(10) VALUE 'SUCURSAL: '.
           05 CABG-REMITENTE          PIC X(8).
           05 FILLER                  PIC X(11) VALUE '   MOTIVO: '.
           05 CABG-MOTIVO             PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 CABG-TEXTO              PIC X(40).
       01 CAB-COLS.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE 'CIF'.
           05 FILLER                  PIC X(4)  VALUE 'ACC'.
           05 FILLER                  PIC X(42) VALUE 'NOMBRE'.
           05 FILLER                  PIC X(8)  VALUE 'SECUEN'.
           05 FILLER                  PIC X(9)  VALUE ' REGISTRO'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE 'RECHAZADO'.
           05 FILLER                  PIC X(6)  VALUE '  DIAS'.
       01 LINEA-DET.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 DET-CIF                 PIC X(9).
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 DET-ACCION              PIC X(1).
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 DET-NOMBRE              PIC X(40).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-SECUENCIA           PIC ZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-NUMREG              PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-FECHA               PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-DIAS                PIC ZZZZZ9.
       01 LIN-SUBTOTAL.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 LIN-SUB-TEXTO           PIC X(30).
           05 LIN-SUB-VALOR           PIC Z,ZZZ,ZZ9.
       01 LIN-TOTAL.
           05 LIN-TOT-TEXTO           PIC X(30).
           05 LIN-TOT-VALOR           PIC Z,ZZZ,ZZ9.
       01 LIN-TOTAL-MOTIVO.
           05 FILLER                  PIC X(7)  VALUE 'MOTIVO '.
           05 LTM-MOTIVO              PIC 99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 LTM-TEXTO               PIC X(40).
           05 LTM-VALOR               PIC Z,ZZZ,ZZ9.
       01 LINEA-ERROR-DB2.
           05 FILLER                  PIC X(20)
                  VALUE 'ERROR DB2 SQLCODE = '.
           05 ERR-SQLCODE             PIC -ZZZZZZZZ9.
      *
       LINKAGE SECTION.
       01 PARM-ENTRADA.
           05 PARM-LON                 PIC S9(4) COMP.
           05 PARM-TEXTO               PIC X(9).
      *
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           PERFORM FIJAR-PLAZOS.
           OPEN OUTPUT INFORME.
           IF WS-DIAS-ABANDONO > 0
              PERFORM ABANDONAR-RECHAZOS
           END-IF.
           PERFORM CALCULAR-CORTE.
           INITIALIZE TOTALES-MOTIVO.
           PERFORM NUEVA-PAGINA.
           EXEC SQL OPEN CURSANT END-EXEC.
           PERFORM LEER-CURSOR.
           PERFORM TRATAR-RECHAZO UNTIL SQLCODE = 100
                                     OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSANT END-EXEC.
           IF HAY-CLAVE
              PERFORM CERRAR-MOTIVO
              PERFORM CERRAR-SUCURSAL
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE INFORME.
           DISPLAY 'RECHCLI: RECHAZOS PENDIENTES LISTADOS: '
                   WS-TOT-PENDIENTES.
           DISPLAY 'RECHCLI: SUCURSALES CON PENDIENTES:    '
                   WS-TOT-SUCURSALES.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       FIJAR-PLAZOS.
           EVALUATE TRUE
               WHEN PARM-LON = 0
                    CONTINUE
               WHEN PARM-LON = 4 AND PARM-TEXTO(1:4) IS NUMERIC
                    MOVE PARM-TEXTO(1:4) TO WS-DIAS
               WHEN PARM-LON = 9 AND PARM-TEXTO(1:4) IS NUMERIC
                                 AND PARM-TEXTO(5:1) = SPACE
                                 AND PARM-TEXTO(6:4) IS NUMERIC
                    MOVE PARM-TEXTO(1:4) TO WS-DIAS
                    MOVE PARM-TEXTO(6:4) TO WS-DIAS-ABANDONO
               WHEN OTHER
                    DISPLAY 'RECHCLI: PARM INVALIDO, USE DDDD O '
                            'DDDD MMMM (DIAS EN 4 CIFRAS)'
                    MOVE 8 TO RETURN-CODE
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
           DISPLAY 'RECHCLI: PENDIENTES CON MAS DE ' WS-DIAS ' DIAS'.
           IF WS-DIAS-ABANDONO > 0
              DISPLAY 'RECHCLI: ABANDONO CON MAS DE '
                      WS-DIAS-ABANDONO ' DIAS'
           END-IF.
      *
      * LOS RECHAZOS QUE NINGUNA SUCURSAL HA REENVIADO EN EL PLAZO
      * DE ABANDONO SE CIERRAN COMO ABANDONADOS Y YA NO SE LISTAN
       ABANDONAR-RECHAZOS.
           EXEC SQL
             UPDATE USRRECH
                SET ESTADO      = 'A'
                  , FECHACIERRE = CURRENT TIMESTAMP
              WHERE ESTADO = 'P'
                AND FECHARECH < CURRENT TIMESTAMP
                              - :WS-DIAS-ABANDONO DAYS
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SQLERRD(3) TO WS-TOT-ABANDONADOS
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           DISPLAY 'RECHCLI: RECHAZOS ABANDONADOS: ' WS-TOT-ABANDONADOS.
      *
       CALCULAR-CORTE.
           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP
                            - :WS-DIAS DAYS)
                INTO  :WS-CORTE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE WS-DIAS  TO CABC-DIAS.
           MOVE WS-CORTE TO CABC-CORTE.
      *
       LEER-CURSOR.
           INITIALIZE DCLUSRRECH
                      WS-FECHA-RECH
                      WS-DIAS-ABIERTO.
           EXEC SQL
               FETCH FROM CURSANT
                 INTO :DC-RCH-REMITENTE
                    , :DC-RCH-MOTIVO
                    , :DC-RCH-CIF
                    , :DC-RCH-ACCION
                    , :DC-RCH-SECUENCIA
                    , :DC-RCH-NUMREG
                    , :DC-RCH-DATOS
                    , :WS-FECHA-RECH
                    , :WS-DIAS-ABIERTO
           END-EXEC.
      *
      * CORTES DE CONTROL: UN CAMBIO DE SUCURSAL CIERRA SU ULTIMO
      * MOTIVO Y LA SUCURSAL; UN CAMBIO DE MOTIVO SOLO EL MOTIVO
       TRATAR-RECHAZO.
           EVALUATE TRUE
               WHEN NHAY-CLAVE
                    PERFORM ABRIR-SUCURSAL
                    PERFORM ABRIR-MOTIVO
               WHEN DC-RCH-REMITENTE NOT = WS-ANT-REMITENTE
                    PERFORM CERRAR-MOTIVO
                    PERFORM CERRAR-SUCURSAL
                    PERFORM ABRIR-SUCURSAL
                    PERFORM ABRIR-MOTIVO
               WHEN DC-RCH-MOTIVO NOT = WS-ANT-MOTIVO
                    PERFORM CERRAR-MOTIVO
                    PERFORM ABRIR-MOTIVO
           END-EVALUATE.
           SET HAY-CLAVE TO TRUE.
           PERFORM ESCRIBIR-DETALLE.
           ADD 1 TO WS-ACU-MOTIVO
                    WS-ACU-SUCURSAL
                    WS-TOT-PENDIENTES.
           IF WS-MOTIVO IS NUMERIC
              IF WS-MOTIVO-N > 0 AND WS-MOTIVO-N NOT > 6
                 ADD 1 TO TOT-MOTIVO(WS-MOTIVO-N)
              END-IF
           END-IF.
           PERFORM LEER-CURSOR.
      *
       ABRIR-SUCURSAL.
           MOVE DC-RCH-REMITENTE TO WS-ANT-REMITENTE.
           MOVE 0 TO WS-ACU-SUCURSAL.
           ADD 1 TO WS-TOT-SUCURSALES.
      *
       ABRIR-MOTIVO.
           MOVE DC-RCH-MOTIVO TO WS-ANT-MOTIVO.
           MOVE DC-RCH-MOTIVO TO WS-MOTIVO.
           MOVE 0 TO WS-ACU-MOTIVO.
           MOVE WS-ANT-REMITENTE TO CABG-REMITENTE.
           MOVE WS-ANT-MOTIVO    TO CABG-MOTIVO.
           MOVE SPACES           TO CABG-TEXTO.
           IF WS-MOTIVO IS NUMERIC
              IF WS-MOTIVO-N > 0 AND WS-MOTIVO-N NOT > 6
                 MOVE TEXTO-MOTIVO(WS-MOTIVO-N) TO CABG-TEXTO
              END-IF
           END-IF.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
           END-IF.
           PERFORM ESCRIBIR-CAB-GRUPO.
      *
       ESCRIBIR-DETALLE.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
              PERFORM ESCRIBIR-CAB-GRUPO
           END-IF.
           MOVE DC-RCH-CIF          TO DET-CIF.
           MOVE DC-RCH-ACCION       TO DET-ACCION.
           MOVE DC-RCH-DATOS(11:40) TO DET-NOMBRE.
           MOVE DC-RCH-SECUENCIA    TO DET-SECUENCIA.
           MOVE DC-RCH-NUMREG       TO DET-NUMREG.
           MOVE WS-FECHA-RECH       TO DET-FECHA.
           MOVE WS-DIAS-ABIERTO     TO DET-DIAS.
           WRITE LINEA-INFORME FROM LINEA-DET.
           ADD 1 TO WS-LINEAS-PAGINA.
      *
       CERRAR-MOTIVO.
           MOVE 'TOTAL DEL MOTIVO'  TO LIN-SUB-TEXTO.
           MOVE WS-ACU-MOTIVO       TO LIN-SUB-VALOR.
           WRITE LINEA-INFORME FROM LIN-SUBTOTAL.
           ADD 1 TO WS-LINEAS-PAGINA.
      *
       CERRAR-SUCURSAL.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 'TOTAL DE LA SUCURSAL' TO LIN-TOT-TEXTO.
           MOVE WS-ACU-SUCURSAL        TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           ADD 2 TO WS-LINEAS-PAGINA.
      *
       ESCRIBIR-CAB-GRUPO.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-GRUPO.
           WRITE LINEA-INFORME FROM CAB-COLS.
           ADD 3 TO WS-LINEAS-PAGINA.
      *
      * LOS TOTALES VAN EN PAGINA PROPIA: PENDIENTES POR MOTIVO DE
      * TODAS LAS SUCURSALES Y LOS ABANDONADOS EN ESTA EJECUCION
       ESCRIBIR-TOTALES.
           PERFORM NUEVA-PAGINA.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           PERFORM ESCRIBIR-TOTAL-MOTIVO
                   VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 'RECHAZOS PENDIENTES LISTADOS' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-PENDIENTES              TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'SUCURSALES CON PENDIENTES'    TO LIN-TOT-TEXTO.
           MOVE WS-TOT-SUCURSALES              TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           IF WS-DIAS-ABANDONO > 0
              MOVE 'ABANDONADOS EN ESTA EJECUCION' TO LIN-TOT-TEXTO
              MOVE WS-TOT-ABANDONADOS              TO LIN-TOT-VALOR
              WRITE LINEA-INFORME FROM LIN-TOTAL
           END-IF.
      *
       ESCRIBIR-TOTAL-MOTIVO.
           MOVE WS-IND               TO LTM-MOTIVO.
           MOVE TEXTO-MOTIVO(WS-IND) TO LTM-TEXTO.
           MOVE TOT-MOTIVO(WS-IND)   TO LTM-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL-MOTIVO.
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
           MOVE 0 TO WS-LINEAS-PAGINA.
      *
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE              TO ERR-SQLCODE.
           DISPLAY 'RECHCLI: ' LINEA-ERROR-DB2.
           EXEC SQL ROLLBACK END-EXEC.
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
           MOVE 'RECHCLI' TO DC-LOG-PROCESO.
           IF PARM-LON > 0 AND PARM-LON NOT > 9
              MOVE PARM-TEXTO(1:PARM-LON) TO DC-LOG-PARM
           END-IF.
           IF PARM-LON = 0
              MOVE '0007' TO DC-LOG-PARM
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
              DISPLAY 'RECHCLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOT-PENDIENTES  TO DC-LOG-LEIDOS
              MOVE WS-TOT-ABANDONADOS TO DC-LOG-GRABADOS
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
                 DISPLAY 'RECHCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
