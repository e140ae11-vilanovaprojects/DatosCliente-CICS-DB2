      *************************************************
      *  PROGRAMA BATCH MATINAL DE ESTADO DE LAS EJECUCIONES: LISTA
      *  LAS EJECUCIONES BATCH REGISTRADAS EN USRLOG EN LAS ULTIMAS N
      *  HORAS CON SUS CONTADORES Y RC, SENALA LAS QUE NO TERMINARON,
      *  LAS QUE ACABARON MAL Y LAS DE VOLUMEN MUY DISTINTO DE SU
      *  MEDIA RECIENTE, Y LOS PROCESOS ESPERADOS (FICHERO ESPERADO)
      *  QUE NO HAN CORRIDO O NO HAN TERMINADO BIEN.
      *  PARM = HORAS HACIA ATRAS (4 CIFRAS); SIN PARM, 0024.
      *  RC 4 SI HAY ALGO QUE MIRAR.
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLEJEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPERADO  ASSIGN TO ESPERADO
                  ORGANIZATION IS SEQUENTIAL.
           SELECT INFORME   ASSIGN TO INFORME
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * UN PROCESO POR LINEA; LAS LINEAS EN BLANCO O QUE EMPIEZAN
      * POR '*' SE IGNORAN
       FD  ESPERADO
           RECORDING MODE IS F.
       01  REG-ESPERADO.
           05  ESP-PROCESO             PIC X(8).
           05  FILLER                  PIC X(72).
       FD  INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME              PIC X(132).
      *
       WORKING-STORAGE SECTION.
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
      * EJECUCION LEIDA DEL REGISTRO (LA FILA PROPIA VA EN DCLUSRLOG)
       01 EJECUCION.
           05 EJE-PROCESO              PIC X(8).
           05 EJE-INICIO               PIC X(26).
           05 EJE-FIN                  PIC X(26).
           05 EJE-PARM                 PIC X(21).
           05 EJE-SECUENCIA            PIC S9(9) COMP.
           05 EJE-LEIDOS               PIC S9(9) COMP.
           05 EJE-GRABADOS             PIC S9(9) COMP.
           05 EJE-RECHAZADOS           PIC S9(9) COMP.
           05 EJE-BORRADOS             PIC S9(9) COMP.
           05 EJE-RC                   PIC S9(9) COMP.
           05 EJE-ESTADO               PIC X(1).
      *
       01 WS-HORAS                     PIC S9(9) COMP VALUE 24.
       01 WS-CORTE                     PIC X(26).
       01 WS-ESPERADO                  PIC X(8).
      *
      * CRITERIO DE VOLUMEN ANOMALO: LEIDOS O GRABADOS AL MENOS
      * WS-FACTOR VECES POR ENCIMA O POR DEBAJO DE LA MEDIA DE LAS
      * EJECUCIONES CORRECTAS DEL MISMO PROCESO Y PARM EN LOS
      * ULTIMOS WS-DIAS-HISTORIA DIAS. CON MENOS DE WS-MIN-HISTORIA
      * EJECUCIONES O UNA MEDIA POR DEBAJO DE WS-MIN-MEDIA NO SE
      * JUZGA (LOS PROCESOS PEQUENOS VARIAN MUCHO DE UN DIA A OTRO)
       01 WS-FACTOR                    PIC S9(9) COMP VALUE 10.
       01 WS-DIAS-HISTORIA             PIC S9(9) COMP VALUE 30.
       01 WS-MIN-HISTORIA              PIC S9(9) COMP VALUE 3.
       01 WS-MIN-MEDIA                 PIC S9(9) COMP VALUE 100.
       01 WS-HIST-NUM                  PIC S9(9) COMP.
       01 WS-MEDIA-LEIDOS              PIC S9(9) COMP.
       01 WS-MEDIA-GRABADOS            PIC S9(9) COMP.
       01 WS-VOLUMEN                   PIC X(1).
           88 VOLUMEN-NORMAL          VALUE 'N'.
           88 VOLUMEN-ANOMALO         VALUE 'S'.
      *
      * EJECUCIONES DEL PERIODO, MENOS LAS DE ESTE MISMO INFORME
           EXEC SQL
               DECLARE CURSEJE CURSOR FOR
                   SELECT PROCESO
                        , CHAR(INICIO)
                        , CHAR(FIN)
                        , PARM
                        , SECUENCIA
                        , LEIDOS
                        , GRABADOS
                        , RECHAZADOS
                        , BORRADOS
                        , RC
                        , ESTADO
                   FROM USRLOG
                   WHERE INICIO >= :WS-CORTE
                     AND PROCESO <> 'CTRLEJEC'
                   ORDER BY INICIO, PROCESO
           END-EXEC.
      *
       01 WS-FIN-ESPERADOS             PIC X(1) VALUE 'N'.
           88 FIN-ESPERADOS           VALUE 'Y'.
           88 NFIN-ESPERADOS          VALUE 'N'.
       01 WS-TOT-EJECUCIONES           PIC 9(7) VALUE 0.
       01 WS-TOT-CORRECTAS             PIC 9(7) VALUE 0.
       01 WS-TOT-ANORMALES             PIC 9(7) VALUE 0.
       01 WS-TOT-ENCURSO               PIC 9(7) VALUE 0.
       01 WS-TOT-VOLUMEN               PIC 9(7) VALUE 0.
       01 WS-TOT-ESPERADOS             PIC 9(7) VALUE 0.
       01 WS-TOT-NOEJECUTADOS          PIC 9(7) VALUE 0.
       01 WS-TOT-ESPFALLIDOS           PIC 9(7) VALUE 0.
       01 WS-PAGINA                   PIC 9(4) VALUE 0.
       01 WS-LINEAS-PAGINA            PIC 99   VALUE 0.
       01 WS-MAX-LINEAS               PIC 99   VALUE 40.
       01 WS-RC-Z                     PIC ZZ9.
      *
       01 CAB-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'ESTADO DE LAS EJECUCIONES BATCH         '.
           05 FILLER                  PIC X(10) VALUE '  PAGINA: '.
           05 CAB1-PAGINA             PIC ZZZ9.
       01 CAB-CORTE.
           05 FILLER                  PIC X(30)
                  VALUE 'EJECUCIONES DESDE...........: '.
           05 CABC-CORTE              PIC X(19).
       01 CAB-SECCION.
           05 CABS-TITULO             PIC X(60).
       01 CAB-COLS.
           05 FILLER                  PIC X(10) VALUE 'PROCESO'.
           05 FILLER                  PIC X(10) VALUE 'PARM'.
           05 FILLER                  PIC X(21) VALUE 'INICIO'.
           05 FILLER                  PIC X(10) VALUE 'FIN'.
           05 FILLER                  PIC X(8)  VALUE 'SECUEN'.
           05 FILLER                  PIC X(10) VALUE '  LEIDOS'.
           05 FILLER                  PIC X(10) VALUE 'GRABADOS'.
           05 FILLER                  PIC X(8)  VALUE 'RECHAZ'.
           05 FILLER                  PIC X(10) VALUE 'BORRADOS'.
           05 FILLER                  PIC X(5)  VALUE ' RC'.
           05 FILLER                  PIC X(11) VALUE 'ESTADO'.
           05 FILLER                  PIC X(19) VALUE 'OBSERVACION'.
       01 LINEA-DET.
           05 DET-PROCESO             PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-PARM                PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-INICIO              PIC X(19).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-FIN                 PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-SECUENCIA           PIC ZZZZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-LEIDOS              PIC ZZZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-GRABADOS            PIC ZZZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-RECHAZADOS          PIC ZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-BORRADOS            PIC ZZZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-RC                  PIC ZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-ESTADO              PIC X(9).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-OBS                 PIC X(19).
       01 LINEA-MEDIA.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE 'MEDIA DE '.
           05 MED-NUM                 PIC ZZ9.
           05 FILLER                  PIC X(26)
                  VALUE ' EJECUCIONES CORRECTAS EN '.
           05 MED-DIAS                PIC Z9.
           05 FILLER                  PIC X(15) VALUE ' DIAS: LEIDOS '.
           05 MED-LEIDOS              PIC ZZZZZZZ9.
           05 FILLER                  PIC X(11) VALUE '  GRABADOS '.
           05 MED-GRABADOS            PIC ZZZZZZZ9.
       01 LINEA-ESPERADO.
           05 ESD-PROCESO             PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 ESD-TEXTO               PIC X(40).
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
           PERFORM FIJAR-HORAS.
           OPEN OUTPUT INFORME.
           PERFORM CALCULAR-CORTE.
           MOVE 'EJECUCIONES DEL PERIODO' TO CABS-TITULO.
           PERFORM NUEVA-PAGINA.
           WRITE LINEA-INFORME FROM CAB-COLS.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           EXEC SQL OPEN CURSEJE END-EXEC.
           PERFORM LEER-CURSOR.
           PERFORM TRATAR-EJECUCION UNTIL SQLCODE = 100
                                       OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSEJE END-EXEC.
           MOVE 'PROCESOS ESPERADOS SIN EJECUCION CORRECTA'
                                       TO CABS-TITULO.
           PERFORM NUEVA-PAGINA.
           OPEN INPUT ESPERADO.
           PERFORM LEER-ESPERADOS.
           PERFORM TRATAR-ESPERADO UNTIL FIN-ESPERADOS.
           CLOSE ESPERADO.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE INFORME.
           DISPLAY 'CTRLEJEC: EJECUCIONES EN EL PERIODO: '
                   WS-TOT-EJECUCIONES.
           DISPLAY 'CTRLEJEC: ANORMALES O SIN TERMINAR:  '
                   WS-TOT-ANORMALES ' ' WS-TOT-ENCURSO.
           DISPLAY 'CTRLEJEC: VOLUMEN ANOMALO:           '
                   WS-TOT-VOLUMEN.
           DISPLAY 'CTRLEJEC: ESPERADOS SIN EJECUTAR:    '
                   WS-TOT-NOEJECUTADOS.
           IF WS-TOT-ANORMALES > 0 OR WS-TOT-ENCURSO > 0
              OR WS-TOT-VOLUMEN > 0 OR WS-TOT-NOEJECUTADOS > 0
              OR WS-TOT-ESPFALLIDOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       FIJAR-HORAS.
           IF PARM-LON > 0
              IF PARM-LON = 4 AND PARM-TEXTO(1:4) IS NUMERIC
                 MOVE PARM-TEXTO(1:4) TO WS-HORAS
              ELSE
                 DISPLAY 'CTRLEJEC: PARM INVALIDO, USE HORAS '
                         'EN 4 CIFRAS'
                 MOVE 8 TO RETURN-CODE
                 PERFORM ANOTAR-FIN
                 STOP RUN
              END-IF
           END-IF.
           DISPLAY 'CTRLEJEC: HORAS HACIA ATRAS: ' WS-HORAS.
      *
       CALCULAR-CORTE.
           EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP
                            - :WS-HORAS HOURS)
                INTO  :WS-CORTE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE WS-CORTE TO CABC-CORTE.
           DISPLAY 'CTRLEJEC: CORTE: ' WS-CORTE.
      *
       LEER-CURSOR.
           INITIALIZE EJECUCION.
           EXEC SQL
               FETCH FROM CURSEJE
                 INTO :EJE-PROCESO
                    , :EJE-INICIO
                    , :EJE-FIN
                    , :EJE-PARM
                    , :EJE-SECUENCIA
                    , :EJE-LEIDOS
                    , :EJE-GRABADOS
                    , :EJE-RECHAZADOS
                    , :EJE-BORRADOS
                    , :EJE-RC
                    , :EJE-ESTADO
           END-EXEC.
      *
       TRATAR-EJECUCION.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
              WRITE LINEA-INFORME FROM CAB-COLS
              MOVE SPACES TO LINEA-INFORME
              WRITE LINEA-INFORME
           END-IF.
           ADD 1 TO WS-TOT-EJECUCIONES.
           MOVE EJE-PROCESO      TO DET-PROCESO.
           MOVE EJE-PARM         TO DET-PARM.
           MOVE EJE-INICIO       TO DET-INICIO.
           MOVE EJE-SECUENCIA    TO DET-SECUENCIA.
           MOVE EJE-LEIDOS       TO DET-LEIDOS.
           MOVE EJE-GRABADOS     TO DET-GRABADOS.
           MOVE EJE-RECHAZADOS   TO DET-RECHAZADOS.
           MOVE EJE-BORRADOS     TO DET-BORRADOS.
           MOVE EJE-RC           TO DET-RC.
           MOVE SPACES           TO DET-OBS.
           SET VOLUMEN-NORMAL TO TRUE.
           EVALUATE EJE-ESTADO
               WHEN 'E'
                    MOVE SPACES       TO DET-FIN
                    MOVE 'EN CURSO'   TO DET-ESTADO
                    MOVE 'NO TERMINO' TO DET-OBS
                    ADD 1 TO WS-TOT-ENCURSO
               WHEN 'A'
                    MOVE EJE-FIN(12:8) TO DET-FIN
                    MOVE 'ANORMAL'     TO DET-ESTADO
                    MOVE 'FIN ANORMAL' TO DET-OBS
                    ADD 1 TO WS-TOT-ANORMALES
               WHEN OTHER
                    MOVE EJE-FIN(12:8) TO DET-FIN
                    MOVE 'CORRECTO'    TO DET-ESTADO
                    ADD 1 TO WS-TOT-CORRECTAS
                    PERFORM MIRAR-VOLUMEN
           END-EVALUATE.
           WRITE LINEA-INFORME FROM LINEA-DET.
           ADD 1 TO WS-LINEAS-PAGINA.
           IF VOLUMEN-ANOMALO
              MOVE WS-HIST-NUM       TO MED-NUM
              MOVE WS-DIAS-HISTORIA  TO MED-DIAS
              MOVE WS-MEDIA-LEIDOS   TO MED-LEIDOS
              MOVE WS-MEDIA-GRABADOS TO MED-GRABADOS
              WRITE LINEA-INFORME FROM LINEA-MEDIA
              ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           PERFORM LEER-CURSOR.
      *
      * MEDIA DE LAS EJECUCIONES CORRECTAS ANTERIORES DEL MISMO
      * PROCESO CON EL MISMO PARM (UN EXTRCLI TOTAL NO SE COMPARA
      * CON LOS DELTA)
       MIRAR-VOLUMEN.
           MOVE 0 TO WS-HIST-NUM
                     WS-MEDIA-LEIDOS
                     WS-MEDIA-GRABADOS.
           EXEC SQL
                SELECT COUNT(*)
                     , VALUE(AVG(LEIDOS), 0)
                     , VALUE(AVG(GRABADOS), 0)
                INTO  :WS-HIST-NUM
                     , :WS-MEDIA-LEIDOS
                     , :WS-MEDIA-GRABADOS
                FROM USRLOG
                WHERE PROCESO = :EJE-PROCESO
                  AND PARM    = :EJE-PARM
                  AND ESTADO  = 'C'
                  AND INICIO  < :EJE-INICIO
                  AND INICIO >= TIMESTAMP(:EJE-INICIO)
                                - :WS-DIAS-HISTORIA DAYS
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           IF WS-HIST-NUM NOT < WS-MIN-HISTORIA
              IF WS-MEDIA-LEIDOS NOT < WS-MIN-MEDIA
                 AND (EJE-LEIDOS NOT < WS-MEDIA-LEIDOS * WS-FACTOR
                  OR EJE-LEIDOS * WS-FACTOR NOT > WS-MEDIA-LEIDOS)
                 SET VOLUMEN-ANOMALO TO TRUE
              END-IF
              IF WS-MEDIA-GRABADOS NOT < WS-MIN-MEDIA
                 AND (EJE-GRABADOS NOT < WS-MEDIA-GRABADOS * WS-FACTOR
                  OR EJE-GRABADOS * WS-FACTOR NOT > WS-MEDIA-GRABADOS)
                 SET VOLUMEN-ANOMALO TO TRUE
              END-IF
           END-IF.
           IF VOLUMEN-ANOMALO
              MOVE 'VOLUMEN ANOMALO' TO DET-OBS
              ADD 1 TO WS-TOT-VOLUMEN
           END-IF.
      *
      * ULTIMA EJECUCION DEL PROCESO ESPERADO DENTRO DEL PERIODO:
      * SOLO SE LISTA SI NO LA HAY O SI NO TERMINO BIEN
       TRATAR-ESPERADO.
           IF ESP-PROCESO NOT = SPACES AND ESP-PROCESO(1:1) NOT = '*'
              ADD 1 TO WS-TOT-ESPERADOS
              MOVE ESP-PROCESO TO WS-ESPERADO
              INITIALIZE EJECUCION
              EXEC SQL
                   SELECT ESTADO
                        , RC
                   INTO  :EJE-ESTADO
                        , :EJE-RC
                   FROM USRLOG
                   WHERE PROCESO = :WS-ESPERADO
                     AND INICIO >= :WS-CORTE
                   ORDER BY INICIO DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
              MOVE WS-ESPERADO TO ESD-PROCESO
              EVALUATE TRUE
                  WHEN SQLCODE = 100
                       MOVE 'NO HA CORRIDO EN EL PERIODO' TO ESD-TEXTO
                       ADD 1 TO WS-TOT-NOEJECUTADOS
                       PERFORM IMPRIMIR-ESPERADO
                  WHEN SQLCODE NOT = 0
                       PERFORM ABORTAR-POR-ERROR-DB2
                       PERFORM ANOTAR-FIN
                       STOP RUN
                  WHEN EJE-ESTADO = 'E'
                       MOVE 'LA ULTIMA EJECUCION NO TERMINO'
                                                        TO ESD-TEXTO
                       ADD 1 TO WS-TOT-ESPFALLIDOS
                       PERFORM IMPRIMIR-ESPERADO
                  WHEN EJE-ESTADO = 'A'
                       MOVE EJE-RC TO WS-RC-Z
                       MOVE SPACES TO ESD-TEXTO
                       STRING 'LA ULTIMA EJECUCION TERMINO CON RC '
                                                  DELIMITED BY SIZE
                              WS-RC-Z             DELIMITED BY SIZE
                              INTO ESD-TEXTO
                       ADD 1 TO WS-TOT-ESPFALLIDOS
                       PERFORM IMPRIMIR-ESPERADO
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM LEER-ESPERADOS.
      *
       IMPRIMIR-ESPERADO.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
           END-IF.
           WRITE LINEA-INFORME FROM LINEA-ESPERADO.
           ADD 1 TO WS-LINEAS-PAGINA.
      *
       LEER-ESPERADOS.
           READ ESPERADO
               AT END SET FIN-ESPERADOS TO TRUE
           END-READ.
      *
       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 'EJECUCIONES EN EL PERIODO...:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-EJECUCIONES  TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'CORRECTAS...................:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-CORRECTAS    TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'CON FIN ANORMAL.............:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-ANORMALES    TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'SIN TERMINAR................:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-ENCURSO      TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'CON VOLUMEN ANOMALO.........:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-VOLUMEN      TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'PROCESOS ESPERADOS..........:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-ESPERADOS    TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'ESPERADOS SIN EJECUTAR......:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-NOEJECUTADOS TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'ESPERADOS QUE ACABARON MAL..:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-ESPFALLIDOS  TO LIN-TOT-VALOR.
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
           WRITE LINEA-INFORME FROM CAB-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO WS-LINEAS-PAGINA.
      *
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE              TO ERR-SQLCODE.
           DISPLAY 'CTRLEJEC: ' LINEA-ERROR-DB2.
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
           MOVE 'CTRLEJEC' TO DC-LOG-PROCESO.
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
              DISPLAY 'CTRLEJEC: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOT-EJECUCIONES  TO DC-LOG-LEIDOS
              COMPUTE DC-LOG-RECHAZADOS = WS-TOT-ANORMALES
                                        + WS-TOT-ENCURSO
                                        + WS-TOT-VOLUMEN
                                        + WS-TOT-NOEJECUTADOS
                                        + WS-TOT-ESPFALLIDOS
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
                 DISPLAY 'CTRLEJEC: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' ERR-SQLCODE
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
