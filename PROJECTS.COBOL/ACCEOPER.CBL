      *************************************************
      *  PROGRAMA BATCH DE ACCESOS DE OPERADORES PARA AUDITORIA:
      *  LISTA EN ORDEN CRONOLOGICO LOS EVENTOS DE USROPER_AUD DEL
      *  RANGO DE FECHAS PEDIDO (ENTRADAS, INTENTOS FALLIDOS,
      *  BLOQUEOS, CAMBIOS DE CLAVE Y MANTENIMIENTO DE OPERADORES
      *  HECHO POR LOS SUPERVISORES), LA SITUACION ACTUAL DE CADA
      *  OPERADOR Y UNA PAGINA DE TOTALES POR EVENTO.
      *  PARM = 'AAAA-MM-DD AAAA-MM-DD' (DESDE HASTA).
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCEOPER.
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
       01 FILLER PIC X(20) VALUE 'OPAUD678901234567890'.
           EXEC SQL
                INCLUDE USROPER_AUD
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'OPERA678901234567890'.
           EXEC SQL
                INCLUDE USROPER
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
       01 WS-DESDE                     PIC X(10).
       01 WS-HASTA                     PIC X(10).
       01 WS-ULTIMA-ENTRADA            PIC X(10).
      *============================================================
      * EVENTOS DEL PERIODO EN ORDEN CRONOLOGICO Y OPERADORES CON
      * SU ULTIMA ENTRADA CORRECTA (EN BLANCO SI NO HAY NINGUNA EN
      * EL REGISTRO)
      *============================================================
           EXEC SQL
               DECLARE CURSEVE CURSOR FOR
                   SELECT CHAR(FECHAHORA)
                        , OPERADOR
                        , EVENTO
                        , TERMID
                        , ADMIN
                        , DETALLE
                   FROM USROPER_AUD
                   WHERE DATE(FECHAHORA) BETWEEN :WS-DESDE
                                             AND :WS-HASTA
                   ORDER BY FECHAHORA, OPERADOR
           END-EXEC.
      *
           EXEC SQL
               DECLARE CURSOPE CURSOR FOR
                   SELECT O.OPERADOR
                        , O.NOMBRE
                        , O.PERFIL
                        , O.ESTADO
                        , O.FALLOS
                        , CHAR(O.FECHACLAVE, ISO)
                        , O.CAMBIOCLAVE
                        , VALUE(CHAR(DATE(E.ULTIMA), ISO), ' ')
                   FROM USROPER O
                   LEFT OUTER JOIN
                        (SELECT OPERADOR
                              , MAX(FECHAHORA) AS ULTIMA
                         FROM USROPER_AUD
                         WHERE EVENTO = 'E'
                         GROUP BY OPERADOR) E
                     ON E.OPERADOR = O.OPERADOR
                   ORDER BY O.OPERADOR
           END-EXEC.
      *
       01 WS-SECCION                   PIC X(1).
           88 SECCION-EVENTOS         VALUE 'E'.
           88 SECCION-OPERADORES      VALUE 'O'.
       01 WS-PAGINA                   PIC 9(4) VALUE 0.
       01 WS-LINEAS-PAGINA            PIC 99   VALUE 0.
       01 WS-MAX-LINEAS               PIC 99   VALUE 40.
       01 WS-IND                      PIC 99   VALUE 0.
       01 WS-EVENTO-IND               PIC 99   VALUE 0.
       01 WS-TOT-EVENTOS              PIC 9(7) VALUE 0.
       01 WS-TOT-OPERADORES           PIC 9(7) VALUE 0.
      *
      * TIPOS DE EVENTO DE USROPER_AUD CON SU TEXTO; EL ULTIMO
      * HUECO RECOGE CUALQUIER CODIGO NO PREVISTO
       01 TEXTOS-EVENTOS.
           05 FILLER                  PIC X(30)
                  VALUE 'EENTRADA CORRECTA'.
           05 FILLER                  PIC X(30)
                  VALUE 'FINTENTO FALLIDO'.
           05 FILLER                  PIC X(30)
                  VALUE 'BBLOQUEO POR FALLOS DE CLAVE'.
           05 FILLER                  PIC X(30)
                  VALUE 'CCAMBIO DE CLAVE (OPERADOR)'.
           05 FILLER                  PIC X(30)
                  VALUE 'AALTA DE OPERADOR'.
           05 FILLER                  PIC X(30)
                  VALUE 'PCAMBIO DE PERFIL'.
           05 FILLER                  PIC X(30)
                  VALUE 'IDESACTIVACION'.
           05 FILLER                  PIC X(30)
                  VALUE 'DDESBLOQUEO / REACTIVACION'.
           05 FILLER                  PIC X(30)
                  VALUE 'RCLAVE REINICIADA'.
           05 FILLER                  PIC X(30)
                  VALUE ' OTROS'.
       01 TABLA-EVENTOS REDEFINES TEXTOS-EVENTOS.
           05 EVENTO-TAB              OCCURS 10.
              10 EVENTO-COD           PIC X(1).
              10 EVENTO-TEXTO         PIC X(29).
       01 CUENTAS-EVENTOS.
           05 EVENTO-CUENTA           PIC 9(7) OCCURS 10.
      *
       01 CAB-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'ACCESOS Y MANTENIMIENTO DE OPERADORES   '.
           05 FILLER                  PIC X(10) VALUE '  PAGINA: '.
           05 CAB1-PAGINA             PIC ZZZ9.
       01 CAB-RANGO.
           05 FILLER                  PIC X(10) VALUE 'PERIODO:  '.
           05 CABR-DESDE              PIC X(10).
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 CABR-HASTA              PIC X(10).
       01 CAB-SECCION.
           05 CABS-TITULO             PIC X(40).
       01 CAB-COLS-EVE.
           05 FILLER                  PIC X(21) VALUE 'FECHA Y HORA'.
           05 FILLER                  PIC X(10) VALUE 'OPERADOR'.
           05 FILLER                  PIC X(32) VALUE 'EVENTO'.
           05 FILLER                  PIC X(6)  VALUE 'TERM'.
           05 FILLER                  PIC X(10) VALUE 'SUPERVIS.'.
           05 FILLER                  PIC X(40) VALUE 'DETALLE'.
       01 CAB-COLS-OPE.
           05 FILLER                  PIC X(10) VALUE 'OPERADOR'.
           05 FILLER                  PIC X(42) VALUE 'NOMBRE'.
           05 FILLER                  PIC X(8)  VALUE 'PERFIL'.
           05 FILLER                  PIC X(8)  VALUE 'ESTADO'.
           05 FILLER                  PIC X(8)  VALUE 'FALLOS'.
           05 FILLER                  PIC X(12) VALUE 'FEC.CLAVE'.
           05 FILLER                  PIC X(8)  VALUE 'CAMBIAR'.
           05 FILLER                  PIC X(14) VALUE 'ULT.ENTRADA'.
       01 LINEA-EVE.
           05 EVE-FECHAHORA           PIC X(19).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 EVE-OPERADOR            PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 EVE-EVENTO              PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 EVE-TEXTO               PIC X(29).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 EVE-TERMID              PIC X(4).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 EVE-ADMIN               PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 EVE-DETALLE             PIC X(40).
       01 LINEA-OPE.
           05 OPE-OPERADOR            PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 OPE-NOMBRE              PIC X(40).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 OPE-PERFIL              PIC X(1).
           05 FILLER                  PIC X(7)  VALUE SPACES.
           05 OPE-ESTADO              PIC X(1).
           05 FILLER                  PIC X(7)  VALUE SPACES.
           05 OPE-FALLOS              PIC Z9.
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 OPE-FECHACLAVE          PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 OPE-CAMBIOCLAVE         PIC X(1).
           05 FILLER                  PIC X(7)  VALUE SPACES.
           05 OPE-ULTIMA              PIC X(10).
       01 LIN-RESUMEN.
           05 RES-EVENTO              PIC X(1).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 RES-TEXTO               PIC X(29).
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 RES-VALOR               PIC Z,ZZZ,ZZ9.
       01 LIN-TOTAL.
           05 FILLER                  PIC X(32)
                  VALUE 'TOTAL EVENTOS DEL PERIODO'.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 TOT-VALOR               PIC Z,ZZZ,ZZ9.
       01 LIN-TOTAL-OPE.
           05 FILLER                  PIC X(32)
                  VALUE 'OPERADORES DADOS DE ALTA'.
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 TOT-OPE-VALOR           PIC Z,ZZZ,ZZ9.
       01 LINEA-ERROR-DB2.
           05 FILLER                  PIC X(20)
                  VALUE 'ERROR DB2 SQLCODE = '.
           05 ERR-SQLCODE             PIC -ZZZZZZZZ9.
      *
       LINKAGE SECTION.
       01 PARM-ENTRADA.
           05 PARM-LON                 PIC S9(4) COMP.
           05 PARM-TEXTO               PIC X(21).
      *
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           PERFORM FIJAR-RANGO.
           INITIALIZE CUENTAS-EVENTOS.
           OPEN OUTPUT INFORME.
           PERFORM NUEVA-PAGINA.

           SET SECCION-EVENTOS TO TRUE.
           MOVE 'EVENTOS DEL PERIODO'             TO CABS-TITULO.
           PERFORM TRATAR-SECCION.

           PERFORM NUEVA-PAGINA.
           SET SECCION-OPERADORES TO TRUE.
           MOVE 'SITUACION ACTUAL DE LOS OPERADORES' TO CABS-TITULO.
           PERFORM TRATAR-SECCION.

           PERFORM ESCRIBIR-RESUMEN.
           CLOSE INFORME.
           DISPLAY 'ACCEOPER: EVENTOS LISTADOS:   ' WS-TOT-EVENTOS.
           DISPLAY 'ACCEOPER: OPERADORES:         ' WS-TOT-OPERADORES.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       FIJAR-RANGO.
           IF PARM-LON NOT = 21
              DISPLAY 'ACCEOPER: PARM INVALIDO, USE '
                      'AAAA-MM-DD AAAA-MM-DD'
              MOVE 8 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE PARM-TEXTO(1:10)  TO WS-DESDE.
           MOVE PARM-TEXTO(12:10) TO WS-HASTA.
           MOVE WS-DESDE TO CABR-DESDE.
           MOVE WS-HASTA TO CABR-HASTA.
           DISPLAY 'ACCEOPER: PERIODO ' WS-DESDE ' A ' WS-HASTA.
      *
       TRATAR-SECCION.
           PERFORM ESCRIBIR-CAB-SECCION.
           PERFORM ABRIR-CURSOR.
           PERFORM LEER-CURSOR.
           PERFORM TRATAR-FILA UNTIL SQLCODE = 100
                                  OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           PERFORM CERRAR-CURSOR.
      *
       ABRIR-CURSOR.
           IF SECCION-EVENTOS
              EXEC SQL OPEN CURSEVE END-EXEC
           ELSE
              EXEC SQL OPEN CURSOPE END-EXEC
           END-IF.
      *
       CERRAR-CURSOR.
           IF SECCION-EVENTOS
              EXEC SQL CLOSE CURSEVE END-EXEC
           ELSE
              EXEC SQL CLOSE CURSOPE END-EXEC
           END-IF.
      *
       LEER-CURSOR.
           IF SECCION-EVENTOS
              INITIALIZE DCLUSROPERAUD
              EXEC SQL
                  FETCH FROM CURSEVE
                    INTO :DC-OPA-FECHAHORA
                       , :DC-OPA-OPERADOR
                       , :DC-OPA-EVENTO
                       , :DC-OPA-TERMID
                       , :DC-OPA-ADMIN
                       , :DC-OPA-DETALLE
              END-EXEC
           ELSE
              INITIALIZE DCLUSROPER
                         WS-ULTIMA-ENTRADA
              EXEC SQL
                  FETCH FROM CURSOPE
                    INTO :DC-OPE-OPERADOR
                       , :DC-OPE-NOMBRE
                       , :DC-OPE-PERFIL
                       , :DC-OPE-ESTADO
                       , :DC-OPE-FALLOS
                       , :DC-OPE-FECHACLAVE
                       , :DC-OPE-CAMBIOCLAVE
                       , :WS-ULTIMA-ENTRADA
              END-EXEC
           END-IF.
      *
       TRATAR-FILA.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
              PERFORM ESCRIBIR-CAB-SECCION
           END-IF.
           IF SECCION-EVENTOS
              PERFORM ESCRIBIR-EVENTO
           ELSE
              PERFORM ESCRIBIR-OPERADOR
           END-IF.
           ADD 1 TO WS-LINEAS-PAGINA.
           PERFORM LEER-CURSOR.
      *
       ESCRIBIR-EVENTO.
           MOVE 10 TO WS-EVENTO-IND.
           PERFORM BUSCAR-EVENTO VARYING WS-IND FROM 1 BY 1
                                 UNTIL WS-IND > 9.
           ADD 1 TO EVENTO-CUENTA(WS-EVENTO-IND)
                    WS-TOT-EVENTOS.
           MOVE DC-OPA-FECHAHORA(1:19)       TO EVE-FECHAHORA.
           MOVE DC-OPA-OPERADOR              TO EVE-OPERADOR.
           MOVE DC-OPA-EVENTO                TO EVE-EVENTO.
           MOVE EVENTO-TEXTO(WS-EVENTO-IND)  TO EVE-TEXTO.
           MOVE DC-OPA-TERMID                TO EVE-TERMID.
           MOVE DC-OPA-ADMIN                 TO EVE-ADMIN.
           MOVE DC-OPA-DETALLE               TO EVE-DETALLE.
           WRITE LINEA-INFORME FROM LINEA-EVE.
      *
       BUSCAR-EVENTO.
           IF EVENTO-COD(WS-IND) = DC-OPA-EVENTO
              MOVE WS-IND TO WS-EVENTO-IND
           END-IF.
      *
       ESCRIBIR-OPERADOR.
           ADD 1 TO WS-TOT-OPERADORES.
           MOVE DC-OPE-OPERADOR    TO OPE-OPERADOR.
           MOVE DC-OPE-NOMBRE      TO OPE-NOMBRE.
           MOVE DC-OPE-PERFIL      TO OPE-PERFIL.
           MOVE DC-OPE-ESTADO      TO OPE-ESTADO.
           MOVE DC-OPE-FALLOS      TO OPE-FALLOS.
           MOVE DC-OPE-FECHACLAVE  TO OPE-FECHACLAVE.
           MOVE DC-OPE-CAMBIOCLAVE TO OPE-CAMBIOCLAVE.
           MOVE WS-ULTIMA-ENTRADA  TO OPE-ULTIMA.
           WRITE LINEA-INFORME FROM LINEA-OPE.
      *
       ESCRIBIR-CAB-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF SECCION-EVENTOS
              WRITE LINEA-INFORME FROM CAB-COLS-EVE
           ELSE
              WRITE LINEA-INFORME FROM CAB-COLS-OPE
           END-IF.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 5 TO WS-LINEAS-PAGINA.
      *
      * LOS TOTALES POR EVENTO VAN EN PAGINA PROPIA, COMO RESUMEN
      * DE CIERRE
       ESCRIBIR-RESUMEN.
           PERFORM NUEVA-PAGINA.
           MOVE 'TOTALES POR EVENTO' TO CABS-TITULO.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           PERFORM ESCRIBIR-LIN-RESUMEN VARYING WS-IND FROM 1 BY 1
                                        UNTIL WS-IND > 10.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE WS-TOT-EVENTOS    TO TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE WS-TOT-OPERADORES TO TOT-OPE-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL-OPE.
      *
       ESCRIBIR-LIN-RESUMEN.
           MOVE EVENTO-COD(WS-IND)    TO RES-EVENTO.
           MOVE EVENTO-TEXTO(WS-IND)  TO RES-TEXTO.
           MOVE EVENTO-CUENTA(WS-IND) TO RES-VALOR.
           WRITE LINEA-INFORME FROM LIN-RESUMEN.
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
           WRITE LINEA-INFORME FROM CAB-RANGO.
           MOVE 0 TO WS-LINEAS-PAGINA.
      *
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE              TO ERR-SQLCODE.
           DISPLAY 'ACCEOPER: ' LINEA-ERROR-DB2.
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
           MOVE 'ACCEOPER' TO DC-LOG-PROCESO.
           IF PARM-LON > 0 AND PARM-LON NOT > 21
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
              DISPLAY 'ACCEOPER: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOT-EVENTOS     TO DC-LOG-LEIDOS
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
                 DISPLAY 'ACCEOPER: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' ERR-SQLCODE
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
