      *************************************************
      *  PROGRAMA BATCH DE RESUMEN DE CONSENTIMIENTOS DE MARKETING
      *  POR PROVINCIA: PARA LOS CLIENTES ACTIVOS CUENTA, POR CANAL
      *  (POSTAL, CORREO, TELEFONO), LOS QUE CONSIENTEN ('S'), LOS
      *  QUE LO HAN RETIRADO ('N') Y LOS QUE NUNCA SE PREGUNTARON
      *  (EN BLANCO), Y LOS QUE NO CONSIENTEN NINGUN CANAL. UNA
      *  SEGUNDA SECCION HACE LO MISMO CON LOS CONTACTOS PRINCIPALES
      *  (SOLO CORREO Y TELEFONO). CIERRA CON PAGINA DE TOTAL
      *  NACIONAL. SIN PARM: ES UNA FOTO DEL MOMENTO.
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCLI.
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
       01 FILLER PIC X(20) VALUE 'USRDA678901234567890'.
           EXEC SQL
                INCLUDE USRDATOS
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
      * CUENTAS DE UNA PROVINCIA TAL COMO LLEGAN DEL CURSOR (LOS
      * QUE NUNCA SE PREGUNTARON SE SACAN POR DIFERENCIA)
       01 WS-CUENTAS.
           05 WS-CNT-TOTAL             PIC S9(9) COMP.
           05 WS-CNT-PSI               PIC S9(9) COMP.
           05 WS-CNT-PNO               PIC S9(9) COMP.
           05 WS-CNT-CSI               PIC S9(9) COMP.
           05 WS-CNT-CNO               PIC S9(9) COMP.
           05 WS-CNT-TSI               PIC S9(9) COMP.
           05 WS-CNT-TNO               PIC S9(9) COMP.
           05 WS-CNT-NINGUNO           PIC S9(9) COMP.
      *============================================================
      * LOS DOS CURSORES LLEGAN YA AGRUPADOS POR PROVINCIA; EL DE
      * CONTACTOS DEVUELVE CERO EN LAS COLUMNAS POSTALES PARA
      * COMPARTIR EL MISMO FETCH (EL CONTACTO NO TIENE CANAL POSTAL)
      *============================================================
           EXEC SQL
               DECLARE CURSCLI CURSOR FOR
                   SELECT PROVINCIA
                        , COUNT(*)
                        , SUM(CASE WHEN CONSPOSTAL = 'S'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN CONSPOSTAL = 'N'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN CONSCORREO = 'S'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN CONSCORREO = 'N'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN CONSTLF = 'S'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN CONSTLF = 'N'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN CONSPOSTAL <> 'S'
                                    AND CONSCORREO <> 'S'
                                    AND CONSTLF    <> 'S'
                                   THEN 1 ELSE 0 END)
                   FROM USRDATOS
                   WHERE ESTADO = 'A'
                   GROUP BY PROVINCIA
                   ORDER BY PROVINCIA
           END-EXEC.
      *
           EXEC SQL
               DECLARE CURSCTO CURSOR FOR
                   SELECT D.PROVINCIA
                        , COUNT(*)
                        , 0
                        , 0
                        , SUM(CASE WHEN C.CONSCORREO = 'S'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN C.CONSCORREO = 'N'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN C.CONSTLF = 'S'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN C.CONSTLF = 'N'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN C.CONSCORREO <> 'S'
                                    AND C.CONSTLF    <> 'S'
                                   THEN 1 ELSE 0 END)
                   FROM USRCONT  C
                      , USRDATOS D
                   WHERE C.CIF       = D.CIF
                     AND C.PRINCIPAL = 'S'
                     AND D.ESTADO    = 'A'
                   GROUP BY D.PROVINCIA
                   ORDER BY D.PROVINCIA
           END-EXEC.
      *
       01 WS-SECCION                   PIC X(1).
           88 SECCION-CLIENTES        VALUE 'C'.
           88 SECCION-CONTACTOS       VALUE 'P'.
       01 WS-PAGINA                   PIC 9(4) VALUE 0.
       01 WS-LINEAS-PAGINA            PIC 99   VALUE 0.
       01 WS-MAX-LINEAS               PIC 99   VALUE 20.
       01 WS-SQLCODE-Z                PIC -ZZZZZZZZ9.
      *
      * ACUMULADORES DE LA SECCION EN CURSO Y TOTALES NACIONALES DE
      * CADA SECCION PARA LA PAGINA FINAL (MISMO TRAZADO QUE
      * WS-CUENTAS PARA PODER VOLCARLOS CON LA MISMA RUTINA)
       01 ACUM-SECCION.
           05 ACU-TOTAL                PIC S9(9) COMP VALUE 0.
           05 ACU-PSI                  PIC S9(9) COMP VALUE 0.
           05 ACU-PNO                  PIC S9(9) COMP VALUE 0.
           05 ACU-CSI                  PIC S9(9) COMP VALUE 0.
           05 ACU-CNO                  PIC S9(9) COMP VALUE 0.
           05 ACU-TSI                  PIC S9(9) COMP VALUE 0.
           05 ACU-TNO                  PIC S9(9) COMP VALUE 0.
           05 ACU-NINGUNO              PIC S9(9) COMP VALUE 0.
       01 TOT-CLIENTES.
           05 TCL-TOTAL                PIC S9(9) COMP VALUE 0.
           05 TCL-PSI                  PIC S9(9) COMP VALUE 0.
           05 TCL-PNO                  PIC S9(9) COMP VALUE 0.
           05 TCL-CSI                  PIC S9(9) COMP VALUE 0.
           05 TCL-CNO                  PIC S9(9) COMP VALUE 0.
           05 TCL-TSI                  PIC S9(9) COMP VALUE 0.
           05 TCL-TNO                  PIC S9(9) COMP VALUE 0.
           05 TCL-NINGUNO              PIC S9(9) COMP VALUE 0.
       01 TOT-CONTACTOS.
           05 TCT-TOTAL                PIC S9(9) COMP VALUE 0.
           05 TCT-PSI                  PIC S9(9) COMP VALUE 0.
           05 TCT-PNO                  PIC S9(9) COMP VALUE 0.
           05 TCT-CSI                  PIC S9(9) COMP VALUE 0.
           05 TCT-CNO                  PIC S9(9) COMP VALUE 0.
           05 TCT-TSI                  PIC S9(9) COMP VALUE 0.
           05 TCT-TNO                  PIC S9(9) COMP VALUE 0.
           05 TCT-NINGUNO              PIC S9(9) COMP VALUE 0.
      *
       01 CAB-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'CONSENTIMIENTOS DE MARKETING POR PROVINC'.
           05 FILLER                  PIC X(4)  VALUE 'IA  '.
           05 FILLER                  PIC X(10) VALUE '  PAGINA: '.
           05 CAB1-PAGINA             PIC ZZZ9.
       01 CAB-SECCION.
           05 CABS-TITULO             PIC X(40).
       01 CAB-GRUPOS.
           05 FILLER                  PIC X(31) VALUE SPACES.
           05 FILLER                  PIC X(27)
                  VALUE '---------- POSTAL ---------'.
           05 FILLER                  PIC X(27)
                  VALUE '---------- CORREO ---------'.
           05 FILLER                  PIC X(27)
                  VALUE '--------- TELEFONO --------'.
       01 CAB-COLS.
           05 CABC-CLAVE              PIC X(20) VALUE 'PROVINCIA'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE '    TOTAL'.
           05 FILLER                  PIC X(9)  VALUE '       SI'.
           05 FILLER                  PIC X(9)  VALUE '       NO'.
           05 FILLER                  PIC X(9)  VALUE '   S/RESP'.
           05 FILLER                  PIC X(9)  VALUE '       SI'.
           05 FILLER                  PIC X(9)  VALUE '       NO'.
           05 FILLER                  PIC X(9)  VALUE '   S/RESP'.
           05 FILLER                  PIC X(9)  VALUE '       SI'.
           05 FILLER                  PIC X(9)  VALUE '       NO'.
           05 FILLER                  PIC X(9)  VALUE '   S/RESP'.
           05 FILLER                  PIC X(9)  VALUE '  NINGUNO'.
       01 LINEA-DET.
           05 DET-CLAVE               PIC X(20).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-TOTAL               PIC Z,ZZZ,ZZ9.
           05 DET-PSI                 PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-PNO                 PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-PSR                 PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-CSI                 PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-CNO                 PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-CSR                 PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-TSI                 PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-TNO                 PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-TSR                 PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-NINGUNO             PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
       01 LINEA-ERROR-DB2.
           05 FILLER                  PIC X(20)
                  VALUE 'ERROR DB2 SQLCODE = '.
           05 ERR-SQLCODE             PIC -ZZZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           OPEN OUTPUT INFORME.
           PERFORM NUEVA-PAGINA.

           SET SECCION-CLIENTES TO TRUE.
           MOVE 'CLIENTES ACTIVOS'             TO CABS-TITULO.
           PERFORM TRATAR-SECCION.
           MOVE ACUM-SECCION TO TOT-CLIENTES.

           SET SECCION-CONTACTOS TO TRUE.
           MOVE 'CONTACTOS PRINCIPALES (CLIENTES ACTIVOS)'
                                               TO CABS-TITULO.
           PERFORM NUEVA-PAGINA.
           PERFORM TRATAR-SECCION.
           MOVE ACUM-SECCION TO TOT-CONTACTOS.

           PERFORM ESCRIBIR-TOTAL-NACIONAL.
           CLOSE INFORME.
           DISPLAY 'CONSCLI: CLIENTES ACTIVOS:      ' TCL-TOTAL.
           DISPLAY 'CONSCLI: SIN NINGUN CANAL:      ' TCL-NINGUNO.
           DISPLAY 'CONSCLI: CONTACTOS PRINCIPALES: ' TCT-TOTAL.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       TRATAR-SECCION.
           INITIALIZE ACUM-SECCION.
           PERFORM ESCRIBIR-CAB-SECCION.
           PERFORM ABRIR-CURSOR.
           PERFORM LEER-CURSOR.
           PERFORM TRATAR-PROVINCIA UNTIL SQLCODE = 100
                                       OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           PERFORM CERRAR-CURSOR.
      *
       ABRIR-CURSOR.
           IF SECCION-CLIENTES
              EXEC SQL OPEN CURSCLI END-EXEC
           ELSE
              EXEC SQL OPEN CURSCTO END-EXEC
           END-IF.
      *
       CERRAR-CURSOR.
           IF SECCION-CLIENTES
              EXEC SQL CLOSE CURSCLI END-EXEC
           ELSE
              EXEC SQL CLOSE CURSCTO END-EXEC
           END-IF.
      *
       LEER-CURSOR.
           INITIALIZE DC-PROVINCIA
                      WS-CUENTAS.
           IF SECCION-CLIENTES
              EXEC SQL
                  FETCH FROM CURSCLI
                    INTO :DC-PROVINCIA
                       , :WS-CNT-TOTAL
                       , :WS-CNT-PSI
                       , :WS-CNT-PNO
                       , :WS-CNT-CSI
                       , :WS-CNT-CNO
                       , :WS-CNT-TSI
                       , :WS-CNT-TNO
                       , :WS-CNT-NINGUNO
              END-EXEC
           ELSE
              EXEC SQL
                  FETCH FROM CURSCTO
                    INTO :DC-PROVINCIA
                       , :WS-CNT-TOTAL
                       , :WS-CNT-PSI
                       , :WS-CNT-PNO
                       , :WS-CNT-CSI
                       , :WS-CNT-CNO
                       , :WS-CNT-TSI
                       , :WS-CNT-TNO
                       , :WS-CNT-NINGUNO
              END-EXEC
           END-IF.
      *
      * UNA LINEA POR PROVINCIA; LOS CLIENTES SIN PROVINCIA SALEN
      * JUNTOS CON UNA MARCA PARA QUE SE VEAN
       TRATAR-PROVINCIA.
           IF DC-PROVINCIA = SPACES
              MOVE '(SIN PROVINCIA)' TO DET-CLAVE
           ELSE
              MOVE DC-PROVINCIA      TO DET-CLAVE
           END-IF.
           ADD WS-CNT-TOTAL   TO ACU-TOTAL.
           ADD WS-CNT-PSI     TO ACU-PSI.
           ADD WS-CNT-PNO     TO ACU-PNO.
           ADD WS-CNT-CSI     TO ACU-CSI.
           ADD WS-CNT-CNO     TO ACU-CNO.
           ADD WS-CNT-TSI     TO ACU-TSI.
           ADD WS-CNT-TNO     TO ACU-TNO.
           ADD WS-CNT-NINGUNO TO ACU-NINGUNO.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
              PERFORM ESCRIBIR-CAB-SECCION
           END-IF.
           PERFORM VOLCAR-LINEA.
           PERFORM LEER-CURSOR.
      *
      * LOS QUE NUNCA SE PREGUNTARON SON EL RESTO DEL TOTAL. EN LOS
      * CONTACTOS LA PARTE POSTAL QUEDA EN BLANCO
       VOLCAR-LINEA.
           MOVE WS-CNT-TOTAL    TO DET-TOTAL.
           MOVE WS-CNT-PSI      TO DET-PSI.
           MOVE WS-CNT-PNO      TO DET-PNO.
           IF SECCION-CLIENTES
              COMPUTE DET-PSR = WS-CNT-TOTAL - WS-CNT-PSI - WS-CNT-PNO
           ELSE
              MOVE 0            TO DET-PSR
           END-IF.
           MOVE WS-CNT-CSI      TO DET-CSI.
           MOVE WS-CNT-CNO      TO DET-CNO.
           COMPUTE DET-CSR = WS-CNT-TOTAL - WS-CNT-CSI - WS-CNT-CNO.
           MOVE WS-CNT-TSI      TO DET-TSI.
           MOVE WS-CNT-TNO      TO DET-TNO.
           COMPUTE DET-TSR = WS-CNT-TOTAL - WS-CNT-TSI - WS-CNT-TNO.
           MOVE WS-CNT-NINGUNO  TO DET-NINGUNO.
           WRITE LINEA-INFORME FROM LINEA-DET.
           ADD 1 TO WS-LINEAS-PAGINA.
      *
       ESCRIBIR-CAB-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-GRUPOS.
           WRITE LINEA-INFORME FROM CAB-COLS.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 6 TO WS-LINEAS-PAGINA.
      *
      * EL TOTAL NACIONAL VA EN PAGINA PROPIA, UNA LINEA POR SECCION
       ESCRIBIR-TOTAL-NACIONAL.
           PERFORM NUEVA-PAGINA.
           MOVE 'TOTAL NACIONAL'      TO CABS-TITULO.
           MOVE 'COLECTIVO'           TO CABC-CLAVE.
           PERFORM ESCRIBIR-CAB-SECCION.
           SET SECCION-CLIENTES TO TRUE.
           MOVE TOT-CLIENTES          TO WS-CUENTAS.
           MOVE 'CLIENTES ACTIVOS'    TO DET-CLAVE.
           PERFORM VOLCAR-LINEA.
           SET SECCION-CONTACTOS TO TRUE.
           MOVE TOT-CONTACTOS         TO WS-CUENTAS.
           MOVE 'CONTACTOS PRINCIP.'  TO DET-CLAVE.
           PERFORM VOLCAR-LINEA.
      *
       NUEVA-PAGINA.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA            TO CAB1-PAGINA.
           IF WS-PAGINA > 1
              MOVE SPACES TO LINEA-INFORME
              WRITE LINEA-INFORME
           END-IF.
           WRITE LINEA-INFORME FROM CAB-1.
           MOVE 0 TO WS-LINEAS-PAGINA.
      *
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE              TO ERR-SQLCODE.
           DISPLAY 'CONSCLI: ' LINEA-ERROR-DB2.
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
           MOVE 'CONSCLI' TO DC-LOG-PROCESO.
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
              DISPLAY 'CONSCLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE TCL-TOTAL    TO DC-LOG-LEIDOS
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
                 DISPLAY 'CONSCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
