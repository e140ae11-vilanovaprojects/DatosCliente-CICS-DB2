      *************************************************
      *  PROGRAMA BATCH DE CONVERSION UNICA DE DIRECCIONES ANTIGUAS:
      *  LOS CLIENTES DADOS DE ALTA ANTES DE LA DIRECCION POR PARTES
      *  SOLO TIENEN LA DIRECCION DE UNA LINEA. SE BUSCA EN ELLA UN
      *  CODIGO POSTAL DE 5 CIFRAS, SE VALIDA SU PREFIJO CONTRA
      *  USRPROV, SE SEPARAN CALLE Y POBLACION Y SE DERIVA LA
      *  PROVINCIA; LA FILA SE ACTUALIZA CON SU AUDITORIA ('M', QUE
      *  MOVICLI ENVIA A LA CENTRAL). LA DIRECCION DE UNA LINEA SE
      *  DEJA COMO ESTABA. LO QUE NO SE PUEDE SEPARAR CON SEGURIDAD
      *  NO SE TOCA Y SALE EN LA LISTA DE TRABAJO PARA QUE LA
      *  SUCURSAL LO CORRIJA POR MENU04.
      *  PARM = SIMULA (SOLO INFORMA, NO ACTUALIZA NADA) O REAL.
      *  LA LISTA DE LA SIMULACION SALE POR SU PROPIO FICHERO
      *  (TRABSIM); SOLO LA PASADA REAL ESCRIBE LA LISTA DE TRABAJO,
      *  QUE SE AMPLIA UNICAMENTE AL REARRANCAR.
      *  SIN PARM SE ASUME SIMULA.
      *  COMMIT POR LOTES CON PUNTO DE REARRANQUE EN USRCTRL
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTEDIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME   ASSIGN TO INFORME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT TRABAJO   ASSIGN TO TRABAJO
                  ORGANIZATION IS SEQUENTIAL.
           SELECT TRABSIM   ASSIGN TO TRABSIM
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME              PIC X(132).
       FD  TRABAJO
           RECORDING MODE IS F.
       01  LINEA-TRABAJO              PIC X(132).
       FD  TRABSIM
           RECORDING MODE IS F.
       01  LINEA-TRABSIM              PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FILLER PIC X(20) VALUE 'USRDA678901234567890'.
           EXEC SQL
                INCLUDE USRDATOS
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'AUDIT678901234567890'.
           EXEC SQL
                INCLUDE USRDATOS_AUD
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'CTRL5678901234567890'.
           EXEC SQL
                INCLUDE USRCTRL
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'PROVI678901234567890'.
           EXEC SQL
                INCLUDE USRPROV
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
       01 WS-MODO                      PIC X(1) VALUE 'S'.
           88 MODO-SIMULA             VALUE 'S'.
           88 MODO-REAL               VALUE 'R'.
      *
      * PUNTO DE REARRANQUE: LAS 8 CIFRAS DEL ULTIMO CIF CONFIRMADO,
      * EN EL ULTREG DE LA FILA 'PARTEDIR' DE USRCTRL
       01 WS-CIF-DESDE                 PIC X(8) VALUE '00000000'.
       01 WS-CIF-DESDE-N REDEFINES WS-CIF-DESDE
                                       PIC 9(8).
       01 WS-ULTREG-ANT                PIC S9(9) COMP VALUE 0.
      *
      * LINEA DE LA LISTA, QUE VA A TRABAJO (REAL) O TRABSIM
       01 WS-LINEA-T                   PIC X(132).
      *============================================================
      * CLIENTES CON LA DIRECCION POR PARTES EN BLANCO Y LA DE UNA
      * LINEA RELLENA (LOS FUSIONADOS NO: YA NO SE USAN). EL CURSOR
      * SOBREVIVE A LOS COMMIT DE LOTE Y VA EN ORDEN DE CIF PARA
      * PODER REARRANCAR DESDE EL ULTIMO CIF CONFIRMADO: LO YA
      * CONVERTIDO SALE SOLO DEL CURSOR, PERO LO QUE NO SE PUDO
      * SEPARAR SEGUIRIA SALIENDO Y SE DUPLICARIA EN LA LISTA
      *============================================================
           EXEC SQL
               DECLARE CURSDIR CURSOR WITH HOLD FOR
                   SELECT CIF
                        , NOMBRE
                        , DIRECCION
                   FROM USRDATOS
                   WHERE CALLE     = ' '
                     AND POBLACION = ' '
                     AND CODPOSTAL = ' '
                     AND DIRECCION <> ' '
                     AND ESTADO    <> 'F'
                     AND SUBSTR(CIF, 1, 8) > :WS-CIF-DESDE
                   ORDER BY CIF
           END-EXEC.
      *
       01 WS-TAM-LOTE                  PIC 9(4) VALUE 500.
       01 WS-EN-LOTE                   PIC 9(4) VALUE 0.
      *
       01 WS-ERROR-GRAVE               PIC X(1) VALUE 'N'.
           88 ERROR-GRAVE             VALUE 'Y'.
           88 NERROR-GRAVE            VALUE 'N'.
      *
      * TRABAJO DE SEPARACION DE LA DIRECCION DE UNA LINEA
       01 WS-DIR                       PIC X(60).
       01 WS-DIR-LON                   PIC S9(4) COMP.
       01 WS-BLANCOS                   PIC S9(4) COMP.
       01 WS-NUM-CP                    PIC S9(4) COMP.
       01 WS-POS-CP                    PIC S9(4) COMP.
       01 WS-POS-COMA                  PIC S9(4) COMP.
       01 WS-FIN-CALLE                 PIC S9(4) COMP.
       01 WS-INI-POBL                  PIC S9(4) COMP.
       01 WS-FIN-POBL                  PIC S9(4) COMP.
       01 WS-LON-CALLE                 PIC S9(4) COMP.
       01 WS-LON-POBL                  PIC S9(4) COMP.
       01 WS-CIFRAS                    PIC S9(4) COMP.
       01 I                            PIC S9(4) COMP.
       01 WS-CAR                       PIC X(1).
           88 CAR-SEPARADOR           VALUE ' ' ',' '-' '.' ';'.
       01 WS-PARAR                     PIC X(1).
           88 PARAR                   VALUE 'S'.
           88 NPARAR                  VALUE 'N'.
       01 WS-MOTIVO                    PIC X(20).
      *
       01 WS-TOT-LEIDOS                PIC 9(7) VALUE 0.
       01 WS-TOT-CONVERTIDOS           PIC 9(7) VALUE 0.
       01 WS-TOT-LISTA                 PIC 9(7) VALUE 0.
       01 WS-TOT-YA-CORREGIDOS         PIC 9(7) VALUE 0.
       01 WS-PAGINA                   PIC 9(4) VALUE 0.
       01 WS-LINEAS-PAGINA            PIC 99   VALUE 0.
       01 WS-PAGINA-T                 PIC 9(4) VALUE 0.
       01 WS-LINEAS-PAGINA-T          PIC 99   VALUE 0.
       01 WS-MAX-LINEAS               PIC 99   VALUE 40.
       01 WS-SQLCODE-Z                 PIC -ZZZZZZZZ9.
      *
       01 CAB-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'CONVERSION DE DIRECCIONES DE UNA LINEA  '.
           05 FILLER                  PIC X(10) VALUE '  PAGINA: '.
           05 CAB1-PAGINA             PIC ZZZ9.
       01 CAB-MODO.
           05 FILLER                  PIC X(7)  VALUE 'MODO:  '.
           05 CABM-TEXTO              PIC X(40).
       01 CAB-COLS.
           05 FILLER                  PIC X(11) VALUE 'CIF'.
           05 FILLER                  PIC X(42) VALUE 'CALLE'.
           05 FILLER                  PIC X(32) VALUE 'POBLACION'.
           05 FILLER                  PIC X(7)  VALUE 'C.P.'.
           05 FILLER                  PIC X(20) VALUE 'PROVINCIA'.
       01 LINEA-DET.
           05 DET-CIF                 PIC X(9).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-CALLE               PIC X(40).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-POBLACION           PIC X(30).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-CODPOSTAL           PIC X(5).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-PROVINCIA           PIC X(20).
       01 LINEA-ORIGEN.
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE 'ORIGEN:  '.
           05 ORI-DIRECCION           PIC X(60).
      *
       01 CAB-1T.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'DIRECCIONES A CORREGIR POR MENU04       '.
           05 FILLER                  PIC X(10) VALUE '  PAGINA: '.
           05 CAB1T-PAGINA            PIC ZZZ9.
       01 CAB-COLS-T.
           05 FILLER                  PIC X(10) VALUE 'CIF'.
           05 FILLER                  PIC X(41) VALUE 'NOMBRE'.
           05 FILLER                  PIC X(61) VALUE 'DIRECCION'.
           05 FILLER                  PIC X(20) VALUE 'MOTIVO'.
       01 LINEA-TRA.
           05 TRA-CIF                 PIC X(9).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 TRA-NOMBRE              PIC X(40).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 TRA-DIRECCION           PIC X(60).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 TRA-MOTIVO              PIC X(20).
      *
       01 LIN-TOTAL.
           05 LIN-TOT-TEXTO           PIC X(30).
           05 LIN-TOT-VALOR           PIC Z,ZZZ,ZZ9.
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
           PERFORM FIJAR-MODO.
           IF MODO-REAL
              PERFORM LEER-CONTROL
           END-IF.
           OPEN OUTPUT INFORME.
           PERFORM ABRIR-LISTA.
           PERFORM NUEVA-PAGINA.
           PERFORM NUEVA-PAGINA-T.
           EXEC SQL OPEN CURSDIR END-EXEC.
           PERFORM LEER-CURSOR.
           PERFORM TRATAR-CLIENTE UNTIL SQLCODE = 100
                                     OR SQLCODE < 0
                                     OR ERROR-GRAVE.
           IF SQLCODE < 0 OR ERROR-GRAVE
              PERFORM ABORTAR-POR-ERROR-DB2
           ELSE
              EXEC SQL CLOSE CURSDIR END-EXEC
              IF MODO-REAL
                 PERFORM CIERRE-NORMAL
              END-IF
           END-IF.
           IF NERROR-GRAVE
              PERFORM ESCRIBIR-TOTALES
           END-IF.
           CLOSE INFORME.
           IF MODO-REAL
              CLOSE TRABAJO
           ELSE
              CLOSE TRABSIM
           END-IF.
           DISPLAY 'PARTEDIR: CLIENTES LEIDOS:    ' WS-TOT-LEIDOS.
           DISPLAY 'PARTEDIR: CONVERTIDOS:        ' WS-TOT-CONVERTIDOS.
           DISPLAY 'PARTEDIR: A LA LISTA:         ' WS-TOT-LISTA.
           DISPLAY 'PARTEDIR: YA CORREGIDOS:      '
                   WS-TOT-YA-CORREGIDOS.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       FIJAR-MODO.
           EVALUATE TRUE
               WHEN PARM-LON = 0
                    SET MODO-SIMULA TO TRUE
               WHEN PARM-LON = 6 AND PARM-TEXTO(1:6) = 'SIMULA'
                    SET MODO-SIMULA TO TRUE
               WHEN PARM-LON = 4 AND PARM-TEXTO(1:4) = 'REAL'
                    SET MODO-REAL TO TRUE
               WHEN OTHER
                    DISPLAY 'PARTEDIR: PARM INVALIDO, USE '
                            'SIMULA O REAL'
                    MOVE 8 TO RETURN-CODE
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
           IF MODO-REAL
              DISPLAY 'PARTEDIR: MODO REAL'
              MOVE 'REAL - SE ACTUALIZA USRDATOS' TO CABM-TEXTO
           ELSE
              DISPLAY 'PARTEDIR: MODO SIMULACION'
              MOVE 'SIMULACION - NO SE ACTUALIZA NADA' TO CABM-TEXTO
           END-IF.
      *
      * LA LISTA DE TRABAJO SOLO SE AMPLIA CUANDO LA PASADA REAL
      * RETOMA DESDE UN PUNTO DE REARRANQUE; UNA PASADA NUEVA LA
      * EMPIEZA DE CERO. LA SIMULACION VA SIEMPRE A TRABSIM
       ABRIR-LISTA.
           IF MODO-REAL
              IF WS-ULTREG-ANT > 0
                 OPEN EXTEND TRABAJO
              ELSE
                 OPEN OUTPUT TRABAJO
              END-IF
           ELSE
              OPEN OUTPUT TRABSIM
           END-IF.
      *
      * LEE EL PUNTO DE REARRANQUE. SI EL PROCESO NO TIENE FILA DE
      * CONTROL TODAVIA SE CREA CON ULTREG = 0 (PRIMERA EJECUCION)
       LEER-CONTROL.
           EXEC SQL
                SELECT ULTREG
                INTO  :DC-CTL-ULTREG
                FROM USRCTRL
                WHERE PROCESO = 'PARTEDIR'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE DC-CTL-ULTREG TO WS-ULTREG-ANT
               WHEN SQLCODE = 100
                    EXEC SQL
                      INSERT
                        INTO USRCTRL(
                             PROCESO
                           , ULTREG
                           , FECHAULT)
                        VALUES(
                             'PARTEDIR'
                           , 0
                           , CURRENT DATE)
                    END-EXEC
                    IF SQLCODE NOT = 0
                       PERFORM ABORTAR-POR-ERROR-DB2
                       PERFORM ANOTAR-FIN
                       STOP RUN
                    END-IF
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
           MOVE WS-ULTREG-ANT TO WS-CIF-DESDE-N.
           IF WS-ULTREG-ANT > 0
              DISPLAY 'PARTEDIR: REARRANQUE DETRAS DEL CIF '
                      WS-CIF-DESDE
           END-IF.
      *
       LEER-CURSOR.
           INITIALIZE DC-CIF
                      DC-NOMBRE
                      DC-DIRECCION.
           EXEC SQL
               FETCH FROM CURSDIR
                 INTO :DC-CIF
                    , :DC-NOMBRE
                    , :DC-DIRECCION
           END-EXEC.
      *
       TRATAR-CLIENTE.
           ADD 1 TO WS-TOT-LEIDOS.
           PERFORM SEPARAR-DIRECCION.
           EVALUATE TRUE
               WHEN ERROR-GRAVE
                    CONTINUE
               WHEN WS-MOTIVO NOT = SPACES
                    PERFORM ESCRIBIR-TRABAJO
               WHEN MODO-REAL
                    PERFORM ACTUALIZAR-CLIENTE
               WHEN OTHER
                    ADD 1 TO WS-TOT-CONVERTIDOS
                    PERFORM ESCRIBIR-CONVERSION
           END-EVALUATE.
           IF MODO-REAL AND NERROR-GRAVE
              ADD 1 TO WS-EN-LOTE
              IF WS-EN-LOTE NOT < WS-TAM-LOTE
                 PERFORM PUNTO-COMMIT
              END-IF
           END-IF.
           IF NERROR-GRAVE
              PERFORM LEER-CURSOR
           END-IF.
      *
      *============================================================
      * SEPARACION DE LA DIRECCION DE UNA LINEA. SE ACEPTAN LAS DOS
      * FORMAS HABITUALES:
      *   CALLE Y NUMERO, POBLACION 28001   (LA QUE COMPONE DATOS)
      *   CALLE Y NUMERO, 28001 POBLACION
      * EL CODIGO POSTAL ES UN GRUPO DE EXACTAMENTE 5 CIFRAS Y SOLO
      * PUEDE HABER UNO. SI DETRAS DE EL HAY TEXTO, ESE TEXTO ES LA
      * POBLACION Y LO DE DELANTE LA CALLE; SI ESTA AL FINAL, LA
      * POBLACION ES LO QUE VA DETRAS DE LA ULTIMA COMA. CUALQUIER
      * OTRA COSA DEJA EL MOTIVO RELLENO Y LA FILA SIN TOCAR
      *============================================================
       SEPARAR-DIRECCION.
           MOVE SPACES TO WS-MOTIVO
                          DC-CALLE
                          DC-POBLACION
                          DC-CODPOSTAL
                          DC-PROVINCIA.
           MOVE DC-DIRECCION TO WS-DIR.
           MOVE 0 TO WS-BLANCOS.
           INSPECT FUNCTION REVERSE(WS-DIR)
                   TALLYING WS-BLANCOS FOR LEADING SPACES.
           COMPUTE WS-DIR-LON = 60 - WS-BLANCOS.
           MOVE 0 TO WS-NUM-CP
                     WS-POS-CP.
           IF WS-DIR-LON > 4
              PERFORM MIRAR-CP VARYING I FROM 1 BY 1
                               UNTIL I > WS-DIR-LON - 4
           END-IF.
           EVALUATE TRUE
               WHEN WS-NUM-CP = 0
                    MOVE 'SIN CODIGO POSTAL'    TO WS-MOTIVO
               WHEN WS-NUM-CP > 1
                    MOVE 'VARIOS COD. POSTALES' TO WS-MOTIVO
               WHEN OTHER
                    MOVE WS-DIR(WS-POS-CP:5) TO DC-CODPOSTAL
                    PERFORM VALIDAR-CODPOSTAL
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
              PERFORM PARTIR-CALLE-POBLACION
           END-IF.
           IF WS-MOTIVO = SPACES
              PERFORM COMPROBAR-PARTES
           END-IF.
      *
      * GRUPO DE 5 CIFRAS SIN OTRA CIFRA PEGADA A NINGUN LADO
       MIRAR-CP.
           IF WS-DIR(I:5) IS NUMERIC
              SET NPARAR TO TRUE
              IF I > 1
                 IF WS-DIR(I - 1:1) IS NUMERIC
                    SET PARAR TO TRUE
                 END-IF
              END-IF
              IF I + 5 NOT > WS-DIR-LON
                 IF WS-DIR(I + 5:1) IS NUMERIC
                    SET PARAR TO TRUE
                 END-IF
              END-IF
              IF NPARAR
                 ADD 1 TO WS-NUM-CP
                 MOVE I TO WS-POS-CP
              END-IF
           END-IF.
      *
       VALIDAR-CODPOSTAL.
           MOVE DC-CODPOSTAL(1:2) TO DC-PRV-CODPROV.
           EXEC SQL
                SELECT NOMBRE
                INTO  :DC-PRV-NOMBRE
                FROM USRPROV
                WHERE CODPROV = :DC-PRV-CODPROV
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE DC-PRV-NOMBRE TO DC-PROVINCIA
               WHEN SQLCODE = 100
                    MOVE 'PROVINCIA DESCONOC.' TO WS-MOTIVO
               WHEN OTHER
                    SET ERROR-GRAVE TO TRUE
                    MOVE 'ERROR DB2'           TO WS-MOTIVO
           END-EVALUATE.
      *
       PARTIR-CALLE-POBLACION.
      * FIN DE LA CALLE: LO ULTIMO QUE NO ES SEPARADOR ANTES DEL CP
           COMPUTE WS-FIN-CALLE = WS-POS-CP - 1.
           SET NPARAR TO TRUE.
           PERFORM RETROCEDER-FIN-CALLE UNTIL PARAR.
      * INICIO DE LA POBLACION SI HAY TEXTO DETRAS DEL CP
           COMPUTE WS-INI-POBL = WS-POS-CP + 5.
           SET NPARAR TO TRUE.
           PERFORM AVANZAR-INI-POBL UNTIL PARAR.
           IF WS-INI-POBL NOT > WS-DIR-LON
              MOVE WS-DIR-LON TO WS-FIN-POBL
           ELSE
      * CP AL FINAL: LA POBLACION VA DETRAS DE LA ULTIMA COMA
              MOVE 0 TO WS-POS-COMA
              IF WS-FIN-CALLE > 0
                 PERFORM MIRAR-COMA VARYING I FROM 1 BY 1
                                    UNTIL I > WS-FIN-CALLE
              END-IF
              IF WS-POS-COMA = 0
                 MOVE 'CALLE/POBLAC. JUNTAS' TO WS-MOTIVO
              ELSE
                 MOVE WS-FIN-CALLE TO WS-FIN-POBL
                 COMPUTE WS-INI-POBL = WS-POS-COMA + 1
                 SET NPARAR TO TRUE
                 PERFORM AVANZAR-INI-POBL UNTIL PARAR
                 COMPUTE WS-FIN-CALLE = WS-POS-COMA - 1
                 SET NPARAR TO TRUE
                 PERFORM RETROCEDER-FIN-CALLE UNTIL PARAR
              END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
              IF WS-FIN-CALLE < 1 OR WS-INI-POBL > WS-FIN-POBL
                 MOVE 'FALTA CALLE O POBL.' TO WS-MOTIVO
              ELSE
                 COMPUTE WS-LON-CALLE = WS-FIN-CALLE
                 COMPUTE WS-LON-POBL  = WS-FIN-POBL - WS-INI-POBL + 1
                 IF WS-LON-CALLE > 40 OR WS-LON-POBL > 30
                    MOVE 'CALLE/POBL. LARGAS' TO WS-MOTIVO
                 ELSE
                    MOVE WS-DIR(1:WS-LON-CALLE) TO DC-CALLE
                    MOVE WS-DIR(WS-INI-POBL:WS-LON-POBL)
                                                TO DC-POBLACION
                 END-IF
              END-IF
           END-IF.
      *
       RETROCEDER-FIN-CALLE.
           IF WS-FIN-CALLE < 1
              SET PARAR TO TRUE
           ELSE
              MOVE WS-DIR(WS-FIN-CALLE:1) TO WS-CAR
              IF CAR-SEPARADOR
                 SUBTRACT 1 FROM WS-FIN-CALLE
              ELSE
                 SET PARAR TO TRUE
              END-IF
           END-IF.
      *
       AVANZAR-INI-POBL.
           IF WS-INI-POBL > WS-DIR-LON
              SET PARAR TO TRUE
           ELSE
              MOVE WS-DIR(WS-INI-POBL:1) TO WS-CAR
              IF CAR-SEPARADOR
                 ADD 1 TO WS-INI-POBL
              ELSE
                 SET PARAR TO TRUE
              END-IF
           END-IF.
      *
       MIRAR-COMA.
           IF WS-DIR(I:1) = ','
              MOVE I TO WS-POS-COMA
           END-IF.
      *
      * UNA POBLACION CON CIFRAS (PISO, PUERTA, KM...) ES SENAL DE
      * QUE EL ORDEN NO ERA EL ESPERADO: MEJOR QUE LA MIRE ALGUIEN
       COMPROBAR-PARTES.
           MOVE 0 TO WS-CIFRAS.
           INSPECT DC-POBLACION TALLYING WS-CIFRAS
                   FOR ALL '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'.
           IF WS-CIFRAS > 0
              MOVE 'POBLACION CON CIFRAS' TO WS-MOTIVO
           END-IF.
      *
      * LA CONDICION DE PARTES EN BLANCO SE REPITE EN EL UPDATE: SI
      * LA SUCURSAL LA HA CORREGIDO POR MENU04 MIENTRAS TANTO, NO SE
      * PISA
       ACTUALIZAR-CLIENTE.
           EXEC SQL
             UPDATE USRDATOS
                SET CALLE     = :DC-CALLE
                  , POBLACION = :DC-POBLACION
                  , CODPOSTAL = :DC-CODPOSTAL
                  , PROVINCIA = :DC-PROVINCIA
                  , FECHAMOD  = CURRENT DATE
              WHERE CIF = :DC-CIF
                AND CALLE     = ' '
                AND POBLACION = ' '
                AND CODPOSTAL = ' '
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-TOT-CONVERTIDOS
                    PERFORM GRABAR-AUDITORIA
                    IF NERROR-GRAVE
                       PERFORM ESCRIBIR-CONVERSION
                    END-IF
               WHEN SQLCODE = 100
                    ADD 1 TO WS-TOT-YA-CORREGIDOS
               WHEN OTHER
                    SET ERROR-GRAVE TO TRUE
           END-EVALUATE.
      *
      * REGISTRO DE AUDITORIA: EN BATCH NO HAY TERMINAL NI TAREA
      * CICS, SE GRABA 'PDIR' Y EL NUMERO DE CLIENTE LEIDO
       GRABAR-AUDITORIA.
           MOVE DC-CIF          TO DC-AUD-CIF.
           MOVE 'M'             TO DC-AUD-ACCION.
           MOVE 'PDIR'          TO DC-AUD-TERMID.
           MOVE WS-TOT-LEIDOS   TO DC-AUD-TASKN.
           MOVE 'PARTEDIR'      TO DC-AUD-OPERADOR.
           EXEC SQL
             INSERT
               INTO USRDATOS_AUD(
                    CIF
                  , ACCION
                  , TERMID
                  , TASKN
                  , FECHAHORA
                  , OPERADOR)
               VALUES(
                    :DC-AUD-CIF
                  , :DC-AUD-ACCION
                  , :DC-AUD-TERMID
                  , :DC-AUD-TASKN
                  , CURRENT TIMESTAMP
                  , :DC-AUD-OPERADOR)
           END-EXEC.
           IF SQLCODE NOT = 0
              SET ERROR-GRAVE TO TRUE
           END-IF.
      *
       ESCRIBIR-CONVERSION.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
           END-IF.
           MOVE DC-CIF        TO DET-CIF.
           MOVE DC-CALLE      TO DET-CALLE.
           MOVE DC-POBLACION  TO DET-POBLACION.
           MOVE DC-CODPOSTAL  TO DET-CODPOSTAL.
           MOVE DC-PROVINCIA  TO DET-PROVINCIA.
           WRITE LINEA-INFORME FROM LINEA-DET.
           MOVE DC-DIRECCION  TO ORI-DIRECCION.
           WRITE LINEA-INFORME FROM LINEA-ORIGEN.
           ADD 2 TO WS-LINEAS-PAGINA.
      *
       ESCRIBIR-TRABAJO.
           IF WS-LINEAS-PAGINA-T > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA-T
           END-IF.
           ADD 1 TO WS-TOT-LISTA.
           MOVE DC-CIF        TO TRA-CIF.
           MOVE DC-NOMBRE     TO TRA-NOMBRE.
           MOVE DC-DIRECCION  TO TRA-DIRECCION.
           MOVE WS-MOTIVO     TO TRA-MOTIVO.
           MOVE LINEA-TRA     TO WS-LINEA-T.
           PERFORM GRABAR-LINEA-T.
           ADD 1 TO WS-LINEAS-PAGINA-T.
      *
      * PUNTO DE REARRANQUE: EL ULTIMO CIF TRATADO VIAJA EN LA MISMA
      * UNIDAD DE TRABAJO QUE LOS DATOS, ASI UN ABEND NUNCA DEJA EL
      * PUNTO Y LOS DATOS DESACOMPASADOS
       PUNTO-COMMIT.
           MOVE DC-CIF(1:8)   TO WS-CIF-DESDE.
           MOVE WS-CIF-DESDE-N TO DC-CTL-ULTREG.
           EXEC SQL
             UPDATE USRCTRL
                SET ULTREG = :DC-CTL-ULTREG
              WHERE PROCESO = 'PARTEDIR'
           END-EXEC.
           IF SQLCODE NOT = 0
              SET ERROR-GRAVE TO TRUE
           ELSE
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 SET ERROR-GRAVE TO TRUE
              END-IF
           END-IF.
           MOVE 0 TO WS-EN-LOTE.
      *
      * FIN LIMPIO: SE DEJA EL PUNTO A CERO PARA QUE UNA NUEVA
      * PASADA (TRAS CORREGIR LA LISTA) EMPIECE DESDE EL PRINCIPIO
       CIERRE-NORMAL.
           EXEC SQL
             UPDATE USRCTRL
                SET ULTREG   = 0
                  , FECHAULT = CURRENT DATE
              WHERE PROCESO = 'PARTEDIR'
           END-EXEC.
           IF SQLCODE NOT = 0
              SET ERROR-GRAVE TO TRUE
              PERFORM ABORTAR-POR-ERROR-DB2
           ELSE
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 SET ERROR-GRAVE TO TRUE
                 PERFORM ABORTAR-POR-ERROR-DB2
              END-IF
           END-IF.
      *
       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 'CLIENTES LEIDOS.............:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-LEIDOS        TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'DIRECCIONES CONVERTIDAS.....:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-CONVERTIDOS   TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'A LA LISTA DE TRABAJO.......:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-LISTA         TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'CORREGIDOS ENTRE TANTO......:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-YA-CORREGIDOS TO LIN-TOT-VALOR.
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
           WRITE LINEA-INFORME FROM CAB-MODO.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-COLS.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO WS-LINEAS-PAGINA.
      *
       NUEVA-PAGINA-T.
           ADD 1 TO WS-PAGINA-T.
           MOVE WS-PAGINA-T          TO CAB1T-PAGINA.
           IF WS-PAGINA-T > 1
              MOVE SPACES TO WS-LINEA-T
              PERFORM GRABAR-LINEA-T
           END-IF.
           MOVE CAB-1T TO WS-LINEA-T.
           PERFORM GRABAR-LINEA-T.
           MOVE SPACES TO WS-LINEA-T.
           PERFORM GRABAR-LINEA-T.
           MOVE CAB-MODO TO WS-LINEA-T.
           PERFORM GRABAR-LINEA-T.
           MOVE SPACES TO WS-LINEA-T.
           PERFORM GRABAR-LINEA-T.
           MOVE CAB-COLS-T TO WS-LINEA-T.
           PERFORM GRABAR-LINEA-T.
           MOVE SPACES TO WS-LINEA-T.
           PERFORM GRABAR-LINEA-T.
           MOVE 0 TO WS-LINEAS-PAGINA-T.
      *
       GRABAR-LINEA-T.
           IF MODO-REAL
              WRITE LINEA-TRABAJO FROM WS-LINEA-T
           ELSE
              WRITE LINEA-TRABSIM FROM WS-LINEA-T
           END-IF.
      *
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE-Z.
           DISPLAY 'PARTEDIR: ERROR DB2 SQLCODE = ' WS-SQLCODE-Z.
           DISPLAY 'PARTEDIR: ULTIMO CIF LEIDO: ' DC-CIF.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
      *
      * REGISTRO DE EJECUCIONES: LA FILA DE ARRANQUE (ESTADO 'E',
      * EN CURSO) SE CONFIRMA EN EL ACTO PARA QUE QUEDE AUNQUE EL
      * PROCESO HAGA ROLLBACK O ACABE EN ABEND. SI NO SE PUEDE
      * GRABAR SE AVISA Y EL PROCESO SIGUE SIN REGISTRO
       ANOTAR-ARRANQUE.
           INITIALIZE DCLUSRLOG.
           MOVE 'PARTEDIR' TO DC-LOG-PROCESO.
           IF PARM-LON > 0 AND PARM-LON NOT > 8
              MOVE PARM-TEXTO(1:PARM-LON) TO DC-LOG-PARM
           END-IF.
           IF PARM-LON = 0
              MOVE 'SIMULA' TO DC-LOG-PARM
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
              DISPLAY 'PARTEDIR: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOT-LEIDOS      TO DC-LOG-LEIDOS
              MOVE WS-TOT-CONVERTIDOS TO DC-LOG-GRABADOS
              MOVE WS-TOT-LISTA       TO DC-LOG-RECHAZADOS
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
                 DISPLAY 'PARTEDIR: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
