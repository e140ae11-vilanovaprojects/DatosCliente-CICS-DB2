      *************************************************
      *  PROGRAMA BATCH DE EVOLUCION MENSUAL DE LA BASE DE CLIENTES
      *  POR PROVINCIA: PARA CADA MES DEL RANGO PEDIDO Y CADA
      *  PROVINCIA DA LA CARTERA ACTIVA AL ABRIR EL MES, LAS ALTAS
      *  (FECHAALTA), LAS BAJAS (FECHABAJA), LOS ABSORBIDOS POR
      *  FUSION (ESTADO 'F'), LAS REACTIVACIONES (AUDITORIA 'R') Y
      *  LA CARTERA AL CERRAR, CON EL PORCENTAJE DE LA CARTERA FINAL
      *  MARCADO INVCORREO / INVDIREC Y SIN CONTACTO PRINCIPAL.
      *  CIERRA CON PAGINA DE TOTAL NACIONAL POR MES Y DEJA LAS
      *  MISMAS CIFRAS EN UN FICHERO CSV (SEPARADOR ';', DECIMALES
      *  CON COMA) CON CABECERA Y COLA DE CONTROL PARA CENTRAL.
      *  PARM = 'AAAA-MM AAAA-MM' (MES DESDE Y MES HASTA).
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVOLCLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME   ASSIGN TO INFORME
                  ORGANIZATION IS SEQUENTIAL.
           SELECT EVOLCSV   ASSIGN TO EVOLCSV
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME              PIC X(132).
       FD  EVOLCSV
           RECORDING MODE IS F.
       01  LINEA-CSV                  PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01 FILLER PIC X(20) VALUE 'USRDA678901234567890'.
           EXEC SQL
                INCLUDE USRDATOS
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'CTRL5678901234567890'.
           EXEC SQL
                INCLUDE USRCTRL
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
      * RANGO DE MESES DEL PARM Y MES EN CURSO. EL MES SE ACOTA
      * ENTRE EL DIA 1 (INCLUIDO) Y EL DIA 1 DEL MES SIGUIENTE
      * (EXCLUIDO)
       01 WS-DESDE                     PIC X(7).
       01 WS-HASTA                     PIC X(7).
       01 WS-ANO-ACT                   PIC 9(4).
       01 WS-MES-ACT                   PIC 9(2).
       01 WS-ANO-SIG                   PIC 9(4).
       01 WS-MES-SIG                   PIC 9(2).
       01 WS-INI-MES                   PIC X(10).
       01 WS-INI-PARTES REDEFINES WS-INI-MES.
           05 WS-INI-ANO               PIC 9(4).
           05 FILLER                   PIC X(1).
           05 WS-INI-MM                PIC 9(2).
           05 FILLER                   PIC X(3).
       01 WS-SIG-MES                   PIC X(10).
       01 WS-SIG-PARTES REDEFINES WS-SIG-MES.
           05 WS-SIG-ANO               PIC 9(4).
           05 FILLER                   PIC X(1).
           05 WS-SIG-MM                PIC 9(2).
           05 FILLER                   PIC X(3).
       01 WS-MES-TEXTO                 PIC X(7).
       01 WS-NUM-MESES                 PIC S9(4) COMP VALUE 0.
       01 WS-MAX-MESES                 PIC S9(4) COMP VALUE 60.
       01 WS-IND-MES                   PIC S9(4) COMP VALUE 0.
       01 WS-LEIDOS                    PIC S9(9) COMP VALUE 0.
      *
      * CIFRAS DE UNA PROVINCIA TAL COMO LLEGAN DEL CURSOR; LA
      * CARTERA AL CERRAR SE CALCULA (APERTURA + ALTAS - BAJAS -
      * FUSIONES + REACTIVACIONES). LAS TRES ULTIMAS SON CLIENTES
      * DE LA CARTERA AL CERRAR EL MES
       01 WS-EVO.
           05 EVO-APERTURA             PIC S9(9) COMP.
           05 EVO-ALTAS                PIC S9(9) COMP.
           05 EVO-BAJAS                PIC S9(9) COMP.
           05 EVO-FUSIONES             PIC S9(9) COMP.
           05 EVO-REACT                PIC S9(9) COMP.
           05 EVO-INVCORREO            PIC S9(9) COMP.
           05 EVO-INVDIREC             PIC S9(9) COMP.
           05 EVO-SINCONT              PIC S9(9) COMP.
           05 EVO-CIERRE               PIC S9(9) COMP.
      *============================================================
      * UN CURSOR POR MES, AGRUPADO POR PROVINCIA. LA TABLA
      * INTERIOR SACA DE CADA CLIENTE SUS FECHAS DE MOVIMIENTO:
      *  - FBAJA: FECHA DE SALIDA DE LA CARTERA (FECHABAJA DE LOS
      *    'B', 'X' Y 'F'; EN LOS 'F' ES LA FECHA DE LA FUSION).
      *  - FUSION: 'S' SI SALIO POR FUSION. UN ABSORBIDO QUE LUEGO
      *    SE ANONIMIZA PASA DE 'F' A 'X' PERO CONSERVA CIFFUSION Y
      *    FECHABAJA: SIGUE CONTANDO COMO FUSION EN SU MES.
      *  - FREACT: PRIMERA REACTIVACION ('R' EN USRDATOS_AUD) NO
      *    ANTERIOR A SU FECHABAJA, SOLO PARA LOS ACTIVOS QUE
      *    TIENEN FECHABAJA (REACTIVADOS). UN ACTIVO CON FECHABAJA
      *    Y SIN 'R' (AUDITORIA YA PURGADA) SE TOMA COMO SI NUNCA
      *    HUBIERA SALIDO: SU BAJA NO CUENTA.
      * UN CLIENTE ESTA EN CARTERA EN UNA FECHA SI SU ALTA ES
      * ANTERIOR Y NO HA SALIDO ANTES, O HA SALIDO Y YA VOLVIO;
      * ASI APERTURA + MOVIMIENTOS DEL MES = CARTERA AL CERRAR.
      * LA PROVINCIA Y LAS MARCAS SON LAS DE HOY
      *============================================================
           EXEC SQL
               DECLARE CURSEVO CURSOR FOR
                   SELECT PROVINCIA
                        , SUM(CASE WHEN FALTA < :WS-INI-MES
                                    AND (FBAJA IS NULL
                                     OR  FBAJA  >= :WS-INI-MES
                                     OR  FREACT <  :WS-INI-MES)
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN FALTA >= :WS-INI-MES
                                    AND FALTA <  :WS-SIG-MES
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN FUSION = 'N'
                                    AND FBAJA >= :WS-INI-MES
                                    AND FBAJA <  :WS-SIG-MES
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN FUSION = 'S'
                                    AND FBAJA >= :WS-INI-MES
                                    AND FBAJA <  :WS-SIG-MES
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN FREACT >= :WS-INI-MES
                                    AND FREACT <  :WS-SIG-MES
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN FALTA < :WS-SIG-MES
                                    AND (FBAJA IS NULL
                                     OR  FBAJA  >= :WS-SIG-MES
                                     OR  FREACT <  :WS-SIG-MES)
                                    AND INVCORREO = 'S'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN FALTA < :WS-SIG-MES
                                    AND (FBAJA IS NULL
                                     OR  FBAJA  >= :WS-SIG-MES
                                     OR  FREACT <  :WS-SIG-MES)
                                    AND INVDIREC = 'S'
                                   THEN 1 ELSE 0 END)
                        , SUM(CASE WHEN FALTA < :WS-SIG-MES
                                    AND (FBAJA IS NULL
                                     OR  FBAJA  >= :WS-SIG-MES
                                     OR  FREACT <  :WS-SIG-MES)
                                    AND SINCONT = 'S'
                                   THEN 1 ELSE 0 END)
                   FROM (SELECT PROVINCIA
                              , FALTA
                              , FREACT
                              , INVCORREO
                              , INVDIREC
                              , SINCONT
                              , CASE WHEN ESTADO = 'F'
                                       OR (ESTADO = 'X'
                                      AND  CIFFUSION <> ' ')
                                     THEN 'S' ELSE 'N'
                                END AS FUSION
                              , CASE WHEN ESTADO IN ('B', 'X', 'F')
                                     THEN FBAJ
                                     WHEN FREACT IS NOT NULL
                                     THEN FBAJ
                                END AS FBAJA
                         FROM (SELECT D.PROVINCIA
                                    , D.ESTADO
                                    , D.CIFFUSION
                                    , D.FECHAALTA AS FALTA
                                    , D.FECHABAJA AS FBAJ
                                    , D.INVCORREO
                                    , D.INVDIREC
                                    , CASE WHEN D.ESTADO = 'A'
                                            AND D.FECHABAJA >
                                                D.FECHAALTA
                                      THEN (SELECT MIN(DATE(
                                                   A.FECHAHORA))
                                              FROM USRDATOS_AUD A
                                             WHERE A.CIF = D.CIF
                                               AND A.ACCION = 'R'
                                               AND DATE(A.FECHAHORA)
                                                   >= D.FECHABAJA)
                                      END AS FREACT
                                    , CASE WHEN EXISTS
                                           (SELECT 1
                                              FROM USRCONT C
                                             WHERE C.CIF = D.CIF
                                               AND C.PRINCIPAL = 'S')
                                      THEN 'N' ELSE 'S'
                                      END AS SINCONT
                               FROM USRDATOS D) AS CLI
                        ) AS MOV
                   GROUP BY PROVINCIA
                   ORDER BY PROVINCIA
           END-EXEC.
      *
       01 WS-PAGINA                   PIC 9(4) VALUE 0.
       01 WS-LINEAS-PAGINA            PIC 99   VALUE 0.
       01 WS-MAX-LINEAS               PIC 99   VALUE 20.
       01 WS-SQLCODE-Z                PIC -ZZZZZZZZ9.
      *
      * ACUMULADORES DEL MES EN CURSO (MISMO TRAZADO QUE WS-EVO
      * PARA VOLCARLOS CON LA MISMA RUTINA) Y TOTAL NACIONAL DE
      * CADA MES PARA LA PAGINA FINAL
       01 ACUM-MES.
           05 ACU-APERTURA             PIC S9(9) COMP VALUE 0.
           05 ACU-ALTAS                PIC S9(9) COMP VALUE 0.
           05 ACU-BAJAS                PIC S9(9) COMP VALUE 0.
           05 ACU-FUSIONES             PIC S9(9) COMP VALUE 0.
           05 ACU-REACT                PIC S9(9) COMP VALUE 0.
           05 ACU-INVCORREO            PIC S9(9) COMP VALUE 0.
           05 ACU-INVDIREC             PIC S9(9) COMP VALUE 0.
           05 ACU-SINCONT              PIC S9(9) COMP VALUE 0.
           05 ACU-CIERRE               PIC S9(9) COMP VALUE 0.
       01 TABLA-NACIONAL.
           05 TNM-ENTRADA OCCURS 60 TIMES.
              10 TNM-MES               PIC X(7).
              10 TNM-CIFRAS            PIC X(36).
      * TOTAL DEL PERIODO: APERTURA DEL PRIMER MES, SUMA DE LOS
      * MOVIMIENTOS Y CARTERA Y MARCAS DEL ULTIMO
       01 ACUM-PERIODO.
           05 PER-APERTURA             PIC S9(9) COMP VALUE 0.
           05 PER-ALTAS                PIC S9(9) COMP VALUE 0.
           05 PER-BAJAS                PIC S9(9) COMP VALUE 0.
           05 PER-FUSIONES             PIC S9(9) COMP VALUE 0.
           05 PER-REACT                PIC S9(9) COMP VALUE 0.
           05 PER-INVCORREO            PIC S9(9) COMP VALUE 0.
           05 PER-INVDIREC             PIC S9(9) COMP VALUE 0.
           05 PER-SINCONT              PIC S9(9) COMP VALUE 0.
           05 PER-CIERRE               PIC S9(9) COMP VALUE 0.
      *
      * PORCENTAJES SOBRE LA CARTERA AL CERRAR
       01 WS-PCT-INVCORREO             PIC 9(3)V9 VALUE 0.
       01 WS-PCT-INVDIREC              PIC 9(3)V9 VALUE 0.
       01 WS-PCT-SINCONT               PIC 9(3)V9 VALUE 0.
      *
      * FICHERO CSV: CABECERA Y COLA AL ESTILO DE LOS FICHEROS DE
      * INTERCAMBIO (CAB CON REMITENTE, FECHA Y SECUENCIA; COL CON
      * EL RECUENTO DE LINEAS DE DETALLE Y LA SUMA DE ALTAS, BAJAS,
      * FUSIONES Y REACTIVACIONES COMO TOTALES DE CONTROL). LA
      * SECUENCIA SE LLEVA EN EL ULTREG DE LA FILA DE CONTROL DE
      * EVOLCLI. LA LINEA DE TITULOS DE COLUMNA NO CUENTA
       COPY CABCOLA.
       01 WS-SECUENCIA                 PIC S9(9) COMP VALUE 0.
       01 WS-FECHA-HOY                 PIC X(10).
       01 WS-CSV-LINEAS                PIC S9(9) COMP VALUE 0.
       01 WS-CSV-PUNTERO               PIC S9(4) COMP.
       01 WS-CSV-NUM                   PIC Z(8)9.
       01 WS-CSV-PCT                   PIC ZZ9.9.
       01 WS-CSV-TOT                   PIC 9(9).
       01 WS-CSV-PROVINCIA             PIC X(20).
       01 CSV-TITULOS.
           05 FILLER                  PIC X(40)
                  VALUE 'MES;PROVINCIA;APERTURA;ALTAS;BAJAS;FUSIO'.
           05 FILLER                  PIC X(40)
                  VALUE 'NES;REACTIVACIONES;CIERRE;INVCORREO;PCT_'.
           05 FILLER                  PIC X(40)
                  VALUE 'INVCORREO;INVDIREC;PCT_INVDIREC;SIN_CONT'.
           05 FILLER                  PIC X(40)
                  VALUE 'ACTO;PCT_SIN_CONTACTO                   '.
           05 FILLER                  PIC X(40) VALUE SPACES.
      *
       01 CAB-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'EVOLUCION DE LA CARTERA DE CLIENTES POR '.
           05 FILLER                  PIC X(10) VALUE 'PROVINCIA '.
           05 FILLER                  PIC X(10) VALUE '  PAGINA: '.
           05 CAB1-PAGINA             PIC ZZZ9.
       01 CAB-RANGO.
           05 FILLER                  PIC X(10) VALUE 'MESES:    '.
           05 CABR-DESDE              PIC X(7).
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 CABR-HASTA              PIC X(7).
       01 CAB-SECCION.
           05 CABS-TITULO             PIC X(30).
           05 CABS-MES                PIC X(7).
       01 CAB-COLS.
           05 CABC-CLAVE              PIC X(20) VALUE 'PROVINCIA'.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE ' APERTURA'.
           05 FILLER                  PIC X(9)  VALUE '    ALTAS'.
           05 FILLER                  PIC X(9)  VALUE '    BAJAS'.
           05 FILLER                  PIC X(9)  VALUE ' FUSIONES'.
           05 FILLER                  PIC X(9)  VALUE ' REACTIV.'.
           05 FILLER                  PIC X(9)  VALUE '   CIERRE'.
           05 FILLER                  PIC X(9)  VALUE ' %INVCORR'.
           05 FILLER                  PIC X(9)  VALUE ' %INVDIRE'.
           05 FILLER                  PIC X(9)  VALUE ' %SIN CTO'.
       01 LINEA-DET.
           05 DET-CLAVE               PIC X(20).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-APERTURA            PIC Z,ZZZ,ZZ9.
           05 DET-ALTAS               PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-BAJAS               PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-FUSIONES            PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-REACT               PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 DET-CIERRE              PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 DET-PCT-INVCORREO       PIC ZZ9.9.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 DET-PCT-INVDIREC        PIC ZZ9.9.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 DET-PCT-SINCONT         PIC ZZ9.9.
       01 LINEA-ERROR-DB2.
           05 FILLER                  PIC X(20)
                  VALUE 'ERROR DB2 SQLCODE = '.
           05 ERR-SQLCODE             PIC -ZZZZZZZZ9.
      *
       LINKAGE SECTION.
       01 PARM-ENTRADA.
           05 PARM-LON                 PIC S9(4) COMP.
           05 PARM-TEXTO               PIC X(15).
      *
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           PERFORM FIJAR-RANGO.
           PERFORM LEER-CONTROL.
           OPEN OUTPUT INFORME EVOLCSV.
           PERFORM ESCRIBIR-CABECERA.
           MOVE WS-DESDE(1:4) TO WS-ANO-ACT.
           MOVE WS-DESDE(6:2) TO WS-MES-ACT.
           PERFORM TRATAR-MES VARYING WS-IND-MES FROM 1 BY 1
                              UNTIL WS-IND-MES > WS-NUM-MESES.
           PERFORM ESCRIBIR-TOTAL-NACIONAL.
      * LA COLA SOLO SE ESCRIBE EN UN FIN LIMPIO, COMO EN LOS
      * FICHEROS DE INTERCAMBIO
           IF RETURN-CODE = 0
              PERFORM ESCRIBIR-COLA
           END-IF.
           CLOSE INFORME EVOLCSV.
           IF RETURN-CODE = 0
              PERFORM ANOTAR-EJECUCION
           END-IF.
           DISPLAY 'EVOLCLI: EVOLUCION EMITIDA DE ' WS-DESDE
                   ' A ' WS-HASTA.
           DISPLAY 'EVOLCLI: LINEAS CSV:          ' WS-CSV-LINEAS.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * PARM 'AAAA-MM AAAA-MM': AMBOS MESES VALIDOS, EL PRIMERO NO
      * POSTERIOR AL SEGUNDO Y COMO MUCHO WS-MAX-MESES MESES (LO QUE
      * CABE EN LA TABLA DEL TOTAL NACIONAL)
       FIJAR-RANGO.
           IF PARM-LON NOT = 15
              PERFORM PARM-INVALIDO
           END-IF.
           MOVE PARM-TEXTO(1:7)  TO WS-DESDE.
           MOVE PARM-TEXTO(9:7)  TO WS-HASTA.
           IF WS-DESDE(1:4) NOT NUMERIC OR WS-DESDE(5:1) NOT = '-'
              OR WS-DESDE(6:2) NOT NUMERIC
              OR WS-HASTA(1:4) NOT NUMERIC OR WS-HASTA(5:1) NOT = '-'
              OR WS-HASTA(6:2) NOT NUMERIC
              OR PARM-TEXTO(8:1) NOT = SPACE
              PERFORM PARM-INVALIDO
           END-IF.
           IF WS-DESDE(6:2) < '01' OR WS-DESDE(6:2) > '12'
              OR WS-HASTA(6:2) < '01' OR WS-HASTA(6:2) > '12'
              OR WS-DESDE > WS-HASTA
              PERFORM PARM-INVALIDO
           END-IF.
           MOVE WS-DESDE(1:4) TO WS-ANO-ACT.
           MOVE WS-DESDE(6:2) TO WS-MES-ACT.
           MOVE WS-HASTA(1:4) TO WS-ANO-SIG.
           MOVE WS-HASTA(6:2) TO WS-MES-SIG.
           COMPUTE WS-NUM-MESES = (WS-ANO-SIG - WS-ANO-ACT) * 12
                                + WS-MES-SIG - WS-MES-ACT + 1.
           IF WS-NUM-MESES > WS-MAX-MESES
              DISPLAY 'EVOLCLI: RANGO DEMASIADO LARGO, MAXIMO '
                      WS-MAX-MESES ' MESES'
              PERFORM PARM-INVALIDO
           END-IF.
           MOVE WS-DESDE TO CABR-DESDE.
           MOVE WS-HASTA TO CABR-HASTA.
           DISPLAY 'EVOLCLI: MESES ' WS-DESDE ' A ' WS-HASTA.
      *
       PARM-INVALIDO.
           DISPLAY 'EVOLCLI: PARM INVALIDO, USE '
                   'AAAA-MM AAAA-MM'.
           MOVE 8 TO RETURN-CODE.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * ULTIMA SECUENCIA ENVIADA DEL CSV; SI AUN NO HAY FILA DE
      * CONTROL EL PRIMER ENVIO ES LA SECUENCIA 1
       LEER-CONTROL.
           EXEC SQL
                SELECT ULTREG
                INTO  :DC-CTL-ULTREG
                FROM USRCTRL
                WHERE PROCESO = 'EVOLCLI'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-SECUENCIA = DC-CTL-ULTREG + 1
               WHEN SQLCODE = 100
                    MOVE 1 TO WS-SECUENCIA
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
      *
      * CABECERA DEL CSV (CAB;REMITENTE;FECHA;SECUENCIA) SEGUIDA DE
      * LA LINEA DE TITULOS DE COLUMNA, Y PRIMERA PAGINA DEL INFORME
       ESCRIBIR-CABECERA.
           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                INTO  :WS-FECHA-HOY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE 'CAB'        TO CAB-TIPO.
           MOVE 'DATOSCLI'   TO CAB-REMITENTE.
           MOVE WS-FECHA-HOY TO CAB-FECHA.
           MOVE WS-SECUENCIA TO CAB-SECUENCIA.
           MOVE SPACES TO LINEA-CSV.
           STRING CAB-TIPO      DELIMITED BY SIZE
                  ';'           DELIMITED BY SIZE
                  CAB-REMITENTE DELIMITED BY SIZE
                  ';'           DELIMITED BY SIZE
                  CAB-FECHA     DELIMITED BY SIZE
                  ';'           DELIMITED BY SIZE
                  CAB-SECUENCIA DELIMITED BY SIZE
                  INTO LINEA-CSV
           END-STRING.
           WRITE LINEA-CSV.
           WRITE LINEA-CSV FROM CSV-TITULOS.
      *
      * UN MES: PAGINA PROPIA, UNA LINEA POR PROVINCIA CON
      * MOVIMIENTO O CARTERA, Y EL TOTAL DEL MES, QUE SE GUARDA
      * PARA LA PAGINA NACIONAL
       TRATAR-MES.
           PERFORM FIJAR-LIMITES-MES.
           INITIALIZE ACUM-MES.
           PERFORM NUEVA-PAGINA.
           MOVE 'EVOLUCION DEL MES '   TO CABS-TITULO.
           MOVE WS-MES-TEXTO           TO CABS-MES.
           MOVE 'PROVINCIA'            TO CABC-CLAVE.
           PERFORM ESCRIBIR-CAB-SECCION.
           EXEC SQL OPEN CURSEVO END-EXEC.
           PERFORM LEER-CURSOR.
           PERFORM TRATAR-PROVINCIA UNTIL SQLCODE = 100
                                       OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSEVO END-EXEC.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ACUM-MES          TO WS-EVO.
           MOVE 'TOTAL DEL MES'   TO DET-CLAVE.
           PERFORM VOLCAR-LINEA.
           MOVE WS-MES-TEXTO      TO TNM-MES(WS-IND-MES).
           MOVE ACUM-MES          TO TNM-CIFRAS(WS-IND-MES).
           IF WS-IND-MES = 1
              MOVE ACU-APERTURA   TO PER-APERTURA
           END-IF.
           ADD ACU-ALTAS          TO PER-ALTAS.
           ADD ACU-BAJAS          TO PER-BAJAS.
           ADD ACU-FUSIONES       TO PER-FUSIONES.
           ADD ACU-REACT          TO PER-REACT.
           MOVE ACU-INVCORREO     TO PER-INVCORREO.
           MOVE ACU-INVDIREC      TO PER-INVDIREC.
           MOVE ACU-SINCONT       TO PER-SINCONT.
           MOVE ACU-CIERRE        TO PER-CIERRE.
           MOVE WS-ANO-SIG        TO WS-ANO-ACT.
           MOVE WS-MES-SIG        TO WS-MES-ACT.
      *
      * DIA 1 DEL MES EN CURSO Y DEL SIGUIENTE (EN DICIEMBRE, EL
      * 1 DE ENERO DEL ANO SIGUIENTE)
       FIJAR-LIMITES-MES.
           IF WS-MES-ACT = 12
              COMPUTE WS-ANO-SIG = WS-ANO-ACT + 1
              MOVE 1 TO WS-MES-SIG
           ELSE
              MOVE WS-ANO-ACT TO WS-ANO-SIG
              COMPUTE WS-MES-SIG = WS-MES-ACT + 1
           END-IF.
           MOVE '0000-00-01' TO WS-INI-MES WS-SIG-MES.
           MOVE WS-ANO-ACT   TO WS-INI-ANO.
           MOVE WS-MES-ACT   TO WS-INI-MM.
           MOVE WS-ANO-SIG   TO WS-SIG-ANO.
           MOVE WS-MES-SIG   TO WS-SIG-MM.
           MOVE WS-INI-MES(1:7) TO WS-MES-TEXTO.
      *
       LEER-CURSOR.
           INITIALIZE DC-PROVINCIA
                      WS-EVO.
           EXEC SQL
               FETCH FROM CURSEVO
                 INTO :DC-PROVINCIA
                    , :EVO-APERTURA
                    , :EVO-ALTAS
                    , :EVO-BAJAS
                    , :EVO-FUSIONES
                    , :EVO-REACT
                    , :EVO-INVCORREO
                    , :EVO-INVDIREC
                    , :EVO-SINCONT
           END-EXEC.
      *
      * LAS PROVINCIAS SIN CARTERA NI MOVIMIENTO EN EL MES (SOLO
      * CLIENTES DADOS DE BAJA ANTES) NO SALEN. LOS CLIENTES SIN
      * PROVINCIA SALEN JUNTOS CON UNA MARCA PARA QUE SE VEAN
       TRATAR-PROVINCIA.
           ADD 1 TO WS-LEIDOS.
           COMPUTE EVO-CIERRE = EVO-APERTURA + EVO-ALTAS
                              - EVO-BAJAS - EVO-FUSIONES
                              + EVO-REACT.
           IF EVO-APERTURA NOT = 0 OR EVO-ALTAS NOT = 0
              OR EVO-BAJAS NOT = 0 OR EVO-FUSIONES NOT = 0
              OR EVO-REACT NOT = 0
              IF DC-PROVINCIA = SPACES
                 MOVE '(SIN PROVINCIA)' TO WS-CSV-PROVINCIA
              ELSE
                 MOVE DC-PROVINCIA      TO WS-CSV-PROVINCIA
              END-IF
              ADD EVO-APERTURA   TO ACU-APERTURA
              ADD EVO-ALTAS      TO ACU-ALTAS
              ADD EVO-BAJAS      TO ACU-BAJAS
              ADD EVO-FUSIONES   TO ACU-FUSIONES
              ADD EVO-REACT      TO ACU-REACT
              ADD EVO-INVCORREO  TO ACU-INVCORREO
              ADD EVO-INVDIREC   TO ACU-INVDIREC
              ADD EVO-SINCONT    TO ACU-SINCONT
              ADD EVO-CIERRE     TO ACU-CIERRE
              IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
                 PERFORM NUEVA-PAGINA
                 PERFORM ESCRIBIR-CAB-SECCION
              END-IF
              MOVE WS-CSV-PROVINCIA TO DET-CLAVE
              PERFORM VOLCAR-LINEA
              PERFORM ESCRIBIR-LINEA-CSV
           END-IF.
           PERFORM LEER-CURSOR.
      *
       CALCULAR-PORCENTAJES.
           IF EVO-CIERRE > 0
              COMPUTE WS-PCT-INVCORREO ROUNDED =
                      EVO-INVCORREO * 100 / EVO-CIERRE
              COMPUTE WS-PCT-INVDIREC ROUNDED =
                      EVO-INVDIREC  * 100 / EVO-CIERRE
              COMPUTE WS-PCT-SINCONT ROUNDED =
                      EVO-SINCONT   * 100 / EVO-CIERRE
           ELSE
              MOVE 0 TO WS-PCT-INVCORREO
                        WS-PCT-INVDIREC
                        WS-PCT-SINCONT
           END-IF.
      *
       VOLCAR-LINEA.
           PERFORM CALCULAR-PORCENTAJES.
           MOVE EVO-APERTURA     TO DET-APERTURA.
           MOVE EVO-ALTAS        TO DET-ALTAS.
           MOVE EVO-BAJAS        TO DET-BAJAS.
           MOVE EVO-FUSIONES     TO DET-FUSIONES.
           MOVE EVO-REACT        TO DET-REACT.
           MOVE EVO-CIERRE       TO DET-CIERRE.
           MOVE WS-PCT-INVCORREO TO DET-PCT-INVCORREO.
           MOVE WS-PCT-INVDIREC  TO DET-PCT-INVDIREC.
           MOVE WS-PCT-SINCONT   TO DET-PCT-SINCONT.
           WRITE LINEA-INFORME FROM LINEA-DET.
           ADD 1 TO WS-LINEAS-PAGINA.
      *
      * LINEA DEL CSV: MES;PROVINCIA;CIFRAS... SIN BLANCOS DE
      * RELLENO Y CON COMA DECIMAL EN LOS PORCENTAJES
       ESCRIBIR-LINEA-CSV.
           MOVE SPACES TO LINEA-CSV.
           MOVE 1 TO WS-CSV-PUNTERO.
           STRING WS-MES-TEXTO                DELIMITED BY SIZE
                  ';'                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PROVINCIA)
                                              DELIMITED BY SIZE
                  ';'                         DELIMITED BY SIZE
                  INTO LINEA-CSV
                  WITH POINTER WS-CSV-PUNTERO
           END-STRING.
           MOVE EVO-APERTURA      TO WS-CSV-NUM.
           PERFORM PONER-NUMERO-CSV.
           MOVE EVO-ALTAS         TO WS-CSV-NUM.
           PERFORM PONER-NUMERO-CSV.
           MOVE EVO-BAJAS         TO WS-CSV-NUM.
           PERFORM PONER-NUMERO-CSV.
           MOVE EVO-FUSIONES      TO WS-CSV-NUM.
           PERFORM PONER-NUMERO-CSV.
           MOVE EVO-REACT         TO WS-CSV-NUM.
           PERFORM PONER-NUMERO-CSV.
           MOVE EVO-CIERRE        TO WS-CSV-NUM.
           PERFORM PONER-NUMERO-CSV.
           MOVE EVO-INVCORREO     TO WS-CSV-NUM.
           PERFORM PONER-NUMERO-CSV.
           MOVE WS-PCT-INVCORREO  TO WS-CSV-PCT.
           PERFORM PONER-PORCENTAJE-CSV.
           MOVE EVO-INVDIREC      TO WS-CSV-NUM.
           PERFORM PONER-NUMERO-CSV.
           MOVE WS-PCT-INVDIREC   TO WS-CSV-PCT.
           PERFORM PONER-PORCENTAJE-CSV.
           MOVE EVO-SINCONT       TO WS-CSV-NUM.
           PERFORM PONER-NUMERO-CSV.
           MOVE WS-PCT-SINCONT    TO WS-CSV-PCT.
           INSPECT WS-CSV-PCT REPLACING ALL '.' BY ','.
           STRING FUNCTION TRIM(WS-CSV-PCT)   DELIMITED BY SIZE
                  INTO LINEA-CSV
                  WITH POINTER WS-CSV-PUNTERO
           END-STRING.
           WRITE LINEA-CSV.
           ADD 1 TO WS-CSV-LINEAS.
      *
       PONER-NUMERO-CSV.
           STRING FUNCTION TRIM(WS-CSV-NUM)   DELIMITED BY SIZE
                  ';'                         DELIMITED BY SIZE
                  INTO LINEA-CSV
                  WITH POINTER WS-CSV-PUNTERO
           END-STRING.
      *
       PONER-PORCENTAJE-CSV.
           INSPECT WS-CSV-PCT REPLACING ALL '.' BY ','.
           STRING FUNCTION TRIM(WS-CSV-PCT)   DELIMITED BY SIZE
                  ';'                         DELIMITED BY SIZE
                  INTO LINEA-CSV
                  WITH POINTER WS-CSV-PUNTERO
           END-STRING.
      *
      * COLA DEL CSV: COL;RECUENTO;ALTAS;BAJAS;FUSIONES;REACTIV.
       ESCRIBIR-COLA.
           MOVE 'COL'           TO COL-TIPO.
           MOVE WS-CSV-LINEAS   TO COL-RECUENTO.
           MOVE SPACES TO LINEA-CSV.
           MOVE 1 TO WS-CSV-PUNTERO.
           STRING COL-TIPO      DELIMITED BY SIZE
                  ';'           DELIMITED BY SIZE
                  COL-RECUENTO  DELIMITED BY SIZE
                  ';'           DELIMITED BY SIZE
                  INTO LINEA-CSV
                  WITH POINTER WS-CSV-PUNTERO
           END-STRING.
           MOVE PER-ALTAS       TO WS-CSV-TOT.
           PERFORM PONER-TOTAL-CSV.
           MOVE PER-BAJAS       TO WS-CSV-TOT.
           PERFORM PONER-TOTAL-CSV.
           MOVE PER-FUSIONES    TO WS-CSV-TOT.
           PERFORM PONER-TOTAL-CSV.
           MOVE PER-REACT       TO WS-CSV-TOT.
           STRING WS-CSV-TOT    DELIMITED BY SIZE
                  INTO LINEA-CSV
                  WITH POINTER WS-CSV-PUNTERO
           END-STRING.
           WRITE LINEA-CSV.
      *
       PONER-TOTAL-CSV.
           STRING WS-CSV-TOT    DELIMITED BY SIZE
                  ';'           DELIMITED BY SIZE
                  INTO LINEA-CSV
                  WITH POINTER WS-CSV-PUNTERO
           END-STRING.
      *
       ESCRIBIR-CAB-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-COLS.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 5 TO WS-LINEAS-PAGINA.
      *
      * EL TOTAL NACIONAL VA EN PAGINA PROPIA: UNA LINEA POR MES Y
      * LA DEL PERIODO COMPLETO
       ESCRIBIR-TOTAL-NACIONAL.
           PERFORM NUEVA-PAGINA.
           MOVE 'TOTAL NACIONAL'      TO CABS-TITULO.
           MOVE SPACES                TO CABS-MES.
           MOVE 'MES'                 TO CABC-CLAVE.
           PERFORM ESCRIBIR-CAB-SECCION.
           PERFORM VOLCAR-MES-NACIONAL VARYING WS-IND-MES FROM 1 BY 1
                                 UNTIL WS-IND-MES > WS-NUM-MESES.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE ACUM-PERIODO          TO WS-EVO.
           MOVE 'PERIODO'             TO DET-CLAVE.
           PERFORM VOLCAR-LINEA.
      *
       VOLCAR-MES-NACIONAL.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
              PERFORM ESCRIBIR-CAB-SECCION
           END-IF.
           MOVE TNM-CIFRAS(WS-IND-MES) TO WS-EVO.
           MOVE TNM-MES(WS-IND-MES)    TO DET-CLAVE.
           PERFORM VOLCAR-LINEA.
      *
      * LA SECUENCIA ENVIADA SOLO SE ANOTA SI EL JOB TERMINA LIMPIO:
      * UNA EJECUCION FALLIDA SE REPITE CON LA MISMA SECUENCIA
       ANOTAR-EJECUCION.
           MOVE WS-SECUENCIA TO DC-CTL-ULTREG.
           EXEC SQL
             UPDATE USRCTRL
                SET FECHAULT = CURRENT DATE
                  , ULTREG   = :DC-CTL-ULTREG
              WHERE PROCESO = 'EVOLCLI'
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                INSERT
                  INTO USRCTRL(
                       PROCESO
                     , ULTREG
                     , FECHAULT)
                  VALUES(
                       'EVOLCLI'
                     , :DC-CTL-ULTREG
                     , CURRENT DATE)
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
           ELSE
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABORTAR-POR-ERROR-DB2
              END-IF
           END-IF.
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
           DISPLAY 'EVOLCLI: ' LINEA-ERROR-DB2.
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
           MOVE 'EVOLCLI' TO DC-LOG-PROCESO.
           IF PARM-LON > 0 AND PARM-LON NOT > 15
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
              DISPLAY 'EVOLCLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-LEIDOS          TO DC-LOG-LEIDOS
              MOVE WS-CSV-LINEAS      TO DC-LOG-GRABADOS
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
                 DISPLAY 'EVOLCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
