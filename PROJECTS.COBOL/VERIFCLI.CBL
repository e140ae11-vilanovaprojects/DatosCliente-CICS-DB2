      *************************************************
      *  PROGRAMA BATCH NOCTURNO DE VERIFICACION DE INTEGRIDAD: REPASA
      *  USRDATOS, USRCONT Y USRDATOS_AUD CONTRA LAS REGLAS QUE LA
      *  APLICACION DA POR SUPUESTAS Y LISTA, REGLA A REGLA, LOS CIF
      *  QUE LAS INCUMPLEN CON SU RECUENTO. SI ALGUNA REGLA SALTA EL
      *  PASO TERMINA CON RC 4 PARA QUE LA PLANIFICACION LO AVISE
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFCLI.
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
       01 FILLER PIC X(20) VALUE 'CONTA678901234567890'.
           EXEC SQL
                INCLUDE USRCONT
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
      *============================================================
      * REGLA 1: CONTACTOS CUYO CIF YA NO EXISTE EN USRDATOS (LA
      * PURGA Y LAS FUSIONES DEBEN LLEVARSE SIEMPRE SUS CONTACTOS)
      *============================================================
           EXEC SQL
               DECLARE CURSHUE CURSOR FOR
                   SELECT C.CIF
                        , C.SECUENCIA
                        , C.NOMCONT
                   FROM USRCONT C
                   WHERE NOT EXISTS
                         (SELECT 1
                            FROM USRDATOS D
                           WHERE D.CIF = C.CIF)
                   ORDER BY C.CIF, C.SECUENCIA
           END-EXEC.
      *============================================================
      * REGLA 2: CONTACTO PRINCIPAL. MAS DE UN PRINCIPAL ES SIEMPRE
      * UN ERROR; NINGUNO SOLO LO ES EN UN CLIENTE ACTIVO, QUE ES EL
      * QUE VIAJA EN EL EXTRACTO AL PROVEEDOR
      *============================================================
           EXEC SQL
               DECLARE CURSPRI CURSOR FOR
                   SELECT X.CIF
                        , X.ESTADO
                        , X.NUMPRI
                   FROM (SELECT D.CIF
                              , D.ESTADO
                              , (SELECT COUNT(*)
                                   FROM USRCONT C
                                  WHERE C.CIF = D.CIF
                                    AND C.PRINCIPAL = 'S') AS NUMPRI
                           FROM USRDATOS D) AS X
                   WHERE X.NUMPRI > 1
                      OR (X.NUMPRI = 0 AND X.ESTADO = 'A')
                   ORDER BY X.CIF
           END-EXEC.
      *============================================================
      * REGLA 3: FUSIONADOS ('F') CUYO CIF DE DESTINO NO EXISTE,
      * ESTA DE BAJA O A SU VEZ FUE FUSIONADO. UN DESTINO
      * ANONIMIZADO ('X', DERECHO DE SUPRESION) ES CORRECTO. EL
      * ESTADO DEL DESTINO VUELVE EN BLANCO CUANDO NO EXISTE
      *============================================================
           EXEC SQL
               DECLARE CURSFUS CURSOR FOR
                   SELECT D.CIF
                        , D.CIFFUSION
                        , COALESCE(F.ESTADO, ' ')
                   FROM USRDATOS D
                        LEFT OUTER JOIN USRDATOS F
                          ON F.CIF = D.CIFFUSION
                   WHERE D.ESTADO = 'F'
                     AND (F.CIF IS NULL
                      OR  F.ESTADO NOT IN ('A', 'X'))
                   ORDER BY D.CIF
           END-EXEC.
      *============================================================
      * REGLA 4: ESTADO Y FECHA DE BAJA INCOHERENTES. FECHABAJA ES
      * NOT NULL WITH DEFAULT: EL ALTA LA DEJA CON LA FECHA DEL
      * PROPIO ALTA, ASI QUE "SIN INFORMAR" ES NO POSTERIOR A
      * FECHAALTA, E "INFORMADA" ES POSTERIOR. LA REACTIVACION
      * (MENU05 Y EL REALTA DE UN ANONIMIZADO) CONSERVA LA FECHA DE
      * BAJA: UN ACTIVO CON BAJA INFORMADA ES CORRECTO SI TIENE UNA
      * REACTIVACION ('R') AUDITADA NO ANTERIOR A ESA FECHA
      *============================================================
           EXEC SQL
               DECLARE CURSEST CURSOR FOR
                   SELECT CIF
                        , ESTADO
                        , FECHAALTA
                        , FECHABAJA
                   FROM USRDATOS
                   WHERE (ESTADO = 'B' AND FECHABAJA <= FECHAALTA)
                      OR (ESTADO = 'A' AND FECHABAJA >  FECHAALTA
                          AND NOT EXISTS
                              (SELECT 1
                                 FROM USRDATOS_AUD A
                                WHERE A.CIF    = USRDATOS.CIF
                                  AND A.ACCION = 'R'
                                  AND DATE(A.FECHAHORA)
                                      >= USRDATOS.FECHABAJA))
                   ORDER BY CIF
           END-EXEC.
      *============================================================
      * REGLA 5: PROVINCIA QUE NO CORRESPONDE A LAS DOS PRIMERAS
      * CIFRAS DEL CODIGO POSTAL SEGUN USRPROV. LOS CLIENTES SIN
      * CODIGO POSTAL (DIRECCION ANTIGUA SIN DESGLOSAR) NO ENTRAN.
      * EL NOMBRE DE USRPROV VUELVE EN BLANCO SI LA PROVINCIA NO
      * EXISTE
      *============================================================
           EXEC SQL
               DECLARE CURSPRV CURSOR FOR
                   SELECT D.CIF
                        , D.CODPOSTAL
                        , D.PROVINCIA
                        , COALESCE(P.NOMBRE, ' ')
                   FROM USRDATOS D
                        LEFT OUTER JOIN USRPROV P
                          ON P.CODPROV = SUBSTR(D.CODPOSTAL, 1, 2)
                   WHERE D.CODPOSTAL <> ' '
                     AND (P.CODPROV IS NULL
                          OR P.NOMBRE <> D.PROVINCIA)
                   ORDER BY D.CIF
           END-EXEC.
      *============================================================
      * REGLA 6: CLIENTES SIN FILA DE ALTA ('A') EN LA AUDITORIA.
      * PURGAAUD BORRA POR ANTIGUEDAD, ASI QUE SOLO SE EXIGE A LOS
      * CLIENTES DADOS DE ALTA DESDE EL DIA DE LA FILA DE AUDITORIA
      * MAS ANTIGUA QUE SIGUE EN LA TABLA. LAS ALTAS QUE LLEGAN DE
      * LA CENTRAL (CENTCLI) QUEDAN AUDITADAS CON ACCION 'E'
      *============================================================
           EXEC SQL
               DECLARE CURSAUD CURSOR FOR
                   SELECT D.CIF
                        , D.ESTADO
                        , D.FECHAALTA
                   FROM USRDATOS D
                   WHERE D.FECHAALTA >=
                         (SELECT DATE(MIN(M.FECHAHORA))
                            FROM USRDATOS_AUD M)
                     AND NOT EXISTS
                         (SELECT 1
                            FROM USRDATOS_AUD A
                           WHERE A.CIF = D.CIF
                             AND A.ACCION IN ('A', 'E'))
                   ORDER BY D.CIF
           END-EXEC.
      *
       01 WS-REGLA                    PIC 9(1).
           88 REGLA-HUERFANOS         VALUE 1.
           88 REGLA-PRINCIPAL         VALUE 2.
           88 REGLA-FUSION            VALUE 3.
           88 REGLA-ESTADO            VALUE 4.
           88 REGLA-PROVINCIA         VALUE 5.
           88 REGLA-AUDITORIA         VALUE 6.
       01 WS-NUM-PRINCIPAL            PIC S9(9) COMP.
       01 WS-NUM-PRINCIPAL-Z          PIC ZZ9.
       01 WS-SECUENCIA-Z              PIC ZZZ9.
       01 WS-ESTADO-DESTINO           PIC X(1).
       01 WS-PAGINA                   PIC 9(4) VALUE 0.
       01 WS-LINEAS-PAGINA            PIC 99   VALUE 0.
       01 WS-MAX-LINEAS               PIC 99   VALUE 40.
       01 WS-TOT-SECCION              PIC 9(7) VALUE 0.
       01 WS-TOT-HUERFANOS            PIC 9(7) VALUE 0.
       01 WS-TOT-PRINCIPAL            PIC 9(7) VALUE 0.
       01 WS-TOT-FUSION               PIC 9(7) VALUE 0.
       01 WS-TOT-ESTADO               PIC 9(7) VALUE 0.
       01 WS-TOT-PROVINCIA            PIC 9(7) VALUE 0.
       01 WS-TOT-AUDITORIA            PIC 9(7) VALUE 0.
       01 WS-TOT-INCIDENCIAS          PIC 9(7) VALUE 0.
      *
       01 CAB-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'VERIFICACION DE INTEGRIDAD - USRDATOS'.
           05 FILLER                  PIC X(10) VALUE '  PAGINA: '.
           05 CAB1-PAGINA             PIC ZZZ9.
       01 CAB-SECCION.
           05 FILLER                  PIC X(6)  VALUE 'REGLA '.
           05 CABS-REGLA              PIC 9(1).
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 CABS-TEXTO              PIC X(60).
       01 LINEA-DET.
           05 DET-CIF                 PIC X(9).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-TEXTO               PIC X(100).
       01 LIN-TOTSEC.
           05 FILLER                  PIC X(24)
                  VALUE 'INCIDENCIAS DE LA REGLA:'.
           05 TOTSEC-VALOR            PIC ZZZ,ZZ9.
       01 CAB-RESUMEN.
           05 FILLER                  PIC X(40)
                  VALUE 'RESUMEN DE INCIDENCIAS POR REGLA'.
       01 LIN-RESUMEN.
           05 FILLER                  PIC X(6)  VALUE 'REGLA '.
           05 RES-REGLA               PIC 9(1).
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 RES-TEXTO               PIC X(60).
           05 RES-VALOR               PIC ZZZ,ZZ9.
       01 LIN-TOTAL.
           05 FILLER                  PIC X(70)
                  VALUE 'TOTAL DE INCIDENCIAS'.
           05 TOT-VALOR               PIC ZZZ,ZZ9.
       01 LINEA-ERROR-DB2.
           05 FILLER                  PIC X(20)
                  VALUE 'ERROR DB2 SQLCODE = '.
           05 ERR-SQLCODE             PIC -ZZZZZZZZ9.
      *
      * TEXTOS DE LAS REGLAS, COMUNES A LA CABECERA DE SECCION Y AL
      * RESUMEN FINAL
       01 TEXTOS-REGLAS.
           05 FILLER                  PIC X(60)
                  VALUE 'CONTACTOS SIN CLIENTE EN USRDATOS'.
           05 FILLER                  PIC X(60)
                  VALUE 'CONTACTO PRINCIPAL AUSENTE O DUPLICADO'.
           05 FILLER                  PIC X(60)
                  VALUE 'FUSIONADOS CON DESTINO NO VALIDO'.
           05 FILLER                  PIC X(60)
                  VALUE 'ESTADO Y FECHA DE BAJA INCOHERENTES'.
           05 FILLER                  PIC X(60)
                  VALUE 'PROVINCIA DISTINTA DE LA DEL COD.POSTAL'.
           05 FILLER                  PIC X(60)
                  VALUE 'CLIENTES SIN FILA DE ALTA EN AUDITORIA'.
       01 TABLA-REGLAS REDEFINES TEXTOS-REGLAS.
           05 TEXTO-REGLA             PIC X(60) OCCURS 6.
      *
       PROCEDURE DIVISION.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           OPEN OUTPUT INFORME.
           PERFORM NUEVA-PAGINA.

           SET REGLA-HUERFANOS TO TRUE.
           PERFORM TRATAR-SECCION.
           MOVE WS-TOT-SECCION       TO WS-TOT-HUERFANOS.

           SET REGLA-PRINCIPAL TO TRUE.
           PERFORM TRATAR-SECCION.
           MOVE WS-TOT-SECCION       TO WS-TOT-PRINCIPAL.

           SET REGLA-FUSION TO TRUE.
           PERFORM TRATAR-SECCION.
           MOVE WS-TOT-SECCION       TO WS-TOT-FUSION.

           SET REGLA-ESTADO TO TRUE.
           PERFORM TRATAR-SECCION.
           MOVE WS-TOT-SECCION       TO WS-TOT-ESTADO.

           SET REGLA-PROVINCIA TO TRUE.
           PERFORM TRATAR-SECCION.
           MOVE WS-TOT-SECCION       TO WS-TOT-PROVINCIA.

           SET REGLA-AUDITORIA TO TRUE.
           PERFORM TRATAR-SECCION.
           MOVE WS-TOT-SECCION       TO WS-TOT-AUDITORIA.

           PERFORM ESCRIBIR-RESUMEN.
           CLOSE INFORME.
           DISPLAY 'VERIFCLI: CONTACTOS HUERFANOS:   '
                   WS-TOT-HUERFANOS.
           DISPLAY 'VERIFCLI: CONTACTO PRINCIPAL:    '
                   WS-TOT-PRINCIPAL.
           DISPLAY 'VERIFCLI: FUSIONES INCORRECTAS:  '
                   WS-TOT-FUSION.
           DISPLAY 'VERIFCLI: ESTADO/FECHA DE BAJA:  '
                   WS-TOT-ESTADO.
           DISPLAY 'VERIFCLI: PROVINCIA/COD.POSTAL:  '
                   WS-TOT-PROVINCIA.
           DISPLAY 'VERIFCLI: SIN ALTA EN AUDITORIA: '
                   WS-TOT-AUDITORIA.
           DISPLAY 'VERIFCLI: INCIDENCIAS EN TOTAL:  '
                   WS-TOT-INCIDENCIAS.
           IF WS-TOT-INCIDENCIAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       TRATAR-SECCION.
           MOVE 0 TO WS-TOT-SECCION.
           PERFORM ESCRIBIR-CAB-SECCION.
           PERFORM ABRIR-CURSOR.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           PERFORM LEER-CURSOR.
           PERFORM TRATAR-INCIDENCIA UNTIL SQLCODE = 100
                                        OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           PERFORM CERRAR-CURSOR.
           PERFORM ESCRIBIR-TOT-SECCION.
      *
       ABRIR-CURSOR.
           EVALUATE TRUE
               WHEN REGLA-HUERFANOS
                    EXEC SQL OPEN CURSHUE END-EXEC
               WHEN REGLA-PRINCIPAL
                    EXEC SQL OPEN CURSPRI END-EXEC
               WHEN REGLA-FUSION
                    EXEC SQL OPEN CURSFUS END-EXEC
               WHEN REGLA-ESTADO
                    EXEC SQL OPEN CURSEST END-EXEC
               WHEN REGLA-PROVINCIA
                    EXEC SQL OPEN CURSPRV END-EXEC
               WHEN REGLA-AUDITORIA
                    EXEC SQL OPEN CURSAUD END-EXEC
           END-EVALUATE.
      *
       CERRAR-CURSOR.
           EVALUATE TRUE
               WHEN REGLA-HUERFANOS
                    EXEC SQL CLOSE CURSHUE END-EXEC
               WHEN REGLA-PRINCIPAL
                    EXEC SQL CLOSE CURSPRI END-EXEC
               WHEN REGLA-FUSION
                    EXEC SQL CLOSE CURSFUS END-EXEC
               WHEN REGLA-ESTADO
                    EXEC SQL CLOSE CURSEST END-EXEC
               WHEN REGLA-PROVINCIA
                    EXEC SQL CLOSE CURSPRV END-EXEC
               WHEN REGLA-AUDITORIA
                    EXEC SQL CLOSE CURSAUD END-EXEC
           END-EVALUATE.
      *
       LEER-CURSOR.
           INITIALIZE DCLUSRDATOS DCLUSRCONT DCLUSRPROV.
           EVALUATE TRUE
               WHEN REGLA-HUERFANOS
                    EXEC SQL
                        FETCH FROM CURSHUE
                          INTO :DC-CON-CIF, :DC-CON-SECUENCIA
                             , :DC-CON-NOMBRE
                    END-EXEC
               WHEN REGLA-PRINCIPAL
                    EXEC SQL
                        FETCH FROM CURSPRI
                          INTO :DC-CIF, :DC-ESTADO
                             , :WS-NUM-PRINCIPAL
                    END-EXEC
               WHEN REGLA-FUSION
                    EXEC SQL
                        FETCH FROM CURSFUS
                          INTO :DC-CIF, :DC-CIFFUSION
                             , :WS-ESTADO-DESTINO
                    END-EXEC
               WHEN REGLA-ESTADO
                    EXEC SQL
                        FETCH FROM CURSEST
                          INTO :DC-CIF, :DC-ESTADO
                             , :DC-FECHA-ALTA, :DC-FECHA-BAJA
                    END-EXEC
               WHEN REGLA-PROVINCIA
                    EXEC SQL
                        FETCH FROM CURSPRV
                          INTO :DC-CIF, :DC-CODPOSTAL
                             , :DC-PROVINCIA, :DC-PRV-NOMBRE
                    END-EXEC
               WHEN REGLA-AUDITORIA
                    EXEC SQL
                        FETCH FROM CURSAUD
                          INTO :DC-CIF, :DC-ESTADO
                             , :DC-FECHA-ALTA
                    END-EXEC
           END-EVALUATE.
      *
       TRATAR-INCIDENCIA.
           ADD 1 TO WS-TOT-SECCION.
           ADD 1 TO WS-TOT-INCIDENCIAS.
           PERFORM COMPONER-DETALLE.
           PERFORM IMPRIMIR-DETALLE.
           PERFORM LEER-CURSOR.
      *
      * UNA LINEA POR INCIDENCIA: EL CIF Y EL DATO QUE LA EXPLICA
       COMPONER-DETALLE.
           MOVE SPACES TO LINEA-DET.
           EVALUATE TRUE
               WHEN REGLA-HUERFANOS
                    MOVE DC-CON-CIF        TO DET-CIF
                    MOVE DC-CON-SECUENCIA  TO WS-SECUENCIA-Z
                    STRING 'CONTACTO '       DELIMITED BY SIZE
                           WS-SECUENCIA-Z    DELIMITED BY SIZE
                           '  '              DELIMITED BY SIZE
                           DC-CON-NOMBRE     DELIMITED BY SIZE
                           INTO DET-TEXTO
               WHEN REGLA-PRINCIPAL
                    MOVE DC-CIF            TO DET-CIF
                    MOVE WS-NUM-PRINCIPAL  TO WS-NUM-PRINCIPAL-Z
                    STRING 'ESTADO '         DELIMITED BY SIZE
                           DC-ESTADO         DELIMITED BY SIZE
                           '  CONTACTOS PRINCIPALES: '
                                             DELIMITED BY SIZE
                           WS-NUM-PRINCIPAL-Z
                                             DELIMITED BY SIZE
                           INTO DET-TEXTO
               WHEN REGLA-FUSION
                    MOVE DC-CIF            TO DET-CIF
                    STRING 'FUSIONADO EN '   DELIMITED BY SIZE
                           DC-CIFFUSION      DELIMITED BY SIZE
                           '  '              DELIMITED BY SIZE
                           INTO DET-TEXTO
                    EVALUATE WS-ESTADO-DESTINO
                        WHEN 'B'
                             MOVE 'DESTINO EN BAJA'
                                  TO DET-TEXTO(25:)
                        WHEN 'F'
                             MOVE 'DESTINO TAMBIEN FUSIONADO'
                                  TO DET-TEXTO(25:)
                        WHEN ' '
                             MOVE 'DESTINO INEXISTENTE'
                                  TO DET-TEXTO(25:)
                        WHEN OTHER
                             STRING 'DESTINO EN ESTADO '
                                               DELIMITED BY SIZE
                                    WS-ESTADO-DESTINO
                                               DELIMITED BY SIZE
                                    INTO DET-TEXTO(25:)
                    END-EVALUATE
               WHEN REGLA-ESTADO
                    MOVE DC-CIF            TO DET-CIF
                    IF DC-ESTADO = 'B'
                       STRING 'EN BAJA SIN FECHA DE BAJA (ALTA '
                                             DELIMITED BY SIZE
                              DC-FECHA-ALTA  DELIMITED BY SIZE
                              ', FECHABAJA '  DELIMITED BY SIZE
                              DC-FECHA-BAJA  DELIMITED BY SIZE
                              ')'            DELIMITED BY SIZE
                              INTO DET-TEXTO
                    ELSE
                       STRING 'ACTIVO CON FECHA DE BAJA '
                                             DELIMITED BY SIZE
                              DC-FECHA-BAJA  DELIMITED BY SIZE
                              ' (ALTA '      DELIMITED BY SIZE
                              DC-FECHA-ALTA  DELIMITED BY SIZE
                              ')'            DELIMITED BY SIZE
                              INTO DET-TEXTO
                    END-IF
               WHEN REGLA-PROVINCIA
                    MOVE DC-CIF            TO DET-CIF
                    IF DC-PRV-NOMBRE = SPACES
                       MOVE '(NO EXISTE)'    TO DC-PRV-NOMBRE
                    END-IF
                    STRING 'COD.POSTAL '     DELIMITED BY SIZE
                           DC-CODPOSTAL      DELIMITED BY SIZE
                           '  PROVINCIA '    DELIMITED BY SIZE
                           DC-PROVINCIA      DELIMITED BY SIZE
                           '  SEGUN USRPROV ' DELIMITED BY SIZE
                           DC-PRV-NOMBRE     DELIMITED BY SIZE
                           INTO DET-TEXTO
               WHEN REGLA-AUDITORIA
                    MOVE DC-CIF            TO DET-CIF
                    STRING 'ESTADO '         DELIMITED BY SIZE
                           DC-ESTADO         DELIMITED BY SIZE
                           '  FECHA DE ALTA ' DELIMITED BY SIZE
                           DC-FECHA-ALTA     DELIMITED BY SIZE
                           INTO DET-TEXTO
           END-EVALUATE.
      *
       IMPRIMIR-DETALLE.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
              PERFORM ESCRIBIR-CAB-SECCION
           END-IF.
           WRITE LINEA-INFORME FROM LINEA-DET.
           ADD 1 TO WS-LINEAS-PAGINA.
      *
       ESCRIBIR-CAB-SECCION.
           MOVE WS-REGLA              TO CABS-REGLA.
           MOVE TEXTO-REGLA(WS-REGLA) TO CABS-TEXTO.
           WRITE LINEA-INFORME FROM CAB-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 2 TO WS-LINEAS-PAGINA.
      *
       ESCRIBIR-TOT-SECCION.
           MOVE WS-TOT-SECCION TO TOTSEC-VALOR.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM LIN-TOTSEC.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           ADD 3 TO WS-LINEAS-PAGINA.
      *
      * PAGINA FINAL: UNA LINEA POR REGLA CON SU RECUENTO, PARA QUE
      * EL TURNO DE MANANA VEA DE UN VISTAZO QUE HA SALTADO
       ESCRIBIR-RESUMEN.
           PERFORM NUEVA-PAGINA.
           WRITE LINEA-INFORME FROM CAB-RESUMEN.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 1 TO WS-REGLA.
           MOVE WS-TOT-HUERFANOS  TO RES-VALOR.
           PERFORM ESCRIBIR-LIN-RESUMEN.
           MOVE WS-TOT-PRINCIPAL  TO RES-VALOR.
           PERFORM ESCRIBIR-LIN-RESUMEN.
           MOVE WS-TOT-FUSION     TO RES-VALOR.
           PERFORM ESCRIBIR-LIN-RESUMEN.
           MOVE WS-TOT-ESTADO     TO RES-VALOR.
           PERFORM ESCRIBIR-LIN-RESUMEN.
           MOVE WS-TOT-PROVINCIA  TO RES-VALOR.
           PERFORM ESCRIBIR-LIN-RESUMEN.
           MOVE WS-TOT-AUDITORIA  TO RES-VALOR.
           PERFORM ESCRIBIR-LIN-RESUMEN.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE WS-TOT-INCIDENCIAS TO TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
      *
       ESCRIBIR-LIN-RESUMEN.
           MOVE WS-REGLA              TO RES-REGLA.
           MOVE TEXTO-REGLA(WS-REGLA) TO RES-TEXTO.
           WRITE LINEA-INFORME FROM LIN-RESUMEN.
           ADD 1 TO WS-REGLA.
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
           MOVE 0 TO WS-LINEAS-PAGINA.
      *
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE              TO ERR-SQLCODE.
           DISPLAY 'VERIFCLI: ' LINEA-ERROR-DB2.
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
           MOVE 'VERIFCLI' TO DC-LOG-PROCESO.
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
              DISPLAY 'VERIFCLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOT-INCIDENCIAS TO DC-LOG-RECHAZADOS
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
                 DISPLAY 'VERIFCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' ERR-SQLCODE
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
