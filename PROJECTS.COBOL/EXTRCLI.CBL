      *  DOS MODOS VIA PARM: DELTA (SOLO CLIENTES MOVIDOS DESDE LA
      *  ULTIMA EJECUCION CORRECTA, ANOTADA EN USRCTRL) Y TOTAL
      *  (RESINCRONIZACION COMPLETA). SIN PARM SE ASUME TOTAL.
      *  SOLO SE ENVIAN LOS CANALES (POSTAL, CORREO, TELEFONO) CON
      *  CONSENTIMIENTO DE MARKETING. EL CLIENTE SIN NINGUN CANAL SE
      *  OMITE EN EL TOTAL Y VIAJA COMO BAJA ('B') EN EL DELTA, COMO
      *  EL QUE RETIRA UN CONSENTIMIENTO Y YA NO ESTA ACTIVO O TIENE
      *  MARCA DE DEVOLUCION
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRCLI.
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
      * DECLARAMOS EL CURSOR DEL EXTRACTO (MISMO ORDEN QUE CURS1)
      *============================================================
                        , PROVINCIA
                        , TLF
                        , CORREO
                        , CONSPOSTAL
                        , CONSCORREO
                        , CONSTLF
                        , ESTADO
                        , INVCORREO
                        , INVDIREC
                   FROM USRDATOS
                   WHERE ESTADO = 'A'
                     AND INVCORREO <> 'S'
      * CURSOR DEL MODO DELTA: SOLO CLIENTES CON ALTA O
      * MODIFICACION DESDE LA ULTIMA EJECUCION CORRECTA. SE USA
      * >= (Y NO >) PARA SOLAPAR EL DIA DE LA ULTIMA EJECUCION:
      * MEJOR REPETIR ALGUN CLIENTE QUE DEJAR UN HUECO.
      * TAMBIEN ENTRAN LOS CLIENTES CON CAMBIOS DE CONSENTIMIENTO
      * (SUYOS O DE SUS CONTACTOS) EN USRCONS_AUD: LA FECHA DEL
      * CONSENTIMIENTO PUEDE SER ANTERIOR, SE MIRA LA DEL CAMBIO.
      * ESTOS ENTRAN AUNQUE YA NO ESTEN ACTIVOS O TENGAN MARCA DE
      * DEVOLUCION (ANONCLI RETIRA LOS CANALES Y PASA EL CLIENTE A
      * 'X' EN LA MISMA EJECUCION): SALEN COMO BAJA AL PROVEEDOR
      *============================================================
           EXEC SQL
               DECLARE CURSEXTD CURSOR FOR
                        , PROVINCIA
                        , TLF
                        , CORREO
                        , CONSPOSTAL
                        , CONSCORREO
                        , CONSTLF
                        , ESTADO
                        , INVCORREO
                        , INVDIREC
                   FROM USRDATOS
                   WHERE (ESTADO = 'A'
                     AND  INVCORREO <> 'S'
                     AND  INVDIREC  <> 'S'
                     AND  (FECHAMOD  >= :DC-CTL-FECHAULT
                       OR  FECHAALTA >= :DC-CTL-FECHAULT))
                      OR EXISTS
                          (SELECT 1
                             FROM USRCONS_AUD A
                            WHERE A.CIF = USRDATOS.CIF
                              AND DATE(A.FECHAHORA)
                                  >= :DC-CTL-FECHAULT)
                   ORDER BY CIF
           END-EXEC.
      *
       01 WS-TOTAL-REGISTROS           PIC 9(7) VALUE 0.
       01 WS-TOT-BAJAS                 PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-CONSENT           PIC 9(7) VALUE 0.
      * CANALES CON CONSENTIMIENTO QUE LLEVA EL REGISTRO EN CURSO
       01 WS-CANALES                   PIC 9(1) VALUE 0.
       01 WS-SQLCODE-Z                 PIC -ZZZZZZZZ9.
       01 WS-MODO                      PIC X(1) VALUE 'T'.
           88 MODO-TOTAL              VALUE 'T'.
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           PERFORM FIJAR-MODO.
           PERFORM LEER-CONTROL.
           OPEN OUTPUT EXTRACTO.
              PERFORM ANOTAR-EJECUCION
           END-IF.
           DISPLAY 'EXTRCLI: REGISTROS EXTRAIDOS: ' WS-TOTAL-REGISTROS.
           DISPLAY 'EXTRCLI: BAJAS POR CONSENTIM: ' WS-TOT-BAJAS.
           DISPLAY 'EXTRCLI: OMITIDOS SIN CONSEN: ' WS-TOT-SIN-CONSENT.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       FIJAR-MODO.
                    DISPLAY 'EXTRCLI: PARM INVALIDO, USE '
                            'DELTA O TOTAL'
                    MOVE 8 TO RETURN-CODE
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
           IF MODO-DELTA
                    END-IF
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
           DISPLAY 'EXTRCLI: ERROR DB2 SQLCODE = ' WS-SQLCODE-Z.
           MOVE 16 TO RETURN-CODE.
      *
      * CADA CANAL SOLO VIAJA SI EL CLIENTE LO CONSIENTE ('S'); EL
      * NOMBRE VA SIEMPRE PARA QUE EL PROVEEDOR IDENTIFIQUE LA BAJA.
      * UN CLIENTE NO ACTIVO O CON MARCA DE DEVOLUCION (SOLO LLEGA
      * EN DELTA, POR CAMBIO DE CONSENTIMIENTO) NO LLEVA CANALES
       PROCESO-PRINCIPAL.
           MOVE SPACES               TO REG-EXTRACTO.
           MOVE 0                    TO WS-CANALES.
           MOVE DC-CIF               TO EXT-CIF.
           MOVE DC-NOMBRE            TO EXT-NOMBRE.
           IF DC-ESTADO = 'A' AND DC-INVCORREO NOT = 'S'
              AND DC-INVDIREC NOT = 'S'
              PERFORM TOMAR-CANALES
           END-IF.
           EVALUATE TRUE
               WHEN WS-CANALES > 0
                    MOVE 'A' TO EXT-OPERACION
                    WRITE REG-EXTRACTO
                    ADD 1 TO WS-TOTAL-REGISTROS
               WHEN MODO-DELTA
                    MOVE 'B' TO EXT-OPERACION
                    WRITE REG-EXTRACTO
                    ADD 1 TO WS-TOTAL-REGISTROS
                    ADD 1 TO WS-TOT-BAJAS
               WHEN OTHER
                    ADD 1 TO WS-TOT-SIN-CONSENT
           END-EVALUATE.
           PERFORM LEER-CURSOR.
      *
       TOMAR-CANALES.
           IF DC-CONSPOSTAL = 'S'
              MOVE DC-CALLE          TO EXT-CALLE
              MOVE DC-POBLACION      TO EXT-POBLACION
              MOVE DC-CODPOSTAL      TO EXT-CODPOSTAL
              MOVE DC-PROVINCIA      TO EXT-PROVINCIA
              ADD 1 TO WS-CANALES
           END-IF.
           IF DC-CONSTLF = 'S'
              MOVE DC-TLF            TO EXT-TLF
              ADD 1 TO WS-CANALES
           END-IF.
           IF DC-CONSCORREO = 'S'
              MOVE DC-CORREO         TO EXT-CORREO
              ADD 1 TO WS-CANALES
           END-IF.
           PERFORM TOMAR-CONTACTO-PRI.
      *
      * SI EL CLIENTE TIENE CONTACTO PRINCIPAL (TABLA USRCONT) SU
      * TELEFONO Y CORREO SUSTITUYEN A LOS DE LA EMPRESA EN EL
      * EXTRACTO: ES LA PERSONA QUE EL CLIENTE QUIERE QUE RECIBA
      * EL MAILING. CADA DATO DEL CONTACTO SOLO SE USA SI EL
      * CONTACTO CONSIENTE ESE CANAL; SI NO, QUEDA EL DE LA EMPRESA
      * (SI LA EMPRESA LO CONSIENTE)
       TOMAR-CONTACTO-PRI.
           MOVE DC-CIF TO DC-CON-CIF.
           EXEC SQL
                SELECT TLF
                     , CORREO
                     , CONSTLF
                     , CONSCORREO
                INTO  :DC-CON-TLF
                    , :DC-CON-CORREO
                    , :DC-CON-CONSTLF
                    , :DC-CON-CONSCORREO
                FROM USRCONT
                WHERE CIF = :DC-CON-CIF
                  AND PRINCIPAL = 'S'
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF DC-CON-TLF NOT = SPACES
                       AND DC-CON-CONSTLF = 'S'
                       MOVE DC-CON-TLF TO EXT-TLF
                       ADD 1 TO WS-CANALES
                    END-IF
                    IF DC-CON-CORREO NOT = SPACES
                       AND DC-CON-CONSCORREO = 'S'
                       MOVE DC-CON-CORREO TO EXT-CORREO
                       ADD 1 TO WS-CANALES
                    END-IF
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
      *
                      DC-CODPOSTAL
                      DC-PROVINCIA
                      DC-TLF
                      DC-CORREO
                      DC-CONSPOSTAL
                      DC-CONSCORREO
                      DC-CONSTLF
                      DC-ESTADO
                      DC-INVCORREO
                      DC-INVDIREC.
           IF MODO-DELTA
              EXEC SQL
                  FETCH FROM CURSEXTD
                       , :DC-PROVINCIA
                       , :DC-TLF
                       , :DC-CORREO
                       , :DC-CONSPOSTAL
                       , :DC-CONSCORREO
                       , :DC-CONSTLF
                       , :DC-ESTADO
                       , :DC-INVCORREO
                       , :DC-INVDIREC
              END-EXEC
           ELSE
              EXEC SQL
                       , :DC-PROVINCIA
                       , :DC-TLF
                       , :DC-CORREO
                       , :DC-CONSPOSTAL
                       , :DC-CONSCORREO
                       , :DC-CONSTLF
                       , :DC-ESTADO
                       , :DC-INVCORREO
                       , :DC-INVDIREC
              END-EXEC
           END-IF.
      *
      * REGISTRO DE EJECUCIONES: LA FILA DE ARRANQUE (ESTADO 'E',
      * EN CURSO) SE CONFIRMA EN EL ACTO PARA QUE QUEDE AUNQUE EL
      * PROCESO HAGA ROLLBACK O ACABE EN ABEND. SI NO SE PUEDE
      * GRABAR SE AVISA Y EL PROCESO SIGUE SIN REGISTRO
       ANOTAR-ARRANQUE.
           INITIALIZE DCLUSRLOG.
           MOVE 'EXTRCLI' TO DC-LOG-PROCESO.
           IF PARM-LON > 0 AND PARM-LON NOT > 8
              MOVE PARM-TEXTO(1:PARM-LON) TO DC-LOG-PARM
           END-IF.
           IF PARM-LON = 0
              MOVE 'TOTAL' TO DC-LOG-PARM
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
              DISPLAY 'EXTRCLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOTAL-REGISTROS TO DC-LOG-GRABADOS
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
                 DISPLAY 'EXTRCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
