      *  PROGRAMA BATCH DE RECONCILIACION DEL SNAPSHOT DEL PROVEEDOR
      *  DE MAILING CONTRA USRDATOS: CASA EL FICHERO QUE DEVUELVE EL
      *  PROVEEDOR (MISMO TRAZADO QUE EL EXTRACTO, ORDENADO POR CIF)
      *  CON LOS CLIENTES ACTIVOS E INFORMA DE CUATRO SITUACIONES:
      *    - CIF QUE EL PROVEEDOR TIENE Y NOSOTROS NO (O EN BAJA)
      *    - CIF NUESTROS QUE FALTAN EN EL PROVEEDOR
      *    - CIF EN AMBOS LADOS CON DATOS DE CONTACTO DISTINTOS
      *    - CIF QUE EL PROVEEDOR TIENE CON CANALES PARA LOS QUE YA
      *      NO TENEMOS CONSENTIMIENTO DE MARKETING
      *  DE LAS TRES ULTIMAS EMITE ADEMAS UN FICHERO DE CORRECCIONES
      *  EN EL TRAZADO DEL EXTRACTO PARA REPARAR LA DERIVA EN EL
      *  SIGUIENTE ENVIO. NUESTRO LADO SE ARMA COMO LO ENVIA EXTRCLI:
      *  SOLO LOS CANALES CONSENTIDOS, CON EL TELEFONO Y EL CORREO
      *  DEL CONTACTO PRINCIPAL CUANDO ESTE LOS CONSIENTE.
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCLI.
      * POR EL SORT DEL JOB, QUE YA VIENE SIN REGISTROS DE CONTROL
       FD  SNAPSHOT
           RECORDING MODE IS F.
       01  REG-SNAPIN                 PIC X(194).
      * SEGUNDO JUEGO DE CAMPOS PARA EL LADO DEL PROVEEDOR (LA COPY
      * DEL EXTRACTO SOLO DECLARA UN REGISTRO)
       FD  SNAPORD
           05  SNA-PROVINCIA           PIC X(20).
           05  SNA-TLF                 PIC X(9).
           05  SNA-CORREO              PIC X(40).
           05  SNA-OPERACION           PIC X(1).
       FD  CORRECC
           RECORDING MODE IS F.
       COPY REGEXTR.
           EXEC SQL
                INCLUDE USRCTRL
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'CONTA678901234567890'.
           EXEC SQL
                INCLUDE USRCONT
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
      * REGISTROS DE CONTROL DEL INTERCAMBIO (CABECERA Y COLA): EL
      * SNAPSHOT SE VALIDA ANTES DE RECONCILIAR NADA Y EL FICHERO
      * DE CORRECCIONES SALE CON SU PROPIA CABECERA Y COLA. LA
                        , PROVINCIA
                        , TLF
                        , CORREO
                        , CONSPOSTAL
                        , CONSCORREO
                        , CONSTLF
                   FROM USRDATOS
                   WHERE ESTADO = 'A'
                     AND INVCORREO <> 'S'
       01 WS-CLAVE-SNAP                PIC X(9).
       01 WS-CLAVE-TABLA               PIC X(9).
       01 WS-ESTADO-NUESTRO            PIC X(1).
      * NUESTRO REGISTRO TAL COMO LO ENVIARIA EXTRCLI (SOLO LOS
      * CANALES CONSENTIDOS) Y LOS CANALES QUE LO PERMITEN
       01 WS-NUESTRO.
           05  NUE-CIF                 PIC X(9).
           05  NUE-NOMBRE              PIC X(40).
           05  NUE-CALLE               PIC X(40).
           05  NUE-POBLACION           PIC X(30).
           05  NUE-CODPOSTAL           PIC X(5).
           05  NUE-PROVINCIA           PIC X(20).
           05  NUE-TLF                 PIC X(9).
           05  NUE-CORREO              PIC X(40).
           05  NUE-OPERACION           PIC X(1).
       01 WS-NUE-CANALES               PIC 9(1) VALUE 0.
       01 WS-NUE-POSTAL                PIC X(1).
           88 CONSIENTE-POSTAL        VALUE 'S'.
       01 WS-NUE-CORREO                PIC X(1).
           88 CONSIENTE-CORREO        VALUE 'S'.
       01 WS-NUE-TLF                   PIC X(1).
           88 CONSIENTE-TLF           VALUE 'S'.
      *
       01 WS-REG-SNAP                  PIC 9(7) VALUE 0.
       01 WS-TOT-SOLOPROV              PIC 9(7) VALUE 0.
       01 WS-TOT-FALTAPROV             PIC 9(7) VALUE 0.
       01 WS-TOT-DISTINTOS             PIC 9(7) VALUE 0.
       01 WS-TOT-IGUALES               PIC 9(7) VALUE 0.
       01 WS-TOT-SINCONS               PIC 9(7) VALUE 0.
       01 WS-TOT-NOENVIA               PIC 9(7) VALUE 0.
       01 WS-TOT-CORRECC               PIC 9(7) VALUE 0.
       01 WS-SQLCODE-Z                 PIC -ZZZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
      * PRIMERA PASADA SOBRE EL SNAPSHOT ORIGINAL: CABECERA, COLA,
      * RECUENTO Y SECUENCIA; SI ALGO FALLA NO SE RECONCILIA NADA
           OPEN INPUT SNAPSHOT.
                   WS-TOT-FALTAPROV.
           DISPLAY 'RECONCLI: CON DATOS DISTINTOS:     '
                   WS-TOT-DISTINTOS.
           DISPLAY 'RECONCLI: SIN CONSENTIMIENTO:      '
                   WS-TOT-SINCONS.
           DISPLAY 'RECONCLI: CORRECCIONES EMITIDAS:   '
                   WS-TOT-CORRECC.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * VALIDACION PREVIA DEL SNAPSHOT: LA CABECERA DEBE ABRIRLO,
           DISPLAY 'RECONCLI: SNAPSHOT RECHAZADO: ' WS-VAL-MSG.
           DISPLAY 'RECONCLI: NO SE RECONCILIA NADA.'.
           MOVE 8 TO RETURN-CODE.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       LEER-SNAPIN.
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
      *
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE 'CAB'        TO CAB-TIPO.
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
      *
           END-EVALUATE.
      *
      * EL PROVEEDOR TIENE UN CIF QUE NO ESTA ACTIVO EN USRDATOS:
      * SE DISTINGUE SI NUNCA EXISTIO O SI AQUI ESTA EN BAJA,
      * FUSIONADO O ANONIMIZADO, PARA QUE EL PROVEEDOR LO RETIRE DE
      * SU BASE
       TRATAR-SOLO-PROVEEDOR.
           ADD 1 TO WS-TOT-SOLOPROV.
           MOVE SNA-CIF TO DET-CIF.
                    MOVE 'AQUI EN BAJA' TO DET-DETALLE
               WHEN SQLCODE = 0 AND WS-ESTADO-NUESTRO = 'F'
                    MOVE 'AQUI FUSIONADO' TO DET-DETALLE
               WHEN SQLCODE = 0 AND WS-ESTADO-NUESTRO = 'X'
                    MOVE 'AQUI ANONIMIZADO' TO DET-DETALLE
               WHEN SQLCODE = 0
                    MOVE 'AQUI NO EXTRAIBLE' TO DET-DETALLE
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
           PERFORM ESCRIBIR-DETALLE.
      *
      * CLIENTE ACTIVO NUESTRO QUE EL PROVEEDOR NO TIENE: SE
      * INFORMA Y VIAJA EN EL FICHERO DE CORRECCIONES. SI NO
      * CONSIENTE NINGUN CANAL NO LE FALTA: EXTRCLI NO LO ENVIA
       TRATAR-FALTA-PROVEEDOR.
           PERFORM ARMAR-NUESTRO.
           IF WS-NUE-CANALES = 0
              ADD 1 TO WS-TOT-NOENVIA
           ELSE
              ADD 1 TO WS-TOT-FALTAPROV
              MOVE DC-CIF TO DET-CIF
              MOVE 'FALTA EN PROVEEDOR' TO DET-SITUACION
              MOVE SPACES TO DET-DETALLE
              PERFORM ESCRIBIR-DETALLE
              PERFORM ESCRIBIR-CORRECCION
           END-IF.
      *
      * MISMO CIF EN AMBOS LADOS: PRIMERO SE MIRA SI EL PROVEEDOR
      * TIENE ALGUN CANAL QUE YA NO CONSIENTE (O NINGUNO); SI NO,
      * SE COMPARAN LOS DATOS DE CONTACTO CAMPO A CAMPO Y, SI ALGO
      * DIFIERE, NUESTRA VERSION VIAJA EN EL FICHERO DE CORRECCIONES
       COMPARAR-DATOS.
           PERFORM ARMAR-NUESTRO.
           PERFORM MIRAR-CONSENTIMIENTO.
           IF DET-DETALLE NOT = SPACES
              ADD 1 TO WS-TOT-SINCONS
              MOVE DC-CIF TO DET-CIF
              MOVE 'SIN CONSENTIMIENTO' TO DET-SITUACION
              PERFORM ESCRIBIR-DETALLE
              PERFORM ESCRIBIR-CORRECCION
           ELSE
              PERFORM COMPARAR-CAMPOS
           END-IF.
      *
       COMPARAR-CAMPOS.
           MOVE SPACES TO DET-DETALLE.
           IF SNA-NOMBRE NOT = NUE-NOMBRE
              MOVE 'NOMBRE' TO DET-DETALLE(1:6)
           END-IF.
           IF SNA-CALLE NOT = NUE-CALLE
              MOVE 'CALLE' TO DET-DETALLE(8:5)
           END-IF.
           IF SNA-POBLACION NOT = NUE-POBLACION
              MOVE 'POBLACION' TO DET-DETALLE(14:9)
           END-IF.
           IF SNA-CODPOSTAL NOT = NUE-CODPOSTAL
              MOVE 'CP' TO DET-DETALLE(24:2)
           END-IF.
           IF SNA-TLF NOT = NUE-TLF
              MOVE 'TLF' TO DET-DETALLE(27:3)
           END-IF.
           IF SNA-CORREO NOT = NUE-CORREO
              MOVE 'CORREO' TO DET-DETALLE(31:6)
           END-IF.
           IF DET-DETALLE = SPACES
              PERFORM ESCRIBIR-DETALLE
              PERFORM ESCRIBIR-CORRECCION
           END-IF.
      *
      * CANALES QUE EL PROVEEDOR TIENE CON DATOS Y NOSOTROS YA NO
      * CONSENTIMOS. SI NO QUEDA NINGUNO CONSENTIDO LA CORRECCION
      * ES UNA BAJA ('B') DEL REGISTRO ENTERO
       MIRAR-CONSENTIMIENTO.
           MOVE SPACES TO DET-DETALLE.
           IF WS-NUE-CANALES = 0
              MOVE 'NINGUN CANAL CONSENTIDO' TO DET-DETALLE
           ELSE
              IF NOT CONSIENTE-POSTAL
                 AND (SNA-CALLE     NOT = SPACES
                  OR  SNA-POBLACION NOT = SPACES
                  OR  SNA-CODPOSTAL NOT = SPACES)
                 MOVE 'POSTAL' TO DET-DETALLE(1:6)
              END-IF
              IF NOT CONSIENTE-CORREO AND SNA-CORREO NOT = SPACES
                 MOVE 'CORREO' TO DET-DETALLE(8:6)
              END-IF
              IF NOT CONSIENTE-TLF AND SNA-TLF NOT = SPACES
                 MOVE 'TLF' TO DET-DETALLE(15:3)
              END-IF
           END-IF.
      *
      * ARMA NUESTRO REGISTRO CON LAS MISMAS REGLAS QUE EXTRCLI:
      * CADA CANAL SOLO SI SE CONSIENTE, Y EL TELEFONO Y EL CORREO
      * DEL CONTACTO PRINCIPAL SUSTITUYEN A LOS DE LA EMPRESA SI EL
      * CONTACTO LOS CONSIENTE
       ARMAR-NUESTRO.
           MOVE SPACES    TO WS-NUESTRO.
           MOVE 0         TO WS-NUE-CANALES.
           MOVE 'N'       TO WS-NUE-POSTAL WS-NUE-CORREO WS-NUE-TLF.
           MOVE DC-CIF    TO NUE-CIF.
           MOVE DC-NOMBRE TO NUE-NOMBRE.
           IF DC-CONSPOSTAL = 'S'
              MOVE DC-CALLE     TO NUE-CALLE
              MOVE DC-POBLACION TO NUE-POBLACION
              MOVE DC-CODPOSTAL TO NUE-CODPOSTAL
              MOVE DC-PROVINCIA TO NUE-PROVINCIA
              MOVE 'S' TO WS-NUE-POSTAL
              ADD 1 TO WS-NUE-CANALES
           END-IF.
           IF DC-CONSTLF = 'S'
              MOVE DC-TLF TO NUE-TLF
              MOVE 'S' TO WS-NUE-TLF
              ADD 1 TO WS-NUE-CANALES
           END-IF.
           IF DC-CONSCORREO = 'S'
              MOVE DC-CORREO TO NUE-CORREO
              MOVE 'S' TO WS-NUE-CORREO
              ADD 1 TO WS-NUE-CANALES
           END-IF.
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
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF DC-CON-TLF NOT = SPACES
                       AND DC-CON-CONSTLF = 'S'
                       MOVE DC-CON-TLF TO NUE-TLF
                       MOVE 'S' TO WS-NUE-TLF
                       ADD 1 TO WS-NUE-CANALES
                    END-IF
                    IF DC-CON-CORREO NOT = SPACES
                       AND DC-CON-CONSCORREO = 'S'
                       MOVE DC-CON-CORREO TO NUE-CORREO
                       MOVE 'S' TO WS-NUE-CORREO
                       ADD 1 TO WS-NUE-CANALES
                    END-IF
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
           IF WS-NUE-CANALES = 0
              MOVE 'B' TO NUE-OPERACION
           ELSE
              MOVE 'A' TO NUE-OPERACION
           END-IF.
      *
       ESCRIBIR-CORRECCION.
           MOVE WS-NUESTRO TO REG-EXTRACTO.
           WRITE REG-EXTRACTO.
           ADD 1 TO WS-TOT-CORRECC.
      *
           MOVE 'CON DATOS DISTINTOS...: ' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-DISTINTOS TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL.
           MOVE 'SIN CONSENTIMIENTO....: ' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-SINCONS   TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL.
           MOVE 'SIN CANAL, NO ENVIADOS: ' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-NOENVIA   TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL.
           MOVE 'COINCIDEN.............: ' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-IGUALES   TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LINEA-TOTAL.
                      DC-CODPOSTAL
                      DC-PROVINCIA
                      DC-TLF
                      DC-CORREO
                      DC-CONSPOSTAL
                      DC-CONSCORREO
                      DC-CONSTLF.
           EXEC SQL
               FETCH FROM CURSREC
                 INTO :DC-CIF
                    , :DC-PROVINCIA
                    , :DC-TLF
                    , :DC-CORREO
                    , :DC-CONSPOSTAL
                    , :DC-CONSCORREO
                    , :DC-CONSTLF
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE HIGH-VALUES TO WS-CLAVE-TABLA
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
      *
      * REGISTRO DE EJECUCIONES: LA FILA DE ARRANQUE (ESTADO 'E',
      * EN CURSO) SE CONFIRMA EN EL ACTO PARA QUE QUEDE AUNQUE EL
      * PROCESO HAGA ROLLBACK O ACABE EN ABEND. SI NO SE PUEDE
      * GRABAR SE AVISA Y EL PROCESO SIGUE SIN REGISTRO
       ANOTAR-ARRANQUE.
           INITIALIZE DCLUSRLOG.
           MOVE 'RECONCLI' TO DC-LOG-PROCESO.
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
              DISPLAY 'RECONCLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-REG-SNAP        TO DC-LOG-LEIDOS
              MOVE WS-TOT-CORRECC     TO DC-LOG-GRABADOS
              COMPUTE DC-LOG-RECHAZADOS = WS-TOT-SOLOPROV
                                        + WS-TOT-FALTAPROV
                                        + WS-TOT-DISTINTOS
                                        + WS-TOT-SINCONS
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
                 DISPLAY 'RECONCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
