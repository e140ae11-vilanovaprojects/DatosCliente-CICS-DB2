      *************************************************
      *  PROGRAMA BATCH DE ANONIMIZACION POR DERECHO DE SUPRESION:
      *  LEE EL FICHERO DE SOLICITUDES (UN CIF POR REGISTRO, CON
      *  CABECERA Y COLA DEL CONVENIO DE INTERCAMBIO) Y, SIN ESPERAR
      *  AL CORTE DE RETENCION DE PURGACLI, MACHACA LOS DATOS
      *  PERSONALES DEL CLIENTE EN USRDATOS (NOMBRE, DIRECCION Y SUS
      *  PARTES, TELEFONO Y CORREO), RETIRA SU CONSENTIMIENTO DE
      *  MARKETING (CON SU FILA EN USRCONS_AUD POR CANAL RETIRADO),
      *  BORRA SUS CONTACTOS DE USRCONT (TAMBIEN CON SU FILA POR
      *  CANAL CONSENTIDO QUE SE PIERDE), LIMPIA SUS SOLICITUDES DE
      *  USRPEND Y SUS RECHAZOS DE CARGA DE USRRECH. EL CIF, LAS
      *  FECHAS Y LA PROVINCIA SE CONSERVAN PARA QUE LA HISTORIA, LOS
      *  PUNTEROS DE FUSION Y LOS RECUENTOS SIGAN CUADRANDO; EL
      *  CLIENTE QUEDA CON ESTADO 'X' (ANONIMIZADO), QUE NINGUN
      *  EXTRACTO NI LISTADO TRATA COMO ACTIVO. CADA SOLICITUD DEJA
      *  UNA FILA DE AUDITORIA (ACCION 'X'), UNA LINEA DE
      *  CERTIFICADO PARA DEVOLVER AL SOLICITANTE Y, SI EL CIF ES
      *  CORRECTO, UNA ENTRADA EN LA LISTA DE DEPURACION DE LOS
      *  ARCHIVOS CATALOGADOS Y DE LAS DEVOLUCIONES DE CARGA (JOB
      *  DEPURARC). EL FICHERO SE APLICA ENTERO EN UNA SOLA UNIDAD
      *  DE TRABAJO: SI EL JOB CAE SE RELANZA TAL CUAL.
      *  RC 4 SI HAY SOLICITUDES RECHAZADAS; RC 8 FICHERO RECHAZADO
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONCLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA   ASSIGN TO ENTRADA
                  ORGANIZATION IS SEQUENTIAL.
           SELECT CERTIF    ASSIGN TO CERTIF
                  ORGANIZATION IS SEQUENTIAL.
           SELECT DEPURAR   ASSIGN TO DEPURAR
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
           RECORDING MODE IS F.
       01  REG-ENTRADA.
           05  SOL-CIF                 PIC X(9).
           05  SOL-REFERENCIA          PIC X(20).
           05  SOL-FECHA               PIC X(10).
           05  FILLER                  PIC X(41).
      * UNA LINEA POR SOLICITUD, SIN CABECERAS DE PAGINA: CADA UNA
      * SE PUEDE RECORTAR Y ENVIAR SUELTA AL SOLICITANTE
       FD  CERTIF
           RECORDING MODE IS F.
       01  LINEA-CERTIF               PIC X(132).
      * LISTA DE CIF A DEPURAR DE LAS GENERACIONES DE ARCHIVO: SE
      * ACUMULA DE UNA EJECUCION A OTRA (DISP=MOD)
       FD  DEPURAR
           RECORDING MODE IS F.
       01  REG-DEPURAR.
           05  DEP-CIF                 PIC X(9).
           05  FILLER                  PIC X(1).
           05  DEP-FECHA               PIC X(10).
           05  FILLER                  PIC X(1).
           05  DEP-REFERENCIA          PIC X(20).
           05  FILLER                  PIC X(39).
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
       01 FILLER PIC X(20) VALUE 'CONSE678901234567890'.
           EXEC SQL
                INCLUDE USRCONS_AUD
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
      * REGISTROS DE CONTROL DEL INTERCAMBIO (CABECERA Y COLA). LA
      * ULTIMA SECUENCIA APLICADA SE GUARDA EN USRCTRL BAJO EL
      * PROCESO 'ANONSEC'
       COPY CABCOLA.
       01 WS-SEC-ULTIMA                PIC S9(9) COMP VALUE 0.
       01 WS-VAL-DETALLES              PIC 9(9) VALUE 0.
       01 WS-VAL-MSG                   PIC X(40).
       01 WS-VAL-COLA                  PIC X(1) VALUE 'N'.
           88 VISTO-COLA              VALUE 'S'.
           88 NVISTO-COLA             VALUE 'N'.
       01 WS-FECHA-HOY                 PIC X(10).
      *
      * LO UNICO QUE QUEDA DEL NOMBRE DE UN CLIENTE ANONIMIZADO
       01 WS-NOMBRE-ANONIMO            PIC X(40)
              VALUE 'CLIENTE ANONIMIZADO'.
       01 WS-MOTIVO-PEND               PIC X(30)
              VALUE 'CLIENTE ANONIMIZADO'.
       01 WS-CONTACTOS                 PIC S9(9) COMP VALUE 0.
      *
       01 WS-FIN-ENTRADA               PIC X(1) VALUE 'N'.
           88 FIN-ENTRADA             VALUE 'Y'.
           88 NFIN-ENTRADA            VALUE 'N'.
       01 WS-ERROR-GRAVE               PIC X(1) VALUE 'N'.
           88 ERROR-GRAVE             VALUE 'Y'.
           88 NERROR-GRAVE            VALUE 'N'.
      *
       01 WS-REG-LEIDOS                PIC 9(7) VALUE 0.
       01 WS-TOT-ANONIMIZADOS          PIC 9(7) VALUE 0.
       01 WS-TOT-YA-ANONIMOS           PIC 9(7) VALUE 0.
       01 WS-TOT-NOHALLADOS            PIC 9(7) VALUE 0.
       01 WS-TOT-RECHAZOS              PIC 9(7) VALUE 0.
       01 WS-TOT-CONTACTOS             PIC 9(7) VALUE 0.
       01 WS-SQLCODE-Z                 PIC -ZZZZZZZZ9.
      *
      * VALIDACION DEL DIGITO DE CONTROL DEL CIF/NIF (MISMA RUTINA
      * QUE VALIDAR-CIF EN EL PROGRAMA DATOS)
       01 CIFVALIDO                   PIC X(1).
           88 CIF-VALIDO              VALUE 'S'.
           88 CIF-NO-VALIDO           VALUE 'N'.
       01 NIF-NUM                     PIC 9(8).
       01 NIF-RESTO                   PIC 9(2).
       01 NIF-LETRA-CALC              PIC X(1).
       01 TABLA-LETRAS                PIC X(23)
              VALUE 'TRWAGMYFPDXBNJZSQVHLCKE'.
      *
       01 LINEA-CERT.
           05 CER-CIF                 PIC X(9).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 CER-REFERENCIA          PIC X(20).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE 'SOLICITUD: '.
           05 CER-FECHA-SOL           PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE 'EJECUCION: '.
           05 CER-FECHA-EJE           PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 CER-RESULTADO           PIC X(38).
           05 FILLER                  PIC X(11) VALUE 'CONTACTOS: '.
           05 CER-CONTACTOS           PIC ZZZ9.
      *
       PROCEDURE DIVISION.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
      * PRIMERA PASADA: SE VALIDAN CABECERA, COLA, RECUENTO Y
      * SECUENCIA SIN TOCAR LAS TABLAS; SOLO SI EL FICHERO ES BUENO
      * SE REABRE Y SE APLICA
           OPEN INPUT ENTRADA.
           PERFORM VALIDAR-FICHERO.
           CLOSE ENTRADA.
           SET NFIN-ENTRADA TO TRUE.
           PERFORM LEER-FECHA-HOY.
           OPEN INPUT ENTRADA.
           OPEN OUTPUT CERTIF.
           OPEN EXTEND DEPURAR.
           PERFORM LEER-ENTRADA.
           PERFORM PROCESO-PRINCIPAL UNTIL FIN-ENTRADA
                                         OR ERROR-GRAVE.
           IF ERROR-GRAVE
              PERFORM ABORTAR-POR-ERROR-DB2
           ELSE
              PERFORM CIERRE-NORMAL
           END-IF.
           CLOSE ENTRADA CERTIF DEPURAR.
           DISPLAY 'ANONCLI: REGISTROS LEIDOS:    ' WS-REG-LEIDOS.
           DISPLAY 'ANONCLI: ANONIMIZADOS:        '
                   WS-TOT-ANONIMIZADOS.
           DISPLAY 'ANONCLI: YA ANONIMIZADOS:     ' WS-TOT-YA-ANONIMOS.
           DISPLAY 'ANONCLI: NO EN USRDATOS:      ' WS-TOT-NOHALLADOS.
           DISPLAY 'ANONCLI: CONTACTOS BORRADOS:  ' WS-TOT-CONTACTOS.
           DISPLAY 'ANONCLI: RECHAZADOS:          ' WS-TOT-RECHAZOS.
           IF NERROR-GRAVE AND WS-TOT-RECHAZOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * VALIDACION PREVIA DEL FICHERO DE INTERCAMBIO, COMO EN LA
      * CARGA DE SUCURSAL
       VALIDAR-FICHERO.
           PERFORM LEER-ENTRADA.
           IF FIN-ENTRADA OR REG-ENTRADA(1:3) NOT = 'CAB'
              MOVE 'FALTA LA CABECERA' TO WS-VAL-MSG
              PERFORM RECHAZAR-FICHERO
           END-IF.
           MOVE REG-ENTRADA(1:27) TO REG-CABECERA.
           IF CAB-SECUENCIA NOT NUMERIC
              MOVE 'SECUENCIA NO NUMERICA' TO WS-VAL-MSG
              PERFORM RECHAZAR-FICHERO
           END-IF.
           PERFORM LEER-SECUENCIA.
           IF CAB-SECUENCIA NOT > WS-SEC-ULTIMA
              MOVE 'SECUENCIA YA PROCESADA' TO WS-VAL-MSG
              PERFORM RECHAZAR-FICHERO
           END-IF.
           PERFORM LEER-ENTRADA.
           PERFORM VALIDAR-REGISTRO UNTIL FIN-ENTRADA.
           IF NVISTO-COLA
              MOVE 'FALTA LA COLA' TO WS-VAL-MSG
              PERFORM RECHAZAR-FICHERO
           END-IF.
           IF COL-RECUENTO NOT = WS-VAL-DETALLES
              MOVE 'EL RECUENTO DE LA COLA NO CUADRA' TO WS-VAL-MSG
              PERFORM RECHAZAR-FICHERO
           END-IF.
           DISPLAY 'ANONCLI: FICHERO ' CAB-REMITENTE
                   ' SECUENCIA ' CAB-SECUENCIA
                   ' CON ' WS-VAL-DETALLES ' DETALLES. VALIDO.'.
      *
       VALIDAR-REGISTRO.
           EVALUATE REG-ENTRADA(1:3)
               WHEN 'CAB'
                    MOVE 'CABECERA DUPLICADA' TO WS-VAL-MSG
                    PERFORM RECHAZAR-FICHERO
               WHEN 'COL'
                    IF VISTO-COLA
                       MOVE 'COLA DUPLICADA' TO WS-VAL-MSG
                       PERFORM RECHAZAR-FICHERO
                    END-IF
                    MOVE REG-ENTRADA(1:12) TO REG-COLA
                    IF COL-RECUENTO NOT NUMERIC
                       MOVE 'RECUENTO NO NUMERICO' TO WS-VAL-MSG
                       PERFORM RECHAZAR-FICHERO
                    END-IF
                    SET VISTO-COLA TO TRUE
               WHEN OTHER
                    IF VISTO-COLA
                       MOVE 'DATOS DETRAS DE LA COLA' TO WS-VAL-MSG
                       PERFORM RECHAZAR-FICHERO
                    END-IF
                    ADD 1 TO WS-VAL-DETALLES
           END-EVALUATE.
           PERFORM LEER-ENTRADA.
      *
       RECHAZAR-FICHERO.
           DISPLAY 'ANONCLI: FICHERO RECHAZADO: ' WS-VAL-MSG.
           DISPLAY 'ANONCLI: NO SE APLICA NADA.'.
           MOVE 8 TO RETURN-CODE.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * ULTIMA SECUENCIA APLICADA, EN SU PROPIA FILA DE USRCTRL.
      * SI NO EXISTE SE CREA A CERO (PRIMER FICHERO DE SOLICITUDES)
       LEER-SECUENCIA.
           EXEC SQL
                SELECT ULTREG
                INTO  :DC-CTL-ULTREG
                FROM USRCTRL
                WHERE PROCESO = 'ANONSEC'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE DC-CTL-ULTREG TO WS-SEC-ULTIMA
               WHEN SQLCODE = 100
                    EXEC SQL
                      INSERT
                        INTO USRCTRL(
                             PROCESO
                           , ULTREG
                           , FECHAULT)
                        VALUES(
                             'ANONSEC'
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
      *
      * FECHA DE EJECUCION QUE FIGURA EN EL CERTIFICADO Y EN LA
      * LISTA DE DEPURACION
       LEER-FECHA-HOY.
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
      *
       PROCESO-PRINCIPAL.
      * LA CABECERA Y LA COLA YA QUEDARON VALIDADAS EN LA PRIMERA
      * PASADA: AQUI SOLO CUENTAN COMO REGISTROS LEIDOS
           ADD 1 TO WS-REG-LEIDOS.
           IF REG-ENTRADA(1:3) NOT = 'CAB'
              AND REG-ENTRADA(1:3) NOT = 'COL'
              PERFORM TRATAR-SOLICITUD
           END-IF.
           IF NERROR-GRAVE
              PERFORM LEER-ENTRADA
           END-IF.
      *
      * UN CIF QUE YA NO ESTA EN USRDATOS (PURGADO POR RETENCION)
      * SOLO VIVE EN LOS ARCHIVOS: SE CERTIFICA Y VA A LA LISTA DE
      * DEPURACION IGUAL. UNO YA ANONIMIZADO SE VUELVE A LIMPIAR
      * (NO CUESTA NADA) Y SE CERTIFICA COMO TAL
       TRATAR-SOLICITUD.
           MOVE 0 TO WS-CONTACTOS.
           MOVE SOL-CIF TO DC-CIF.
           PERFORM VALIDAR-CIF.
           IF CIF-NO-VALIDO
              ADD 1 TO WS-TOT-RECHAZOS
              MOVE 'RECHAZADA: CIF INCORRECTO' TO CER-RESULTADO
              PERFORM ESCRIBIR-CERTIFICADO
           ELSE
              EXEC SQL
                   SELECT ESTADO
                   INTO  :DC-ESTADO
                   FROM USRDATOS
                   WHERE CIF = :DC-CIF
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 100
                       ADD 1 TO WS-TOT-NOHALLADOS
                       MOVE 'NO FIGURA EN CLIENTES; SOLO ARCHIVO'
                                                  TO CER-RESULTADO
                       PERFORM CERRAR-SOLICITUD
                  WHEN SQLCODE = 0 AND DC-ESTADO = 'X'
                       ADD 1 TO WS-TOT-YA-ANONIMOS
                       MOVE 'YA ESTABA ANONIMIZADO'  TO CER-RESULTADO
                       PERFORM LIMPIAR-CLIENTE
                  WHEN SQLCODE = 0
                       ADD 1 TO WS-TOT-ANONIMIZADOS
                       MOVE 'DATOS PERSONALES ANONIMIZADOS'
                                                  TO CER-RESULTADO
                       PERFORM RETIRAR-CONSENTIMIENTO
                       IF NERROR-GRAVE
                          PERFORM ANONIMIZAR-CLIENTE
                       END-IF
                       IF NERROR-GRAVE
                          PERFORM LIMPIAR-CLIENTE
                       END-IF
                  WHEN OTHER
                       SET ERROR-GRAVE TO TRUE
              END-EVALUATE
           END-IF.
      *
      * EL CLIENTE ACTIVO SE DA DE BAJA EN EL MISMO PASO (FECHABAJA
      * DEL DIA, COMO LA BAJA LOGICA) PARA QUE ALTAS MENOS BAJAS
      * SIGA DANDO LOS ACTIVOS; EL QUE YA ESTABA EN BAJA CONSERVA SU
      * FECHA Y EL FUSIONADO SU PUNTERO AL SUPERVIVIENTE
       ANONIMIZAR-CLIENTE.
           EXEC SQL
             UPDATE USRDATOS
                SET NOMBRE    = :WS-NOMBRE-ANONIMO
                  , DIRECCION = ' '
                  , CALLE     = ' '
                  , POBLACION = ' '
                  , CODPOSTAL = ' '
                  , TLF       = ' '
                  , CORREO    = ' '
                  , INVCORREO = ' '
                  , INVDIREC  = ' '
                  , FECHABAJA = CASE ESTADO
                                  WHEN 'A' THEN CURRENT DATE
                                  ELSE FECHABAJA
                                END
                  , FECHAMOD  = CURRENT DATE
                  , ESTADO    = 'X'
                  , FECPOSTAL = CASE CONSPOSTAL
                                  WHEN 'S' THEN CURRENT DATE
                                  ELSE FECPOSTAL
                                END
                  , VIAPOSTAL = CASE CONSPOSTAL
                                  WHEN 'S' THEN 'X'
                                  ELSE VIAPOSTAL
                                END
                  , CONSPOSTAL = CASE CONSPOSTAL
                                  WHEN 'S' THEN 'N'
                                  ELSE CONSPOSTAL
                                END
                  , FECCORREO = CASE CONSCORREO
                                  WHEN 'S' THEN CURRENT DATE
                                  ELSE FECCORREO
                                END
                  , VIACORREO = CASE CONSCORREO
                                  WHEN 'S' THEN 'X'
                                  ELSE VIACORREO
                                END
                  , CONSCORREO = CASE CONSCORREO
                                  WHEN 'S' THEN 'N'
                                  ELSE CONSCORREO
                                END
                  , FECTLF    = CASE CONSTLF
                                  WHEN 'S' THEN CURRENT DATE
                                  ELSE FECTLF
                                END
                  , VIATLF    = CASE CONSTLF
                                  WHEN 'S' THEN 'X'
                                  ELSE VIATLF
                                END
                  , CONSTLF   = CASE CONSTLF
                                  WHEN 'S' THEN 'N'
                                  ELSE CONSTLF
                                END
              WHERE CIF = :DC-CIF
                AND ESTADO <> 'X'
           END-EXEC.
           IF SQLCODE NOT = 0
              SET ERROR-GRAVE TO TRUE
           END-IF.
      *
      * LA SUPRESION RETIRA TODO CONSENTIMIENTO DADO ('S' PASA A
      * 'N' CON VIA 'X'): ANTES DEL UPDATE QUEDA UNA FILA DE
      * AUDITORIA POR CANAL, LEIDA DEL PROPIO REGISTRO
       RETIRAR-CONSENTIMIENTO.
           MOVE 'ANON'    TO DC-CSA-TERMID.
           MOVE 'ANONCLI' TO DC-CSA-OPERADOR.
           EXEC SQL
             INSERT
               INTO USRCONS_AUD(
                    CIF
                  , SECCONT
                  , CANAL
                  , CONSANT
                  , CONSNUE
                  , FECHACONS
                  , VIA
                  , FECHAHORA
                  , TERMID
                  , OPERADOR)
               SELECT CIF
                    , 0
                    , CASE C.CANAL
                        WHEN 1 THEN 'P'
                        WHEN 2 THEN 'C'
                        ELSE 'T'
                      END
                    , 'S'
                    , 'N'
                    , CURRENT DATE
                    , 'X'
                    , CURRENT TIMESTAMP
                    , :DC-CSA-TERMID
                    , :DC-CSA-OPERADOR
                 FROM USRDATOS
                    , (SELECT 1 AS CANAL FROM SYSIBM.SYSDUMMY1
                       UNION ALL
                       SELECT 2 FROM SYSIBM.SYSDUMMY1
                       UNION ALL
                       SELECT 3 FROM SYSIBM.SYSDUMMY1) AS C
                WHERE CIF = :DC-CIF
                  AND ESTADO <> 'X'
                  AND ((C.CANAL = 1 AND CONSPOSTAL = 'S')
                    OR (C.CANAL = 2 AND CONSCORREO = 'S')
                    OR (C.CANAL = 3 AND CONSTLF    = 'S'))
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              SET ERROR-GRAVE TO TRUE
           END-IF.
      *
      * LOS CONTACTOS SON DATO PERSONAL DE TERCEROS LIGADO AL CIF:
      * SE BORRAN, Y ANTES CADA CANAL QUE UN CONTACTO TENIA
      * CONSENTIDO DEJA SU FILA DE RETIRADA EN USRCONS_AUD (SECCONT
      * = SU SECUENCIA), PARA QUE EL EXTRACTO DELTA ENVIE LA BAJA AL
      * PROVEEDOR. LAS SOLICITUDES DE USRPEND GUARDAN LOS DATOS
      * PEDIDOS Y LA IMAGEN ANTERIOR: LA PENDIENTE SE CIERRA COMO
      * RECHAZADA Y TODAS QUEDAN SIN DATOS PERSONALES. LOS RECHAZOS
      * DE CARGA DE USRRECH GUARDAN EL REGISTRO DE SUCURSAL ENTERO:
      * SE DEJAN SOLO LA ACCION Y EL CIF Y LOS PENDIENTES SE DAN
      * POR ABANDONADOS (YA NO SE PUEDEN REENVIAR)
       LIMPIAR-CLIENTE.
           MOVE 'ANON'    TO DC-CSA-TERMID.
           MOVE 'ANONCLI' TO DC-CSA-OPERADOR.
           EXEC SQL
             INSERT
               INTO USRCONS_AUD(
                    CIF
                  , SECCONT
                  , CANAL
                  , CONSANT
                  , CONSNUE
                  , FECHACONS
                  , VIA
                  , FECHAHORA
                  , TERMID
                  , OPERADOR)
               SELECT CIF
                    , SECUENCIA
                    , CASE C.CANAL
                        WHEN 2 THEN 'C'
                        ELSE 'T'
                      END
                    , 'S'
                    , 'N'
                    , CURRENT DATE
                    , 'X'
                    , CURRENT TIMESTAMP
                    , :DC-CSA-TERMID
                    , :DC-CSA-OPERADOR
                 FROM USRCONT
                    , (SELECT 2 AS CANAL FROM SYSIBM.SYSDUMMY1
                       UNION ALL
                       SELECT 3 FROM SYSIBM.SYSDUMMY1) AS C
                WHERE CIF = :DC-CIF
                  AND ((C.CANAL = 2 AND CONSCORREO = 'S')
                    OR (C.CANAL = 3 AND CONSTLF    = 'S'))
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              SET ERROR-GRAVE TO TRUE
           END-IF.
           IF NERROR-GRAVE
              EXEC SQL
                DELETE FROM USRCONT
                 WHERE CIF = :DC-CIF
              END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SQLERRD(3) TO WS-CONTACTOS
                    ADD WS-CONTACTOS TO WS-TOT-CONTACTOS
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    SET ERROR-GRAVE TO TRUE
           END-EVALUATE.
           IF NERROR-GRAVE
              EXEC SQL
                UPDATE USRPEND
                   SET ESTADO   = 'R'
                     , OPERAPR  = 'ANONCLI'
                     , FECHARES = CURRENT TIMESTAMP
                     , MOTIVO   = :WS-MOTIVO-PEND
                 WHERE CIF    = :DC-CIF
                   AND ESTADO = 'P'
              END-EXEC
              IF SQLCODE < 0
                 SET ERROR-GRAVE TO TRUE
              END-IF
           END-IF.
           IF NERROR-GRAVE
              EXEC SQL
                UPDATE USRPEND
                   SET NOMBRE       = ' '
                     , CALLE        = ' '
                     , POBLACION    = ' '
                     , CODPOSTAL    = ' '
                     , TLF          = ' '
                     , CORREO       = ' '
                     , ANTNOMBRE    = :WS-NOMBRE-ANONIMO
                     , ANTCALLE     = ' '
                     , ANTPOBLACION = ' '
                     , ANTCODPOSTAL = ' '
                     , ANTTLF       = ' '
                     , ANTCORREO    = ' '
                 WHERE CIF = :DC-CIF
              END-EXEC
              IF SQLCODE < 0
                 SET ERROR-GRAVE TO TRUE
              END-IF
           END-IF.
           IF NERROR-GRAVE
              EXEC SQL
                UPDATE USRRECH
                   SET DATOS       = SUBSTR(DATOS, 1, 10)
                     , FECHACIERRE = CASE WHEN ESTADO = 'P'
                                          THEN CURRENT TIMESTAMP
                                          ELSE FECHACIERRE
                                     END
                     , ESTADO      = CASE WHEN ESTADO = 'P'
                                          THEN 'A'
                                          ELSE ESTADO
                                     END
                 WHERE CIF = :DC-CIF
              END-EXEC
              IF SQLCODE < 0
                 SET ERROR-GRAVE TO TRUE
              END-IF
           END-IF.
           IF NERROR-GRAVE
              PERFORM CERRAR-SOLICITUD
           END-IF.
      *
      * TODA SOLICITUD CON CIF CORRECTO DEJA AUDITORIA, CERTIFICADO
      * Y ENTRADA EN LA LISTA DE DEPURACION DE ARCHIVOS
       CERRAR-SOLICITUD.
           PERFORM GRABAR-AUDITORIA.
           IF NERROR-GRAVE
              PERFORM ESCRIBIR-CERTIFICADO
              MOVE SPACES         TO REG-DEPURAR
              MOVE DC-CIF         TO DEP-CIF
              MOVE WS-FECHA-HOY   TO DEP-FECHA
              MOVE SOL-REFERENCIA TO DEP-REFERENCIA
              WRITE REG-DEPURAR
           END-IF.
      *
      * REGISTRO DE AUDITORIA: ACCION 'X' (ANONIMIZACION), TERMINAL
      * 'ANON' Y EL NUMERO DE REGISTRO DEL FICHERO. MOVICLI LA ENVIA
      * A LA CENTRAL PARA QUE ANONIMICE TAMBIEN SU COPIA
       GRABAR-AUDITORIA.
           MOVE DC-CIF          TO DC-AUD-CIF.
           MOVE 'X'             TO DC-AUD-ACCION.
           MOVE 'ANON'          TO DC-AUD-TERMID.
           MOVE WS-REG-LEIDOS   TO DC-AUD-TASKN.
           MOVE 'ANONCLI'       TO DC-AUD-OPERADOR.
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
       ESCRIBIR-CERTIFICADO.
           MOVE SOL-CIF         TO CER-CIF.
           MOVE SOL-REFERENCIA  TO CER-REFERENCIA.
           MOVE SOL-FECHA       TO CER-FECHA-SOL.
           MOVE WS-FECHA-HOY    TO CER-FECHA-EJE.
           MOVE WS-CONTACTOS    TO CER-CONTACTOS.
           WRITE LINEA-CERTIF FROM LINEA-CERT.
      *
       VALIDAR-CIF.
           SET CIF-NO-VALIDO TO TRUE.
           IF DC-CIF(1:8) IS NUMERIC
               MOVE DC-CIF(1:8) TO NIF-NUM
               COMPUTE NIF-RESTO = FUNCTION MOD(NIF-NUM, 23)
               MOVE TABLA-LETRAS(NIF-RESTO + 1:1)
                                         TO NIF-LETRA-CALC
               IF DC-CIF(9:1) = NIF-LETRA-CALC
                   SET CIF-VALIDO TO TRUE
               END-IF
           END-IF.
      *
      * FIN LIMPIO: SE ANOTA LA SECUENCIA APLICADA Y SE CONFIRMA
      * TODO EL FICHERO EN LA MISMA UNIDAD DE TRABAJO
       CIERRE-NORMAL.
           MOVE CAB-SECUENCIA TO DC-CTL-ULTREG.
           EXEC SQL
             UPDATE USRCTRL
                SET ULTREG   = :DC-CTL-ULTREG
                  , FECHAULT = CURRENT DATE
              WHERE PROCESO = 'ANONSEC'
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
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE-Z.
           DISPLAY 'ANONCLI: ERROR DB2 SQLCODE = ' WS-SQLCODE-Z.
           DISPLAY 'ANONCLI: ULTIMO REGISTRO LEIDO: ' WS-REG-LEIDOS.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
      *
       LEER-ENTRADA.
           READ ENTRADA
               AT END SET FIN-ENTRADA TO TRUE
           END-READ.
      *
      * REGISTRO DE EJECUCIONES: LA FILA DE ARRANQUE (ESTADO 'E',
      * EN CURSO) SE CONFIRMA EN EL ACTO PARA QUE QUEDE AUNQUE EL
      * PROCESO HAGA ROLLBACK O ACABE EN ABEND. SI NO SE PUEDE
      * GRABAR SE AVISA Y EL PROCESO SIGUE SIN REGISTRO
       ANOTAR-ARRANQUE.
           INITIALIZE DCLUSRLOG.
           MOVE 'ANONCLI' TO DC-LOG-PROCESO.
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
              DISPLAY 'ANONCLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-REG-LEIDOS      TO DC-LOG-LEIDOS
              MOVE WS-TOT-ANONIMIZADOS TO DC-LOG-GRABADOS
              MOVE WS-TOT-RECHAZOS    TO DC-LOG-RECHAZADOS
              MOVE WS-TOT-CONTACTOS   TO DC-LOG-BORRADOS
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
                 DISPLAY 'ANONCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
