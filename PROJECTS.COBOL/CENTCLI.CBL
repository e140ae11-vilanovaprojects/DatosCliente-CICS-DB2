      *************************************************
      *  PROGRAMA BATCH DE RECEPCION DE CAMBIOS DE LA CENTRAL: APLICA
      *  SOBRE USRDATOS EL FICHERO DIARIO DE CORRECCIONES DE LA BASE
      *  CENTRAL (ALTAS, MODIFICACIONES Y BAJAS, CON CABECERA Y COLA
      *  DEL CONVENIO DE INTERCAMBIO Y EL MISMO DISENO DE REGISTRO
      *  QUE EL FICHERO DE MOVIMIENTOS DE MOVICLI). SE VALIDA COMO LA
      *  CARGA DE SUCURSAL (LETRA DEL CIF Y CODIGO POSTAL CONTRA
      *  USRPROV). UN CIF QUE TAMBIEN SE HA TOCADO AQUI DESDE EL
      *  ULTIMO ENVIO DE MOVICLI, O QUE TIENE UN CAMBIO PENDIENTE DE
      *  APROBAR, NO SE APLICA: SALE EN EL INFORME DE CONFLICTOS PARA
      *  QUE UN OPERADOR DECIDA. LO APLICADO SE AUDITA CON ACCION 'E'
      *  (ENTRADA DE LA CENTRAL), QUE MOVICLI NO DEVUELVE A LA
      *  CENTRAL. EL FICHERO SE APLICA ENTERO EN UNA SOLA UNIDAD DE
      *  TRABAJO: SI EL JOB CAE SE RELANZA TAL CUAL.
      *  RC 4 SI HAY CONFLICTOS O RECHAZOS; RC 8 FICHERO RECHAZADO
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENTCLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA   ASSIGN TO ENTRADA
                  ORGANIZATION IS SEQUENTIAL.
           SELECT INFORME   ASSIGN TO INFORME
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
           RECORDING MODE IS F.
      * LA PROVINCIA, EL ESTADO Y LA FECHA DE BAJA QUE TRAE LA
      * CENTRAL NO SE TOMAN: LA PROVINCIA SE DERIVA AQUI DEL CODIGO
      * POSTAL Y EL ESTADO LO DECIDE LA ACCION
       01  REG-ENTRADA.
           05  ENT-ACCION              PIC X(1).
           05  ENT-CIF                 PIC X(9).
           05  ENT-NOMBRE              PIC X(40).
           05  ENT-CALLE               PIC X(40).
           05  ENT-POBLACION           PIC X(30).
           05  ENT-CP                  PIC X(5).
           05  ENT-PROVINCIA           PIC X(20).
           05  ENT-TLF                 PIC X(9).
           05  ENT-CORREO              PIC X(40).
           05  ENT-ESTADO              PIC X(1).
           05  ENT-FECHABAJA           PIC X(10).
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
      * REGISTROS DE CONTROL DEL INTERCAMBIO (CABECERA Y COLA). LA
      * ULTIMA SECUENCIA APLICADA SE GUARDA EN USRCTRL BAJO EL
      * PROCESO 'CENTSEC'
       COPY CABCOLA.
       01 WS-REMITENTE-CENTRAL         PIC X(8) VALUE 'CENTRAL'.
       01 WS-SEC-ULTIMA                PIC S9(9) COMP VALUE 0.
       01 WS-VAL-DETALLES              PIC 9(9) VALUE 0.
       01 WS-VAL-MSG                   PIC X(40).
       01 WS-VAL-COLA                  PIC X(1) VALUE 'N'.
           88 VISTO-COLA              VALUE 'S'.
           88 NVISTO-COLA             VALUE 'N'.
      *
      * FECHA DEL ULTIMO ENVIO CORRECTO DE MOVICLI: LO AUDITADO AQUI
      * DESDE ESE DIA (INCLUIDO, COMO SOLAPA EL PROPIO MOVICLI) AUN
      * NO HA LLEGADO A LA CENTRAL
       01 WS-FECHA-ENVIO               PIC X(10).
       01 WS-CAMBIOS-LOCALES           PIC S9(9) COMP VALUE 0.
       01 WS-PENDIENTES                PIC S9(9) COMP VALUE 0.
       01 WS-ULT-FECHAHORA             PIC X(26).
      *
       01 WS-FIN-ENTRADA               PIC X(1) VALUE 'N'.
           88 FIN-ENTRADA             VALUE 'Y'.
           88 NFIN-ENTRADA            VALUE 'N'.
       01 WS-ERROR-GRAVE               PIC X(1) VALUE 'N'.
           88 ERROR-GRAVE             VALUE 'Y'.
           88 NERROR-GRAVE            VALUE 'N'.
      * MOTIVOS DE RECHAZO: LOS MISMOS CODIGOS QUE LA CARGA DE
      * SUCURSAL (CARGACLI), MAS EL CONFLICTO CON UN CAMBIO LOCAL
      *   01 = CODIGO DE ACCION INVALIDO
      *   02 = CIF CON LETRA DE CONTROL INCORRECTA
      *   03 = ALTA DE UN CIF QUE YA EXISTE
      *   04 = MODIFICACION/BAJA DE UN CLIENTE INEXISTENTE O QUE
      *        YA ESTA EN BAJA
      *   05 = CODIGO POSTAL INVALIDO O PROVINCIA DESCONOCIDA
      *   10 = CONFLICTO: CAMBIO LOCAL NO ENVIADO AUN A LA CENTRAL
      *   11 = CONFLICTO: CAMBIO LOCAL PENDIENTE DE APROBAR
       01 WS-MOTIVO                    PIC X(2).
      *
       01 WS-REG-LEIDOS                PIC 9(7) VALUE 0.
       01 WS-TOT-ALTAS                 PIC 9(7) VALUE 0.
       01 WS-TOT-MODIFS                PIC 9(7) VALUE 0.
       01 WS-TOT-BAJAS                 PIC 9(7) VALUE 0.
       01 WS-TOT-RECHAZOS              PIC 9(7) VALUE 0.
       01 WS-TOT-CONFLICTOS            PIC 9(7) VALUE 0.
       01 WS-PAGINA                   PIC 9(4) VALUE 0.
       01 WS-LINEAS-PAGINA            PIC 99   VALUE 0.
       01 WS-MAX-LINEAS               PIC 99   VALUE 40.
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
      * VALIDACION DEL CODIGO POSTAL CONTRA LA TABLA DE PROVINCIAS
      * (MISMA RUTINA QUE VALIDAR-CODPOSTAL EN EL PROGRAMA DATOS)
       01 CPVALIDO                    PIC X(1).
           88 CP-VALIDO               VALUE 'S'.
           88 CP-NO-VALIDO            VALUE 'N'.
      *
       01 CAB-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'CAMBIOS DE LA CENTRAL NO APLICADOS      '.
           05 FILLER                  PIC X(10) VALUE '  PAGINA: '.
           05 CAB1-PAGINA             PIC ZZZ9.
       01 CAB-FICHERO.
           05 FILLER                  PIC X(10) VALUE 'FICHERO:  '.
           05 CABF-REMITENTE          PIC X(8).
           05 FILLER                  PIC X(13) VALUE '  SECUENCIA: '.
           05 CABF-SECUENCIA          PIC 9(6).
           05 FILLER                  PIC X(9)  VALUE '  FECHA: '.
           05 CABF-FECHA              PIC X(10).
           05 FILLER                  PIC X(22)
                  VALUE '  ULTIMO ENVIO LOCAL: '.
           05 CABF-ENVIO              PIC X(10).
       01 CAB-COLS.
           05 FILLER                  PIC X(11) VALUE 'CIF'.
           05 FILLER                  PIC X(4)  VALUE 'ACC'.
           05 FILLER                  PIC X(34) VALUE 'INCIDENCIA'.
           05 FILLER                  PIC X(4)  VALUE 'LOC'.
           05 FILLER                  PIC X(21)
                  VALUE 'FECHA/HORA LOCAL'.
           05 FILLER                  PIC X(10) VALUE 'OPERADOR'.
           05 FILLER                  PIC X(40) VALUE 'NOMBRE CENTRAL'.
       01 LINEA-DET.
           05 DET-CIF                 PIC X(9).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-ACCION              PIC X(1).
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 DET-MOTIVO              PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 DET-TEXTO               PIC X(31).
           05 DET-ACC-LOCAL           PIC X(1).
           05 FILLER                  PIC X(3)  VALUE SPACES.
           05 DET-FH-LOCAL            PIC X(19).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-OPERADOR            PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 DET-NOMBRE              PIC X(40).
       01 LIN-TOTAL.
           05 LIN-TOT-TEXTO           PIC X(30).
           05 LIN-TOT-VALOR           PIC Z,ZZZ,ZZ9.
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
           PERFORM LEER-ULTIMO-ENVIO.
           OPEN INPUT ENTRADA.
           OPEN OUTPUT INFORME.
           PERFORM NUEVA-PAGINA.
           PERFORM LEER-ENTRADA.
           PERFORM PROCESO-PRINCIPAL UNTIL FIN-ENTRADA
                                         OR ERROR-GRAVE.
           IF ERROR-GRAVE
              PERFORM ABORTAR-POR-ERROR-DB2
           ELSE
              PERFORM CIERRE-NORMAL
           END-IF.
           IF NERROR-GRAVE
              PERFORM ESCRIBIR-TOTALES
           END-IF.
           CLOSE ENTRADA INFORME.
           DISPLAY 'CENTCLI: REGISTROS LEIDOS:   ' WS-REG-LEIDOS.
           DISPLAY 'CENTCLI: ALTAS APLICADAS:    ' WS-TOT-ALTAS.
           DISPLAY 'CENTCLI: MODIFS APLICADAS:   ' WS-TOT-MODIFS.
           DISPLAY 'CENTCLI: BAJAS APLICADAS:    ' WS-TOT-BAJAS.
           DISPLAY 'CENTCLI: CONFLICTOS:         ' WS-TOT-CONFLICTOS.
           DISPLAY 'CENTCLI: RECHAZADOS:         ' WS-TOT-RECHAZOS.
           IF NERROR-GRAVE
              AND (WS-TOT-CONFLICTOS > 0 OR WS-TOT-RECHAZOS > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * VALIDACION PREVIA DEL FICHERO DE INTERCAMBIO, COMO EN LA
      * CARGA DE SUCURSAL; ADEMAS EL REMITENTE DEBE SER LA CENTRAL
      * (UN FICHERO DE SUCURSAL MONTADO AQUI POR ERROR SE RECHAZA)
       VALIDAR-FICHERO.
           PERFORM LEER-ENTRADA.
           IF FIN-ENTRADA OR REG-ENTRADA(1:3) NOT = 'CAB'
              MOVE 'FALTA LA CABECERA' TO WS-VAL-MSG
              PERFORM RECHAZAR-FICHERO
           END-IF.
           MOVE REG-ENTRADA(1:27) TO REG-CABECERA.
           IF CAB-REMITENTE NOT = WS-REMITENTE-CENTRAL
              MOVE 'EL REMITENTE NO ES LA CENTRAL' TO WS-VAL-MSG
              PERFORM RECHAZAR-FICHERO
           END-IF.
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
           DISPLAY 'CENTCLI: FICHERO ' CAB-REMITENTE
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
           DISPLAY 'CENTCLI: FICHERO RECHAZADO: ' WS-VAL-MSG.
           DISPLAY 'CENTCLI: NO SE APLICA NADA.'.
           MOVE 8 TO RETURN-CODE.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * ULTIMA SECUENCIA APLICADA, EN SU PROPIA FILA DE USRCTRL.
      * SI NO EXISTE SE CREA A CERO (PRIMER FICHERO DE LA CENTRAL)
       LEER-SECUENCIA.
           EXEC SQL
                SELECT ULTREG
                INTO  :DC-CTL-ULTREG
                FROM USRCTRL
                WHERE PROCESO = 'CENTSEC'
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
                             'CENTSEC'
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
      * FECHA DEL ULTIMO ENVIO CORRECTO A LA CENTRAL. SI MOVICLI NO
      * HA CORRIDO NUNCA, TODO LO LOCAL ESTA SIN ENVIAR
       LEER-ULTIMO-ENVIO.
           EXEC SQL
                SELECT FECHAULT
                INTO  :DC-CTL-FECHAULT
                FROM USRCTRL
                WHERE PROCESO = 'MOVICLI'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE DC-CTL-FECHAULT TO WS-FECHA-ENVIO
               WHEN SQLCODE = 100
                    MOVE '0001-01-01'    TO WS-FECHA-ENVIO
               WHEN OTHER
                    PERFORM ABORTAR-POR-ERROR-DB2
                    PERFORM ANOTAR-FIN
                    STOP RUN
           END-EVALUATE.
           DISPLAY 'CENTCLI: ULTIMO ENVIO DE MOVICLI: ' WS-FECHA-ENVIO.
      *
       PROCESO-PRINCIPAL.
      * LA CABECERA Y LA COLA YA QUEDARON VALIDADAS EN LA PRIMERA
      * PASADA: AQUI SOLO CUENTAN COMO REGISTROS LEIDOS
           ADD 1 TO WS-REG-LEIDOS.
           IF REG-ENTRADA(1:3) NOT = 'CAB'
              AND REG-ENTRADA(1:3) NOT = 'COL'
              PERFORM TRATAR-REGISTRO
           END-IF.
           IF NERROR-GRAVE
              PERFORM LEER-ENTRADA
           END-IF.
      *
       TRATAR-REGISTRO.
           MOVE ENT-CIF TO DC-CIF.
           PERFORM VALIDAR-CIF.
           EVALUATE TRUE
               WHEN ENT-ACCION NOT = 'A' AND NOT = 'M' AND NOT = 'B'
                    MOVE '01' TO WS-MOTIVO
                    PERFORM GRABAR-RECHAZO
               WHEN CIF-NO-VALIDO
                    MOVE '02' TO WS-MOTIVO
                    PERFORM GRABAR-RECHAZO
               WHEN OTHER
                    PERFORM BUSCAR-CONFLICTO
                    IF NERROR-GRAVE
                       PERFORM TRATAR-ACCION
                    END-IF
           END-EVALUATE.
      *
      * UN CIF CON ACTIVIDAD LOCAL QUE LA CENTRAL TODAVIA NO HA
      * RECIBIDO (ACCIONES A/M/B/R/X, LAS QUE ENVIA MOVICLI) O CON UN
      * CAMBIO EN LA COLA DE APROBACION NO SE PISA: LO RESUELVE UN
      * OPERADOR A LA VISTA DEL INFORME
       BUSCAR-CONFLICTO.
           MOVE 0 TO WS-CAMBIOS-LOCALES
                     WS-PENDIENTES.
           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-CAMBIOS-LOCALES
                FROM USRDATOS_AUD
                WHERE CIF = :DC-CIF
                  AND ACCION IN ('A', 'M', 'B', 'R', 'X')
                  AND DATE(FECHAHORA) >= :WS-FECHA-ENVIO
           END-EXEC.
           IF SQLCODE NOT = 0
              SET ERROR-GRAVE TO TRUE
           END-IF.
           IF NERROR-GRAVE AND WS-CAMBIOS-LOCALES = 0
              EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-PENDIENTES
                   FROM USRPEND
                   WHERE CIF = :DC-CIF
                     AND ESTADO = 'P'
              END-EXEC
              IF SQLCODE NOT = 0
                 SET ERROR-GRAVE TO TRUE
              END-IF
           END-IF.
      *
       TRATAR-ACCION.
           EVALUATE TRUE
               WHEN WS-CAMBIOS-LOCALES > 0
                    MOVE '10' TO WS-MOTIVO
                    PERFORM GRABAR-CONFLICTO
               WHEN WS-PENDIENTES > 0
                    MOVE '11' TO WS-MOTIVO
                    PERFORM GRABAR-CONFLICTO
               WHEN ENT-ACCION = 'B'
                    PERFORM TRATAR-BAJA
               WHEN OTHER
                    PERFORM TRATAR-ALTA-MOD
           END-EVALUATE.
      *
      * ALTAS Y MODIFICACIONES TRAEN DIRECCION: EL CODIGO POSTAL SE
      * VALIDA ANTES DE TOCAR LA TABLA Y LA PROVINCIA QUEDA DERIVADA
       TRATAR-ALTA-MOD.
           MOVE ENT-CP TO DC-CODPOSTAL.
           PERFORM VALIDAR-CODPOSTAL.
           IF CP-NO-VALIDO
              MOVE '05' TO WS-MOTIVO
              PERFORM GRABAR-RECHAZO
           ELSE
              IF ENT-ACCION = 'A'
                 PERFORM TRATAR-ALTA
              ELSE
                 PERFORM TRATAR-MOD
              END-IF
           END-IF.
      *
       VALIDAR-CODPOSTAL.
           SET CP-NO-VALIDO TO TRUE.
           IF DC-CODPOSTAL IS NUMERIC
               MOVE DC-CODPOSTAL(1:2) TO DC-PRV-CODPROV
               EXEC SQL
                    SELECT NOMBRE
                    INTO  :DC-PRV-NOMBRE
                    FROM USRPROV
                    WHERE CODPROV = :DC-PRV-CODPROV
               END-EXEC
               IF SQLCODE = 0
                   MOVE DC-PRV-NOMBRE TO DC-PROVINCIA
                   SET CP-VALIDO TO TRUE
               END-IF
           END-IF.
      *
      * LA DIRECCION DE UNA SOLA LINEA SE SIGUE MANTENIENDO COMO
      * COMPOSICION DE LAS PARTES, PARA LOS LISTADOS QUE LA USAN
       COMPONER-DIRECCION.
           MOVE SPACES TO DC-DIRECCION.
           STRING FUNCTION TRIM(DC-CALLE)     DELIMITED BY SIZE
                  ', '                        DELIMITED BY SIZE
                  FUNCTION TRIM(DC-POBLACION) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  DC-CODPOSTAL                DELIMITED BY SIZE
                  INTO DC-DIRECCION.
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
       TRATAR-ALTA.
           MOVE ENT-NOMBRE    TO DC-NOMBRE.
           MOVE ENT-CALLE     TO DC-CALLE.
           MOVE ENT-POBLACION TO DC-POBLACION.
           MOVE ENT-TLF       TO DC-TLF.
           MOVE ENT-CORREO    TO DC-CORREO.
           PERFORM COMPONER-DIRECCION.
           EXEC SQL
             INSERT
               INTO USRDATOS(
                    CIF
                  , NOMBRE
                  , DIRECCION
                  , CALLE
                  , POBLACION
                  , CODPOSTAL
                  , PROVINCIA
                  , TLF
                  , CORREO
                  , FECHAALTA
                  , FECHAMOD
                  , ESTADO)
               VALUES(
                    :DC-CIF
                  , :DC-NOMBRE
                  , :DC-DIRECCION
                  , :DC-CALLE
                  , :DC-POBLACION
                  , :DC-CODPOSTAL
                  , :DC-PROVINCIA
                  , :DC-TLF
                  , :DC-CORREO
                  , CURRENT DATE
                  , CURRENT DATE
                  , 'A')
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-TOT-ALTAS
                    PERFORM GRABAR-AUDITORIA
               WHEN SQLCODE = -803
                    MOVE '03' TO WS-MOTIVO
                    PERFORM GRABAR-RECHAZO
               WHEN OTHER
                    SET ERROR-GRAVE TO TRUE
           END-EVALUATE.
      *
      * LA CORRECCION DE LA CENTRAL TRAE DATOS DE CONTACTO REVISADOS:
      * SE LEVANTAN LAS MARCAS DE CONTACTO INVALIDO, COMO EN LA CARGA
       TRATAR-MOD.
           MOVE ENT-NOMBRE    TO DC-NOMBRE.
           MOVE ENT-CALLE     TO DC-CALLE.
           MOVE ENT-POBLACION TO DC-POBLACION.
           MOVE ENT-TLF       TO DC-TLF.
           MOVE ENT-CORREO    TO DC-CORREO.
           PERFORM COMPONER-DIRECCION.
           EXEC SQL
             UPDATE USRDATOS
                SET NOMBRE    = :DC-NOMBRE
                  , DIRECCION = :DC-DIRECCION
                  , CALLE     = :DC-CALLE
                  , POBLACION = :DC-POBLACION
                  , CODPOSTAL = :DC-CODPOSTAL
                  , PROVINCIA = :DC-PROVINCIA
                  , TLF       = :DC-TLF
                  , CORREO    = :DC-CORREO
                  , FECHAMOD  = CURRENT DATE
                  , INVCORREO = ' '
                  , INVDIREC  = ' '
              WHERE CIF = :DC-CIF
                AND ESTADO = 'A'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-TOT-MODIFS
                    PERFORM GRABAR-AUDITORIA
               WHEN SQLCODE = 100
                    MOVE '04' TO WS-MOTIVO
                    PERFORM GRABAR-RECHAZO
               WHEN OTHER
                    SET ERROR-GRAVE TO TRUE
           END-EVALUATE.
      *
      * LA BAJA ES LOGICA, COMO EN LA PANTALLA DE BAJAS
       TRATAR-BAJA.
           EXEC SQL
             UPDATE USRDATOS
                SET ESTADO    = 'B'
                  , FECHABAJA = CURRENT DATE
                  , FECHAMOD  = CURRENT DATE
              WHERE CIF = :DC-CIF
                AND ESTADO = 'A'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-TOT-BAJAS
                    PERFORM GRABAR-AUDITORIA
               WHEN SQLCODE = 100
                    MOVE '04' TO WS-MOTIVO
                    PERFORM GRABAR-RECHAZO
               WHEN OTHER
                    SET ERROR-GRAVE TO TRUE
           END-EVALUATE.
      *
      * REGISTRO DE AUDITORIA: TODO LO QUE VIENE DE LA CENTRAL SE
      * GRABA CON ACCION 'E', TERMINAL 'CENT' Y EL NUMERO DE
      * REGISTRO DEL FICHERO. MOVICLI SOLO ENVIA A/M/B/R/X, ASI QUE
      * ESTOS CAMBIOS NO VUELVEN A LA CENTRAL
       GRABAR-AUDITORIA.
           MOVE DC-CIF          TO DC-AUD-CIF.
           MOVE 'E'             TO DC-AUD-ACCION.
           MOVE 'CENT'          TO DC-AUD-TERMID.
           MOVE WS-REG-LEIDOS   TO DC-AUD-TASKN.
           MOVE 'CENTCLI'       TO DC-AUD-OPERADOR.
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
       GRABAR-RECHAZO.
           ADD 1 TO WS-TOT-RECHAZOS.
           MOVE SPACES TO DET-ACC-LOCAL
                          DET-FH-LOCAL
                          DET-OPERADOR.
           PERFORM ESCRIBIR-INCIDENCIA.
      *
      * EL CONFLICTO SE LISTA CON LA ULTIMA ACTIVIDAD LOCAL DEL CIF
      * (O LA SOLICITUD PENDIENTE) PARA QUE EL OPERADOR SEPA QUIEN
      * LO TOCO Y CUANDO
       GRABAR-CONFLICTO.
           ADD 1 TO WS-TOT-CONFLICTOS.
           MOVE SPACES TO DC-AUD-ACCION
                          DC-AUD-OPERADOR
                          WS-ULT-FECHAHORA.
           IF WS-MOTIVO = '10'
              EXEC SQL
                   SELECT ACCION
                        , CHAR(FECHAHORA)
                        , OPERADOR
                   INTO  :DC-AUD-ACCION
                       , :WS-ULT-FECHAHORA
                       , :DC-AUD-OPERADOR
                   FROM USRDATOS_AUD
                   WHERE CIF = :DC-CIF
                     AND ACCION IN ('A', 'M', 'B', 'R', 'X')
                     AND DATE(FECHAHORA) >= :WS-FECHA-ENVIO
                   ORDER BY FECHAHORA DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT TIPO
                        , CHAR(FECHASOL)
                        , OPERSOL
                   INTO  :DC-AUD-ACCION
                       , :WS-ULT-FECHAHORA
                       , :DC-AUD-OPERADOR
                   FROM USRPEND
                   WHERE CIF = :DC-CIF
                     AND ESTADO = 'P'
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           END-IF.
           IF SQLCODE < 0
              SET ERROR-GRAVE TO TRUE
           END-IF.
           MOVE DC-AUD-ACCION    TO DET-ACC-LOCAL.
           MOVE WS-ULT-FECHAHORA TO DET-FH-LOCAL.
           MOVE DC-AUD-OPERADOR  TO DET-OPERADOR.
           PERFORM ESCRIBIR-INCIDENCIA.
      *
       ESCRIBIR-INCIDENCIA.
           IF WS-LINEAS-PAGINA > WS-MAX-LINEAS
              PERFORM NUEVA-PAGINA
           END-IF.
           MOVE ENT-CIF    TO DET-CIF.
           MOVE ENT-ACCION TO DET-ACCION.
           MOVE WS-MOTIVO  TO DET-MOTIVO.
           EVALUATE WS-MOTIVO
               WHEN '01'
                    MOVE 'ACCION INVALIDA'        TO DET-TEXTO
               WHEN '02'
                    MOVE 'LETRA DEL CIF INCORRECTA' TO DET-TEXTO
               WHEN '03'
                    MOVE 'ALTA DE UN CIF QUE YA EXISTE' TO DET-TEXTO
               WHEN '04'
                    MOVE 'CLIENTE INEXISTENTE O EN BAJA' TO DET-TEXTO
               WHEN '05'
                    MOVE 'CODIGO POSTAL INVALIDO' TO DET-TEXTO
               WHEN '10'
                    MOVE 'CONFLICTO: CAMBIO LOCAL'  TO DET-TEXTO
               WHEN '11'
                    MOVE 'CONFLICTO: PEND. APROBAR' TO DET-TEXTO
           END-EVALUATE.
           MOVE ENT-NOMBRE TO DET-NOMBRE.
           WRITE LINEA-INFORME FROM LINEA-DET.
           ADD 1 TO WS-LINEAS-PAGINA.
      *
      * FIN LIMPIO: SE ANOTA LA SECUENCIA APLICADA Y SE CONFIRMA
      * TODO EL FICHERO EN LA MISMA UNIDAD DE TRABAJO
       CIERRE-NORMAL.
           MOVE CAB-SECUENCIA TO DC-CTL-ULTREG.
           EXEC SQL
             UPDATE USRCTRL
                SET ULTREG   = :DC-CTL-ULTREG
                  , FECHAULT = CURRENT DATE
              WHERE PROCESO = 'CENTSEC'
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
           MOVE 'ALTAS APLICADAS.............:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-ALTAS      TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'MODIFICACIONES APLICADAS....:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-MODIFS     TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'BAJAS APLICADAS.............:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-BAJAS      TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'CONFLICTOS SIN APLICAR......:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-CONFLICTOS TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'RECHAZADOS..................:' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-RECHAZOS   TO LIN-TOT-VALOR.
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
           MOVE CAB-REMITENTE  TO CABF-REMITENTE.
           MOVE CAB-SECUENCIA  TO CABF-SECUENCIA.
           MOVE CAB-FECHA      TO CABF-FECHA.
           MOVE WS-FECHA-ENVIO TO CABF-ENVIO.
           WRITE LINEA-INFORME FROM CAB-FICHERO.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           WRITE LINEA-INFORME FROM CAB-COLS.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 0 TO WS-LINEAS-PAGINA.
      *
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE-Z.
           DISPLAY 'CENTCLI: ERROR DB2 SQLCODE = ' WS-SQLCODE-Z.
           DISPLAY 'CENTCLI: ULTIMO REGISTRO LEIDO: ' WS-REG-LEIDOS.
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
           MOVE 'CENTCLI' TO DC-LOG-PROCESO.
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
              DISPLAY 'CENTCLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              COMPUTE DC-LOG-GRABADOS = WS-TOT-ALTAS + WS-TOT-MODIFS
                                      + WS-TOT-BAJAS
              COMPUTE DC-LOG-RECHAZADOS = WS-TOT-RECHAZOS
                                        + WS-TOT-CONFLICTOS
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
                 DISPLAY 'CENTCLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
