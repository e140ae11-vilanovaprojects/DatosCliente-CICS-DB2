      *  PROGRAMA BATCH DE CARGA MASIVA DE CLIENTES (FICHERO DE
      *  MOVIMIENTOS DE SUCURSAL: ALTAS, MODIFICACIONES Y BAJAS)
      *  COMMIT POR LOTES CON PUNTO DE REARRANQUE EN USRCTRL
      *  (UNA FILA POR SUCURSAL)
      *  LOS RECHAZOS SE GUARDAN EN USRRECH (EN LA MISMA UNIDAD DE
      *  TRABAJO QUE LOS DATOS) Y AL TERMINAR SE DEVUELVEN A LA
      *  SUCURSAL REMITENTE EN SU PROPIO FICHERO DE INTERCAMBIO.
      *  PARM = CODIGO DE LA SUCURSAL CUYO FICHERO SE CARGA (1 A 6
      *  POSICIONES): EL JCL LO USA PARA LA ENTRADA Y LA BASE GDG DE
      *  DEVOLUCIONES DE ESA SUCURSAL, EL REMITENTE DE LA CABECERA
      *  DEBE COINCIDIR Y DA NOMBRE A SUS FILAS DE USRCTRL.
      *  UN MOVIMIENTO APLICADO CIERRA LOS RECHAZOS PENDIENTES DEL
      *  MISMO CIF Y ACCION QUE ESA SUCURSAL TENIA DE CARGAS ANTERIORES
      *  ALTAS Y MODIFICACIONES PUEDEN TRAER EL CONSENTIMIENTO DE
      *  MARKETING DEL CLIENTE POR CANAL: CADA CAMBIO SE GRABA CON SU
      *  FECHA Y VIA Y DEJA UNA FILA EN USRCONS_AUD
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACLI.
           05  ENT-CP                  PIC X(5).
           05  ENT-TLF                 PIC X(9).
           05  ENT-CORREO              PIC X(40).
      * CONSENTIMIENTO DE MARKETING POR CANAL (1 POSTAL, 2 CORREO,
      * 3 TELEFONO): INDICADOR S/N (EN BLANCO, SIN CAMBIO), FECHA EN
      * QUE SE DIO O RETIRO (AAAA-MM-DD; EN BLANCO, LA DE LA CARGA)
      * Y VIA POR LA QUE LLEGO (EN BLANCO, 'O' OFICINA)
           05  ENT-CONS                OCCURS 3 TIMES.
               10  ENT-CONS-IND        PIC X(1).
               10  ENT-CONS-FECHA      PIC X(10).
               10  ENT-CONS-VIA        PIC X(1).
      * FICHERO DE DEVOLUCION A LA SUCURSAL: CABECERA Y COLA DEL
      * CONVENIO Y, EN MEDIO, CADA MOVIMIENTO RECHAZADO TAL COMO
      * LLEGO, CON EL CODIGO DE MOTIVO Y SU TEXTO
       FD  RECHAZOS
           RECORDING MODE IS F.
       01  REG-RECHAZO.
           05  RCH-DATOS               PIC X(210).
           05  RCH-MOTIVO              PIC X(2).
           05  RCH-TEXTO               PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01 FILLER PIC X(20) VALUE 'USRDA678901234567890'.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'RECHA678901234567890'.
           EXEC SQL
                INCLUDE USRRECH
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'CONSE678901234567890'.
           EXEC SQL
                INCLUDE USRCONS_AUD
           END-EXEC.
      *
      * RECHAZOS DEL FICHERO QUE SE ESTA CARGANDO, EN EL ORDEN EN
      * QUE LLEGARON, PARA EL FICHERO DE DEVOLUCION. INCLUYE LOS YA
      * GRABADOS POR UNA EJECUCION ANTERIOR SI HUBO REARRANQUE
           EXEC SQL
               DECLARE CURSRCH CURSOR FOR
                SELECT MOTIVO
                     , DATOS
                  FROM USRRECH
                 WHERE REMITENTE = :DC-RCH-REMITENTE
                   AND SECUENCIA = :DC-RCH-SECUENCIA
                 ORDER BY NUMREG
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
      * REGISTROS DE CONTROL DEL INTERCAMBIO (CABECERA Y COLA)
       COPY CABCOLA.
      * ESTADO DE LA VALIDACION PREVIA DEL FICHERO: LA SECUENCIA YA
      * APLICADA SE GUARDA EN USRCTRL BAJO EL PROCESO 'CS' MAS EL
      * CODIGO DE LA SUCURSAL (CADA SUCURSAL NUMERA SUS FICHEROS)
       01 WS-SEC-ULTIMA                PIC S9(9) COMP VALUE 0.
       01 WS-VAL-DETALLES              PIC 9(9) VALUE 0.
       01 WS-VAL-MSG                   PIC X(40).
       01 WS-VAL-COLA                  PIC X(1) VALUE 'N'.
           88 VISTO-COLA              VALUE 'S'.
           88 NVISTO-COLA             VALUE 'N'.
      * SUCURSAL DEL PARM, LA QUE DEBE REMITIR EL FICHERO, Y LAS
      * CLAVES DE SUS FILAS DE USRCTRL: 'CS' + SUCURSAL PARA LA
      * SECUENCIA APLICADA Y 'CR' + SUCURSAL PARA EL REARRANQUE
       01 WS-SUCURSAL                  PIC X(8) VALUE SPACES.
       01 WS-CTL-SEC                   PIC X(8) VALUE SPACES.
       01 WS-CTL-REARR                 PIC X(8) VALUE SPACES.
      *
       01 WS-FIN-ENTRADA               PIC X(1) VALUE 'N'.
           88 FIN-ENTRADA             VALUE 'Y'.
       01 WS-ERROR-GRAVE               PIC X(1) VALUE 'N'.
           88 ERROR-GRAVE             VALUE 'Y'.
           88 NERROR-GRAVE            VALUE 'N'.
      * MOTIVOS DE RECHAZO (SE GRABAN EN USRRECH Y VUELVEN A LA
      * SUCURSAL, CODIGO Y TEXTO, PARA QUE CORRIJA Y REENVIE)
      *   01 = CODIGO DE ACCION INVALIDO
      *   02 = CIF CON LETRA DE CONTROL INCORRECTA
      *   03 = ALTA DE UN CIF QUE YA EXISTE
      *   04 = MODIFICACION/BAJA DE UN CLIENTE INEXISTENTE O QUE
      *        YA ESTA EN BAJA
      *   05 = CODIGO POSTAL INVALIDO O PROVINCIA DESCONOCIDA
      *   06 = CONSENTIMIENTO DE MARKETING CON INDICADOR, FECHA O
      *        VIA INVALIDOS
       01 WS-MOTIVO                    PIC X(2).
       01 WS-MOTIVO-N REDEFINES WS-MOTIVO PIC 9(2).
       01 TEXTOS-MOTIVOS.
           05 FILLER                  PIC X(40)
                  VALUE 'CODIGO DE ACCION INVALIDO'.
           05 FILLER                  PIC X(40)
                  VALUE 'CIF CON LETRA DE CONTROL INCORRECTA'.
           05 FILLER                  PIC X(40)
                  VALUE 'ALTA DE UN CIF QUE YA EXISTE'.
           05 FILLER                  PIC X(40)
                  VALUE 'CLIENTE INEXISTENTE O YA EN BAJA'.
           05 FILLER                  PIC X(40)
                  VALUE 'COD. POSTAL INVALIDO O SIN PROVINCIA'.
           05 FILLER                  PIC X(40)
                  VALUE 'CONSENTIMIENTO INVALIDO'.
       01 TABLA-MOTIVOS REDEFINES TEXTOS-MOTIVOS.
           05 TEXTO-MOTIVO            PIC X(40) OCCURS 6.
      *
      * FICHERO DE DEVOLUCION
       01 WS-FECHA-HOY                 PIC X(10).
       01 WS-TOT-DEVUELTOS             PIC 9(9) VALUE 0.
       01 WS-TOT-CERRADOS              PIC 9(7) VALUE 0.
       01 WS-NUM-CERRADOS              PIC S9(9) COMP VALUE 0.
      *
      * TAMANO DEL LOTE DE COMMIT: CADA WS-TAM-LOTE REGISTROS SE
      * GRABA EL PUNTO DE REARRANQUE EN USRCTRL Y SE HACE COMMIT
           88 CP-VALIDO               VALUE 'S'.
           88 CP-NO-VALIDO            VALUE 'N'.
      *
      * CONSENTIMIENTO DE MARKETING: INDICADORES GRABADOS DEL
      * CLIENTE POR CANAL Y VALIDACION DE LO QUE TRAE EL MOVIMIENTO
       01 WS-CONS-ACTUAL.
           05 WS-CAC-IND              PIC X(1) OCCURS 3.
       01 WS-CODIGOS-CANAL            PIC X(3) VALUE 'PCT'.
       01 WS-K                        PIC 9(1).
       01 WS-CONS-VIA                 PIC X(1).
           88 VIA-CONS-VALIDA         VALUE 'O' 'T' 'W' 'P'.
       01 WS-CONS-ANO                 PIC 9(4).
       01 WS-CONS-MES                 PIC 9(2).
       01 WS-CONS-DIA                 PIC 9(2).
       01 WS-CONS-VALIDO              PIC X(1).
           88 CONS-VALIDO             VALUE 'S'.
           88 CONS-NO-VALIDO          VALUE 'N'.
       01 WS-TOT-CONSENT              PIC 9(7) VALUE 0.
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
           PERFORM FIJAR-SUCURSAL.
      * PRIMERA PASADA: SE VALIDAN CABECERA, COLA, RECUENTO Y
      * SECUENCIA SIN TOCAR LAS TABLAS; SOLO SI EL FICHERO ES BUENO
      * SE REABRE Y SE APLICA
           OPEN INPUT ENTRADA.
           PERFORM VALIDAR-FICHERO.
           CLOSE ENTRADA.
           PERFORM LEER-FECHA-HOY.
           MOVE CAB-REMITENTE TO DC-RCH-REMITENTE.
           MOVE CAB-SECUENCIA TO DC-RCH-SECUENCIA.
           SET NFIN-ENTRADA TO TRUE.
           OPEN INPUT ENTRADA.
           PERFORM LEER-CONTROL.
           PERFORM LEER-ENTRADA.
           PERFORM PROCESO-PRINCIPAL UNTIL FIN-ENTRADA
           ELSE
              PERFORM CIERRE-NORMAL
           END-IF.
           CLOSE ENTRADA.
      * LA DEVOLUCION SE ESCRIBE CON LA CARGA YA CONFIRMADA: SI EL
      * JOB CAE ANTES, EL REARRANQUE LA GENERA COMPLETA DESDE USRRECH
           IF NERROR-GRAVE
              PERFORM DEVOLVER-RECHAZOS
           END-IF.
           DISPLAY 'CARGACLI: REGISTROS LEIDOS:   ' WS-REG-LEIDOS.
           DISPLAY 'CARGACLI: SALTADOS (REARR.):  ' WS-TOT-SALTADOS.
           DISPLAY 'CARGACLI: ALTAS APLICADAS:    ' WS-TOT-ALTAS.
           DISPLAY 'CARGACLI: MODIFS APLICADAS:   ' WS-TOT-MODIFS.
           DISPLAY 'CARGACLI: BAJAS APLICADAS:    ' WS-TOT-BAJAS.
           DISPLAY 'CARGACLI: RECHAZADOS:         ' WS-TOT-RECHAZOS.
           DISPLAY 'CARGACLI: DEVUELTOS SUCURSAL: ' WS-TOT-DEVUELTOS.
           DISPLAY 'CARGACLI: RECHAZOS CERRADOS:  ' WS-TOT-CERRADOS.
           DISPLAY 'CARGACLI: CONSENTIM. CAMBIOS: ' WS-TOT-CONSENT.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * EL PARM ES EL CODIGO DE SUCURSAL (1 A 6 POSICIONES, LAS QUE
      * CABEN DETRAS DEL PREFIJO EN EL PROCESO DE USRCTRL)
       FIJAR-SUCURSAL.
           IF PARM-LON < 1 OR PARM-LON > 6
              DISPLAY 'CARGACLI: PARM INVALIDO, USE EL CODIGO '
                      'DE LA SUCURSAL'
              MOVE 8 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE PARM-TEXTO(1:PARM-LON) TO WS-SUCURSAL.
           MOVE 'CS'               TO WS-CTL-SEC(1:2).
           MOVE WS-SUCURSAL(1:6)   TO WS-CTL-SEC(3:6).
           MOVE 'CR'               TO WS-CTL-REARR(1:2).
           MOVE WS-SUCURSAL(1:6)   TO WS-CTL-REARR(3:6).
           DISPLAY 'CARGACLI: SUCURSAL ' WS-SUCURSAL.
      *
      * VALIDACION PREVIA DEL FICHERO DE INTERCAMBIO: LA CABECERA
      * DEBE ABRIRLO Y VENIR DE LA SUCURSAL DEL PARM, LA COLA
      * CERRARLO, EL RECUENTO CUADRAR Y LA SECUENCIA NO HABER SIDO
      * APLICADA YA (UN FICHERO MONTADO DOS NOCHES SEGUIDAS SE
      * RECHAZA AQUI, NO SE DESHACE POR MENU04)
       VALIDAR-FICHERO.
           PERFORM LEER-ENTRADA.
           IF FIN-ENTRADA OR REG-ENTRADA(1:3) NOT = 'CAB'
              PERFORM RECHAZAR-FICHERO
           END-IF.
           MOVE REG-ENTRADA(1:27) TO REG-CABECERA.
           IF CAB-REMITENTE NOT = WS-SUCURSAL
              MOVE 'REMITENTE DISTINTO DE LA SUCURSAL' TO WS-VAL-MSG
              PERFORM RECHAZAR-FICHERO
           END-IF.
           IF CAB-SECUENCIA NOT NUMERIC
              MOVE 'SECUENCIA NO NUMERICA' TO WS-VAL-MSG
              PERFORM RECHAZAR-FICHERO
           DISPLAY 'CARGACLI: FICHERO RECHAZADO: ' WS-VAL-MSG.
           DISPLAY 'CARGACLI: NO SE APLICA NADA.'.
           MOVE 8 TO RETURN-CODE.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
      * FECHA DE LA CARGA: CABECERA DE LA DEVOLUCION Y FECHA DEL
      * CONSENTIMIENTO QUE LLEGA SIN ELLA
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
      * ULTIMA SECUENCIA APLICADA DE LA SUCURSAL, EN SU PROPIA FILA
      * DE USRCTRL. SI NO EXISTE SE CREA A CERO (PRIMER FICHERO DEL
      * CONVENIO CON ESA SUCURSAL)
       LEER-SECUENCIA.
           EXEC SQL
                SELECT ULTREG
                INTO  :DC-CTL-ULTREG
                FROM USRCTRL
                WHERE PROCESO = :WS-CTL-SEC
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                           , ULTREG
                           , FECHAULT)
                        VALUES(
                             :WS-CTL-SEC
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
      * LEE EL PUNTO DE REARRANQUE DE LA SUCURSAL: EL DE OTRA NO
      * VALE PARA ESTE FICHERO. SI NO TIENE FILA DE CONTROL TODAVIA
      * SE CREA CON ULTREG = 0 (PRIMERA EJECUCION)
       LEER-CONTROL.
           EXEC SQL
                SELECT ULTREG
                INTO  :DC-CTL-ULTREG
                FROM USRCTRL
                WHERE PROCESO = :WS-CTL-REARR
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                           , ULTREG
                           , FECHAULT)
                        VALUES(
                             :WS-CTL-REARR
                           , 0
                           , CURRENT DATE)
                    END-EXEC
       TRATAR-ALTA-MOD.
           MOVE ENT-CP TO DC-CODPOSTAL.
           PERFORM VALIDAR-CODPOSTAL.
           PERFORM VALIDAR-CONSENTIMIENTO.
           EVALUATE TRUE
               WHEN CP-NO-VALIDO
                    MOVE '05' TO WS-MOTIVO
                    PERFORM GRABAR-RECHAZO
               WHEN CONS-NO-VALIDO
                    MOVE '06' TO WS-MOTIVO
                    PERFORM GRABAR-RECHAZO
               WHEN ENT-ACCION = 'A'
                    PERFORM TRATAR-ALTA
               WHEN OTHER
                    PERFORM TRATAR-MOD
           END-EVALUATE.
      *
      * CADA CANAL CON INDICADOR DEBE TRAER S O N, UNA VIA CONOCIDA
      * (O EN BLANCO) Y UNA FECHA AAAA-MM-DD EXISTENTE (O EN BLANCO):
      * UNA FECHA IMPOSIBLE HARIA FALLAR EL UPDATE Y PARARIA LA CARGA
       VALIDAR-CONSENTIMIENTO.
           SET CONS-VALIDO TO TRUE.
           PERFORM VALIDAR-CANAL-CONS VARYING WS-K FROM 1 BY 1
                                      UNTIL WS-K > 3.
      *
       VALIDAR-CANAL-CONS.
           MOVE ENT-CONS-VIA(WS-K) TO WS-CONS-VIA.
           EVALUATE TRUE
               WHEN ENT-CONS-IND(WS-K) = SPACE
                    CONTINUE
               WHEN ENT-CONS-IND(WS-K) NOT = 'S'
                AND ENT-CONS-IND(WS-K) NOT = 'N'
                    SET CONS-NO-VALIDO TO TRUE
               WHEN WS-CONS-VIA NOT = SPACE AND NOT VIA-CONS-VALIDA
                    SET CONS-NO-VALIDO TO TRUE
               WHEN ENT-CONS-FECHA(WS-K) = SPACES
                    CONTINUE
               WHEN ENT-CONS-FECHA(WS-K)(1:4) IS NOT NUMERIC
                 OR ENT-CONS-FECHA(WS-K)(5:1) NOT = '-'
                 OR ENT-CONS-FECHA(WS-K)(6:2) IS NOT NUMERIC
                 OR ENT-CONS-FECHA(WS-K)(8:1) NOT = '-'
                 OR ENT-CONS-FECHA(WS-K)(9:2) IS NOT NUMERIC
                    SET CONS-NO-VALIDO TO TRUE
               WHEN OTHER
                    PERFORM VALIDAR-FECHA-CONS
           END-EVALUATE.
      *
       VALIDAR-FECHA-CONS.
           MOVE ENT-CONS-FECHA(WS-K)(1:4) TO WS-CONS-ANO.
           MOVE ENT-CONS-FECHA(WS-K)(6:2) TO WS-CONS-MES.
           MOVE ENT-CONS-FECHA(WS-K)(9:2) TO WS-CONS-DIA.
           EVALUATE TRUE
               WHEN WS-CONS-ANO < 1900
                 OR WS-CONS-MES < 1 OR WS-CONS-MES > 12
                 OR WS-CONS-DIA < 1 OR WS-CONS-DIA > 31
                    SET CONS-NO-VALIDO TO TRUE
               WHEN (WS-CONS-MES = 4 OR 6 OR 9 OR 11)
                AND WS-CONS-DIA > 30
                    SET CONS-NO-VALIDO TO TRUE
               WHEN WS-CONS-MES = 2 AND WS-CONS-DIA > 29
                    SET CONS-NO-VALIDO TO TRUE
               WHEN WS-CONS-MES = 2 AND WS-CONS-DIA = 29
                AND FUNCTION MOD(WS-CONS-ANO, 4) NOT = 0
                    SET CONS-NO-VALIDO TO TRUE
           END-EVALUATE.
      *
       VALIDAR-CODPOSTAL.
           SET CP-NO-VALIDO TO TRUE.
                    ADD 1 TO WS-TOT-ALTAS
                    MOVE 'A' TO DC-AUD-ACCION
                    PERFORM GRABAR-AUDITORIA
                    PERFORM CERRAR-RECHAZOS
                    PERFORM APLICAR-CONSENTIMIENTO
               WHEN SQLCODE = -803
                    MOVE '03' TO WS-MOTIVO
                    PERFORM GRABAR-RECHAZO
                    ADD 1 TO WS-TOT-MODIFS
                    MOVE 'M' TO DC-AUD-ACCION
                    PERFORM GRABAR-AUDITORIA
                    PERFORM CERRAR-RECHAZOS
                    PERFORM APLICAR-CONSENTIMIENTO
               WHEN SQLCODE = 100
                    MOVE '04' TO WS-MOTIVO
                    PERFORM GRABAR-RECHAZO
                    ADD 1 TO WS-TOT-BAJAS
                    MOVE 'B' TO DC-AUD-ACCION
                    PERFORM GRABAR-AUDITORIA
                    PERFORM CERRAR-RECHAZOS
               WHEN SQLCODE = 100
                    MOVE '04' TO WS-MOTIVO
                    PERFORM GRABAR-RECHAZO
              SET ERROR-GRAVE TO TRUE
           END-IF.
      *
      * EL RECHAZO SE GUARDA EN USRRECH DENTRO DEL LOTE: UN
      * REARRANQUE NO LO DUPLICA NI LO PIERDE. QUEDA PENDIENTE HASTA
      * QUE LA SUCURSAL LO REENVIE CORREGIDO O SE DE POR ABANDONADO
       GRABAR-RECHAZO.
           MOVE WS-REG-LEIDOS TO DC-RCH-NUMREG.
           MOVE ENT-CIF       TO DC-RCH-CIF.
           MOVE ENT-ACCION    TO DC-RCH-ACCION.
           MOVE WS-MOTIVO     TO DC-RCH-MOTIVO.
           MOVE REG-ENTRADA   TO DC-RCH-DATOS.
           EXEC SQL
             INSERT
               INTO USRRECH(
                    REMITENTE
                  , SECUENCIA
                  , NUMREG
                  , CIF
                  , ACCION
                  , MOTIVO
                  , DATOS
                  , FECHARECH
                  , ESTADO)
               VALUES(
                    :DC-RCH-REMITENTE
                  , :DC-RCH-SECUENCIA
                  , :DC-RCH-NUMREG
                  , :DC-RCH-CIF
                  , :DC-RCH-ACCION
                  , :DC-RCH-MOTIVO
                  , :DC-RCH-DATOS
                  , CURRENT TIMESTAMP
                  , 'P')
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-TOT-RECHAZOS
           ELSE
              SET ERROR-GRAVE TO TRUE
           END-IF.
      *
      * UN MOVIMIENTO APLICADO CIERRA COMO REENVIADOS LOS RECHAZOS
      * PENDIENTES DEL MISMO CIF Y ACCION QUE LA MISMA SUCURSAL
      * TENIA DE FICHEROS ANTERIORES
       CERRAR-RECHAZOS.
           IF NERROR-GRAVE
              EXEC SQL
                UPDATE USRRECH
                   SET ESTADO      = 'R'
                     , FECHACIERRE = CURRENT TIMESTAMP
                     , SECCIERRE   = :DC-RCH-SECUENCIA
                 WHERE REMITENTE = :DC-RCH-REMITENTE
                   AND CIF       = :DC-CIF
                   AND ACCION    = :DC-AUD-ACCION
                   AND ESTADO    = 'P'
                   AND SECUENCIA < :DC-RCH-SECUENCIA
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                       MOVE SQLERRD(3) TO WS-NUM-CERRADOS
                       ADD WS-NUM-CERRADOS TO WS-TOT-CERRADOS
                  WHEN SQLCODE = 100
                       CONTINUE
                  WHEN OTHER
                       SET ERROR-GRAVE TO TRUE
              END-EVALUATE
           END-IF.
      *
      * ALTA O MODIFICACION YA GRABADA: CADA CANAL QUE LLEGA CON UN
      * INDICADOR DISTINTO DEL GRABADO SE ACTUALIZA CON SU FECHA Y
      * SU VIA Y DEJA SU FILA EN USRCONS_AUD (EL MISMO INDICADOR
      * REPETIDO NO ES UN CAMBIO Y CONSERVA LA FECHA QUE TENIA)
       APLICAR-CONSENTIMIENTO.
           IF NERROR-GRAVE
              MOVE SPACES TO WS-CONS-ACTUAL
              EXEC SQL
                   SELECT CONSPOSTAL
                        , CONSCORREO
                        , CONSTLF
                   INTO  :DC-CONSPOSTAL
                        , :DC-CONSCORREO
                        , :DC-CONSTLF
                   FROM USRDATOS
                   WHERE CIF = :DC-CIF
              END-EXEC
              IF SQLCODE = 0
                 MOVE DC-CONSPOSTAL TO WS-CAC-IND(1)
                 MOVE DC-CONSCORREO TO WS-CAC-IND(2)
                 MOVE DC-CONSTLF    TO WS-CAC-IND(3)
                 PERFORM APLICAR-CANAL-CONS VARYING WS-K FROM 1 BY 1
                                 UNTIL WS-K > 3 OR ERROR-GRAVE
              ELSE
                 SET ERROR-GRAVE TO TRUE
              END-IF
           END-IF.
      *
       APLICAR-CANAL-CONS.
           IF ENT-CONS-IND(WS-K) NOT = SPACE
              AND ENT-CONS-IND(WS-K) NOT = WS-CAC-IND(WS-K)
              MOVE DC-CIF                   TO DC-CSA-CIF
              MOVE 0                        TO DC-CSA-SECCONT
              MOVE WS-CODIGOS-CANAL(WS-K:1) TO DC-CSA-CANAL
              MOVE WS-CAC-IND(WS-K)         TO DC-CSA-CONSANT
              MOVE ENT-CONS-IND(WS-K)       TO DC-CSA-CONSNUE
              MOVE ENT-CONS-FECHA(WS-K)     TO DC-CSA-FECHACONS
              MOVE ENT-CONS-VIA(WS-K)       TO DC-CSA-VIA
              IF DC-CSA-FECHACONS = SPACES
                 MOVE WS-FECHA-HOY TO DC-CSA-FECHACONS
              END-IF
              IF DC-CSA-VIA = SPACE
                 MOVE 'O' TO DC-CSA-VIA
              END-IF
              EVALUATE WS-K
                WHEN 1
                  EXEC SQL
                    UPDATE USRDATOS
                       SET CONSPOSTAL = :DC-CSA-CONSNUE
                         , FECPOSTAL  = :DC-CSA-FECHACONS
                         , VIAPOSTAL  = :DC-CSA-VIA
                     WHERE CIF = :DC-CSA-CIF
                  END-EXEC
                WHEN 2
                  EXEC SQL
                    UPDATE USRDATOS
                       SET CONSCORREO = :DC-CSA-CONSNUE
                         , FECCORREO  = :DC-CSA-FECHACONS
                         , VIACORREO  = :DC-CSA-VIA
                     WHERE CIF = :DC-CSA-CIF
                  END-EXEC
                WHEN 3
                  EXEC SQL
                    UPDATE USRDATOS
                       SET CONSTLF    = :DC-CSA-CONSNUE
                         , FECTLF     = :DC-CSA-FECHACONS
                         , VIATLF     = :DC-CSA-VIA
                     WHERE CIF = :DC-CSA-CIF
                  END-EXEC
              END-EVALUATE
              IF SQLCODE = 0
                 PERFORM AUDITAR-CONSENTIMIENTO
              ELSE
                 SET ERROR-GRAVE TO TRUE
              END-IF
           END-IF.
      *
      * COMO EN GRABAR-AUDITORIA: TERMINAL 'CARG' Y EL PROGRAMA
       AUDITAR-CONSENTIMIENTO.
           MOVE 'CARG'     TO DC-CSA-TERMID.
           MOVE 'CARGACLI' TO DC-CSA-OPERADOR.
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
               VALUES(
                    :DC-CSA-CIF
                  , :DC-CSA-SECCONT
                  , :DC-CSA-CANAL
                  , :DC-CSA-CONSANT
                  , :DC-CSA-CONSNUE
                  , :DC-CSA-FECHACONS
                  , :DC-CSA-VIA
                  , CURRENT TIMESTAMP
                  , :DC-CSA-TERMID
                  , :DC-CSA-OPERADOR)
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-TOT-CONSENT
           ELSE
              SET ERROR-GRAVE TO TRUE
           END-IF.
      *
      * PUNTO DE REARRANQUE: EL CONTADOR DE REGISTROS CONFIRMADOS
      * VIAJA EN LA MISMA UNIDAD DE TRABAJO QUE LOS DATOS, ASI UN
           EXEC SQL
             UPDATE USRCTRL
                SET ULTREG = :DC-CTL-ULTREG
              WHERE PROCESO = :WS-CTL-REARR
           END-EXEC.
           IF SQLCODE NOT = 0
              SET ERROR-GRAVE TO TRUE
             UPDATE USRCTRL
                SET ULTREG   = :DC-CTL-ULTREG
                  , FECHAULT = CURRENT DATE
              WHERE PROCESO = :WS-CTL-SEC
           END-EXEC.
           IF SQLCODE NOT = 0
              SET ERROR-GRAVE TO TRUE
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL
             UPDATE USRCTRL
                SET ULTREG   = 0
                  , FECHAULT = CURRENT DATE
              WHERE PROCESO = :WS-CTL-REARR
           END-EXEC.
           IF SQLCODE NOT = 0
              SET ERROR-GRAVE TO TRUE
                 PERFORM ABORTAR-POR-ERROR-DB2
              END-IF
           END-IF.
      *
      * FICHERO DE DEVOLUCION DE LA SUCURSAL: VA A LA BASE GDG DE
      * DEVOLUCIONES DE ESA SUCURSAL (EL JCL LA TOMA DEL MISMO
      * CODIGO QUE EL PARM). LA CABECERA LLEVA COMO REMITENTE
      * 'DATOSCLI', COMO TODO FICHERO QUE SALE DE LA APLICACION, Y
      * LA SECUENCIA DEL FICHERO AL QUE RESPONDE, CON LA FECHA DE
      * HOY; LA COLA, EL NUMERO DE RECHAZOS DEVUELTOS. UN FICHERO
      * SIN RECHAZOS SE ENVIA IGUAL, COMO ACUSE DE LA CARGA
       DEVOLVER-RECHAZOS.
           OPEN OUTPUT RECHAZOS.
           PERFORM ESCRIBIR-CABECERA.
           EXEC SQL OPEN CURSRCH END-EXEC.
           PERFORM LEER-RECHAZO.
           PERFORM ESCRIBIR-RECHAZO UNTIL SQLCODE NOT = 0.
           IF SQLCODE = 100
              EXEC SQL CLOSE CURSRCH END-EXEC
              PERFORM ESCRIBIR-COLA
           ELSE
              PERFORM ERROR-DEVOLUCION
           END-IF.
           CLOSE RECHAZOS.
      *
       ESCRIBIR-CABECERA.
           MOVE 'CAB'        TO CAB-TIPO.
           MOVE 'DATOSCLI'   TO CAB-REMITENTE.
           MOVE WS-FECHA-HOY TO CAB-FECHA.
           MOVE SPACES TO REG-RECHAZO.
           MOVE REG-CABECERA TO REG-RECHAZO(1:27).
           WRITE REG-RECHAZO.
      *
       LEER-RECHAZO.
           EXEC SQL
                FETCH CURSRCH
                INTO  :DC-RCH-MOTIVO
                    , :DC-RCH-DATOS
           END-EXEC.
      *
       ESCRIBIR-RECHAZO.
           MOVE SPACES        TO REG-RECHAZO.
           MOVE DC-RCH-DATOS  TO RCH-DATOS.
           MOVE DC-RCH-MOTIVO TO RCH-MOTIVO.
           MOVE DC-RCH-MOTIVO TO WS-MOTIVO.
           IF WS-MOTIVO IS NUMERIC
              IF WS-MOTIVO-N > 0 AND WS-MOTIVO-N NOT > 6
                 MOVE TEXTO-MOTIVO(WS-MOTIVO-N) TO RCH-TEXTO
              END-IF
           END-IF.
           WRITE REG-RECHAZO.
           ADD 1 TO WS-TOT-DEVUELTOS.
           PERFORM LEER-RECHAZO.
      *
       ESCRIBIR-COLA.
           MOVE 'COL'            TO COL-TIPO.
           MOVE WS-TOT-DEVUELTOS TO COL-RECUENTO.
           MOVE SPACES TO REG-RECHAZO.
           MOVE REG-COLA TO REG-RECHAZO(1:12).
           WRITE REG-RECHAZO.
      *
      * LA CARGA YA ESTA CONFIRMADA: NO SE DESHACE NADA. LA SUCURSAL
      * SE QUEDA SIN DEVOLUCION, PERO LOS RECHAZOS ESTAN EN USRRECH
      * (LISTADO RECHCLI)
       ERROR-DEVOLUCION.
           MOVE SQLCODE TO WS-SQLCODE-Z.
           DISPLAY 'CARGACLI: ERROR DB2 SQLCODE = ' WS-SQLCODE-Z.
           DISPLAY 'CARGACLI: CARGA APLICADA, FICHERO DE DEVOLUCION'
                   ' INCOMPLETO'.
           MOVE 16 TO RETURN-CODE.
      *
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE-Z.
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
           MOVE 'CARGACLI' TO DC-LOG-PROCESO.
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
              MOVE SQLCODE TO WS-SQLCODE-Z
              DISPLAY 'CARGACLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOT-RECHAZOS    TO DC-LOG-RECHAZADOS
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
                 DISPLAY 'CARGACLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
