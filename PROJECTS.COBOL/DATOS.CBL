       COPY MENU08.
       COPY MENU09.
       COPY MENU10.
       COPY MENU11.
       COPY MENU12.
       COPY MENU13.
       COPY MENU14.
      *==============================================================
      * FIN DE LA COPY DEL MAPA GENERADO
      *==============================================================
         05 DATACTLFEC          PIC X(10).
         05 DATACTLPROCS.
           10 DATACTLPROC         OCCURS 8 TIMES PIC X(8).
      * PANTALLA DE OPERADORES (MENU11): MARCADOR DESDE EL QUE SE
      * CONSTRUYO LA PAGINA EN PANTALLA (OPERADOR > MARCADOR) Y
      * OPERADOR DE CADA FILA MOSTRADA, PARA LA SELECCION DE LINEA
         05 DATAOPEPRI          PIC X(8).
         05 DATAOPES.
           10 DATAOPELIN          OCCURS 8 TIMES PIC X(8).
      * COLA DE CAMBIOS PENDIENTES (MENU13/MENU14): MARCADOR DESDE
      * EL QUE SE CONSTRUYO LA PAGINA (FECHA DE SOLICITUD Y CIF),
      * CLAVE DE CADA FILA MOSTRADA Y FECHA DE SOLICITUD DEL CAMBIO
      * QUE SE ESTA DECIDIENDO (SU CIF VIAJA EN DATASELCIF)
         05 DATAPENFHPRI        PIC X(26).
         05 DATAPENCIFPRI       PIC X(9).
         05 DATAPENS.
           10 DATAPENLIN          OCCURS 8 TIMES.
             15 DATAPENCIF          PIC X(9).
             15 DATAPENFH           PIC X(26).
         05 DATAPENFHSEL        PIC X(26).
      * CONSENTIMIENTO DE MARKETING TAL COMO SE LEYO EN CONSULTAMOD
      * (INDICADOR Y VIA DE LOS CANALES POSTAL, CORREO Y TELEFONO):
      * SOLO SE GRABAN LOS CANALES QUE EL OPERADOR CAMBIA Y SOLO SI
      * SIGUEN COMO SE LEYERON
         05 DATACONSANT         PIC X(6).
      *
       01 FILLER PIC X(20) VALUE 'TABLA678901234567890'.                
           EXEC SQL                                                     
       01 OPERADOR-SW                  PIC X(1).
           88 OPERADOR-OK             VALUE 'S'.
           88 OPERADOR-KO             VALUE 'N'.
      * POLITICA DE CLAVES: DIAS DE VIGENCIA DE UNA CLAVE Y NUMERO
      * DE CLAVES INCORRECTAS SEGUIDAS QUE BLOQUEAN AL OPERADOR
       01 DIAS-VIGENCIA-CLAVE          PIC S9(4) COMP VALUE 90.
       01 MAX-FALLOS-CLAVE             PIC S9(4) COMP VALUE 3.
       01 CLAVE-CADUCADA               PIC X(1).
           88 CLAVE-VENCIDA           VALUE 'S'.
           88 CLAVE-VIGENTE           VALUE 'N'.
      *
       01 FILLER PIC X(20) VALUE 'OPAUD678901234567890'.
           EXEC SQL
                INCLUDE USROPER_AUD
           END-EXEC.
       01 ACC-EVENTO                   PIC X(1).
       01 ACC-DETALLE                  PIC X(40).
      * LINEA DE PANTALLA DE UN OPERADOR (MENU11)
       01 LINEA-OPERADOR.
           05 LO-OPERADOR             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LO-NOMBRE               PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LO-PERFIL               PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LO-ESTADO               PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LO-FALLOS               PIC Z9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LO-FECHACLAVE           PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LO-CAMBIOCLAVE          PIC X(1).
      * LINEAS DE LA PAGINA DE OPERADORES EN CONSTRUCCION
       01 TABLA11.
         02 TABLAFILA11 OCCURS 8 TIMES.
           03 T11LINEA          PIC X(70).
       01 DC-BOOKOPE                   PIC X(8).
       01 OPEPRI-ANT                   PIC X(8).
      *
       01 FILLER PIC X(20) VALUE 'PENDI678901234567890'.
           EXEC SQL
                INCLUDE USRPEND
           END-EXEC.
      * OPERADOR QUE PIDIO EL CAMBIO QUE SE ESTA APROBANDO: CON
      * VALOR, GRABAR-AUDITORIA LO PONE COMO OPERADOR Y AL DE LA
      * SESION COMO APROBADOR
       01 AUD-SOLICITANTE              PIC X(8) VALUE SPACES.
       01 PEN-MENSAJE                  PIC X(30).
       01 PEN-CUENTA                   PIC S9(9) COMP.
      * LINEA DE PANTALLA DE UN CAMBIO PENDIENTE (MENU13)
       01 LINEA-PENDIENTE.
           05 LP-CIF                  PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LP-TIPO                 PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LP-OPERSOL              PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LP-FECHASOL             PIC X(16).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LP-NOMBRE               PIC X(30).
      * LINEAS DE LA PAGINA DE PENDIENTES EN CONSTRUCCION
       01 TABLA13.
         02 TABLAFILA13 OCCURS 8 TIMES.
           03 T13LINEA          PIC X(70).
       01 DC-BOOKPENFH                 PIC X(26).
       01 DC-BOOKPENCIF                PIC X(9).
       01 PENFHPRI-ANT                 PIC X(26).
       01 PENCIFPRI-ANT                PIC X(9).
      * MARCADOR DE PRIMERA PAGINA DE PENDIENTES: POR DEBAJO DE
      * CUALQUIER FECHA DE SOLICITUD REAL
       01 FECHAHORA-INICIO     PIC X(26)
              VALUE '0001-01-01-00.00.00.000000'.
      *
       01 FILLER PIC X(20) VALUE 'PROVI678901234567890'.
           EXEC SQL
           EXEC SQL
                INCLUDE USRCONT
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'CONSE678901234567890'.
           EXEC SQL
                INCLUDE USRCONS_AUD
           END-EXEC.
      * CONSENTIMIENTO DE MARKETING POR CANAL (1 POSTAL, 2 CORREO,
      * 3 TELEFONO): LO TECLEADO EN PANTALLA Y LO QUE HABIA GRABADO.
      * LOS CONTACTOS SOLO TIENEN CORREO Y TELEFONO (CANALES 2 Y 3)
       01 CONS-NUEVO.
         05 CNU-CANAL           OCCURS 3 TIMES.
           10 CNU-IND           PIC X(1).
           10 CNU-VIA           PIC X(1).
       01 CONS-ACTUAL.
         05 CAC-CANAL           OCCURS 3 TIMES.
           10 CAC-IND           PIC X(1).
           10 CAC-VIA           PIC X(1).
       01 CODIGOS-CANAL                PIC X(3) VALUE 'PCT'.
       01 CONS-PRIMERO                 PIC 9.
       01 CONS-CAMBIOS                 PIC 9.
       01 K                            PIC 9.
       01 CONS-VIA-ANT                 PIC X(1).
       01 CONS-VIA                     PIC X(1).
           88 VIA-CONS-VALIDA         VALUE 'O' 'T' 'W' 'P'.
       01 CONSVALIDO                   PIC X(1).
           88 CONS-VALIDO             VALUE 'S'.
           88 CONS-NO-VALIDO          VALUE 'N'.
       01 CONS-ERROR                   PIC X(30).
      *
       01 FILLER PIC X(20) VALUE 'CTRL5678901234567890'.
           EXEC SQL
           05 LT-FECHAULT             PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LT-TEXTO                PIC X(40).
      * ULTIMAS EJECUCIONES DEL PROCESO DE LA FILA ELEGIDA (MENU10):
      * LAS FILAS DE SECUENCIA (CENTSEC...) SE BUSCAN EN EL
      * REGISTRO POR LAS CUATRO PRIMERAS LETRAS DE SU PROGRAMA; LAS
      * DE LA CARGA DE SUCURSAL ('CR'/'CS' + CODIGO), POR 'CARG'
       01 FILLER PIC X(20) VALUE 'EJECU678901234567890'.
           EXEC SQL
                INCLUDE USRLOG
           END-EXEC.
       01 LOG-PREFIJO                 PIC X(4).
       01 LINEA-EJECUCION.
           05 LE-PROCESO              PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LE-INICIO               PIC X(16).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LE-PARM                 PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LE-RC                   PIC ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LE-ESTADO               PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LE-LEIDOS               PIC ZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LE-GRABADOS             PIC ZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LE-RECHAZADOS           PIC ZZZZZ9.
      * LINEAS DE LA PAGINA DE CONTROL EN CONSTRUCCION
       01 TABLA10.
         02 TABLAFILA10 OCCURS 8 TIMES.
       01 FECHA-MES                   PIC 99.
       01 FECHA-DIA                   PIC 99.
      * LINEA DE PANTALLA DE UN CONTACTO (MENU09): MARCA DE
      * PRINCIPAL, NOMBRE, CARGO, TELEFONO Y CORREO RECORTADOS Y
      * CONSENTIMIENTO DE MARKETING POR CORREO Y POR TELEFONO
       01 LINEA-CONTACTO.
           05 LC-PRIN                 PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LC-NOMBRE               PIC X(25).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LC-CARGO                PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LC-TLF                  PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LC-CORREO               PIC X(22).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LC-CONSCOR              PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LC-CONSTLF              PIC X(1).
      * LINEAS DE LA PAGINA DE CONTACTOS EN CONSTRUCCION
       01 TABLA9.
         02 TABLAFILA9 OCCURS 5 TIMES.
           03 C9LINEA           PIC X(78).
       01 AUD-ACCION                   PIC X(1).
      * ALTA EN MENU01 DE UN CIF ANONIMIZADO: SOLO LA FUERZA UN
      * SUPERVISOR PULSANDO PF5 EN LUGAR DE ENTER
       01 ALTAFORZADA-SW               PIC X(1).
           88 ALTA-FORZADA            VALUE 'S'.
           88 ALTA-NORMAL             VALUE 'N'.
       01 AUDITORIA-SW                 PIC X(1).
           88 AUDITORIA-OK            VALUE 'S'.
           88 AUDITORIA-KO            VALUE 'N'.
                   ORDER BY PROCESO
           END-EXEC.

      * CURSOR DE LAS ULTIMAS EJECUCIONES DE UN PROCESO (MENU10)
           EXEC SQL
               DECLARE CURSLOG CURSOR FOR
                   SELECT PROCESO
                        , CHAR(INICIO)
                        , PARM
                        , RC
                        , ESTADO
                        , LEIDOS
                        , GRABADOS
                        , RECHAZADOS
                   FROM USRLOG
                   WHERE SUBSTR(PROCESO, 1, 4) = :LOG-PREFIJO
                   ORDER BY INICIO DESC
                   FETCH FIRST 8 ROWS ONLY
           END-EXEC.

      * CURSOR DE LA COLA DE CAMBIOS PENDIENTES (MENU13), DEL MAS
      * ANTIGUO AL MAS RECIENTE, A PARTIR DEL MARCADOR DE LA PAGINA
           EXEC SQL
               DECLARE CURSPEN CURSOR FOR
                   SELECT CIF
                        , FECHASOL
                        , TIPO
                        , OPERSOL
                        , ANTNOMBRE
                   FROM USRPEND
                   WHERE ESTADO = 'P'
                     AND (FECHASOL > :DC-BOOKPENFH
                      OR (FECHASOL = :DC-BOOKPENFH
                          AND CIF > :DC-BOOKPENCIF))
                   ORDER BY FECHASOL, CIF
           END-EXEC.

      * CURSOR DE LA LISTA DE OPERADORES (MENU11), A PARTIR DEL
      * MARCADOR DE LA PAGINA
           EXEC SQL
               DECLARE CURSOPE CURSOR FOR
                   SELECT OPERADOR
                        , NOMBRE
                        , PERFIL
                        , ESTADO
                        , FALLOS
                        , FECHACLAVE
                        , CAMBIOCLAVE
                   FROM USROPER
                   WHERE OPERADOR > :DC-BOOKOPE
                   ORDER BY OPERADOR
           END-EXEC.

      * CURSOR DE LOS CONTACTOS DEL CLIENTE (MENU09 Y CONSULTA):
      * EL PRINCIPAL ENCABEZA LA LISTA
           EXEC SQL
                        , TLF
                        , CORREO
                        , PRINCIPAL
                        , CONSCORREO
                        , CONSTLF
                   FROM USRCONT
                   WHERE CIF = :DC-CON-CIF
                   ORDER BY PRINCIPAL DESC, SECUENCIA
          05 LK-CTLACC PIC X(1).
          05 LK-CTLFEC PIC X(10).
          05 LK-CTLPROCS PIC X(64).
          05 LK-OPEPRI PIC X(8).
          05 LK-OPES   PIC X(64).
          05 LK-PENFHPRI  PIC X(26).
          05 LK-PENCIFPRI PIC X(9).
          05 LK-PENS      PIC X(280).
          05 LK-PENFHSEL  PIC X(26).
          05 LK-CONSANT   PIC X(6).
      *
       PROCEDURE DIVISION.                                              
      *                                                                 
               PERFORM MENU09
               WHEN 'MENU10'
               PERFORM MENU10
               WHEN 'MENU11'
               PERFORM MENU11
               WHEN 'MENU12'
               PERFORM MENU12
               WHEN 'MENU13'
               PERFORM MENU13
               WHEN 'MENU14'
               PERFORM MENU14
               WHEN OTHER
               PERFORM FALLO-MAPA
             END-EVALUATE
                   PERFORM ENTRAR-CONTROL
                   MOVE 'MENU10' TO DATAMENU
                   PERFORM RETORNO-TRANS
      * EL MANTENIMIENTO DE OPERADORES TAMBIEN ES DE SUPERVISOR
                   WHEN '9'
                   IF NOT PERFIL-SUPERV
                      PERFORM FALLO-PERFIL
                   END-IF
                   PERFORM ENTRAR-OPERADORES
                   MOVE 'MENU11' TO DATAMENU
                   PERFORM RETORNO-TRANS
      * Y LA APROBACION DE LOS CAMBIOS PEDIDOS POR MANTENIMIENTO
                   WHEN '0'
                   IF NOT PERFIL-SUPERV
                      PERFORM FALLO-PERFIL
                   END-IF
                   PERFORM ENTRAR-PENDIENTES
                   MOVE 'MENU13' TO DATAMENU
                   PERFORM RETORNO-TRANS
                   WHEN OTHER
                   PERFORM FALLO-MAPA
           END-EVALUATE.
      *
       FALLO-MAPA.
           MOVE DFHBLINK TO ERRMSGH.
           MOVE 'INTRODUZCA UN VALOR DEL 0 AL 9' TO ERRMSGO.
               EXEC CICS SEND MAP('MENU00')                             
                     ERASE                                              
                     FROM(MAP0O)                                        
      * IDENTIFICACION DE OPERADOR: SE CONTRASTA CONTRA LA TABLA
      * USROPER Y EL PERFIL VIAJA EN LA COMMAREA EL RESTO DE LA
      * SESION PARA DENEGAR LAS OPCIONES DE MANTENIMIENTO AL
      * PERSONAL DE SOLO CONSULTA. CADA INTENTO QUEDA ANOTADO EN
      * USROPER_AUD; LAS CLAVES INCORRECTAS SEGUIDAS BLOQUEAN AL
      * OPERADOR Y UNA CLAVE CADUCADA O REINICIADA OBLIGA A PASAR
      * POR EL CAMBIO DE CLAVE (MENU12) ANTES DE LLEGAR AL MENU
      *============================================================
       MENU08.
           EXEC CICS RECEIVE MAP('MENU08')
           PERFORM VALIDAR-OPERADOR.
           IF OPERADOR-OK
              MOVE DC-OPE-OPERADOR TO DATAOPER
              IF CLAVE-VENCIDA
                 PERFORM PEDIR-CAMBIO-CLAVE
              END-IF
              MOVE DC-OPE-PERFIL   TO DATAPERFIL
              MOVE LOW-VALUES TO MAP0I
              PERFORM MANDAR-MAPONLY
      *
       VALIDAR-OPERADOR.
           SET OPERADOR-KO TO TRUE.
           SET CLAVE-VIGENTE TO TRUE.
           EXEC SQL
                SELECT
                     OPERADOR
                   , CLAVE
                   , PERFIL
                   , ESTADO
                   , CAMBIOCLAVE
                   , FALLOS
                   , CASE WHEN FECHACLAVE <=
                               CURRENT DATE - :DIAS-VIGENCIA-CLAVE DAYS
                          THEN 'S' ELSE 'N' END
                INTO
                     :DC-OPE-OPERADOR
                   , :DC-OPE-NOMBRE
                   , :DC-OPE-CLAVE
                   , :DC-OPE-PERFIL
                   , :DC-OPE-ESTADO
                   , :DC-OPE-CAMBIOCLAVE
                   , :DC-OPE-FALLOS
                   , :CLAVE-CADUCADA
                FROM USROPER
                WHERE OPERADOR = :DC-OPE-OPERADOR
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                 MOVE 'OPERADOR NO DADO DE ALTA.' TO ERRMSG8O
                 MOVE 'OPERADOR NO DADO DE ALTA' TO ACC-DETALLE
                 PERFORM ANOTAR-FALLO
               WHEN SQLCODE NOT = 0
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSG8O
               WHEN DC-OPE-ESTADO = 'B'
                 MOVE 'OPERADOR BLOQUEADO.' TO ERRMSG8O
                 MOVE 'OPERADOR BLOQUEADO' TO ACC-DETALLE
                 PERFORM ANOTAR-FALLO
               WHEN DC-OPE-ESTADO NOT = 'A'
                 MOVE 'OPERADOR INACTIVO.' TO ERRMSG8O
                 MOVE 'OPERADOR INACTIVO' TO ACC-DETALLE
                 PERFORM ANOTAR-FALLO
               WHEN CLAVE8I NOT = DC-OPE-CLAVE
                 PERFORM CONTAR-FALLO-CLAVE
               WHEN OTHER
                 SET OPERADOR-OK TO TRUE
                 PERFORM ANOTAR-ENTRADA
           END-EVALUATE.
      *
       ANOTAR-FALLO.
           MOVE 'F' TO ACC-EVENTO.
           PERFORM REGISTRAR-ACCESO.
      *
      * CLAVE INCORRECTA: SE SUMA EL FALLO Y, AL LLEGAR AL MAXIMO
      * DE FALLOS SEGUIDOS, EL OPERADOR QUEDA BLOQUEADO HASTA QUE
      * UN SUPERVISOR LO DESBLOQUEE DESDE MENU11
       CONTAR-FALLO-CLAVE.
           MOVE 'CLAVE INCORRECTA.' TO ERRMSG8O.
           ADD 1 TO DC-OPE-FALLOS.
           IF DC-OPE-FALLOS NOT < MAX-FALLOS-CLAVE
              MOVE 'B' TO DC-OPE-ESTADO
           END-IF.
           EXEC SQL
             UPDATE USROPER
                SET FALLOS = :DC-OPE-FALLOS
                  , ESTADO = :DC-OPE-ESTADO
              WHERE OPERADOR = :DC-OPE-OPERADOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM G999-ERROR-DB2
              MOVE DB2-ERROR TO ERRMSG8O
           ELSE
              MOVE 'CLAVE INCORRECTA' TO ACC-DETALLE
              PERFORM ANOTAR-FALLO
              IF DC-OPE-ESTADO = 'B'
                 MOVE 'CLAVE INCORRECTA. BLOQUEADO.' TO ERRMSG8O
                 MOVE 'B' TO ACC-EVENTO
                 MOVE 'BLOQUEO POR CLAVES INCORRECTAS SEGUIDAS'
                   TO ACC-DETALLE
                 PERFORM REGISTRAR-ACCESO
              END-IF
           END-IF.
      *
      * ENTRADA CORRECTA: SE PONE A CERO LA CUENTA DE FALLOS Y SE
      * MIRA SI EL SUPERVISOR DEJO LA CLAVE PENDIENTE DE CAMBIO
       ANOTAR-ENTRADA.
           IF DC-OPE-CAMBIOCLAVE = 'S'
              SET CLAVE-VENCIDA TO TRUE
           END-IF.
           IF DC-OPE-FALLOS > 0
              EXEC SQL
                UPDATE USROPER
                   SET FALLOS = 0
                 WHERE OPERADOR = :DC-OPE-OPERADOR
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM G999-ERROR-DB2
              END-IF
           END-IF.
           MOVE 'E' TO ACC-EVENTO.
           IF CLAVE-VENCIDA
              MOVE 'CLAVE CADUCADA O REINICIADA' TO ACC-DETALLE
           ELSE
              MOVE SPACES TO ACC-DETALLE
           END-IF.
           PERFORM REGISTRAR-ACCESO.
      *
      * EL PERFIL NO SE CARGA EN LA COMMAREA HASTA QUE EL OPERADOR
      * CAMBIA LA CLAVE: MIENTRAS TANTO NO TIENE NINGUNA OPCION
       PEDIR-CAMBIO-CLAVE.
           MOVE SPACE TO DATAPERFIL.
           MOVE LOW-VALUES TO MAP12O.
           MOVE DATAOPER TO OPER12O.
           MOVE 'DEBE CAMBIAR SU CLAVE.' TO ERRMSGCO.
           EXEC CICS SEND MAP('MENU12')
                          ERASE
                          FROM(MAP12O)
                      END-EXEC.
           MOVE 'MENU12' TO DATAMENU.
           PERFORM RETORNO-TRANS.
      *
      * REGISTRO DE ACCESOS Y MANTENIMIENTO DE OPERADORES: ADMIN ES
      * EL OPERADOR DE LA SESION (EN BLANCO MIENTRAS SE IDENTIFICA)
       REGISTRAR-ACCESO.
           MOVE DC-OPE-OPERADOR TO DC-OPA-OPERADOR.
           MOVE ACC-EVENTO      TO DC-OPA-EVENTO.
           MOVE EIBTRMID        TO DC-OPA-TERMID.
           MOVE DATAOPER        TO DC-OPA-ADMIN.
           MOVE ACC-DETALLE     TO DC-OPA-DETALLE.
           EXEC SQL
             INSERT
               INTO USROPER_AUD(
                    OPERADOR
                  , EVENTO
                  , TERMID
                  , FECHAHORA
                  , ADMIN
                  , DETALLE)
               VALUES(
                    :DC-OPA-OPERADOR
                  , :DC-OPA-EVENTO
                  , :DC-OPA-TERMID
                  , CURRENT TIMESTAMP
                  , :DC-OPA-ADMIN
                  , :DC-OPA-DETALLE)
           END-EXEC.
      * EL CAMBIO YA ESTA HECHO; SOLO FALTA SU RASTRO, QUE SE DEJA
      * EN LA TRAZA DE CICS COMO EN GRABAR-AUDITORIA
           IF SQLCODE NOT = 0
              PERFORM G999-ERROR-DB2
           END-IF.
      *============================================================
      * -----------MENU12-----------------------------------------
      * CAMBIO OBLIGATORIO DE CLAVE: LA NUEVA SE TECLEA DOS VECES Y
      * DEBE SER DISTINTA DE LA ACTUAL. PF3 CIERRA LA SESION SIN
      * LLEGAR AL MENU
      *============================================================
       MENU12.
           MOVE LOW-VALUES TO MAP12I.
           EXEC CICS RECEIVE MAP('MENU12')
                   INTO(MAP12I)
                   NOHANDLE
              END-EXEC.
           IF EIBAID = DFHPF3
              PERFORM FIN-SESION
              EXEC CICS RETURN
              END-EXEC
           END-IF.
           SET OPERADOR-KO TO TRUE.
           MOVE DATAOPER TO DC-OPE-OPERADOR.
           EVALUATE TRUE
               WHEN CLAVN12I = SPACES OR CLAVN12I = LOW-VALUES
                 MOVE 'TECLEE LA CLAVE NUEVA.' TO ERRMSGCO
               WHEN CLAVN12I NOT = CLAVR12I
                 MOVE 'LA REPETICION NO COINCIDE.' TO ERRMSGCO
               WHEN OTHER
                 PERFORM CAMBIAR-CLAVE-PROPIA
           END-EVALUATE.
           IF OPERADOR-OK
              MOVE DC-OPE-PERFIL TO DATAPERFIL
              MOVE LOW-VALUES TO MAP0I
              PERFORM MANDAR-MAPONLY
              MOVE 'MENU00' TO DATAMENU
              PERFORM RETORNO-TRANS
           END-IF.
           MOVE DATAOPER TO OPER12O.
           EXEC CICS SEND MAP('MENU12')
                          DATAONLY
                          FROM(MAP12O)
                      END-EXEC.
           PERFORM RETORNO-TRANS.
      *
      * SE RELEE EL OPERADOR: SI ENTRETANTO LO DESACTIVARON NO
      * LLEGA AL MENU
       CAMBIAR-CLAVE-PROPIA.
           EXEC SQL
                SELECT CLAVE
                     , PERFIL
                INTO  :DC-OPE-CLAVE
                     , :DC-OPE-PERFIL
                FROM USROPER
                WHERE OPERADOR = :DC-OPE-OPERADOR
                  AND ESTADO = 'A'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                 MOVE 'OPERADOR INACTIVO.' TO ERRMSGCO
               WHEN SQLCODE NOT = 0
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSGCO
               WHEN CLAVN12I = DC-OPE-CLAVE
                 MOVE 'LA CLAVE NUEVA DEBE SER OTRA.' TO ERRMSGCO
               WHEN OTHER
                 PERFORM GRABAR-CLAVE-PROPIA
           END-EVALUATE.
      *
       GRABAR-CLAVE-PROPIA.
           MOVE CLAVN12I TO DC-OPE-CLAVE.
           EXEC SQL
             UPDATE USROPER
                SET CLAVE       = :DC-OPE-CLAVE
                  , FECHACLAVE  = CURRENT DATE
                  , CAMBIOCLAVE = ' '
                  , FALLOS      = 0
              WHERE OPERADOR = :DC-OPE-OPERADOR
           END-EXEC.
           IF SQLCODE = 0
              SET OPERADOR-OK TO TRUE
              MOVE 'C' TO ACC-EVENTO
              MOVE 'CAMBIO DE CLAVE' TO ACC-DETALLE
              PERFORM REGISTRAR-ACCESO
           ELSE
              PERFORM G999-ERROR-DB2
              MOVE DB2-ERROR TO ERRMSGCO
           END-IF.
      *============================================================
      * -----------MENU01-----------------------------------------
      *============================================================
                   INTO(MAP1I)                                          
                   NOHANDLE                                             
              END-EXEC.                                                 
           SET ALTA-NORMAL TO TRUE.
           EVALUATE TRUE                                                
               WHEN EIBAID = DFHENTER                                   
           CONTINUE                                                     
               WHEN EIBAID = DFHPF5
                 SET ALTA-FORZADA TO TRUE
               WHEN EIBAID = DFHPF3                                     
                 MOVE LOW-VALUES TO MAP0I                               
                 PERFORM MANDAR-MAPONLY                                 
           MOVE CP1I     TO DC-CODPOSTAL.
           MOVE TLF1I    TO DC-TLF.
           MOVE COR1I    TO DC-CORREO.
           MOVE CPOS1I   TO CNU-IND(1).
           MOVE VPOS1I   TO CNU-VIA(1).
           MOVE CCOR1I   TO CNU-IND(2).
           MOVE VCOR1I   TO CNU-VIA(2).
           MOVE CTLF1I   TO CNU-IND(3).
           MOVE VTLF1I   TO CNU-VIA(3).
           MOVE 1        TO CONS-PRIMERO.

           PERFORM VALIDAR-CIF.
           PERFORM VALIDAR-CODPOSTAL.
               MOVE 'CODIGO POSTAL INVALIDO' TO ERRMSG1O
             WHEN OTHER
               PERFORM COMPONER-DIRECCION
               PERFORM MIRAR-ANONIMIZADO
               PERFORM VALIDAR-CONSENTIMIENTO
               EVALUATE TRUE
                   WHEN CONS-NO-VALIDO
                       MOVE CONS-ERROR TO ERRMSG1O
                   WHEN DC-ESTADO = 'X'
                       PERFORM REALTA-ANONIMIZADO
                   WHEN OTHER
                       PERFORM GRABARALTA
               END-EVALUATE
           END-EVALUATE.

           MOVE SPACE TO CIF1O
                         PRO1O
                         TLF1O
                         COR1O
                         CPOS1O
                         VPOS1O
                         CCOR1O
                         VCOR1O
                         CTLF1O
                         VTLF1O

           EXEC CICS SEND MAP('MENU01')
                          DATAONLY
               IF AUDITORIA-KO
                   MOVE 'GUARDADO, AUDITORIA KO.' TO ERRMSG1O
               END-IF
               PERFORM GRABAR-CONS-CLIENTE
               IF CONS-NO-VALIDO
                   MOVE CONS-ERROR TO ERRMSG1O
               END-IF
           ELSE
               PERFORM G998-ERROR-INSERT
           END-IF.
      *
      * UN CIF ANONIMIZADO SIGUE EN USRDATOS (NO SE BORRA POR LA
      * HISTORIA Y LAS FUSIONES): EL ALTA NO ES UN INSERT SINO LA
      * VUELTA DEL REGISTRO CON LOS DATOS NUEVOS
      * DEL ANONIMIZADO SE TOMA TAMBIEN EL CONSENTIMIENTO QUE QUEDO
      * GRABADO (RETIRADO POR LA SUPRESION), PARA QUE LA VUELTA
      * AUDITE LOS CANALES QUE SE DEN DE NUEVO
       MIRAR-ANONIMIZADO.
           MOVE SPACE TO DC-ESTADO.
           MOVE SPACES TO CONS-ACTUAL.
           EXEC SQL
                SELECT ESTADO
                     , CONSPOSTAL
                     , VIAPOSTAL
                     , CONSCORREO
                     , VIACORREO
                     , CONSTLF
                     , VIATLF
                INTO  :DC-ESTADO
                     , :DC-CONSPOSTAL
                     , :DC-VIAPOSTAL
                     , :DC-CONSCORREO
                     , :DC-VIACORREO
                     , :DC-CONSTLF
                     , :DC-VIATLF
                FROM USRDATOS
                WHERE CIF = :DC-CIF
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE SPACE TO DC-ESTADO
               WHEN DC-ESTADO = 'X'
                   MOVE DC-CONSPOSTAL TO CAC-IND(1)
                   MOVE DC-VIAPOSTAL  TO CAC-VIA(1)
                   MOVE DC-CONSCORREO TO CAC-IND(2)
                   MOVE DC-VIACORREO  TO CAC-VIA(2)
                   MOVE DC-CONSTLF    TO CAC-IND(3)
                   MOVE DC-VIATLF     TO CAC-VIA(3)
           END-EVALUATE.
      *
      * QUIEN PIDIO LA SUPRESION NO SE VUELVE A DAR DE ALTA POR
      * DESCUIDO: HACE FALTA UN SUPERVISOR Y PF5. EL REGISTRO
      * VUELVE A ESTAR ACTIVO CON LOS DATOS TECLEADOS, CONSERVA
      * SUS FECHAS COMO UNA REACTIVACION Y SE AUDITA CON 'R'
       REALTA-ANONIMIZADO.
           EVALUATE TRUE
               WHEN NOT PERFIL-SUPERV
                   MOVE 'CIF ANONIMIZADO: SUPERVISOR.' TO ERRMSG1O
               WHEN ALTA-NORMAL
                   MOVE 'CIF ANONIMIZADO. FORZAR: PF5' TO ERRMSG1O
               WHEN OTHER
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
                          , ESTADO    = 'A'
                      WHERE CIF = :DC-CIF
                        AND ESTADO = 'X'
                   END-EXEC
                   EVALUATE TRUE
                       WHEN SQLCODE = 0
                           MOVE 'ALTA FORZADA CORRECTAMENTE.'
                                                    TO ERRMSG1O
                           MOVE 'R' TO AUD-ACCION
                           PERFORM GRABAR-AUDITORIA
                           IF AUDITORIA-KO
                               MOVE 'FORZADA, AUDITORIA KO.'
                                                    TO ERRMSG1O
                           END-IF
                           PERFORM GRABAR-CONS-CLIENTE
                           IF CONS-NO-VALIDO
                               MOVE CONS-ERROR TO ERRMSG1O
                           END-IF
                       WHEN SQLCODE = 100
                           MOVE 'EL CIF YA EXISTE.' TO ERRMSG1O
                       WHEN OTHER
                           PERFORM G998-ERROR-INSERT
                   END-EVALUATE
           END-EVALUATE.
      *
       G998-ERROR-INSERT.
           EVALUATE SQLCODE
           MOVE AUD-ACCION      TO DC-AUD-ACCION.
           MOVE EIBTRMID        TO DC-AUD-TERMID.
           MOVE EIBTASKN        TO DC-AUD-TASKN.
           IF AUD-SOLICITANTE = SPACES
              MOVE DATAOPER        TO DC-AUD-OPERADOR
              MOVE SPACES          TO DC-AUD-APROBADOR
           ELSE
              MOVE AUD-SOLICITANTE TO DC-AUD-OPERADOR
              MOVE DATAOPER        TO DC-AUD-APROBADOR
           END-IF.
           EXEC SQL
             INSERT
               INTO USRDATOS_AUD(
                  , TERMID
                  , TASKN
                  , FECHAHORA
                  , OPERADOR
                  , APROBADOR)
               VALUES(
                    :DC-AUD-CIF
                  , :DC-AUD-ACCION
                  , :DC-AUD-TERMID
                  , :DC-AUD-TASKN
                  , CURRENT TIMESTAMP
                  , :DC-AUD-OPERADOR
                  , :DC-AUD-APROBADOR)
           END-EXEC.

           IF SQLCODE = 0
               SET AUDITORIA-KO TO TRUE
               PERFORM G999-ERROR-DB2
           END-IF.
      *
      * CONSENTIMIENTO DE MARKETING (CNU- LO TECLEADO, CAC- LO QUE
      * HABIA, CONS-PRIMERO EL PRIMER CANAL QUE SE TRATA). UN CANAL
      * CAMBIA CUANDO SE TECLEA SU INDICADOR Y DIFIERE, EL O SU VIA,
      * DE LO GRABADO. EL BLANCO NO CAMBIA NADA: UN CANAL YA
      * PREGUNTADO NO VUELVE A 'NUNCA PREGUNTADO', SE RETIRA CON
      * 'N'. TODO CANAL QUE CAMBIA NECESITA LA VIA POR LA QUE LLEGO
       VALIDAR-CONSENTIMIENTO.
           INSPECT CONS-NUEVO REPLACING ALL LOW-VALUE BY SPACE.
           SET CONS-VALIDO TO TRUE.
           MOVE 0 TO CONS-CAMBIOS.
           PERFORM VALIDAR-CANAL-CONS VARYING K FROM CONS-PRIMERO
                                      BY 1 UNTIL K > 3.
      *
       VALIDAR-CANAL-CONS.
           IF CNU-IND(K) = CAC-IND(K) AND CNU-VIA(K) = SPACE
              MOVE CAC-VIA(K) TO CNU-VIA(K)
           END-IF.
           MOVE CNU-VIA(K) TO CONS-VIA.
           EVALUATE TRUE
               WHEN CNU-IND(K) = SPACE
                 MOVE CAC-CANAL(K) TO CNU-CANAL(K)
               WHEN CNU-CANAL(K) = CAC-CANAL(K)
                 CONTINUE
               WHEN CNU-IND(K) NOT = 'S' AND CNU-IND(K) NOT = 'N'
                 SET CONS-NO-VALIDO TO TRUE
                 MOVE 'CONSENTIMIENTO: USE S O N' TO CONS-ERROR
               WHEN NOT VIA-CONS-VALIDA
                 SET CONS-NO-VALIDO TO TRUE
                 MOVE 'VIA CONSENTIMIENTO: O/T/W/P' TO CONS-ERROR
               WHEN OTHER
                 ADD 1 TO CONS-CAMBIOS
           END-EVALUATE.
      *
      * GRABA EN USRDATOS LOS CANALES DEL CLIENTE QUE CAMBIAN, CON
      * LA FECHA DEL DIA Y UNA FILA EN USRCONS_AUD POR CANAL. EL
      * UPDATE EXIGE QUE EL CANAL SIGA COMO SE LEYO: SI OTRO
      * TERMINAL LO CAMBIO ENTRETANTO NO SE PISA
       GRABAR-CONS-CLIENTE.
           SET CONS-VALIDO TO TRUE.
           MOVE DC-CIF TO DC-CSA-CIF.
           MOVE 0      TO DC-CSA-SECCONT.
           PERFORM GRABAR-CANAL-CLIENTE VARYING K FROM 1 BY 1
                                        UNTIL K > 3.
      *
       GRABAR-CANAL-CLIENTE.
           IF CNU-CANAL(K) NOT = CAC-CANAL(K)
              MOVE CAC-IND(K) TO DC-CSA-CONSANT
              MOVE CAC-VIA(K) TO CONS-VIA-ANT
              MOVE CNU-IND(K) TO DC-CSA-CONSNUE
              MOVE CNU-VIA(K) TO DC-CSA-VIA
              EVALUATE K
                WHEN 1
                  EXEC SQL
                    UPDATE USRDATOS
                       SET CONSPOSTAL = :DC-CSA-CONSNUE
                         , FECPOSTAL  = CURRENT DATE
                         , VIAPOSTAL  = :DC-CSA-VIA
                     WHERE CIF        = :DC-CSA-CIF
                       AND CONSPOSTAL = :DC-CSA-CONSANT
                       AND VIAPOSTAL  = :CONS-VIA-ANT
                  END-EXEC
                WHEN 2
                  EXEC SQL
                    UPDATE USRDATOS
                       SET CONSCORREO = :DC-CSA-CONSNUE
                         , FECCORREO  = CURRENT DATE
                         , VIACORREO  = :DC-CSA-VIA
                     WHERE CIF        = :DC-CSA-CIF
                       AND CONSCORREO = :DC-CSA-CONSANT
                       AND VIACORREO  = :CONS-VIA-ANT
                  END-EXEC
                WHEN 3
                  EXEC SQL
                    UPDATE USRDATOS
                       SET CONSTLF    = :DC-CSA-CONSNUE
                         , FECTLF     = CURRENT DATE
                         , VIATLF     = :DC-CSA-VIA
                     WHERE CIF        = :DC-CSA-CIF
                       AND CONSTLF    = :DC-CSA-CONSANT
                       AND VIATLF     = :CONS-VIA-ANT
                  END-EXEC
              END-EVALUATE
              PERFORM RESULTADO-CANAL-CONS
           END-IF.
      *
       RESULTADO-CANAL-CONS.
           EVALUATE SQLCODE
               WHEN 0
                 PERFORM AUDITAR-CONSENTIMIENTO
               WHEN 100
                 SET CONS-NO-VALIDO TO TRUE
                 MOVE 'CONSENTIM. CAMBIADO POR OTRO.' TO CONS-ERROR
               WHEN OTHER
                 SET CONS-NO-VALIDO TO TRUE
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO CONS-ERROR
           END-EVALUATE.
      *
      * UNA FILA POR CANAL CAMBIADO. EL EXTRACTO DELTA DEL PROVEEDOR
      * REENVIA EL CLIENTE POR ESTA FILA: SI FALTA, SE AVISA AL
      * OPERADOR Y QUEDA EN LA TRAZA DE CICS COMO EN GRABAR-AUDITORIA
       AUDITAR-CONSENTIMIENTO.
           MOVE CODIGOS-CANAL(K:1) TO DC-CSA-CANAL.
           MOVE EIBTRMID           TO DC-CSA-TERMID.
           MOVE DATAOPER           TO DC-CSA-OPERADOR.
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
                  , CURRENT DATE
                  , :DC-CSA-VIA
                  , CURRENT TIMESTAMP
                  , :DC-CSA-TERMID
                  , :DC-CSA-OPERADOR)
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CONS-NO-VALIDO TO TRUE
              PERFORM G999-ERROR-DB2
              MOVE 'CONSENTIMIENTO, AUDITORIA KO.' TO CONS-ERROR
           END-IF.

      *============================================================
      * -----------MENU02-----------------------------------------
                   STRING 'FUSIONADO EN '    DELIMITED BY SIZE
                          DC-CIFFUSION       DELIMITED BY SIZE
                          INTO ERRMSG2O
      * DEL CLIENTE ANONIMIZADO SOLO QUEDAN EL CIF Y LAS FECHAS
                 WHEN 'X'
                   MOVE 'CLIENTE ANONIMIZADO.' TO ERRMSG2O
                 WHEN OTHER
                   MOVE 'REGISTRO ENCONTRADO'  TO ERRMSG2O
                   PERFORM AVISAR-PENDIENTE
               END-EVALUATE
               MOVE DC-NOMBRE     TO NOM2O
               MOVE DC-DIRECCION  TO DIR2O
               PERFORM FALLO-FICHERO
           END-IF.
      *
      * UN CAMBIO PEDIDO Y AUN SIN APROBAR NO SE VE EN LOS DATOS
      * MOSTRADOS: SE AVISA PARA QUE NADIE LO PIDA OTRA VEZ
       AVISAR-PENDIENTE.
           MOVE DC-CIF TO DC-PEN-CIF.
           PERFORM CONTAR-PENDIENTES.
           IF SQLCODE = 0 AND PEN-CUENTA > 0
              MOVE 'CAMBIO PENDIENTE DE APROBAR.' TO ERRMSG2O
           END-IF.
      *
       CONTAR-PENDIENTES.
           EXEC SQL
                SELECT COUNT(*)
                INTO  :PEN-CUENTA
                FROM USRPEND
                WHERE CIF = :DC-PEN-CIF
                  AND ESTADO = 'P'
           END-EXEC.
      *
      * CONTACTO PRINCIPAL DEL CLIENTE (TABLA USRCONT): SE MUESTRA
      * EN LA CONSULTA JUNTO A LOS DATOS DE LA EMPRESA
       CONSULTA-CONTACTO-PRI.
                   , CORREO
                   , ESTADO
                   , FECHAMOD
                   , CONSPOSTAL
                   , FECPOSTAL
                   , VIAPOSTAL
                   , CONSCORREO
                   , FECCORREO
                   , VIACORREO
                   , CONSTLF
                   , FECTLF
                   , VIATLF
                INTO
                     :DC-CIF
                   , :DC-NOMBRE
                   , :DC-CORREO
                   , :DC-ESTADO
                   , :DC-FECHA-MOD
                   , :DC-CONSPOSTAL
                   , :DC-FECPOSTAL
                   , :DC-VIAPOSTAL
                   , :DC-CONSCORREO
                   , :DC-FECCORREO
                   , :DC-VIACORREO
                   , :DC-CONSTLF
                   , :DC-FECTLF
                   , :DC-VIATLF
                FROM USRDATOS
                WHERE CIF = :DC-CIF
           END-EXEC.
                 MOVE 'CLIENTE FUSIONADO EN OTRO CIF.' TO ERRMSG4O
                 PERFORM LIMPIAR-MAPA4
                 SET PASO-INICIAL   TO TRUE
      * UN CLIENTE ANONIMIZADO NO SE MODIFICA: SOLO VUELVE COMO
      * ALTA FORZADA POR UN SUPERVISOR EN MENU01
               WHEN SQLCODE = 0 AND DC-ESTADO = 'X'
                 MOVE 'CLIENTE ANONIMIZADO.' TO ERRMSG4O
                 PERFORM LIMPIAR-MAPA4
                 SET PASO-INICIAL   TO TRUE
               WHEN SQLCODE = 0
                 MOVE 'MODIFIQUE DATOS Y PULSE ENTER' TO ERRMSG4O
                 MOVE DC-CIF        TO CIF4O
                 MOVE DC-PROVINCIA  TO PRO4O
                 MOVE DC-TLF        TO TLF4O
                 MOVE DC-CORREO     TO COR4O
                 PERFORM MOSTRAR-CONS-MAPA4
      * SE GUARDA LA IMAGEN LEIDA PARA COMPROBAR EN GRABAMOD QUE
      * NADIE LA HA CAMBIADO ENTRE LOS DOS TIEMPOS
                 MOVE DC-NOMBRE     TO DATANOMANT
                 MOVE DC-TLF        TO DATATLFANT
                 MOVE DC-CORREO     TO DATACORANT
                 MOVE DC-FECHA-MOD  TO DATAFMOD
                 MOVE DC-CONSPOSTAL TO CAC-IND(1)
                 MOVE DC-VIAPOSTAL  TO CAC-VIA(1)
                 MOVE DC-CONSCORREO TO CAC-IND(2)
                 MOVE DC-VIACORREO  TO CAC-VIA(2)
                 MOVE DC-CONSTLF    TO CAC-IND(3)
                 MOVE DC-VIATLF     TO CAC-VIA(3)
                 MOVE CONS-ACTUAL   TO DATACONSANT
                 MOVE DC-CIF        TO DATASELCIF
                 SET PASO-CONFIRMA  TO TRUE
               WHEN OTHER
           MOVE DATATLFANT TO ANT-TLF.
           MOVE DATACORANT TO ANT-CORREO.
           MOVE DATAFMOD   TO ANT-FECHAMOD.
           MOVE CPOS4I     TO CNU-IND(1).
           MOVE VPOS4I     TO CNU-VIA(1).
           MOVE CCOR4I     TO CNU-IND(2).
           MOVE VCOR4I     TO CNU-VIA(2).
           MOVE CTLF4I     TO CNU-IND(3).
           MOVE VTLF4I     TO CNU-VIA(3).
           MOVE DATACONSANT TO CONS-ACTUAL.
           MOVE 1          TO CONS-PRIMERO.

      * EL CODIGO POSTAL SE VALIDA TAMBIEN AL GRABAR: SI NO ES
      * BUENO SE DEVUELVE LA PANTALLA CON LO TECLEADO PARA QUE EL
      * OPERADOR LO CORRIJA SIN PERDER EL RESTO DE CAMBIOS
      * LO MISMO CON EL CONSENTIMIENTO DE MARKETING
           PERFORM VALIDAR-CODPOSTAL.
           PERFORM VALIDAR-CONSENTIMIENTO.
           IF CP-NO-VALIDO OR CONS-NO-VALIDO
              IF CP-NO-VALIDO
                 MOVE 'CODIGO POSTAL INVALIDO' TO ERRMSG4O
              ELSE
                 MOVE CONS-ERROR TO ERRMSG4O
              END-IF
              MOVE DC-CIF       TO CIF4O
              MOVE DC-NOMBRE    TO NOM4O
              MOVE DC-CALLE     TO CAL4O
              MOVE SPACES       TO PRO4O
              MOVE DC-TLF       TO TLF4O
              MOVE DC-CORREO    TO COR4O
              MOVE CNU-IND(1)   TO CPOS4O
              MOVE CNU-VIA(1)   TO VPOS4O
              MOVE CNU-IND(2)   TO CCOR4O
              MOVE CNU-VIA(2)   TO VCOR4O
              MOVE CNU-IND(3)   TO CTLF4O
              MOVE CNU-VIA(3)   TO VTLF4O
              MOVE SPACES       TO FPOS4O
                                   FCOR4O
                                   FTLF4O
              EXEC CICS SEND MAP('MENU04')
                             DATAONLY
                             FROM(MAP4O)
           END-IF.
           PERFORM COMPONER-DIRECCION.

      * EL CONSENTIMIENTO NO ES DATO DEL CLIENTE SINO DECISION SUYA:
      * SE GRABA AL MOMENTO CON CUALQUIER PERFIL DE MANTENIMIENTO,
      * AUNQUE EL RESTO DEL CAMBIO QUEDE PENDIENTE DE APROBACION
           PERFORM GRABAR-CONS-CLIENTE.

      * UN OPERADOR DE MANTENIMIENTO NO CAMBIA EL NOMBRE NI LA
      * DIRECCION DIRECTAMENTE: EL CAMBIO QUEDA EN USRPEND HASTA
      * QUE UN SUPERVISOR LO APRUEBE (TELEFONO Y CORREO SOLOS SI
      * SE GRABAN AL MOMENTO)
           IF PERFIL-MANTEN
              AND (DC-NOMBRE    NOT = ANT-NOMBRE
                OR DC-CALLE     NOT = ANT-CALLE
                OR DC-POBLACION NOT = ANT-POBLACION
                OR DC-CODPOSTAL NOT = ANT-CODPOSTAL)
              MOVE 'M' TO DC-PEN-TIPO
              PERFORM ENCOLAR-CAMBIO
              MOVE PEN-MENSAJE TO ERRMSG4O
              IF CONS-NO-VALIDO
                 MOVE CONS-ERROR TO ERRMSG4O
              END-IF
              MOVE SPACE TO CIF4O
              PERFORM LIMPIAR-MAPA4
              SET PASO-INICIAL TO TRUE
              EXEC CICS SEND MAP('MENU04')
                             DATAONLY
                             FROM(MAP4O)
                         END-EXEC
              PERFORM RETORNO-TRANS
           END-IF.

      * EL UPDATE SOLO PROSPERA SI EL REGISTRO SIGUE EXACTAMENTE
      * COMO SE LEYO EN CONSULTAMOD; LA FECHAMOD SOLA NO BASTA
      * PORQUE DOS MODIFICACIONES DEL MISMO DIA LLEVAN LA MISMA.
               IF AUDITORIA-KO
                   MOVE 'MODIFICADO, AUDITORIA KO.' TO ERRMSG4O
               END-IF
               IF CONS-NO-VALIDO
                   MOVE CONS-ERROR TO ERRMSG4O
               END-IF
               MOVE SPACE TO CIF4O
               PERFORM LIMPIAR-MAPA4
               SET PASO-INICIAL TO TRUE
               PERFORM LIMPIAR-MAPA4
               SET PASO-INICIAL TO TRUE
           END-EVALUATE.
      *
      * ALTA EN LA COLA DE PENDIENTES: VALORES PEDIDOS EN DC-*,
      * IMAGEN ACTUAL EN ANT-* Y TIPO EN DC-PEN-TIPO. SOLO CABE UN
      * CAMBIO PENDIENTE POR CLIENTE
       ENCOLAR-CAMBIO.
           MOVE DC-CIF TO DC-PEN-CIF.
           PERFORM CONTAR-PENDIENTES.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO PEN-MENSAJE
               WHEN PEN-CUENTA > 0
                 MOVE 'YA HAY UN CAMBIO PENDIENTE.' TO PEN-MENSAJE
               WHEN OTHER
                 PERFORM GRABAR-PENDIENTE
           END-EVALUATE.
      *
       GRABAR-PENDIENTE.
           MOVE DATAOPER      TO DC-PEN-OPERSOL.
           MOVE EIBTRMID      TO DC-PEN-TERMSOL.
           IF DC-PEN-TIPO = 'B'
              MOVE SPACES TO DC-PEN-NOMBRE
                             DC-PEN-CALLE
                             DC-PEN-POBLACION
                             DC-PEN-CODPOSTAL
                             DC-PEN-PROVINCIA
                             DC-PEN-TLF
                             DC-PEN-CORREO
           ELSE
              MOVE DC-NOMBRE     TO DC-PEN-NOMBRE
              MOVE DC-CALLE      TO DC-PEN-CALLE
              MOVE DC-POBLACION  TO DC-PEN-POBLACION
              MOVE DC-CODPOSTAL  TO DC-PEN-CODPOSTAL
              MOVE DC-PROVINCIA  TO DC-PEN-PROVINCIA
              MOVE DC-TLF        TO DC-PEN-TLF
              MOVE DC-CORREO     TO DC-PEN-CORREO
           END-IF.
           MOVE ANT-NOMBRE    TO DC-PEN-ANTNOMBRE.
           MOVE ANT-CALLE     TO DC-PEN-ANTCALLE.
           MOVE ANT-POBLACION TO DC-PEN-ANTPOBLACION.
           MOVE ANT-CODPOSTAL TO DC-PEN-ANTCODPOSTAL.
           MOVE ANT-TLF       TO DC-PEN-ANTTLF.
           MOVE ANT-CORREO    TO DC-PEN-ANTCORREO.
           MOVE ANT-FECHAMOD  TO DC-PEN-ANTFECHAMOD.
           EXEC SQL
             INSERT
               INTO USRPEND(
                    CIF
                  , FECHASOL
                  , TIPO
                  , OPERSOL
                  , TERMSOL
                  , ESTADO
                  , NOMBRE
                  , CALLE
                  , POBLACION
                  , CODPOSTAL
                  , PROVINCIA
                  , TLF
                  , CORREO
                  , ANTNOMBRE
                  , ANTCALLE
                  , ANTPOBLACION
                  , ANTCODPOSTAL
                  , ANTTLF
                  , ANTCORREO
                  , ANTFECHAMOD)
               VALUES(
                    :DC-PEN-CIF
                  , CURRENT TIMESTAMP
                  , :DC-PEN-TIPO
                  , :DC-PEN-OPERSOL
                  , :DC-PEN-TERMSOL
                  , 'P'
                  , :DC-PEN-NOMBRE
                  , :DC-PEN-CALLE
                  , :DC-PEN-POBLACION
                  , :DC-PEN-CODPOSTAL
                  , :DC-PEN-PROVINCIA
                  , :DC-PEN-TLF
                  , :DC-PEN-CORREO
                  , :DC-PEN-ANTNOMBRE
                  , :DC-PEN-ANTCALLE
                  , :DC-PEN-ANTPOBLACION
                  , :DC-PEN-ANTCODPOSTAL
                  , :DC-PEN-ANTTLF
                  , :DC-PEN-ANTCORREO
                  , :DC-PEN-ANTFECHAMOD)
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'PENDIENTE DE APROBACION.' TO PEN-MENSAJE
           ELSE
              PERFORM G999-ERROR-DB2
              MOVE DB2-ERROR TO PEN-MENSAJE
           END-IF.
      *
       LIMPIAR-MAPA4.
           MOVE SPACE TO NOM4O
                         CP4O
                         PRO4O
                         TLF4O
                         COR4O
                         CPOS4O
                         VPOS4O
                         FPOS4O
                         CCOR4O
                         VCOR4O
                         FCOR4O
                         CTLF4O
                         VTLF4O
                         FTLF4O.
      *
      * LA FECHA DE CADA CANAL SOLO SIGNIFICA ALGO SI EL CLIENTE YA
      * DIO O RETIRO SU CONSENTIMIENTO
       MOSTRAR-CONS-MAPA4.
           MOVE DC-CONSPOSTAL TO CPOS4O.
           MOVE DC-VIAPOSTAL  TO VPOS4O.
           MOVE DC-CONSCORREO TO CCOR4O.
           MOVE DC-VIACORREO  TO VCOR4O.
           MOVE DC-CONSTLF    TO CTLF4O.
           MOVE DC-VIATLF     TO VTLF4O.
           MOVE SPACES TO FPOS4O
                          FCOR4O
                          FTLF4O.
           IF DC-CONSPOSTAL NOT = SPACE
              MOVE DC-FECPOSTAL TO FPOS4O
           END-IF.
           IF DC-CONSCORREO NOT = SPACE
              MOVE DC-FECCORREO TO FCOR4O
           END-IF.
           IF DC-CONSTLF NOT = SPACE
              MOVE DC-FECTLF TO FTLF4O
           END-IF.
      *
       FALLO-FICHERO4.
           IF SQLCODE = +100
           END-EXEC.
           IF SQLCODE = 0
      * UN CLIENTE FUSIONADO NI SE BORRA NI SE REACTIVA: SU
      * REGISTRO SOLO CONSERVA EL PUNTERO AL SUPERVIVIENTE. EL
      * ANONIMIZADO TAMPOCO: YA NO TIENE DATOS QUE REACTIVAR
               IF DC-ESTADO = 'F' OR DC-ESTADO = 'X'
                   IF DC-ESTADO = 'F'
                     MOVE 'FUSIONADO: SIN BAJA NI REACT.' TO ERRMSG5O
                   ELSE
                     MOVE 'ANONIMIZADO: SIN BAJA NI REACT' TO ERRMSG5O
                   END-IF
                   MOVE SPACE TO NOM5O
                                 DIR5O
                                 TLF5O
              MOVE DATASELCIF TO DC-CIF
           END-IF.
      * LA BAJA Y LA REACTIVACION SON IRREVERSIBLES DE CARA AL
      * CLIENTE: SOLO LAS CONFIRMA EL PERFIL SUPERVISOR. LA BAJA
      * QUE PIDE UN OPERADOR DE MANTENIMIENTO QUEDA EN USRPEND
      * HASTA QUE UN SUPERVISOR LA APRUEBE
           IF NOT PERFIL-SUPERV
              EVALUATE CONF5I
                  WHEN 'S'
                    PERFORM ENCOLAR-BAJA
                  WHEN 'R'
                    MOVE 'REACTIVAR: SOLO SUPERVISOR.' TO ERRMSG5O
                  WHEN OTHER
                    MOVE 'BORRADO CANCELADO.' TO ERRMSG5O
              END-EVALUATE
           ELSE
           EVALUATE CONF5I
               WHEN 'S'
                         TLF5O
                         COR5O.
           SET PASO-INICIAL TO TRUE.
      *
      * LA IMAGEN DEL CLIENTE SE TOMA AHORA PARA QUE EL SUPERVISOR
      * VEA QUE DA DE BAJA; SI YA NO ESTA ACTIVO NO SE ENCOLA NADA
       ENCOLAR-BAJA.
           EXEC SQL
                SELECT
                     NOMBRE
                   , CALLE
                   , POBLACION
                   , CODPOSTAL
                   , TLF
                   , CORREO
                   , FECHAMOD
                INTO
                     :ANT-NOMBRE
                   , :ANT-CALLE
                   , :ANT-POBLACION
                   , :ANT-CODPOSTAL
                   , :ANT-TLF
                   , :ANT-CORREO
                   , :ANT-FECHAMOD
                FROM USRDATOS
                WHERE CIF = :DC-CIF
                  AND ESTADO = 'A'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 MOVE 'B' TO DC-PEN-TIPO
                 PERFORM ENCOLAR-CAMBIO
                 MOVE PEN-MENSAJE TO ERRMSG5O
               WHEN SQLCODE = 100
                 MOVE 'YA ESTABA EN BAJA.' TO ERRMSG5O
               WHEN OTHER
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSG5O
           END-EVALUATE.
      *
       FALLO-FICHERO5.
           IF SQLCODE = +100
      * CONTACTOS DEL CLIENTE (TABLA USRCONT): SE LLEGA DESDE LA
      * SELECCION 'C' DEL LISTADO DE MENU03. ENTER CON LA LINEA DE
      * CAPTURA RELLENA DA DE ALTA UN CONTACTO; UNA LETRA EN LA
      * LISTA ACTUA SOBRE ESA FILA (B = BAJA, P = HACER PRINCIPAL,
      * C = GRABARLE EL CONSENTIMIENTO TECLEADO EN LA CAPTURA)
      *============================================================
       MENU09.
           MOVE LOW-VALUES TO MAP9I.
               WHEN NOMC9I NOT = SPACES AND NOMC9I NOT = LOW-VALUES
                 PERFORM ALTA-CONTACTO
               WHEN OTHER
                 MOVE 'TECLEE CONTACTO O ELIJA B/P/C' TO ERRMSG9O
           END-EVALUATE.
           PERFORM REMOSTRAR-CONTACTOS.
      *
                 PERFORM BAJA-CONTACTO
               WHEN 'P'
                 PERFORM PRINCIPAL-CONTACTO
               WHEN 'C'
                 PERFORM CONSENTIR-CONTACTO
               WHEN OTHER
                 MOVE 'SELECCION: USE B, P O C' TO ERRMSG9O
           END-EVALUATE.
      *
       ALTA-CONTACTO.
           MOVE CARG9I     TO DC-CON-CARGO.
           MOVE TLFC9I     TO DC-CON-TLF.
           MOVE CORC9I     TO DC-CON-CORREO.
      * EL CONTACTO NUEVO NACE SIN CONSENTIMIENTO: LO TECLEADO EN LA
      * CAPTURA SE VALIDA ANTES DEL ALTA Y SE GRABA DESPUES
           MOVE SPACES TO CONS-ACTUAL.
           PERFORM RECOGER-CONS-CONTACTO.
           PERFORM VALIDAR-CONSENTIMIENTO.
           IF CONS-NO-VALIDO
              MOVE CONS-ERROR TO ERRMSG9O
              PERFORM REMOSTRAR-CONTACTOS
           END-IF.
           IF PRIN9I = 'S'
              MOVE 'S' TO DC-CON-PRINCIPAL
              PERFORM QUITAR-PRINCIPAL
              IF SQLCODE = 0
                 MOVE 'CONTACTO GRABADO.' TO ERRMSG9O
                 PERFORM AUDITAR-CONTACTO
                 PERFORM GRABAR-CONS-CONTACTO
                 IF CONS-NO-VALIDO
                    MOVE CONS-ERROR TO ERRMSG9O
                 END-IF
              ELSE
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSG9O
           MOVE 'M' TO AUD-ACCION.
           PERFORM GRABAR-AUDITORIA.
      *
      * SELECCION C: EL CONSENTIMIENTO DE CORREO Y TELEFONO TECLEADO
      * EN LA LINEA DE CAPTURA SE APLICA AL CONTACTO DE LA FILA
      * (BLANCO = ESE CANAL NO CAMBIA). SU CAMBIO SE AUDITA EN
      * USRCONS_AUD, NO COMO MODIFICACION DEL CLIENTE
       CONSENTIR-CONTACTO.
           EXEC SQL
                SELECT CONSCORREO
                     , VIACORREO
                     , CONSTLF
                     , VIATLF
                INTO  :DC-CON-CONSCORREO
                     , :DC-CON-VIACORREO
                     , :DC-CON-CONSTLF
                     , :DC-CON-VIATLF
                FROM USRCONT
                WHERE CIF = :DC-CON-CIF
                  AND SECUENCIA = :DC-CON-SECUENCIA
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                 MOVE 'EL CONTACTO YA NO EXISTE.' TO ERRMSG9O
               WHEN SQLCODE NOT = 0
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSG9O
               WHEN OTHER
                 MOVE SPACES TO CONS-ACTUAL
                 MOVE DC-CON-CONSCORREO TO CAC-IND(2)
                 MOVE DC-CON-VIACORREO  TO CAC-VIA(2)
                 MOVE DC-CON-CONSTLF    TO CAC-IND(3)
                 MOVE DC-CON-VIATLF     TO CAC-VIA(3)
                 PERFORM RECOGER-CONS-CONTACTO
                 PERFORM VALIDAR-CONSENTIMIENTO
                 EVALUATE TRUE
                     WHEN CONS-NO-VALIDO
                       MOVE CONS-ERROR TO ERRMSG9O
                     WHEN CONS-CAMBIOS = 0
                       MOVE 'TECLEE CONSENTIMIENTO Y VIA' TO ERRMSG9O
                     WHEN OTHER
                       PERFORM GRABAR-CONS-CONTACTO
                       IF CONS-VALIDO
                          MOVE 'CONSENTIMIENTO GRABADO.' TO ERRMSG9O
                       ELSE
                          MOVE CONS-ERROR TO ERRMSG9O
                       END-IF
                 END-EVALUATE
           END-EVALUATE.
      *
       RECOGER-CONS-CONTACTO.
           MOVE SPACES  TO CONS-NUEVO.
           MOVE CCOR9I  TO CNU-IND(2).
           MOVE VCOR9I  TO CNU-VIA(2).
           MOVE CTLF9I  TO CNU-IND(3).
           MOVE VTLF9I  TO CNU-VIA(3).
           MOVE 2       TO CONS-PRIMERO.
      *
      * GRABA EN USRCONT LOS CANALES DEL CONTACTO QUE CAMBIAN, IGUAL
      * QUE GRABAR-CONS-CLIENTE PARA EL CLIENTE
       GRABAR-CONS-CONTACTO.
           SET CONS-VALIDO TO TRUE.
           MOVE DC-CON-CIF       TO DC-CSA-CIF.
           MOVE DC-CON-SECUENCIA TO DC-CSA-SECCONT.
           PERFORM GRABAR-CANAL-CONTACTO VARYING K FROM 2 BY 1
                                         UNTIL K > 3.
      *
       GRABAR-CANAL-CONTACTO.
           IF CNU-CANAL(K) NOT = CAC-CANAL(K)
              MOVE CAC-IND(K) TO DC-CSA-CONSANT
              MOVE CAC-VIA(K) TO CONS-VIA-ANT
              MOVE CNU-IND(K) TO DC-CSA-CONSNUE
              MOVE CNU-VIA(K) TO DC-CSA-VIA
              IF K = 2
                  EXEC SQL
                    UPDATE USRCONT
                       SET CONSCORREO = :DC-CSA-CONSNUE
                         , FECCORREO  = CURRENT DATE
                         , VIACORREO  = :DC-CSA-VIA
                     WHERE CIF        = :DC-CSA-CIF
                       AND SECUENCIA  = :DC-CSA-SECCONT
                       AND CONSCORREO = :DC-CSA-CONSANT
                       AND VIACORREO  = :CONS-VIA-ANT
                  END-EXEC
              ELSE
                  EXEC SQL
                    UPDATE USRCONT
                       SET CONSTLF    = :DC-CSA-CONSNUE
                         , FECTLF     = CURRENT DATE
                         , VIATLF     = :DC-CSA-VIA
                     WHERE CIF        = :DC-CSA-CIF
                       AND SECUENCIA  = :DC-CSA-SECCONT
                       AND CONSTLF    = :DC-CSA-CONSANT
                       AND VIATLF     = :CONS-VIA-ANT
                  END-EXEC
              END-IF
              PERFORM RESULTADO-CANAL-CONS
           END-IF.
      *
       REMOSTRAR-CONTACTOS.
           PERFORM CARGAR-CONTACTOS.
           EXEC CICS SEND MAP('MENU09')
                          DATAONLY
                          FROM(MAP9O)
                      END-EXEC.
           MOVE 'MENU09' TO DATAMENU.
           PERFORM RETORNO-TRANS.
      *
       CARGAR-CONTACTOS.
           MOVE DATASELCIF TO DC-CON-CIF
                              CIF9O.
           MOVE SPACES TO TABLA9.
                         CARG9O
                         TLFC9O
                         CORC9O
                         PRIN9O
                         CCOR9O
                         VCOR9O
                         CTLF9O
                         VTLF9O.
      *
       LIMPIAR-SECUENCIAS.
           MOVE 0 TO DATACONSEQ(I).
                  , :DC-CON-TLF
                  , :DC-CON-CORREO
                  , :DC-CON-PRINCIPAL
                  , :DC-CON-CONSCORREO
                  , :DC-CON-CONSTLF
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE DC-CON-CONSCORREO TO LC-CONSCOR
                    MOVE DC-CON-CONSTLF   TO LC-CONSTLF
                    MOVE DC-CON-PRINCIPAL TO LC-PRIN
                    MOVE DC-CON-NOMBRE    TO LC-NOMBRE
                    MOVE DC-CON-CARGO     TO LC-CARGO
      * TIEMPOS COMO LA BAJA DE MENU05, PONER A CERO UN PUNTO DE
      * REARRANQUE (Z) O RETRASAR UNA FECHA DELTA (F) SIN PASAR
      * POR EL DBA. CADA CAMBIO DEJA RASTRO 'C' EN LA AUDITORIA
      * CON EL PROCESO TOCADO Y EL OPERADOR QUE LO TOCO.
      * CON E SE CONSULTAN LAS ULTIMAS EJECUCIONES DEL PROCESO DE
      * LA FILA (REGISTRO USRLOG), SIN CONFIRMACION NI CAMBIOS
      *============================================================
       ENTRAR-CONTROL.
           SET PASO-INICIAL TO TRUE.
       PEDIR-CONFIRMA-CONTROL.
           PERFORM RECOGER-SEL-CONTROL.
           IF SELFILA = 0
              MOVE 'ELIJA UNA FILA CON Z, F O E' TO ERRMSGTO
              PERFORM REMOSTRAR-CONTROL
           END-IF.
           IF DATACTLPROC(SELFILA) = SPACES
                    MOVE 'CONFIRME NUEVA FECHA CON S' TO ERRMSGTO
                    SET PASO-CONFIRMA TO TRUE
                 END-IF
               WHEN 'E'
                 PERFORM MOSTRAR-EJECUCIONES
               WHEN OTHER
                 MOVE 'SELECCION: USE Z, F O E' TO ERRMSGTO
           END-EVALUATE.
      *
      * SEGUNDO TIEMPO: SOLO LA 'S' EJECUTA; CUALQUIER OTRA COSA
      * NO DEPENDA DE QUIEN ESTE DE GUARDIA
       EXPLICAR-PROCESO.
           EVALUATE DC-CTL-PROCESO
               WHEN 'EXTRCLI'
                 MOVE 'FECHA DELTA Y SECUENCIA EXTRACTO'
                   TO LT-TEXTO
               WHEN 'MOVICLI'
                 MOVE 'FECHA DELTA Y SECUENCIA MOVTOS'
                   TO LT-TEXTO
               WHEN 'DEVOLSEC'
                 MOVE 'ULTIMA SECUENCIA DEVOL APLICADA'
                   TO LT-TEXTO
               WHEN 'RECOSEC'
                 MOVE 'ULTIMA SECUENCIA SNAPSHOT TRATADA'
                   TO LT-TEXTO
               WHEN 'CENTSEC'
                 MOVE 'ULTIMA SECUENCIA CENTRAL APLICADA'
                   TO LT-TEXTO
               WHEN 'ANONSEC'
                 MOVE 'ULTIMA SECUENCIA SUPRESION APLICADA'
                   TO LT-TEXTO
               WHEN 'PARTEDIR'
                 MOVE 'REARRANQUE PARTICION DIRECCION'
                   TO LT-TEXTO
               WHEN 'EVOLCLI'
                 MOVE 'ULTIMA SECUENCIA CSV EVOLUCION ENVIADO'
                   TO LT-TEXTO
               WHEN OTHER
                 PERFORM EXPLICAR-PROCESO-SUC
           END-EVALUATE.
      *
      * LA CARGA DE SUCURSAL LLEVA UNA PAREJA DE FILAS POR SUCURSAL:
      * 'CR' + CODIGO (REARRANQUE) Y 'CS' + CODIGO (SECUENCIA)
       EXPLICAR-PROCESO-SUC.
           EVALUATE DC-CTL-PROCESO(1:2)
               WHEN 'CR'
                 MOVE 'REARRANQUE CARGA SUCURSAL (ULTREG)'
                   TO LT-TEXTO
               WHEN 'CS'
                 MOVE 'ULTIMA SECUENCIA CARGA APLICADA'
                   TO LT-TEXTO
               WHEN OTHER
                 MOVE SPACES TO LT-TEXTO
           END-EVALUATE.
      *
      * CONSULTA DE LAS ULTIMAS EJECUCIONES: LA PAGINA SE LLENA CON
      * EL REGISTRO EN LUGAR DE LAS FILAS DE CONTROL Y SE VACIAN LOS
      * PROCESOS DE LA COMMAREA, PARA QUE UNA SELECCION SOBRE ESTA
      * PAGINA NO CAIGA EN UNA FILA DE CONTROL. EL SIGUIENTE ENTER
      * VUELVE A LA LISTA DE CONTROL
       MOSTRAR-EJECUCIONES.
           IF DATASELCIF(1:2) = 'CR' OR DATASELCIF(1:2) = 'CS'
              MOVE 'CARG' TO LOG-PREFIJO
           ELSE
              MOVE DATASELCIF(1:4) TO LOG-PREFIJO
           END-IF.
           MOVE SPACES TO TABLA10
                          DATACTLPROCS
                          ERRMSGTO.
           EXEC SQL OPEN CURSLOG END-EXEC.
           MOVE 1 TO F.
           SET NFIN-CURSOR TO TRUE.
           PERFORM READCURSLOG UNTIL FIN-CURSOR OR F EQUAL 9.
           EXEC SQL CLOSE CURSLOG END-EXEC.
           IF ERRMSGTO = SPACES
              IF F = 1
                 STRING 'SIN EJECUCIONES DE '  DELIMITED BY SIZE
                        DATASELCIF(1:8)        DELIMITED BY SIZE
                        INTO ERRMSGTO
              ELSE
                 STRING 'EJECUCIONES DE '      DELIMITED BY SIZE
                        DATASELCIF(1:8)        DELIMITED BY SIZE
                        INTO ERRMSGTO
              END-IF
           END-IF.
           MOVE T10LINEA(1) TO CTL1O.
           MOVE T10LINEA(2) TO CTL2O.
           MOVE T10LINEA(3) TO CTL3O.
           MOVE T10LINEA(4) TO CTL4O.
           MOVE T10LINEA(5) TO CTL5O.
           MOVE T10LINEA(6) TO CTL6O.
           MOVE T10LINEA(7) TO CTL7O.
           MOVE T10LINEA(8) TO CTL8O.
           MOVE SPACES TO FNUEVAO
                          CONFTO.
           EXEC CICS SEND MAP('MENU10')
                          DATAONLY
                          FROM(MAP10O)
                      END-EXEC.
           MOVE 'MENU10' TO DATAMENU.
           PERFORM RETORNO-TRANS.
      *
       READCURSLOG.
           INITIALIZE DCLUSRLOG.
           EXEC SQL
             FETCH FROM CURSLOG
               INTO :DC-LOG-PROCESO
                  , :DC-LOG-INICIO
                  , :DC-LOG-PARM
                  , :DC-LOG-RC
                  , :DC-LOG-ESTADO
                  , :DC-LOG-LEIDOS
                  , :DC-LOG-GRABADOS
                  , :DC-LOG-RECHAZADOS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE DC-LOG-PROCESO     TO LE-PROCESO
                    MOVE DC-LOG-INICIO      TO LE-INICIO
                    MOVE DC-LOG-PARM        TO LE-PARM
                    MOVE DC-LOG-RC          TO LE-RC
                    EVALUATE DC-LOG-ESTADO
                        WHEN 'C'
                          MOVE 'CORRECTO' TO LE-ESTADO
                        WHEN 'A'
                          MOVE 'ANORMAL'  TO LE-ESTADO
                        WHEN OTHER
                          MOVE 'EN CURSO' TO LE-ESTADO
                    END-EVALUATE
                    MOVE DC-LOG-LEIDOS      TO LE-LEIDOS
                    MOVE DC-LOG-GRABADOS    TO LE-GRABADOS
                    MOVE DC-LOG-RECHAZADOS  TO LE-RECHAZADOS
                    MOVE LINEA-EJECUCION    TO T10LINEA(F)
                    ADD 1 TO F
                    SET NFIN-CURSOR     TO TRUE
               WHEN 100
                    SET FIN-CURSOR      TO TRUE
               WHEN OTHER
                    SET FIN-CURSOR      TO TRUE
                    PERFORM G999-ERROR-DB2
                    MOVE DB2-ERROR TO ERRMSGTO
           END-EVALUATE.
      *
      *============================================================
      * -----------MENU11-----------------------------------------
      * MANTENIMIENTO DE OPERADORES (SOLO SUPERVISOR): LISTA DE
      * USROPER DE 8 EN 8 (PF11 SIGUIENTE, PF10 PRIMERA PAGINA).
      * CON UNA LETRA EN LA FILA: P = NUEVO PERFIL (EL TECLEADO EN
      * LA LINEA DE CAPTURA), I = DESACTIVAR, A = ACTIVAR O
      * DESBLOQUEAR, R = REINICIAR LA CLAVE (LA TECLEADA, QUE EL
      * OPERADOR DEBERA CAMBIAR AL ENTRAR). SIN LETRA, LA LINEA DE
      * CAPTURA DA DE ALTA UN OPERADOR. CADA CAMBIO QUEDA EN
      * USROPER_AUD CON EL SUPERVISOR QUE LO HIZO
      *============================================================
       ENTRAR-OPERADORES.
           MOVE LOW-VALUES TO DATAOPEPRI.
           MOVE SPACES TO ERRMSGPO.
           PERFORM CARGAR-OPERADORES.
           EXEC CICS SEND MAP('MENU11')
                          ERASE
                          FROM(MAP11O)
                      END-EXEC.
      *
       MENU11.
           MOVE LOW-VALUES TO MAP11I.
           EXEC CICS RECEIVE MAP('MENU11')
                   INTO(MAP11I)
                   NOHANDLE
              END-EXEC.
           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
           CONTINUE
               WHEN EIBAID = DFHPF3
                 MOVE LOW-VALUES TO MAP0I
                 PERFORM MANDAR-MAPONLY
                 MOVE 'MENU00' TO DATAMENU
                 PERFORM RETORNO-TRANS
           END-EVALUATE.

           IF NOT PERFIL-SUPERV
              PERFORM FALLO-PERFIL
           END-IF.

           MOVE SPACES TO ERRMSGPO.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF11
                 PERFORM PAGINA11-SIGUIENTE
               WHEN EIBAID = DFHPF10
                 MOVE LOW-VALUES TO DATAOPEPRI
                 PERFORM REMOSTRAR-OPERADORES
           END-EVALUATE.

           PERFORM RECOGER-SEL-OPERADOR.
           EVALUATE TRUE
               WHEN SELFILA > 0
                 PERFORM TRATAR-SEL-OPERADOR
               WHEN OPEN11I NOT = SPACES AND OPEN11I NOT = LOW-VALUES
                 PERFORM ALTA-OPERADOR
               WHEN OTHER
                 MOVE 'ELIJA P/I/A/R O TECLEE UN ALTA' TO ERRMSGPO
           END-EVALUATE.
           PERFORM REMOSTRAR-OPERADORES.
      *
      * LA PAGINA SIGUIENTE EMPIEZA DETRAS DEL ULTIMO OPERADOR EN
      * PANTALLA; SI YA NO QUEDA NINGUNO SE SIGUE EN LA MISMA
       PAGINA11-SIGUIENTE.
           IF DATAOPELIN(8) = SPACES
              MOVE 'NO HAY MAS OPERADORES.' TO ERRMSGPO
           ELSE
              MOVE DATAOPEPRI    TO OPEPRI-ANT
              MOVE DATAOPELIN(8) TO DATAOPEPRI
              PERFORM CARGAR-OPERADORES
              IF DATAOPELIN(1) = SPACES
                 MOVE OPEPRI-ANT TO DATAOPEPRI
                 MOVE 'NO HAY MAS OPERADORES.' TO ERRMSGPO
              END-IF
           END-IF.
           PERFORM REMOSTRAR-OPERADORES.
      *
       RECOGER-SEL-OPERADOR.
           MOVE 0 TO SELFILA.
           MOVE SPACE TO SELLETRA-ACT.
           MOVE SELO1I TO SELLETRA(1).
           MOVE SELO2I TO SELLETRA(2).
           MOVE SELO3I TO SELLETRA(3).
           MOVE SELO4I TO SELLETRA(4).
           MOVE SELO5I TO SELLETRA(5).
           MOVE SELO6I TO SELLETRA(6).
           MOVE SELO7I TO SELLETRA(7).
           MOVE SELO8I TO SELLETRA(8).
           PERFORM BUSCAR-SELECCION VARYING I FROM 1 BY 1
                                    UNTIL I > 8.
      *
      * EL SUPERVISOR NO PUEDE ACTUAR SOBRE SU PROPIO OPERADOR:
      * ASI NADIE SE SUBE EL PERFIL NI SE DESBLOQUEA A SI MISMO
       TRATAR-SEL-OPERADOR.
           IF DATAOPELIN(SELFILA) = SPACES
              OR DATAOPELIN(SELFILA) = LOW-VALUES
              MOVE 'SELECCION EN FILA VACIA' TO ERRMSGPO
              PERFORM REMOSTRAR-OPERADORES
           END-IF.
           IF DATAOPELIN(SELFILA) = DATAOPER
              MOVE 'NO SE PERMITE SOBRE SI MISMO' TO ERRMSGPO
              PERFORM REMOSTRAR-OPERADORES
           END-IF.
           MOVE DATAOPELIN(SELFILA) TO DC-OPE-OPERADOR.
           EVALUATE SELLETRA-ACT
               WHEN 'P'
                 PERFORM CAMBIAR-PERFIL
               WHEN 'I'
                 PERFORM INACTIVAR-OPERADOR
               WHEN 'A'
                 PERFORM ACTIVAR-OPERADOR
               WHEN 'R'
                 PERFORM REINICIAR-CLAVE
               WHEN OTHER
                 MOVE 'SELECCION: USE P, I, A O R' TO ERRMSGPO
           END-EVALUATE.
      *
       CAMBIAR-PERFIL.
           IF PERF11I NOT = 'C' AND PERF11I NOT = 'M'
              AND PERF11I NOT = 'S'
              MOVE 'TECLEE EL PERFIL: C, M O S' TO ERRMSGPO
              PERFORM REMOSTRAR-OPERADORES
           END-IF.
           MOVE PERF11I TO DC-OPE-PERFIL.
           EXEC SQL
             UPDATE USROPER
                SET PERFIL = :DC-OPE-PERFIL
              WHERE OPERADOR = :DC-OPE-OPERADOR
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 MOVE 'PERFIL CAMBIADO.' TO ERRMSGPO
                 MOVE 'P' TO ACC-EVENTO
                 MOVE SPACES TO ACC-DETALLE
                 STRING 'PERFIL NUEVO: ' DELIMITED BY SIZE
                        DC-OPE-PERFIL    DELIMITED BY SIZE
                        INTO ACC-DETALLE
                 PERFORM REGISTRAR-ACCESO
               WHEN SQLCODE = 100
                 MOVE 'EL OPERADOR YA NO EXISTE.' TO ERRMSGPO
               WHEN OTHER
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSGPO
           END-EVALUATE.
      *
       INACTIVAR-OPERADOR.
           EXEC SQL
             UPDATE USROPER
                SET ESTADO = 'I'
              WHERE OPERADOR = :DC-OPE-OPERADOR
                AND ESTADO <> 'I'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 MOVE 'OPERADOR DESACTIVADO.' TO ERRMSGPO
                 MOVE 'I' TO ACC-EVENTO
                 MOVE 'OPERADOR DESACTIVADO' TO ACC-DETALLE
                 PERFORM REGISTRAR-ACCESO
               WHEN SQLCODE = 100
                 MOVE 'EL OPERADOR YA ESTA INACTIVO.' TO ERRMSGPO
               WHEN OTHER
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSGPO
           END-EVALUATE.
      *
      * ACTIVAR SIRVE TANTO PARA REACTIVAR UN OPERADOR DESACTIVADO
      * COMO PARA DESBLOQUEAR UNO BLOQUEADO POR FALLOS DE CLAVE
       ACTIVAR-OPERADOR.
           EXEC SQL
             UPDATE USROPER
                SET ESTADO = 'A'
                  , FALLOS = 0
              WHERE OPERADOR = :DC-OPE-OPERADOR
                AND ESTADO <> 'A'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 MOVE 'OPERADOR ACTIVADO.' TO ERRMSGPO
                 MOVE 'D' TO ACC-EVENTO
                 MOVE 'OPERADOR ACTIVADO, FALLOS A CERO'
                   TO ACC-DETALLE
                 PERFORM REGISTRAR-ACCESO
               WHEN SQLCODE = 100
                 MOVE 'EL OPERADOR YA ESTA ACTIVO.' TO ERRMSGPO
               WHEN OTHER
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSGPO
           END-EVALUATE.
      *
      * LA CLAVE PROVISIONAL SOLO VALE PARA ENTRAR UNA VEZ: EL
      * OPERADOR TENDRA QUE CAMBIARLA EN SU PROXIMA IDENTIFICACION.
      * NO DESBLOQUEA; PARA ESO ESTA LA 'A'
       REINICIAR-CLAVE.
           IF CLAV11I = SPACES OR CLAV11I = LOW-VALUES
              MOVE 'TECLEE LA CLAVE PROVISIONAL.' TO ERRMSGPO
              PERFORM REMOSTRAR-OPERADORES
           END-IF.
           MOVE CLAV11I TO DC-OPE-CLAVE.
           EXEC SQL
             UPDATE USROPER
                SET CLAVE       = :DC-OPE-CLAVE
                  , FECHACLAVE  = CURRENT DATE
                  , CAMBIOCLAVE = 'S'
                  , FALLOS      = 0
              WHERE OPERADOR = :DC-OPE-OPERADOR
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 MOVE 'CLAVE REINICIADA.' TO ERRMSGPO
                 MOVE 'R' TO ACC-EVENTO
                 MOVE 'CLAVE REINICIADA' TO ACC-DETALLE
                 PERFORM REGISTRAR-ACCESO
               WHEN SQLCODE = 100
                 MOVE 'EL OPERADOR YA NO EXISTE.' TO ERRMSGPO
               WHEN OTHER
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSGPO
           END-EVALUATE.
      *
      * EL OPERADOR NUEVO NACE ACTIVO Y CON LA CLAVE PENDIENTE DE
      * CAMBIO, COMO TRAS UN REINICIO
       ALTA-OPERADOR.
           MOVE OPEN11I TO DC-OPE-OPERADOR.
           MOVE NOMO11I TO DC-OPE-NOMBRE.
           MOVE PERF11I TO DC-OPE-PERFIL.
           MOVE CLAV11I TO DC-OPE-CLAVE.
           EVALUATE TRUE
               WHEN NOMO11I = SPACES OR NOMO11I = LOW-VALUES
                 MOVE 'TECLEE EL NOMBRE DEL OPERADOR' TO ERRMSGPO
               WHEN PERF11I NOT = 'C' AND PERF11I NOT = 'M'
                    AND PERF11I NOT = 'S'
                 MOVE 'TECLEE EL PERFIL: C, M O S' TO ERRMSGPO
               WHEN CLAV11I = SPACES OR CLAV11I = LOW-VALUES
                 MOVE 'TECLEE LA CLAVE PROVISIONAL.' TO ERRMSGPO
               WHEN OTHER
                 PERFORM GRABAR-OPERADOR
           END-EVALUATE.
      *
       GRABAR-OPERADOR.
           EXEC SQL
             INSERT
               INTO USROPER(
                    OPERADOR
                  , NOMBRE
                  , CLAVE
                  , PERFIL
                  , ESTADO
                  , FECHACLAVE
                  , CAMBIOCLAVE
                  , FALLOS)
               VALUES(
                    :DC-OPE-OPERADOR
                  , :DC-OPE-NOMBRE
                  , :DC-OPE-CLAVE
                  , :DC-OPE-PERFIL
                  , 'A'
                  , CURRENT DATE
                  , 'S'
                  , 0)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 MOVE 'OPERADOR DADO DE ALTA.' TO ERRMSGPO
                 MOVE 'A' TO ACC-EVENTO
                 MOVE SPACES TO ACC-DETALLE
                 STRING 'ALTA CON PERFIL ' DELIMITED BY SIZE
                        DC-OPE-PERFIL      DELIMITED BY SIZE
                        INTO ACC-DETALLE
                 PERFORM REGISTRAR-ACCESO
               WHEN SQLCODE = -803
                 MOVE 'EL OPERADOR YA EXISTE.' TO ERRMSGPO
               WHEN OTHER
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSGPO
           END-EVALUATE.
      *
       REMOSTRAR-OPERADORES.
           PERFORM CARGAR-OPERADORES.
           EXEC CICS SEND MAP('MENU11')
                          DATAONLY
                          FROM(MAP11O)
                      END-EXEC.
           MOVE 'MENU11' TO DATAMENU.
           PERFORM RETORNO-TRANS.
      *
       CARGAR-OPERADORES.
           MOVE SPACES TO TABLA11
                          DATAOPES.
           MOVE DATAOPEPRI TO DC-BOOKOPE.
           EXEC SQL OPEN CURSOPE END-EXEC.
           MOVE 1 TO F.
           SET NFIN-CURSOR TO TRUE.
           PERFORM READCURS11 UNTIL FIN-CURSOR OR F EQUAL 9.
           EXEC SQL CLOSE CURSOPE END-EXEC.
           MOVE T11LINEA(1) TO OPE1O.
           MOVE T11LINEA(2) TO OPE2O.
           MOVE T11LINEA(3) TO OPE3O.
           MOVE T11LINEA(4) TO OPE4O.
           MOVE T11LINEA(5) TO OPE5O.
           MOVE T11LINEA(6) TO OPE6O.
           MOVE T11LINEA(7) TO OPE7O.
           MOVE T11LINEA(8) TO OPE8O.
           MOVE SPACES TO SELO1O
                          SELO2O
                          SELO3O
                          SELO4O
                          SELO5O
                          SELO6O
                          SELO7O
                          SELO8O
                          OPEN11O
                          NOMO11O
                          PERF11O
                          CLAV11O.
      *
       READCURS11.
           INITIALIZE DCLUSROPER.
           EXEC SQL
             FETCH FROM CURSOPE
               INTO :DC-OPE-OPERADOR
                  , :DC-OPE-NOMBRE
                  , :DC-OPE-PERFIL
                  , :DC-OPE-ESTADO
                  , :DC-OPE-FALLOS
                  , :DC-OPE-FECHACLAVE
                  , :DC-OPE-CAMBIOCLAVE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE DC-OPE-OPERADOR    TO LO-OPERADOR
                    MOVE DC-OPE-NOMBRE      TO LO-NOMBRE
                    MOVE DC-OPE-PERFIL      TO LO-PERFIL
                    MOVE DC-OPE-ESTADO      TO LO-ESTADO
                    MOVE DC-OPE-FALLOS      TO LO-FALLOS
                    MOVE DC-OPE-FECHACLAVE  TO LO-FECHACLAVE
                    MOVE DC-OPE-CAMBIOCLAVE TO LO-CAMBIOCLAVE
                    MOVE LINEA-OPERADOR     TO T11LINEA(F)
                    MOVE DC-OPE-OPERADOR    TO DATAOPELIN(F)
                    ADD 1 TO F
                    SET NFIN-CURSOR     TO TRUE
               WHEN 100
                    SET FIN-CURSOR      TO TRUE
               WHEN OTHER
                    SET FIN-CURSOR      TO TRUE
                    PERFORM G999-ERROR-DB2
           END-EVALUATE.
      *
      *============================================================
      * -----------MENU13-----------------------------------------
      * COLA DE CAMBIOS PENDIENTES (SOLO SUPERVISOR): LISTA LAS
      * BAJAS Y CAMBIOS DE NOMBRE O DIRECCION PEDIDOS POR LOS
      * OPERADORES DE MANTENIMIENTO, DEL MAS ANTIGUO AL MAS
      * RECIENTE (PF11 SIGUIENTE, PF10 PRIMERA PAGINA). CON 'S' EN
      * LA FILA SE PASA AL DETALLE (MENU14), DONDE SE APRUEBA O SE
      * RECHAZA CON MOTIVO
      *============================================================
       ENTRAR-PENDIENTES.
           MOVE FECHAHORA-INICIO TO DATAPENFHPRI.
           MOVE SPACES TO DATAPENCIFPRI.
           MOVE SPACES TO ERRMSGQO.
           PERFORM VOLVER-A-PENDIENTES.
      *
       MENU13.
           MOVE LOW-VALUES TO MAP13I.
           EXEC CICS RECEIVE MAP('MENU13')
                   INTO(MAP13I)
                   NOHANDLE
              END-EXEC.
           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
           CONTINUE
               WHEN EIBAID = DFHPF3
                 MOVE LOW-VALUES TO MAP0I
                 PERFORM MANDAR-MAPONLY
                 MOVE 'MENU00' TO DATAMENU
                 PERFORM RETORNO-TRANS
           END-EVALUATE.

           IF NOT PERFIL-SUPERV
              PERFORM FALLO-PERFIL
           END-IF.

           MOVE SPACES TO ERRMSGQO.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF11
                 PERFORM PAGINA13-SIGUIENTE
               WHEN EIBAID = DFHPF10
                 MOVE FECHAHORA-INICIO TO DATAPENFHPRI
                 MOVE SPACES TO DATAPENCIFPRI
                 PERFORM REMOSTRAR-PENDIENTES
           END-EVALUATE.

           PERFORM RECOGER-SEL-PENDIENTE.
           IF SELFILA = 0
              MOVE 'ELIJA UN CAMBIO CON S' TO ERRMSGQO
              PERFORM REMOSTRAR-PENDIENTES
           END-IF.
           IF DATAPENCIF(SELFILA) = SPACES
              OR DATAPENCIF(SELFILA) = LOW-VALUES
              MOVE 'SELECCION EN FILA VACIA' TO ERRMSGQO
              PERFORM REMOSTRAR-PENDIENTES
           END-IF.
           IF SELLETRA-ACT NOT = 'S'
              MOVE 'SELECCION: USE S' TO ERRMSGQO
              PERFORM REMOSTRAR-PENDIENTES
           END-IF.
           MOVE DATAPENCIF(SELFILA) TO DATASELCIF.
           MOVE DATAPENFH(SELFILA)  TO DATAPENFHSEL.
           PERFORM MOSTRAR-PENDIENTE.
      *
      * LA PAGINA SIGUIENTE EMPIEZA DETRAS DEL ULTIMO CAMBIO EN
      * PANTALLA; SI YA NO QUEDA NINGUNO SE SIGUE EN LA MISMA
       PAGINA13-SIGUIENTE.
           IF DATAPENCIF(8) = SPACES
              MOVE 'NO HAY MAS CAMBIOS PENDIENTES' TO ERRMSGQO
           ELSE
              MOVE DATAPENFHPRI  TO PENFHPRI-ANT
              MOVE DATAPENCIFPRI TO PENCIFPRI-ANT
              MOVE DATAPENFH(8)  TO DATAPENFHPRI
              MOVE DATAPENCIF(8) TO DATAPENCIFPRI
              PERFORM CARGAR-PENDIENTES
              IF DATAPENCIF(1) = SPACES
                 MOVE PENFHPRI-ANT  TO DATAPENFHPRI
                 MOVE PENCIFPRI-ANT TO DATAPENCIFPRI
                 MOVE 'NO HAY MAS CAMBIOS PENDIENTES' TO ERRMSGQO
              END-IF
           END-IF.
           PERFORM REMOSTRAR-PENDIENTES.
      *
       RECOGER-SEL-PENDIENTE.
           MOVE 0 TO SELFILA.
           MOVE SPACE TO SELLETRA-ACT.
           MOVE SELP1I TO SELLETRA(1).
           MOVE SELP2I TO SELLETRA(2).
           MOVE SELP3I TO SELLETRA(3).
           MOVE SELP4I TO SELLETRA(4).
           MOVE SELP5I TO SELLETRA(5).
           MOVE SELP6I TO SELLETRA(6).
           MOVE SELP7I TO SELLETRA(7).
           MOVE SELP8I TO SELLETRA(8).
           PERFORM BUSCAR-SELECCION VARYING I FROM 1 BY 1
                                    UNTIL I > 8.
      *
       REMOSTRAR-PENDIENTES.
           PERFORM CARGAR-PENDIENTES.
           EXEC CICS SEND MAP('MENU13')
                          DATAONLY
                          FROM(MAP13O)
                      END-EXEC.
           MOVE 'MENU13' TO DATAMENU.
           PERFORM RETORNO-TRANS.
      *
      * VUELTA A LA LISTA DESDE EL DETALLE (O ENTRADA DESDE EL
      * MENU): HAY QUE REPINTAR LA PANTALLA ENTERA
       VOLVER-A-PENDIENTES.
           PERFORM CARGAR-PENDIENTES.
           EXEC CICS SEND MAP('MENU13')
                          ERASE
                          FROM(MAP13O)
                      END-EXEC.
           MOVE 'MENU13' TO DATAMENU.
           PERFORM RETORNO-TRANS.
      *
       CARGAR-PENDIENTES.
           MOVE SPACES TO TABLA13
                          DATAPENS.
           MOVE DATAPENFHPRI  TO DC-BOOKPENFH.
           MOVE DATAPENCIFPRI TO DC-BOOKPENCIF.
           EXEC SQL OPEN CURSPEN END-EXEC.
           MOVE 1 TO F.
           SET NFIN-CURSOR TO TRUE.
           PERFORM READCURS13 UNTIL FIN-CURSOR OR F EQUAL 9.
           EXEC SQL CLOSE CURSPEN END-EXEC.
           MOVE T13LINEA(1) TO PEN1O.
           MOVE T13LINEA(2) TO PEN2O.
           MOVE T13LINEA(3) TO PEN3O.
           MOVE T13LINEA(4) TO PEN4O.
           MOVE T13LINEA(5) TO PEN5O.
           MOVE T13LINEA(6) TO PEN6O.
           MOVE T13LINEA(7) TO PEN7O.
           MOVE T13LINEA(8) TO PEN8O.
           MOVE SPACES TO SELP1O
                          SELP2O
                          SELP3O
                          SELP4O
                          SELP5O
                          SELP6O
                          SELP7O
                          SELP8O.
      *
       READCURS13.
           INITIALIZE DCLUSRPEND.
           EXEC SQL
             FETCH FROM CURSPEN
               INTO :DC-PEN-CIF
                  , :DC-PEN-FECHASOL
                  , :DC-PEN-TIPO
                  , :DC-PEN-OPERSOL
                  , :DC-PEN-ANTNOMBRE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                    MOVE DC-PEN-CIF       TO LP-CIF
                    MOVE DC-PEN-TIPO      TO LP-TIPO
                    MOVE DC-PEN-OPERSOL   TO LP-OPERSOL
                    MOVE DC-PEN-FECHASOL  TO LP-FECHASOL
                    MOVE DC-PEN-ANTNOMBRE TO LP-NOMBRE
                    MOVE LINEA-PENDIENTE  TO T13LINEA(F)
                    MOVE DC-PEN-CIF       TO DATAPENCIF(F)
                    MOVE DC-PEN-FECHASOL  TO DATAPENFH(F)
                    ADD 1 TO F
                    SET NFIN-CURSOR     TO TRUE
               WHEN 100
                    SET FIN-CURSOR      TO TRUE
               WHEN OTHER
                    SET FIN-CURSOR      TO TRUE
                    PERFORM G999-ERROR-DB2
           END-EVALUATE.
      *============================================================
      * -----------MENU14-----------------------------------------
      * DETALLE DE UN CAMBIO PENDIENTE, CON LOS VALORES DEL CLIENTE
      * AL PEDIRLO Y LOS PEDIDOS LADO A LADO. A = APROBAR (SE
      * APLICA AL CLIENTE Y LA AUDITORIA NOMBRA AL OPERADOR QUE LO
      * PIDIO Y AL SUPERVISOR QUE LO APROBO), R = RECHAZAR CON
      * MOTIVO. NADIE APRUEBA SUS PROPIAS PETICIONES
      *============================================================
       MOSTRAR-PENDIENTE.
           PERFORM LEER-PENDIENTE.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                 MOVE 'YA NO ESTA PENDIENTE.' TO ERRMSGQO
                 PERFORM REMOSTRAR-PENDIENTES
               WHEN SQLCODE NOT = 0
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSGQO
                 PERFORM REMOSTRAR-PENDIENTES
           END-EVALUATE.
           MOVE LOW-VALUES TO MAP14O.
           PERFORM CARGAR-DETALLE-PEN.
           MOVE 'DECIDA: A APROBAR, R RECHAZAR' TO ERRMSGAO.
           EXEC CICS SEND MAP('MENU14')
                          ERASE
                          FROM(MAP14O)
                      END-EXEC.
           MOVE 'MENU14' TO DATAMENU.
           PERFORM RETORNO-TRANS.
      *
       LEER-PENDIENTE.
           MOVE DATASELCIF   TO DC-PEN-CIF.
           MOVE DATAPENFHSEL TO DC-PEN-FECHASOL.
           EXEC SQL
                SELECT
                     TIPO
                   , OPERSOL
                   , NOMBRE
                   , CALLE
                   , POBLACION
                   , CODPOSTAL
                   , PROVINCIA
                   , TLF
                   , CORREO
                   , ANTNOMBRE
                   , ANTCALLE
                   , ANTPOBLACION
                   , ANTCODPOSTAL
                   , ANTTLF
                   , ANTCORREO
                   , ANTFECHAMOD
                INTO
                     :DC-PEN-TIPO
                   , :DC-PEN-OPERSOL
                   , :DC-PEN-NOMBRE
                   , :DC-PEN-CALLE
                   , :DC-PEN-POBLACION
                   , :DC-PEN-CODPOSTAL
                   , :DC-PEN-PROVINCIA
                   , :DC-PEN-TLF
                   , :DC-PEN-CORREO
                   , :DC-PEN-ANTNOMBRE
                   , :DC-PEN-ANTCALLE
                   , :DC-PEN-ANTPOBLACION
                   , :DC-PEN-ANTCODPOSTAL
                   , :DC-PEN-ANTTLF
                   , :DC-PEN-ANTCORREO
                   , :DC-PEN-ANTFECHAMOD
                FROM USRPEND
                WHERE CIF = :DC-PEN-CIF
                  AND FECHASOL = :DC-PEN-FECHASOL
                  AND ESTADO = 'P'
           END-EXEC.
      *
       CARGAR-DETALLE-PEN.
           MOVE DC-PEN-CIF          TO CIF14O.
           IF DC-PEN-TIPO = 'B'
              MOVE 'BAJA'          TO TIPO14O
           ELSE
              MOVE 'MODIFICACION'  TO TIPO14O
           END-IF.
           MOVE DC-PEN-OPERSOL      TO OPSO14O.
           MOVE DC-PEN-FECHASOL     TO FSOL14O.
           MOVE DC-PEN-ANTNOMBRE    TO NOMA14O.
           MOVE DC-PEN-NOMBRE       TO NOMS14O.
           MOVE DC-PEN-ANTCALLE     TO CALA14O.
           MOVE DC-PEN-CALLE        TO CALS14O.
           MOVE DC-PEN-ANTPOBLACION TO POBA14O.
           MOVE DC-PEN-POBLACION    TO POBS14O.
           MOVE DC-PEN-ANTCODPOSTAL TO CPA14O.
           MOVE DC-PEN-CODPOSTAL    TO CPS14O.
           MOVE DC-PEN-ANTTLF       TO TLFA14O.
           MOVE DC-PEN-TLF          TO TLFS14O.
           MOVE DC-PEN-ANTCORREO    TO CORA14O.
           MOVE DC-PEN-CORREO       TO CORS14O.
           MOVE SPACES              TO DECI14O
                                       MOTI14O.
      *
       MENU14.
           MOVE LOW-VALUES TO MAP14I.
           EXEC CICS RECEIVE MAP('MENU14')
                   INTO(MAP14I)
                   NOHANDLE
              END-EXEC.
           MOVE LOW-VALUES TO MAP14O.
           IF EIBAID = DFHPF3
              MOVE SPACES TO ERRMSGQO
              PERFORM VOLVER-A-PENDIENTES
           END-IF.

           IF NOT PERFIL-SUPERV
              PERFORM FALLO-PERFIL
           END-IF.

           EVALUATE DECI14I
               WHEN 'A'
                 PERFORM APROBAR-PENDIENTE
               WHEN 'R'
                 PERFORM RECHAZAR-PENDIENTE
               WHEN OTHER
                 MOVE 'DECIDA: A APROBAR, R RECHAZAR' TO ERRMSGAO
           END-EVALUATE.
           PERFORM REMOSTRAR-DETALLE-PEN.
      *
       REMOSTRAR-DETALLE-PEN.
           EXEC CICS SEND MAP('MENU14')
                          DATAONLY
                          FROM(MAP14O)
                      END-EXEC.
           MOVE 'MENU14' TO DATAMENU.
           PERFORM RETORNO-TRANS.
      *
      * LA PETICION SE CIERRA ANTES DE APLICARLA: SI OTRO
      * SUPERVISOR LA DECIDIO ENTRETANTO, EL UPDATE NO ENCUENTRA
      * LA FILA PENDIENTE Y NO SE APLICA DOS VECES. SI LUEGO EL
      * CLIENTE YA NO ESTA COMO SE PIDIO, SE DESHACE EL CIERRE
       APROBAR-PENDIENTE.
           PERFORM LEER-PENDIENTE.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                 MOVE 'YA NO ESTA PENDIENTE.' TO ERRMSGQO
                 PERFORM VOLVER-A-PENDIENTES
               WHEN SQLCODE NOT = 0
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSGAO
                 PERFORM REMOSTRAR-DETALLE-PEN
               WHEN DC-PEN-OPERSOL = DATAOPER
                 MOVE 'NO PUEDE APROBAR LO SUYO.' TO ERRMSGAO
                 PERFORM REMOSTRAR-DETALLE-PEN
           END-EVALUATE.
           MOVE 'A'    TO DC-PEN-ESTADO.
           MOVE SPACES TO DC-PEN-MOTIVO.
           PERFORM CERRAR-PENDIENTE.
           IF DC-PEN-TIPO = 'B'
              PERFORM APLICAR-BAJA-PEN
           ELSE
              PERFORM APLICAR-MODIF-PEN
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 MOVE DC-PEN-CIF     TO DC-CIF
                 MOVE DC-PEN-TIPO    TO AUD-ACCION
                 MOVE DC-PEN-OPERSOL TO AUD-SOLICITANTE
                 PERFORM GRABAR-AUDITORIA
                 IF AUDITORIA-KO
                    MOVE 'APLICADO, AUDITORIA KO.' TO ERRMSGQO
                 ELSE
                    MOVE 'CAMBIO APROBADO Y APLICADO.' TO ERRMSGQO
                 END-IF
                 PERFORM VOLVER-A-PENDIENTES
               WHEN SQLCODE = 100
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE 'CLIENTE CAMBIADO: RECHACELO.' TO ERRMSGAO
               WHEN OTHER
                 PERFORM G999-ERROR-DB2
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE DB2-ERROR TO ERRMSGAO
           END-EVALUATE.
      *
       RECHAZAR-PENDIENTE.
           IF MOTI14I = SPACES OR MOTI14I = LOW-VALUES
              MOVE 'TECLEE EL MOTIVO DEL RECHAZO.' TO ERRMSGAO
              PERFORM REMOSTRAR-DETALLE-PEN
           END-IF.
           MOVE DATASELCIF   TO DC-PEN-CIF.
           MOVE DATAPENFHSEL TO DC-PEN-FECHASOL.
           MOVE 'R'          TO DC-PEN-ESTADO.
           MOVE MOTI14I      TO DC-PEN-MOTIVO.
           PERFORM CERRAR-PENDIENTE.
           MOVE 'CAMBIO RECHAZADO.' TO ERRMSGQO.
           PERFORM VOLVER-A-PENDIENTES.
      *
      * SIN FILA PENDIENTE (YA DECIDIDA POR OTRO) SE VUELVE A LA
      * LISTA; CON ERROR SE QUEDA EN EL DETALLE
       CERRAR-PENDIENTE.
           MOVE DATAOPER TO DC-PEN-OPERAPR.
           EXEC SQL
             UPDATE USRPEND
                SET ESTADO   = :DC-PEN-ESTADO
                  , OPERAPR  = :DC-PEN-OPERAPR
                  , FECHARES = CURRENT TIMESTAMP
                  , MOTIVO   = :DC-PEN-MOTIVO
              WHERE CIF      = :DC-PEN-CIF
                AND FECHASOL = :DC-PEN-FECHASOL
                AND ESTADO   = 'P'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 CONTINUE
               WHEN SQLCODE = 100
                 MOVE 'YA NO ESTA PENDIENTE.' TO ERRMSGQO
                 PERFORM VOLVER-A-PENDIENTES
               WHEN OTHER
                 PERFORM G999-ERROR-DB2
                 MOVE DB2-ERROR TO ERRMSGAO
                 PERFORM REMOSTRAR-DETALLE-PEN
           END-EVALUATE.
      *
       APLICAR-BAJA-PEN.
           EXEC SQL
             UPDATE USRDATOS
                SET ESTADO    = 'B'
                  , FECHABAJA = CURRENT DATE
                  , FECHAMOD  = CURRENT DATE
              WHERE CIF = :DC-PEN-CIF
                AND ESTADO = 'A'
           END-EXEC.
      *
      * MISMO UPDATE QUE GRABAMOD, CONTRA LA IMAGEN QUE TENIA EL
      * CLIENTE CUANDO SE PIDIO EL CAMBIO
       APLICAR-MODIF-PEN.
           MOVE DC-PEN-CALLE     TO DC-CALLE.
           MOVE DC-PEN-POBLACION TO DC-POBLACION.
           MOVE DC-PEN-CODPOSTAL TO DC-CODPOSTAL.
           PERFORM COMPONER-DIRECCION.
           EXEC SQL
             UPDATE USRDATOS
                SET NOMBRE    = :DC-PEN-NOMBRE
                  , DIRECCION = :DC-DIRECCION
                  , CALLE     = :DC-PEN-CALLE
                  , POBLACION = :DC-PEN-POBLACION
                  , CODPOSTAL = :DC-PEN-CODPOSTAL
                  , PROVINCIA = :DC-PEN-PROVINCIA
                  , TLF       = :DC-PEN-TLF
                  , CORREO    = :DC-PEN-CORREO
                  , FECHAMOD  = CURRENT DATE
                  , INVCORREO = ' '
                  , INVDIREC  = ' '
              WHERE CIF       = :DC-PEN-CIF
                AND ESTADO    = 'A'
                AND NOMBRE    = :DC-PEN-ANTNOMBRE
                AND CALLE     = :DC-PEN-ANTCALLE
                AND POBLACION = :DC-PEN-ANTPOBLACION
                AND CODPOSTAL = :DC-PEN-ANTCODPOSTAL
                AND TLF       = :DC-PEN-ANTTLF
                AND CORREO    = :DC-PEN-ANTCORREO
                AND FECHAMOD  = :DC-PEN-ANTFECHAMOD
           END-EXEC.
      *
       FIN-PGM.
               EXEC CICS RETURN
