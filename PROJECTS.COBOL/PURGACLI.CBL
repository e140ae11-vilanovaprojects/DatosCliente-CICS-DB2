      *  PROGRAMA BATCH DE RETENCION DE CLIENTES EN BAJA: DESCARGA A
      *  FICHEROS DE ARCHIVO LOS CLIENTES CON ESTADO 'B' CUYA FECHA
      *  DE BAJA ES ANTERIOR AL CORTE DE RETENCION, JUNTO CON SUS
      *  FILAS DE USRDATOS_AUD, SUS CONTACTOS DE USRCONT, SUS
      *  CAMBIOS DE USRPEND Y SUS RECHAZOS DE CARGA DE USRRECH,
      *  VERIFICA QUE LOS RECUENTOS DESCARGADOS COINCIDEN Y SOLO
      *  ENTONCES LOS BORRA DE LAS TABLAS VIVAS. PARM = ANOS DE
      *  RETENCION (2 CIFRAS); SIN PARM, 05.
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGACLI.
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHCON   ASSIGN TO ARCHCON
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHPEN   ASSIGN TO ARCHPEN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHRCH   ASSIGN TO ARCHRCH
                  ORGANIZATION IS SEQUENTIAL.
           SELECT INFORME   ASSIGN TO INFORME
                  ORGANIZATION IS SEQUENTIAL.
      *
           05  ARC-TASKN               PIC 9(9).
           05  ARC-FECHAHORA           PIC X(26).
           05  ARC-OPERADOR            PIC X(8).
           05  ARC-APROBADOR           PIC X(8).
      * CONTACTOS DEL CLIENTE PURGADO: TAMBIEN SON DATO PERSONAL Y
      * SALEN DE LA TABLA VIVA JUNTO CON EL
       FD  ARCHCON
           05  ACO-TLF                 PIC X(9).
           05  ACO-CORREO              PIC X(40).
           05  ACO-PRINCIPAL           PIC X(1).
      * CAMBIOS PEDIDOS PARA EL CLIENTE PURGADO (COLA DE APROBACION):
      * LLEVAN LOS VALORES PEDIDOS Y LA IMAGEN ANTERIOR DEL CLIENTE
       FD  ARCHPEN
           RECORDING MODE IS F.
       01  REG-ARCHPEN.
           05  APE-CIF                 PIC X(9).
           05  APE-FECHASOL            PIC X(26).
           05  APE-TIPO                PIC X(1).
           05  APE-OPERSOL             PIC X(8).
           05  APE-TERMSOL             PIC X(4).
           05  APE-ESTADO              PIC X(1).
           05  APE-NOMBRE              PIC X(40).
           05  APE-CALLE               PIC X(40).
           05  APE-POBLACION           PIC X(30).
           05  APE-CODPOSTAL           PIC X(5).
           05  APE-PROVINCIA           PIC X(20).
           05  APE-TLF                 PIC X(9).
           05  APE-CORREO              PIC X(40).
           05  APE-ANTNOMBRE           PIC X(40).
           05  APE-ANTCALLE            PIC X(40).
           05  APE-ANTPOBLACION        PIC X(30).
           05  APE-ANTCODPOSTAL        PIC X(5).
           05  APE-ANTTLF              PIC X(9).
           05  APE-ANTCORREO           PIC X(40).
           05  APE-ANTFECHAMOD         PIC X(10).
           05  APE-OPERAPR             PIC X(8).
           05  APE-FECHARES            PIC X(26).
           05  APE-MOTIVO              PIC X(30).
      * RECHAZOS DE CARGA DEL CLIENTE PURGADO: LA IMAGEN DEL REGISTRO
      * DE LA SUCURSAL LLEVA SUS DATOS. EL CIF VA EN CABEZA, COMO EN
      * LOS DEMAS ARCHIVOS
       FD  ARCHRCH
           RECORDING MODE IS F.
       01  REG-ARCHRCH.
           05  ARH-CIF                 PIC X(9).
           05  ARH-REMITENTE           PIC X(8).
           05  ARH-SECUENCIA           PIC 9(9).
           05  ARH-NUMREG              PIC 9(9).
           05  ARH-ACCION              PIC X(1).
           05  ARH-MOTIVO              PIC X(2).
           05  ARH-DATOS               PIC X(210).
           05  ARH-FECHARECH           PIC X(26).
           05  ARH-ESTADO              PIC X(1).
           05  ARH-FECHACIERRE         PIC X(26).
           05  ARH-SECCIERRE           PIC 9(9).
       FD  INFORME
           RECORDING MODE IS F.
       01  LINEA-INFORME              PIC X(132).
           EXEC SQL
                INCLUDE USRCONT
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'PENDI678901234567890'.
           EXEC SQL
                INCLUDE USRPEND
           END-EXEC.
      *
       01 FILLER PIC X(20) VALUE 'RECHA678901234567890'.
           EXEC SQL
                INCLUDE USRRECH
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
       01 WS-ANOS-RETENCION            PIC S9(9) COMP VALUE 5.
       01 WS-CORTE                     PIC X(10).
                        , TASKN
                        , FECHAHORA
                        , OPERADOR
                        , APROBADOR
                   FROM USRDATOS_AUD
                   WHERE CIF = :DC-CIF
                   ORDER BY FECHAHORA
                   WHERE CIF = :DC-CIF
                   ORDER BY SECUENCIA
           END-EXEC.
      *
      * LOS CAMBIOS PEDIDOS PARA EL CLIENTE EN CURSO VAN AL ARCHIVO
      * DE PENDIENTES EN SU ORDEN DE SOLICITUD
           EXEC SQL
               DECLARE CURSPENC CURSOR FOR
                   SELECT CIF
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
                        , ANTFECHAMOD
                        , OPERAPR
                        , FECHARES
                        , MOTIVO
                   FROM USRPEND
                   WHERE CIF = :DC-CIF
                   ORDER BY FECHASOL
           END-EXEC.
      *
      * LOS RECHAZOS DE CARGA DEL CLIENTE EN CURSO VAN AL ARCHIVO DE
      * RECHAZOS EN SU ORDEN DE LLEGADA
           EXEC SQL
               DECLARE CURSRCHC CURSOR FOR
                   SELECT REMITENTE
                        , SECUENCIA
                        , NUMREG
                        , CIF
                        , ACCION
                        , MOTIVO
                        , DATOS
                        , FECHARECH
                        , ESTADO
                        , FECHACIERRE
                        , SECCIERRE
                   FROM USRRECH
                   WHERE CIF = :DC-CIF
                   ORDER BY FECHARECH, REMITENTE, SECUENCIA, NUMREG
           END-EXEC.
      *
       01 WS-TOT-CLIENTES              PIC 9(9) VALUE 0.
       01 WS-TOT-AUDS                  PIC 9(9) VALUE 0.
       01 WS-TOT-CONTACTOS             PIC 9(9) VALUE 0.
       01 WS-TOT-PENDIENTES            PIC 9(9) VALUE 0.
       01 WS-TOT-RECHAZOS              PIC 9(9) VALUE 0.
       01 WS-TOT-CONTADOS              PIC S9(9) COMP VALUE 0.
       01 WS-TOT-BORRADOS              PIC S9(9) COMP VALUE 0.
       01 WS-SQLCODE-Z                 PIC -ZZZZZZZZ9.
       PROCEDURE DIVISION USING PARM-ENTRADA.
      *
       INICIO.
           PERFORM ANOTAR-ARRANQUE.
           PERFORM FIJAR-RETENCION.
           OPEN OUTPUT ARCHCLI ARCHAUD ARCHCON ARCHPEN ARCHRCH
                       INFORME.
           PERFORM CALCULAR-CORTE.
           PERFORM DESCARGAR.
           PERFORM VERIFICAR-RECUENTOS.
           PERFORM PURGAR.
           PERFORM ESCRIBIR-INFORME.
           CLOSE ARCHCLI ARCHAUD ARCHCON ARCHPEN ARCHRCH INFORME.
           DISPLAY 'PURGACLI: CLIENTES ARCHIVADOS Y PURGADOS: '
                   WS-TOT-CLIENTES.
           DISPLAY 'PURGACLI: FILAS DE AUDITORIA ARCHIVADAS:  '
                   WS-TOT-AUDS.
           DISPLAY 'PURGACLI: CONTACTOS ARCHIVADOS:           '
                   WS-TOT-CONTACTOS.
           DISPLAY 'PURGACLI: CAMBIOS PENDIENTES ARCHIVADOS:  '
                   WS-TOT-PENDIENTES.
           DISPLAY 'PURGACLI: RECHAZOS DE CARGA ARCHIVADOS:   '
                   WS-TOT-RECHAZOS.
           PERFORM ANOTAR-FIN
           STOP RUN.
      *
       FIJAR-RETENCION.
                 DISPLAY 'PURGACLI: PARM INVALIDO, USE ANOS '
                         'DE RETENCION EN 2 CIFRAS'
                 MOVE 8 TO RETURN-CODE
                 PERFORM ANOTAR-FIN
                 STOP RUN
              END-IF
           END-IF.
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           DISPLAY 'PURGACLI: CORTE DE RETENCION: ' WS-CORTE.
                                         OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSCLI END-EXEC.
           ADD 1 TO WS-TOT-CLIENTES.
           PERFORM DESCARGAR-AUDITORIA.
           PERFORM DESCARGAR-CONTACTOS.
           PERFORM DESCARGAR-PENDIENTES.
           PERFORM DESCARGAR-RECHAZOS.
           PERFORM LEER-CLIENTE.
      *
       DESCARGAR-AUDITORIA.
                                          OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSAUDC END-EXEC.
           MOVE DC-AUD-TASKN     TO ARC-TASKN.
           MOVE DC-AUD-FECHAHORA TO ARC-FECHAHORA.
           MOVE DC-AUD-OPERADOR  TO ARC-OPERADOR.
           MOVE DC-AUD-APROBADOR TO ARC-APROBADOR.
           WRITE REG-ARCHIVO.
           ADD 1 TO WS-TOT-AUDS.
           PERFORM LEER-AUDITORIA.
                    , :DC-AUD-TASKN
                    , :DC-AUD-FECHAHORA
                    , :DC-AUD-OPERADOR
                    , :DC-AUD-APROBADOR
           END-EXEC.
      *
       DESCARGAR-CONTACTOS.
                                          OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSCONC END-EXEC.
                    , :DC-CON-CORREO
                    , :DC-CON-PRINCIPAL
           END-EXEC.
      *
       DESCARGAR-PENDIENTES.
           EXEC SQL OPEN CURSPENC END-EXEC.
           PERFORM LEER-PENDIENTE.
           PERFORM DESCARGAR-FILA-PEN UNTIL SQLCODE = 100
                                          OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSPENC END-EXEC.
           MOVE 0 TO SQLCODE.
      *
       DESCARGAR-FILA-PEN.
           MOVE DC-PEN-CIF          TO APE-CIF.
           MOVE DC-PEN-FECHASOL     TO APE-FECHASOL.
           MOVE DC-PEN-TIPO         TO APE-TIPO.
           MOVE DC-PEN-OPERSOL      TO APE-OPERSOL.
           MOVE DC-PEN-TERMSOL      TO APE-TERMSOL.
           MOVE DC-PEN-ESTADO       TO APE-ESTADO.
           MOVE DC-PEN-NOMBRE       TO APE-NOMBRE.
           MOVE DC-PEN-CALLE        TO APE-CALLE.
           MOVE DC-PEN-POBLACION    TO APE-POBLACION.
           MOVE DC-PEN-CODPOSTAL    TO APE-CODPOSTAL.
           MOVE DC-PEN-PROVINCIA    TO APE-PROVINCIA.
           MOVE DC-PEN-TLF          TO APE-TLF.
           MOVE DC-PEN-CORREO       TO APE-CORREO.
           MOVE DC-PEN-ANTNOMBRE    TO APE-ANTNOMBRE.
           MOVE DC-PEN-ANTCALLE     TO APE-ANTCALLE.
           MOVE DC-PEN-ANTPOBLACION TO APE-ANTPOBLACION.
           MOVE DC-PEN-ANTCODPOSTAL TO APE-ANTCODPOSTAL.
           MOVE DC-PEN-ANTTLF       TO APE-ANTTLF.
           MOVE DC-PEN-ANTCORREO    TO APE-ANTCORREO.
           MOVE DC-PEN-ANTFECHAMOD  TO APE-ANTFECHAMOD.
           MOVE DC-PEN-OPERAPR      TO APE-OPERAPR.
           MOVE DC-PEN-FECHARES     TO APE-FECHARES.
           MOVE DC-PEN-MOTIVO       TO APE-MOTIVO.
           WRITE REG-ARCHPEN.
           ADD 1 TO WS-TOT-PENDIENTES.
           PERFORM LEER-PENDIENTE.
      *
       LEER-PENDIENTE.
           INITIALIZE DCLUSRPEND.
           EXEC SQL
               FETCH FROM CURSPENC
                 INTO :DC-PEN-CIF
                    , :DC-PEN-FECHASOL
                    , :DC-PEN-TIPO
                    , :DC-PEN-OPERSOL
                    , :DC-PEN-TERMSOL
                    , :DC-PEN-ESTADO
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
                    , :DC-PEN-OPERAPR
                    , :DC-PEN-FECHARES
                    , :DC-PEN-MOTIVO
           END-EXEC.
      *
       DESCARGAR-RECHAZOS.
           EXEC SQL OPEN CURSRCHC END-EXEC.
           PERFORM LEER-RECHAZO.
           PERFORM DESCARGAR-FILA-RCH UNTIL SQLCODE = 100
                                          OR SQLCODE < 0.
           IF SQLCODE < 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CURSRCHC END-EXEC.
           MOVE 0 TO SQLCODE.
      *
       DESCARGAR-FILA-RCH.
           MOVE DC-RCH-CIF          TO ARH-CIF.
           MOVE DC-RCH-REMITENTE    TO ARH-REMITENTE.
           MOVE DC-RCH-SECUENCIA    TO ARH-SECUENCIA.
           MOVE DC-RCH-NUMREG       TO ARH-NUMREG.
           MOVE DC-RCH-ACCION       TO ARH-ACCION.
           MOVE DC-RCH-MOTIVO       TO ARH-MOTIVO.
           MOVE DC-RCH-DATOS        TO ARH-DATOS.
           MOVE DC-RCH-FECHARECH    TO ARH-FECHARECH.
           MOVE DC-RCH-ESTADO       TO ARH-ESTADO.
           MOVE DC-RCH-FECHACIERRE  TO ARH-FECHACIERRE.
           MOVE DC-RCH-SECCIERRE    TO ARH-SECCIERRE.
           WRITE REG-ARCHRCH.
           ADD 1 TO WS-TOT-RECHAZOS.
           PERFORM LEER-RECHAZO.
      *
       LEER-RECHAZO.
           INITIALIZE DCLUSRRECH.
           EXEC SQL
               FETCH FROM CURSRCHC
                 INTO :DC-RCH-REMITENTE
                    , :DC-RCH-SECUENCIA
                    , :DC-RCH-NUMREG
                    , :DC-RCH-CIF
                    , :DC-RCH-ACCION
                    , :DC-RCH-MOTIVO
                    , :DC-RCH-DATOS
                    , :DC-RCH-FECHARECH
                    , :DC-RCH-ESTADO
                    , :DC-RCH-FECHACIERRE
                    , :DC-RCH-SECCIERRE
           END-EXEC.
      *
      * ANTES DE BORRAR SE CONTRASTAN LOS RECUENTOS DE LAS TABLAS
      * CON LO ESCRITO EN LOS ARCHIVOS; SI ALGO NO CUADRA NO SE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           IF WS-TOT-CONTADOS NOT = WS-TOT-CLIENTES
                      ' ARCHIVO: ' WS-TOT-CLIENTES
              DISPLAY 'PURGACLI: NO SE PURGA NADA.'
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           IF WS-TOT-CONTADOS NOT = WS-TOT-AUDS
                      ' ARCHIVO: ' WS-TOT-AUDS
              DISPLAY 'PURGACLI: NO SE PURGA NADA.'
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           IF WS-TOT-CONTADOS NOT = WS-TOT-CONTACTOS
                      ' ARCHIVO: ' WS-TOT-CONTACTOS
              DISPLAY 'PURGACLI: NO SE PURGA NADA.'
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-TOT-CONTADOS
                FROM USRPEND P
                WHERE EXISTS
                      (SELECT 1
                       FROM USRDATOS U
                       WHERE U.CIF = P.CIF
                         AND U.ESTADO = 'B'
                         AND U.FECHABAJA < :WS-CORTE)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           IF WS-TOT-CONTADOS NOT = WS-TOT-PENDIENTES
              DISPLAY 'PURGACLI: RECUENTO DE PENDIENTES NO CUADRA. '
                      'TABLA: ' WS-TOT-CONTADOS
                      ' ARCHIVO: ' WS-TOT-PENDIENTES
              DISPLAY 'PURGACLI: NO SE PURGA NADA.'
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-TOT-CONTADOS
                FROM USRRECH R
                WHERE EXISTS
                      (SELECT 1
                       FROM USRDATOS U
                       WHERE U.CIF = R.CIF
                         AND U.ESTADO = 'B'
                         AND U.FECHABAJA < :WS-CORTE)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           IF WS-TOT-CONTADOS NOT = WS-TOT-RECHAZOS
              DISPLAY 'PURGACLI: RECUENTO DE RECHAZOS NO CUADRA. '
                      'TABLA: ' WS-TOT-CONTADOS
                      ' ARCHIVO: ' WS-TOT-RECHAZOS
              DISPLAY 'PURGACLI: NO SE PURGA NADA.'
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
      *
      * PRIMERO LAS TABLAS HIJAS (AUDITORIA, CONTACTOS, CAMBIOS
      * PENDIENTES Y RECHAZOS DE CARGA) Y DESPUES EL CLIENTE; TODO EN
      * LA MISMA UNIDAD DE TRABAJO, QUE SOLO SE CONFIRMA SI LOS
      * BORRADOS CUADRAN CON LO ARCHIVADO
       PURGAR.
           IF WS-TOT-CLIENTES = 0
              DISPLAY 'PURGACLI: NADA QUE PURGAR.'
           ELSE
              PERFORM BORRAR-AUDITORIA
              PERFORM BORRAR-CONTACTOS
              PERFORM BORRAR-PENDIENTES
              PERFORM BORRAR-RECHAZOS
              PERFORM BORRAR-CLIENTES
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABORTAR-POR-ERROR-DB2
                 PERFORM ANOTAR-FIN
                 STOP RUN
              END-IF
           END-IF.
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE SQLERRD(3) TO WS-TOT-BORRADOS.
              DISPLAY 'PURGACLI: SE DESHACE LA PURGA.'
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
      *
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE SQLERRD(3) TO WS-TOT-BORRADOS.
              DISPLAY 'PURGACLI: SE DESHACE LA PURGA.'
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
      *
       BORRAR-PENDIENTES.
           EXEC SQL
             DELETE FROM USRPEND
              WHERE CIF IN
                    (SELECT CIF
                     FROM USRDATOS
                     WHERE ESTADO = 'B'
                       AND FECHABAJA < :WS-CORTE)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE SQLERRD(3) TO WS-TOT-BORRADOS.
           IF WS-TOT-BORRADOS NOT = WS-TOT-PENDIENTES
              DISPLAY 'PURGACLI: PENDIENTES BORRADOS ' WS-TOT-BORRADOS
                      ' NO CUADRA CON ' WS-TOT-PENDIENTES
              DISPLAY 'PURGACLI: SE DESHACE LA PURGA.'
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
      *
       BORRAR-RECHAZOS.
           EXEC SQL
             DELETE FROM USRRECH
              WHERE CIF IN
                    (SELECT CIF
                     FROM USRDATOS
                     WHERE ESTADO = 'B'
                       AND FECHABAJA < :WS-CORTE)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE SQLERRD(3) TO WS-TOT-BORRADOS.
           IF WS-TOT-BORRADOS NOT = WS-TOT-RECHAZOS
              DISPLAY 'PURGACLI: RECHAZOS BORRADOS ' WS-TOT-BORRADOS
                      ' NO CUADRA CON ' WS-TOT-RECHAZOS
              DISPLAY 'PURGACLI: SE DESHACE LA PURGA.'
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
      *
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABORTAR-POR-ERROR-DB2
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
           MOVE SQLERRD(3) TO WS-TOT-BORRADOS.
              DISPLAY 'PURGACLI: SE DESHACE LA PURGA.'
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16 TO RETURN-CODE
              PERFORM ANOTAR-FIN
              STOP RUN
           END-IF.
      *
           MOVE 'CONTACTOS ARCHIVADOS..: ' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-CONTACTOS TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'PENDIENTES ARCHIVADOS.: ' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-PENDIENTES TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
           MOVE 'RECHAZOS ARCHIVADOS...: ' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-RECHAZOS TO LIN-TOT-VALOR.
           WRITE LINEA-INFORME FROM LIN-TOTAL.
      *
       ABORTAR-POR-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE-Z.
           DISPLAY 'PURGACLI: ERROR DB2 SQLCODE = ' WS-SQLCODE-Z.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 16 TO RETURN-CODE.
      *
      * REGISTRO DE EJECUCIONES: LA FILA DE ARRANQUE (ESTADO 'E',
      * EN CURSO) SE CONFIRMA EN EL ACTO PARA QUE QUEDE AUNQUE EL
      * PROCESO HAGA ROLLBACK O ACABE EN ABEND. SI NO SE PUEDE
      * GRABAR SE AVISA Y EL PROCESO SIGUE SIN REGISTRO
       ANOTAR-ARRANQUE.
           INITIALIZE DCLUSRLOG.
           MOVE 'PURGACLI' TO DC-LOG-PROCESO.
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
              DISPLAY 'PURGACLI: AVISO: SIN REGISTRO DE EJECUCION,'
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
              MOVE WS-TOT-CLIENTES    TO DC-LOG-GRABADOS
              IF DC-LOG-RC < 8
                 COMPUTE DC-LOG-BORRADOS = WS-TOT-CLIENTES
                                         + WS-TOT-PENDIENTES
                                         + WS-TOT-RECHAZOS
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
                 DISPLAY 'PURGACLI: AVISO: REGISTRO DE EJECUCION SIN'
                         ' CERRAR, SQLCODE = ' WS-SQLCODE-Z
              END-IF
              MOVE DC-LOG-RC TO RETURN-CODE
           END-IF.
