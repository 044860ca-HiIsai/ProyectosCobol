
           SELECT OPTIONAL ARCHIVO-MOVIMIENTOS
               ASSIGN TO DYNAMIC WS-NOMBRE-MOVIMIENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-LLAVE
               ALTERNATE RECORD KEY IS MV-ID-CORRIDA WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.

           SELECT OPTIONAL ARCHIVO-COTIZACIONES
               ASSIGN TO DYNAMIC WS-NOMBRE-COTIZACIONES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COTIZACIONES.

           SELECT ARCHIVO-ESCENARIOS
               ASSIGN TO DYNAMIC WS-NOMBRE-ESCENARIOS
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ARCHIVO-MOVIMIENTOS.
       COPY MOVIMREC.

       FD  ARCHIVO-COTIZACIONES.
       COPY COTIZACIONREC.

      * ESCENARIOS DE CHOQUE DE TASAS PARA TESORERIA: UNA LINEA POR
      * ESCENARIO CON EL MOVIMIENTO EN PUNTOS BASICOS (SIGNO MAS
      * CINCO DIGITOS: +00100 = +100 PB = +1.0%) Y SU DESCRIPCION.
      * VENCIMIENTOS NO DEVENGA EN CORRIDAS POSTERIORES.
       01  WS-CUENTA-POR-PAGAR       PIC X VALUE "N".
           88  CUENTA-POR-PAGAR      VALUE "S".
      * LA CUENTA INACTIVA POR ABANDONO (inactividadCuentas) NO SE
      * PROCESA HASTA QUE SE REACTIVE EN EL MANTENIMIENTO.
       01  WS-CUENTA-DORMIDA         PIC X VALUE "N".
           88  CUENTA-DORMIDA        VALUE "S".
      * LA BITACORA DE MOVIMIENTOS GUARDA UN SOLO MOVIMIENTO POR
      * CUENTA POR CORRIDA: UNA CUENTA REPETIDA EN EL ARCHIVO DE
      * ENTRADA SE RECHAZA ANTES DE TOCAR EL MAESTRO, PARA QUE LA
      * BITACORA SIGA EXPLICANDO EL SALDO (Y LA CORRIDA SE PUEDA
      * REVERSAR).
       01  WS-CUENTA-REPETIDA        PIC X VALUE "N".
           88  CUENTA-REPETIDA       VALUE "S".
       01  WS-CONTRIB-APLICADA       PIC S9(11)V99 VALUE 0.
      * BITACORA DE MOVIMIENTOS POR CUENTA: EL LOTE DEJA UN REGISTRO
      * POR CUENTA POR CORRIDA (VER MOVIMREC). SE ABRE EN I-O PARA
      * QUE LA HISTORIA CREZCA CORRIDA TRAS CORRIDA; CON EL NOMBRE EN
      * BLANCO (O SI NO ABRE) EL LOTE CORRE SIN BITACORA COMO ANTES.
       01  WS-NOMBRE-MOVIMIENTOS     PIC X(40).
       01  WS-ESTADO-MOVIMIENTOS     PIC XX.
       01  WS-MOVIMIENTOS-ABIERTO    PIC X VALUE "N".
           88  MOVIMIENTOS-ABIERTO   VALUE "S".
      * EXTRACTO DE COTIZACIONES DE PRESTAMO (VER COTIZACIONREC): CADA
      * PRESTAMO CALCULABLE DEL LOTE QUEDA AHI PARA QUE altaPrestamos
      * LO DE DE ALTA. SE ABRE EN EXTEND PARA QUE CREZCA CORRIDA TRAS
      * CORRIDA; CON EL NOMBRE EN BLANCO NO SE GRABA EXTRACTO.
       01  WS-NOMBRE-COTIZACIONES    PIC X(40).
       01  WS-ESTADO-COTIZACIONES    PIC XX.
       01  WS-COTIZACIONES-ABIERTO   PIC X VALUE "N".
           88  COTIZACIONES-ABIERTO  VALUE "S".

      * SALDO CON EL QUE REALMENTE ARRANCO EL CALCULO DEL REGISTRO
      * (EL DEL MAESTRO, EL DEL REGISTRO O EL CAPITAL DESPEJADO),
           PERFORM REGISTRAR-FIN-CORRIDA.
           IF CORRIDAS-ABIERTO
               CLOSE ARCHIVO-CORRIDAS.
      * CODIGO DE RETORNO PARA LA CADENA NOCTURNA (cadenaNocturna):
      * 00 = LA CORRIDA TERMINO, 12 = NO ARRANCO O ABORTO.
           IF WS-ESTADO-FIN-CORRIDA = "ABORTADA"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

      * DEJA EN LA BITACORA DE CORRIDAS EL REGISTRO DE ARRANQUE, CON
      * RETENCION (TRES DIGITOS, DECIMAL IMPLICITO: 040 = 4.0%);
      * PARA EL MODO LOTE: ENTRADA, SALIDA, RECHAZOS, CHECKPOINT,
      * CERTIFICADOS, CUENTAS (OPCIONAL, BLANCO = NO USAR) Y
      * MOVIMIENTOS (OPCIONAL, BLANCO = SIN BITACORA DE MOVIMIENTOS) Y
      * COTIZACIONES (OPCIONAL, BLANCO = SIN EXTRACTO DE PRESTAMOS);
      * PARA EL MODO ESCENARIOS: ESCENARIOS, CHOQUE (REPORTE DE
      * SALIDA) Y CUENTAS.
      ******************************************************************
               MOVE SPACES TO WS-NOMBRE-CUENTAS
               MOVE SPACES TO WS-NOMBRE-CERTIFICADOS
               MOVE SPACES TO WS-NOMBRE-MOVIMIENTOS
               MOVE SPACES TO WS-NOMBRE-COTIZACIONES
               MOVE SPACES TO WS-NOMBRE-ESCENARIOS
               MOVE SPACES TO WS-NOMBRE-CHOQUE
               PERFORM LEER-LINEA-PARAMETROS
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CERTIFICADOS
               WHEN "MOVIMIENTOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-MOVIMIENTOS
               WHEN "COTIZACIONES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-COTIZACIONES
               WHEN "ESCENARIOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-ESCENARIOS
               WHEN "CHOQUE"
               DISPLAY "ARCHIVO DE BITACORA DE MOVIMIENTOS "
                   "(BLANCO = NO USAR):"
               ACCEPT WS-NOMBRE-MOVIMIENTOS
               DISPLAY "ARCHIVO DE COTIZACIONES DE PRESTAMO "
                   "(BLANCO = NO USAR):"
               ACCEPT WS-NOMBRE-COTIZACIONES
               PERFORM OBTENER-RETENCION.
           PERFORM REGISTRAR-INICIO-CORRIDA.

           PERFORM ABRIR-ARCHIVO-TASAS.
           PERFORM ABRIR-MAESTRO-CUENTAS.
           PERFORM ABRIR-ARCHIVO-MOVIMIENTOS.
           PERFORM ABRIR-ARCHIVO-COTIZACIONES.

           IF NOT CHECKPOINT-ENCONTRADO
               PERFORM ESCRIBIR-ENCABEZADO-LOTE.
               CLOSE ARCHIVO-CUENTAS.
           IF MOVIMIENTOS-ABIERTO
               CLOSE ARCHIVO-MOVIMIENTOS.
           IF COTIZACIONES-ABIERTO
               CLOSE ARCHIVO-COTIZACIONES.

      * ABRE EL MAESTRO DE CUENTAS EN I-O PARA TODA LA CORRIDA DEL
      * LOTE. ES OPCIONAL: CON EL NOMBRE EN BLANCO (O SI NO ABRE) EL
                   DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS. "
                       "SE ARRANCA DEL CAPITAL DEL REGISTRO.".

      * ABRE LA BITACORA DE MOVIMIENTOS EN I-O PARA TODA LA CORRIDA
      * DEL LOTE: LA HISTORIA DE CADA CUENTA CRECE CORRIDA TRAS
      * CORRIDA. ES OPCIONAL: CON EL NOMBRE EN BLANCO (O SI NO ABRE)
      * EL LOTE CORRE SIN BITACORA COMO ANTES.
       ABRIR-ARCHIVO-MOVIMIENTOS.
           MOVE "N" TO WS-MOVIMIENTOS-ABIERTO.
           IF WS-NOMBRE-MOVIMIENTOS NOT = SPACES
               OPEN I-O ARCHIVO-MOVIMIENTOS
               IF WS-ESTADO-MOVIMIENTOS = "00" OR
               WS-ESTADO-MOVIMIENTOS = "05"
                   MOVE "S" TO WS-MOVIMIENTOS-ABIERTO
                   DISPLAY "NO SE PUDO ABRIR LA BITACORA DE "
                       "MOVIMIENTOS. EL LOTE CORRE SIN BITACORA.".

      * ABRE EL EXTRACTO DE COTIZACIONES DE PRESTAMO EN EXTEND PARA
      * TODA LA CORRIDA. ES OPCIONAL: CON EL NOMBRE EN BLANCO (O SI NO
      * ABRE) LOS PRESTAMOS SOLO QUEDAN EN EL REPORTE Y EN EL GL.
       ABRIR-ARCHIVO-COTIZACIONES.
           MOVE "N" TO WS-COTIZACIONES-ABIERTO.
           IF WS-NOMBRE-COTIZACIONES NOT = SPACES
               OPEN EXTEND ARCHIVO-COTIZACIONES
               IF WS-ESTADO-COTIZACIONES = "00" OR
               WS-ESTADO-COTIZACIONES = "05"
                   MOVE "S" TO WS-COTIZACIONES-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE "
                       "COTIZACIONES. EL LOTE CORRE SIN EXTRACTO.".

      * SI YA EXISTE UN CHECKPOINT DE UNA CORRIDA ANTERIOR INTERRUMPIDA,
      * RECUPERA CUANTOS REGISTROS Y QUE TOTALES YA SE HABIAN PROCESADO.
       RECUPERAR-CHECKPOINT-PREVIO.
           MOVE LE-MODO TO WS-MODO-CALCULO.
           IF NOT CALCULO-PRESTAMO
               PERFORM BUSCAR-CUENTA-MAESTRO.
           PERFORM BUSCAR-MOVIMIENTO-CORRIDA.
      * SI VIENE CODIGO DE PRODUCTO SE CONSULTA DESDE EL PRE-EDITO:
      * CUANDO EL PRODUCTO NO RESUELVE (NO EXISTE O ESTA INACTIVO)
      * EL CALCULO CAE A LA TASA DEL REGISTRO, ASI QUE ESA TASA
                   CUENTA-POR-PAGAR
                   MOVE "CUENTA EN PAGO AL VENCIMIENTO"
                       TO WS-MOTIVO-RECHAZO
               WHEN CUENTAS-ABIERTO AND NOT CALCULO-PRESTAMO AND
                   CUENTA-DORMIDA
                   MOVE "CUENTA INACTIVA POR ABANDONO"
                       TO WS-MOTIVO-RECHAZO
               WHEN CUENTA-REPETIDA
                   MOVE "CUENTA REPETIDA EN LA CORRIDA"
                       TO WS-MOTIVO-RECHAZO
               WHEN (NOT CUENTAS-ABIERTO OR CALCULO-PRESTAMO) AND
                   NOT CALCULO-CAPITAL-META AND
                   LE-CAPITAL NOT NUMERIC
           MOVE "N" TO WS-CUENTA-NO-REGISTRADA.
           MOVE "N" TO WS-CUENTA-INACTIVA.
           MOVE "N" TO WS-CUENTA-POR-PAGAR.
           MOVE "N" TO WS-CUENTA-DORMIDA.
           IF CUENTAS-ABIERTO
               MOVE LE-CUENTA TO CM-CUENTA
               READ ARCHIVO-CUENTAS
                   MOVE "S" TO WS-CUENTA-INACTIVA
               END-IF
               IF NOT CUENTA-NO-REGISTRADA AND CM-POR-PAGAR
                   MOVE "S" TO WS-CUENTA-POR-PAGAR
               END-IF
               IF NOT CUENTA-NO-REGISTRADA AND CM-DORMIDA
                   MOVE "S" TO WS-CUENTA-DORMIDA.

      * SOLO EL CALCULO NORMAL DEJA MOVIMIENTO Y REGRABA EL MAESTRO:
      * SI LA CUENTA YA TIENE MOVIMIENTO CON LA LLAVE DE ESTA CORRIDA
      * (CUENTA / FECHA / ID), ESTE REGISTRO ES UNA REPETICION.
       BUSCAR-MOVIMIENTO-CORRIDA.
           MOVE "N" TO WS-CUENTA-REPETIDA.
           IF MOVIMIENTOS-ABIERTO AND CALCULO-NORMAL
               MOVE LE-CUENTA TO MV-CUENTA
               MOVE WS-FECHA-EJECUCION TO MV-FECHA
               MOVE WS-ID-CORRIDA TO MV-ID-CORRIDA
               READ ARCHIVO-MOVIMIENTOS
                   KEY IS MV-LLAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-CUENTA-REPETIDA
               END-READ.

      * COPIA EL REGISTRO INVALIDO TAL CUAL AL ARCHIVO DE RECHAZOS,
      * SEGUIDO DE SU MOTIVO, Y LO DEJA EN LA BITACORA DE AUDITORIA.
               END-IF
           END-IF.
           IF CALCULO-PRESTAMO AND NOT PRESTAMO-INVALIDO
               PERFORM ESCRIBIR-GL
               PERFORM ESCRIBIR-COTIZACION.

      * EL MAESTRO SOLO SE REGRABA EN EL CALCULO NORMAL: LOS DESPEJES
      * DE INCOGNITA Y LOS PRESTAMOS SON COTIZACIONES FRENTE AL
               MOVE WS-TOTAL-RETENCION TO MV-RETENCION
               MOVE WS-CONTRIB-APLICADA TO MV-CONTRIBUCIONES
               MOVE NUEVO-VALOR TO MV-SALDO-FINAL
               WRITE REG-MOVIMIENTO
                   INVALID KEY
                       DISPLAY "ADVERTENCIA: NO SE PUDO GRABAR EL "
                           "MOVIMIENTO DE LA CUENTA " MV-CUENTA
                           ". ESTADO: " WS-ESTADO-MOVIMIENTOS
               END-WRITE.

      * DEJA EN EL EXTRACTO LAS CONDICIONES DEL PRESTAMO COTIZADO
      * (LE-CUENTA ES EL NUMERO DE PRESTAMO), PARA SU ALTA EN EL
      * MAESTRO DE PRESTAMOS CON altaPrestamos.
       ESCRIBIR-COTIZACION.
           IF COTIZACIONES-ABIERTO
               MOVE SPACES TO REG-COTIZACION
               MOVE WS-CUENTA-ACTUAL TO CT-PRESTAMO
               MOVE WS-ID-CORRIDA TO CT-ID-CORRIDA
               MOVE WS-FECHA-EJECUCION TO CT-FECHA
               MOVE LE-PRODUCTO TO CT-PRODUCTO
               MOVE INTERES TO CT-TASA
               MOVE WS-FRECUENCIA TO CT-FRECUENCIA
               MOVE WS-NUM-PAGOS TO CT-NUM-PAGOS
               MOVE VALOR-PRINCIPAL TO CT-CAPITAL
               MOVE WS-PAGO-NIVELADO TO CT-PAGO-NIVELADO
               MOVE WS-TOTAL-INTERES-GENERADO TO CT-TOTAL-INTERES
               MOVE WS-FECHA-VALOR TO CT-FECHA-VALOR
               WRITE REG-COTIZACION.

      * REGRABA EN EL MAESTRO EL SALDO DE CIERRE DE LA CUENTA, LOS
      * APORTES/RETIROS REALMENTE APLICADOS (LOS RETIROS LIMITADOS AL
