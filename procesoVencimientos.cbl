      *
      * CADA CUENTA PROCESADA DEJA SU LINEA EN EL REPORTE DE SALIDA
      * CON LA ACCION, EL MONTO PAGADO, LA NUEVA FECHA Y LA TASA.
      *
      * EL PROCESO ES UNA CORRIDA CON SU PROPIO ID EN LA BITACORA DE
      * CORRIDAS (MODO "V"). CADA PAGO Y CADA RENOVACION DEJA SU
      * MOVIMIENTO EN LA BITACORA DE MOVIMIENTOS (LO PAGADO COMO
      * RETIRO), Y CADA MONTO PAGADO AL CLIENTE (EL SALDO COMPLETO EN
      * UN PAGO, EL INTERES POR ENCIMA DEL CAPITAL BASE EN UNA
      * RENOVACION DE SOLO CAPITAL) DEJA SU REGISTRO EN EL FEED AL GL
      * CON EL CODIGO DE PAGO DE DEPOSITOS (210000, EL MISMO DE
      * cancelacionAnticipada, PARA CONTABILIZAR CON resumenGL) Y SU
      * INSTRUCCION EN EL ARCHIVO DE DESEMBOLSOS (DESEMBOLSOREC) QUE
      * CARGA EL SISTEMA DE PAGOS. EN UN PAGO LA CUENTA QUEDA EN
      * CERO: EL SALDO SALE POR LA INSTRUCCION DE DESEMBOLSO.
      * conciliacionCorrida CONCILIA LA CORRIDA COMO LAS DEL LOTE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-CORRIDAS
               ASSIGN TO DYNAMIC WS-NOMBRE-CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO DYNAMIC WS-NOMBRE-CUENTAS
               ORGANIZATION IS INDEXED
               RECORD KEY IS TB-PRODUCTO
               FILE STATUS IS WS-ESTADO-TASAS.

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO DYNAMIC WS-NOMBRE-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLIENTE
               FILE STATUS IS WS-ESTADO-CLIENTES.

           SELECT OPTIONAL ARCHIVO-MOVIMIENTOS
               ASSIGN TO DYNAMIC WS-NOMBRE-MOVIMIENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-LLAVE
               ALTERNATE RECORD KEY IS MV-ID-CORRIDA WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.

           SELECT ARCHIVO-GL
               ASSIGN TO DYNAMIC WS-NOMBRE-GL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GL.

           SELECT ARCHIVO-DESEMBOLSOS
               ASSIGN TO DYNAMIC WS-NOMBRE-DESEMBOLSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DESEMBOLSOS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CORRIDAS.
       COPY CORRIDAREC.

       FD  ARCHIVO-CUENTAS.
       COPY CUENTAREC.

       FD  ARCHIVO-TASAS.
       COPY TASASREC.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTEREC.

       FD  ARCHIVO-MOVIMIENTOS.
       COPY MOVIMREC.

       FD  ARCHIVO-GL.
       COPY GLREC.

       FD  ARCHIVO-DESEMBOLSOS.
       COPY DESEMBOLSOREC.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE            PIC X(132).


       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-CORRIDAS        PIC X(40).
       01  WS-ESTADO-CORRIDAS        PIC XX.
       01  WS-NOMBRE-CUENTAS         PIC X(40).
       01  WS-ESTADO-CUENTAS         PIC XX.
       01  WS-NOMBRE-TASAS           PIC X(40).
       01  WS-ESTADO-TASAS           PIC XX.
       01  WS-NOMBRE-CLIENTES        PIC X(40).
       01  WS-ESTADO-CLIENTES        PIC XX.
       01  WS-NOMBRE-MOVIMIENTOS     PIC X(40).
       01  WS-ESTADO-MOVIMIENTOS     PIC XX.
       01  WS-NOMBRE-GL              PIC X(40).
       01  WS-ESTADO-GL              PIC XX.
       01  WS-NOMBRE-DESEMBOLSOS     PIC X(40).
       01  WS-ESTADO-DESEMBOLSOS     PIC XX.
       01  WS-NOMBRE-REPORTE         PIC X(40).
       01  WS-ESTADO-REPORTE         PIC XX.

      * ARCHIVOS ABIERTOS, PARA CERRAR SOLO LOS QUE ABRIERON SI LA
      * APERTURA SE INTERRUMPE A MEDIO CAMINO.
       01  WS-ARCHIVOS-ABIERTOS.
           05  WS-CUENTAS-ABIERTO     PIC X VALUE "N".
               88  CUENTAS-ABIERTO        VALUE "S".
           05  WS-TASAS-ABIERTO       PIC X VALUE "N".
               88  TASAS-ABIERTO          VALUE "S".
           05  WS-CLIENTES-ABIERTO    PIC X VALUE "N".
               88  CLIENTES-ABIERTO       VALUE "S".
           05  WS-MOVIMIENTOS-ABIERTO PIC X VALUE "N".
               88  MOVIMIENTOS-ABIERTO    VALUE "S".
           05  WS-GL-ABIERTO          PIC X VALUE "N".
               88  GL-ABIERTO             VALUE "S".
           05  WS-DESEMBOLSOS-ABIERTO PIC X VALUE "N".
               88  DESEMBOLSOS-ABIERTO    VALUE "S".
           05  WS-REPORTE-ABIERTO     PIC X VALUE "N".
               88  REPORTE-ABIERTO        VALUE "S".
       01  WS-APERTURA-FALLIDA       PIC X VALUE "N".
           88  APERTURA-FALLIDA      VALUE "S".

      * IDENTIFICACION DE LA CORRIDA EN LA BITACORA DE CORRIDAS (MISMO
      * FORMATO QUE LAS CORRIDAS DEL LOTE); EL MOVIMIENTO, EL FEED AL
      * GL Y LA INSTRUCCION DE DESEMBOLSO DE CADA CUENTA LLEVAN ESTE
      * ID. UNA CORRIDA QUE NO PAGO NADA NO DEJA FEED Y CIERRA CON
      * ESTADO SIN CAMBIOS, PARA QUE EL CIERRE MENSUAL NO LA BUSQUE EN
      * LA HISTORIA DEL GL; SUS RENOVACIONES QUEDAN IGUAL EN LA
      * BITACORA DE MOVIMIENTOS.
       01  WS-ID-CORRIDA             PIC X(15).
       01  WS-MODO-VENCIMIENTO       PIC X VALUE "V".
       01  WS-CORRIDAS-ABIERTO       PIC X VALUE "N".
           88  CORRIDAS-ABIERTO      VALUE "S".
       01  WS-CORRIDA-REGISTRADA     PIC X VALUE "N".
           88  CORRIDA-REGISTRADA    VALUE "S".
       01  WS-ESTADO-FIN-CORRIDA     PIC X(12) VALUE "ABORTADA".

      * CODIGO DEL FEED AL GL PARA LO PAGADO AL CLIENTE: SALE DE LOS
      * DEPOSITOS A TERMINO CONTRA LA CUENTA DE DESEMBOLSOS, IGUAL
      * QUE EL PAGO DE UNA CANCELACION ANTICIPADA.
       01  WS-CODIGO-GL-PAGO         PIC X(10) VALUE "210000".

      * TARJETA DE PARAMETROS: CON UNA TARJETA CARGADA Y VALIDADA LAS
      * PREGUNTAS DE ARRANQUE SE OMITEN.
       01  WS-NOMBRE-PARAMETROS      PIC X(40).
           88  FIN-CUENTAS           VALUE "S".
       01  WS-PRODUCTO-DISPONIBLE    PIC X VALUE "N".
           88  PRODUCTO-DISPONIBLE   VALUE "S".
       01  WS-GRABACION-OK           PIC X VALUE "N".
           88  GRABACION-OK          VALUE "S".

      * MONTO PAGADO AL CLIENTE EN LA RENOVACION DE SOLO CAPITAL Y
      * NUEVA FECHA DE VENCIMIENTO (HOY MAS EL PLAZO DEL PRODUCTO).
       01  WS-MONTO-PAGADO           PIC 9(9)V99.
       01  WS-SALDO-ANTERIOR         PIC 9(9)V99.
       01  WS-CONCEPTO-PAGO          PIC X.
       01  WS-ACCION-REPORTE         PIC X(30).
       01  WS-DIA-ENTERO             PIC 9(7).
       01  WS-NUEVO-VENCIMIENTO      PIC 9(8).

      * TITULAR DE LA CUENTA PARA LA INSTRUCCION DE DESEMBOLSO.
       01  WS-NOMBRE-TITULAR         PIC X(30).
       01  WS-NIT-TITULAR            PIC X(15).

       01  WS-CONTADOR-PROCESADAS    PIC 9(5) VALUE 0.
       01  WS-CONTADOR-MOSTRADO      PIC ZZ,ZZ9.
      * CONTEOS Y TOTALES DE CONTROL DE LA CORRIDA.
       01  WS-MOVIMIENTOS-ESCRITOS   PIC 9(7) VALUE 0.
       01  WS-CUENTA-CON-MOVIMIENTO  PIC X VALUE "N".
           88  CUENTA-CON-MOVIMIENTO VALUE "S".
       01  WS-GL-REGISTROS           PIC 9(7) VALUE 0.
       01  WS-PAGOS-TOTALES          PIC 9(7) VALUE 0.
       01  WS-PAGOS-INTERES          PIC 9(7) VALUE 0.
       01  WS-DESEMBOLSOS-SIN-NIT    PIC 9(7) VALUE 0.
       01  WS-TOTAL-PAGOS-TOTALES    PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-PAGOS-INTERES    PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DESEMBOLSADO     PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-MOSTRADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SALDO-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PAGO-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TASA-MOSTRADA          PIC Z9.9.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           MOVE SPACES TO WS-ID-CORRIDA.
           STRING WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION
               DELIMITED BY SIZE INTO WS-ID-CORRIDA.
           DISPLAY "PROCESO DE VENCIMIENTOS  " WS-ID-CORRIDA.
           DISPLAY "ARCHIVO DE TARJETA DE PARAMETROS (BLANCO = "
               "PREGUNTAR EN PANTALLA):".
           ACCEPT WS-NOMBRE-PARAMETROS.
               ACCEPT WS-NOMBRE-SEGURIDAD
               DISPLAY "OPERADOR (INICIALES):"
               ACCEPT WS-OPERADOR
               DISPLAY "ARCHIVO DE CONTROL DE CORRIDAS:"
               ACCEPT WS-NOMBRE-CORRIDAS
               DISPLAY "ARCHIVO MAESTRO DE CUENTAS:"
               ACCEPT WS-NOMBRE-CUENTAS
               DISPLAY "ARCHIVO DE TABLA DE TASAS:"
               ACCEPT WS-NOMBRE-TASAS
               DISPLAY "ARCHIVO MAESTRO DE CLIENTES:"
               ACCEPT WS-NOMBRE-CLIENTES
               DISPLAY "ARCHIVO DE BITACORA DE MOVIMIENTOS:"
               ACCEPT WS-NOMBRE-MOVIMIENTOS
               DISPLAY "ARCHIVO DE INTERFASE GL (SALIDA):"
               ACCEPT WS-NOMBRE-GL
               DISPLAY "ARCHIVO DE INSTRUCCIONES DE DESEMBOLSO "
                   "(SALIDA):"
               ACCEPT WS-NOMBRE-DESEMBOLSOS
               DISPLAY "ARCHIVO DE REPORTE DE PROCESO (SALIDA):"
               ACCEPT WS-NOMBRE-REPORTE.
           PERFORM VALIDAR-OPERADOR.
               DISPLAY "OPERADOR SIN AUTORIZACION DE EJECUCION DE "
                   "PROCESOS: " WS-OPERADOR
               GO TO TERMINA-PROGRAMA.

      * SIN BITACORA DE CORRIDAS EL FEED DE LA CORRIDA NO AMARRA EN EL
      * CIERRE MENSUAL NI SE PUEDE CONCILIAR: EL PROCESO NO ARRANCA.
           OPEN EXTEND ARCHIVO-CORRIDAS.
           IF WS-ESTADO-CORRIDAS = "00" OR WS-ESTADO-CORRIDAS = "05"
               MOVE "S" TO WS-CORRIDAS-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL CONTROL DE CORRIDAS. "
                   "ESTADO: " WS-ESTADO-CORRIDAS
               GO TO TERMINA-PROGRAMA.
           PERFORM ABRIR-ARCHIVOS.
           IF APERTURA-FALLIDA
               PERFORM CERRAR-ARCHIVOS
               GO TO TERMINA-PROGRAMA.
           PERFORM REGISTRAR-INICIO-CORRIDA.

           PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE LOW-VALUES TO CM-CUENTA.
           PERFORM LEER-EXAMINAR-CUENTA
               UNTIL FIN-CUENTAS.
           PERFORM ESCRIBIR-TOTAL-REPORTE.
           IF WS-GL-REGISTROS > 0
               MOVE "COMPLETADA" TO WS-ESTADO-FIN-CORRIDA
           ELSE
               MOVE "SIN CAMBIOS" TO WS-ESTADO-FIN-CORRIDA.

           PERFORM CERRAR-ARCHIVOS.
           MOVE WS-CONTADOR-PROCESADAS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "PROCESO TERMINADO. CUENTAS PROCESADAS: "
               WS-CONTADOR-MOSTRADO.
           IF WS-GL-REGISTROS > 0
               DISPLAY "CONTABILICE EL FEED CON resumenGL: "
                   WS-NOMBRE-GL
               DISPLAY "ENTREGUE A TESORERIA LAS INSTRUCCIONES DE "
                   "DESEMBOLSO: " WS-NOMBRE-DESEMBOLSOS.
           IF WS-DESEMBOLSOS-SIN-NIT > 0
               MOVE WS-DESEMBOLSOS-SIN-NIT TO WS-CONTADOR-MOSTRADO
               DISPLAY "DESEMBOLSOS SIN NIT DEL TITULAR: "
                   WS-CONTADOR-MOSTRADO ". VER EL REPORTE.".
       TERMINA-PROGRAMA.
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

      ******************************************************************
      * LISTA POR SU CLAVE Y EL PROCESO NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: SEGURIDAD, OPERADOR, CORRIDAS, CUENTAS, TASAS,
      * CLIENTES, MOVIMIENTOS, GL, DESEMBOLSOS, SALIDA.
      ******************************************************************
       CARGAR-TARJETA-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS.
               MOVE "S" TO WS-USANDO-TARJETA
               MOVE SPACES TO WS-NOMBRE-SEGURIDAD
               MOVE SPACES TO WS-OPERADOR
               MOVE SPACES TO WS-NOMBRE-CORRIDAS
               MOVE SPACES TO WS-NOMBRE-CUENTAS
               MOVE SPACES TO WS-NOMBRE-TASAS
               MOVE SPACES TO WS-NOMBRE-CLIENTES
               MOVE SPACES TO WS-NOMBRE-MOVIMIENTOS
               MOVE SPACES TO WS-NOMBRE-GL
               MOVE SPACES TO WS-NOMBRE-DESEMBOLSOS
               MOVE SPACES TO WS-NOMBRE-REPORTE
               PERFORM LEER-LINEA-PARAMETROS
               PERFORM PROCESAR-LINEA-PARAMETROS
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-SEGURIDAD
               WHEN "OPERADOR"
                   MOVE WS-PARAM-VALOR TO WS-OPERADOR
               WHEN "CORRIDAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CORRIDAS
               WHEN "CUENTAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CUENTAS
               WHEN "TASAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-TASAS
               WHEN "CLIENTES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CLIENTES
               WHEN "MOVIMIENTOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-MOVIMIENTOS
               WHEN "GL"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-GL
               WHEN "DESEMBOLSOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-DESEMBOLSOS
               WHEN "SALIDA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-REPORTE
               WHEN OTHER
           IF WS-OPERADOR = SPACES
               MOVE "OPERADOR" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CORRIDAS = SPACES
               MOVE "CORRIDAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CUENTAS = SPACES
               MOVE "CUENTAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-TASAS = SPACES
               MOVE "TASAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CLIENTES = SPACES
               MOVE "CLIENTES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-GL = SPACES
               MOVE "GL" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-DESEMBOLSOS = SPACES
               MOVE "DESEMBOLSOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-REPORTE = SPACES
               MOVE "SALIDA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           MOVE OP-AUT-LOTE TO WS-OP-AUT-LOTE.
           MOVE OP-AUT-CONSULTA TO WS-OP-AUT-CONSULTA.

      ******************************************************************
      * APERTURA Y CIERRE DE LOS ARCHIVOS DE LA CORRIDA. SI UNO NO
      * ABRE SE CIERRAN LOS QUE YA ESTABAN ABIERTOS Y LA CORRIDA NO
      * ARRANCA.
      ******************************************************************
       ABRIR-ARCHIVOS.
           OPEN I-O ARCHIVO-CUENTAS.
           IF WS-ESTADO-CUENTAS = "00"
               MOVE "S" TO WS-CUENTAS-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS. "
                   "ESTADO: " WS-ESTADO-CUENTAS
               MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN INPUT ARCHIVO-TASAS
               IF WS-ESTADO-TASAS = "00"
                   MOVE "S" TO WS-TASAS-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TABLA DE "
                       "TASAS. ESTADO: " WS-ESTADO-TASAS
                   MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-ESTADO-CLIENTES = "00"
                   MOVE "S" TO WS-CLIENTES-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CLIENTES. "
                       "ESTADO: " WS-ESTADO-CLIENTES
                   MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN I-O ARCHIVO-MOVIMIENTOS
               IF WS-ESTADO-MOVIMIENTOS = "00" OR
               WS-ESTADO-MOVIMIENTOS = "05"
                   MOVE "S" TO WS-MOVIMIENTOS-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR LA BITACORA DE "
                       "MOVIMIENTOS. ESTADO: " WS-ESTADO-MOVIMIENTOS
                   MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN OUTPUT ARCHIVO-GL
               IF WS-ESTADO-GL = "00"
                   MOVE "S" TO WS-GL-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE INTERFASE "
                       "GL. ESTADO: " WS-ESTADO-GL
                   MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN OUTPUT ARCHIVO-DESEMBOLSOS
               IF WS-ESTADO-DESEMBOLSOS = "00"
                   MOVE "S" TO WS-DESEMBOLSOS-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE "
                       "DESEMBOLSOS. ESTADO: " WS-ESTADO-DESEMBOLSOS
                   MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN OUTPUT ARCHIVO-REPORTE
               IF WS-ESTADO-REPORTE = "00"
                   MOVE "S" TO WS-REPORTE-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REPORTE."
                   MOVE "S" TO WS-APERTURA-FALLIDA.

       CERRAR-ARCHIVOS.
           IF CUENTAS-ABIERTO
               CLOSE ARCHIVO-CUENTAS.
           IF TASAS-ABIERTO
               CLOSE ARCHIVO-TASAS.
           IF CLIENTES-ABIERTO
               CLOSE ARCHIVO-CLIENTES.
           IF MOVIMIENTOS-ABIERTO
               CLOSE ARCHIVO-MOVIMIENTOS.
           IF GL-ABIERTO
               CLOSE ARCHIVO-GL.
           IF DESEMBOLSOS-ABIERTO
               CLOSE ARCHIVO-DESEMBOLSOS.
           IF REPORTE-ABIERTO
               CLOSE ARCHIVO-REPORTE.
           MOVE "N" TO WS-CUENTAS-ABIERTO.
           MOVE "N" TO WS-TASAS-ABIERTO.
           MOVE "N" TO WS-CLIENTES-ABIERTO.
           MOVE "N" TO WS-MOVIMIENTOS-ABIERTO.
           MOVE "N" TO WS-GL-ABIERTO.
           MOVE "N" TO WS-DESEMBOLSOS-ABIERTO.
           MOVE "N" TO WS-REPORTE-ABIERTO.

      ******************************************************************
      * BITACORA DE CORRIDAS: REGISTRO DE ARRANQUE Y DE CIERRE DE LA
      * CORRIDA. RC-REGISTROS ES EL CONTEO DEL FEED AL GL, IGUAL QUE
      * EN LAS CORRIDAS DEL LOTE.
      ******************************************************************
       REGISTRAR-INICIO-CORRIDA.
           IF CORRIDAS-ABIERTO
               MOVE SPACES TO REG-CORRIDA
               MOVE WS-ID-CORRIDA TO RC-ID-CORRIDA
               MOVE WS-MODO-VENCIMIENTO TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-CUENTAS TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-GL TO RC-ARCHIVO-SALIDA
               MOVE WS-FECHA-EJECUCION TO RC-FECHA-INICIO
               MOVE WS-HORA-EJECUCION TO RC-HORA-INICIO
               MOVE 0 TO RC-FECHA-FIN
               MOVE 0 TO RC-HORA-FIN
               MOVE 0 TO RC-REGISTROS
               MOVE "INICIADA" TO RC-ESTADO
               WRITE REG-CORRIDA
               MOVE "S" TO WS-CORRIDA-REGISTRADA.

       REGISTRAR-FIN-CORRIDA.
           IF CORRIDAS-ABIERTO AND CORRIDA-REGISTRADA
               MOVE SPACES TO REG-CORRIDA
               MOVE WS-ID-CORRIDA TO RC-ID-CORRIDA
               MOVE WS-MODO-VENCIMIENTO TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-CUENTAS TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-GL TO RC-ARCHIVO-SALIDA
               MOVE WS-FECHA-EJECUCION TO RC-FECHA-INICIO
               MOVE WS-HORA-EJECUCION TO RC-HORA-INICIO
               MOVE FUNCTION CURRENT-DATE(1:8) TO RC-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO RC-HORA-FIN
               MOVE WS-GL-REGISTROS TO RC-REGISTROS
               MOVE WS-ESTADO-FIN-CORRIDA TO RC-ESTADO
               WRITE REG-CORRIDA.

       LEER-EXAMINAR-CUENTA.
           READ ARCHIVO-CUENTAS NEXT
               AT END MOVE "S" TO WS-FIN-CUENTAS
           CM-FECHA-VENCIMIENTO <= WS-FECHA-EJECUCION
               PERFORM PROCESAR-VENCIMIENTO.

      * LA BITACORA GUARDA UN SOLO MOVIMIENTO POR CUENTA POR CORRIDA:
      * SI LA CUENTA YA LO TIENE CON LA LLAVE DE ESTA CORRIDA NO SE
      * TOCA EL MAESTRO, PARA QUE LA BITACORA SIGA EXPLICANDO EL
      * SALDO.
       PROCESAR-VENCIMIENTO.
           IF CM-CAPITAL-BASE NOT NUMERIC
               MOVE CM-SALDO TO CM-CAPITAL-BASE.
           PERFORM BUSCAR-MOVIMIENTO-CORRIDA.
           EVALUATE TRUE
               WHEN CUENTA-CON-MOVIMIENTO
                   PERFORM AVISAR-MOVIMIENTO-EXISTENTE
               WHEN CM-PAGAR-AL-VENCER
                   PERFORM EJECUTAR-PAGO
               WHEN CM-RENOVAR-CAPITAL

      * LA CUENTA QUEDA MARCADA EN PAGO: EL SALDO COMPLETO ES EL
      * MONTO A ENTREGAR AL CLIENTE Y LA CUENTA NO VUELVE A DEVENGAR
      * EN LAS CORRIDAS DEL LOTE. EL SALDO SALE POR LA INSTRUCCION DE
      * DESEMBOLSO COMO UN RETIRO, ASI QUE LA CUENTA QUEDA EN CERO.
       EJECUTAR-PAGO.
           MOVE CM-SALDO TO WS-SALDO-ANTERIOR.
           MOVE CM-SALDO TO WS-MONTO-PAGADO.
           MOVE "T" TO WS-CONCEPTO-PAGO.
           MOVE SPACES TO WS-TASA-REPORTE.
           MOVE 0 TO CM-SALDO.
           SUBTRACT WS-MONTO-PAGADO FROM CM-CONTRIBUCIONES.
           MOVE "P" TO CM-ESTADO.
           PERFORM REGRABAR-CUENTA.
           MOVE "PAGO TOTAL AL CLIENTE" TO WS-ACCION-REPORTE.
           PERFORM ESCRIBIR-LINEA-PROCESO.
           IF GRABACION-OK
               PERFORM REGISTRAR-VENCIMIENTO.

      * RENOVAR SOLO CAPITAL: LO ABONADO POR ENCIMA DEL CAPITAL BASE
      * SE PAGA AL CLIENTE Y EL DEPOSITO SE RENUEVA POR EL CAPITAL
           IF NOT PRODUCTO-DISPONIBLE
               PERFORM AVISAR-PRODUCTO-NO-DISPONIBLE
           ELSE
               MOVE CM-SALDO TO WS-SALDO-ANTERIOR
               MOVE "I" TO WS-CONCEPTO-PAGO
               IF CM-SALDO > CM-CAPITAL-BASE
                   COMPUTE WS-MONTO-PAGADO =
                       CM-SALDO - CM-CAPITAL-BASE
                   MOVE CM-CAPITAL-BASE TO CM-SALDO
                   SUBTRACT WS-MONTO-PAGADO FROM CM-CONTRIBUCIONES
               ELSE
                   MOVE 0 TO WS-MONTO-PAGADO
                   MOVE CM-SALDO TO CM-CAPITAL-BASE
               PERFORM FIJAR-TASA-REPORTE
               PERFORM REGRABAR-CUENTA
               MOVE "RENOVADO SOLO CAPITAL" TO WS-ACCION-REPORTE
               PERFORM ESCRIBIR-LINEA-PROCESO
               IF GRABACION-OK
                   PERFORM REGISTRAR-VENCIMIENTO.

      * RENOVAR CAPITAL E INTERES: EL SALDO COMPLETO (QUE YA INCLUYE
      * EL INTERES ABONADO) PASA A SER EL NUEVO CAPITAL BASE.
           IF NOT PRODUCTO-DISPONIBLE
               PERFORM AVISAR-PRODUCTO-NO-DISPONIBLE
           ELSE
               MOVE CM-SALDO TO WS-SALDO-ANTERIOR
               MOVE 0 TO WS-MONTO-PAGADO
               MOVE CM-SALDO TO CM-CAPITAL-BASE
               PERFORM FIJAR-NUEVO-VENCIMIENTO
               PERFORM FIJAR-TASA-REPORTE
               PERFORM REGRABAR-CUENTA
               MOVE "RENOVADO CAPITAL+INTERES" TO WS-ACCION-REPORTE
               PERFORM ESCRIBIR-LINEA-PROCESO
               IF GRABACION-OK
                   PERFORM REGISTRAR-VENCIMIENTO.

      * EL DEPOSITO RENOVADO QUEDA AL PLAZO VIGENTE DEL PRODUCTO
      * (TB-PLAZO EN DIAS) CONTADO DESDE HOY; LA TASA QUE APLICARA

       REGRABAR-CUENTA.
           ADD 1 TO WS-CONTADOR-PROCESADAS.
           MOVE "S" TO WS-GRABACION-OK.
           REWRITE REG-CUENTAS
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR LA CUENTA EN EL "
                       "MAESTRO: " CM-CUENTA
                   MOVE "N" TO WS-GRABACION-OK
           END-REWRITE.

      ******************************************************************
      * REGISTRO DEL VENCIMIENTO: SOLO SI EL MAESTRO QUEDO GRABADO.
      * TODA CUENTA PAGADA O RENOVADA DEJA SU MOVIMIENTO; LO PAGADO AL
      * CLIENTE ADEMAS DEJA SU REGISTRO EN EL FEED AL GL Y SU
      * INSTRUCCION DE DESEMBOLSO.
      ******************************************************************
       REGISTRAR-VENCIMIENTO.
           PERFORM ESCRIBIR-MOVIMIENTO.
           IF WS-MONTO-PAGADO > 0
               PERFORM BUSCAR-TITULAR
               PERFORM ESCRIBIR-GL
               PERFORM ESCRIBIR-DESEMBOLSO
               ADD WS-MONTO-PAGADO TO WS-TOTAL-DESEMBOLSADO
               IF WS-CONCEPTO-PAGO = "T"
                   ADD 1 TO WS-PAGOS-TOTALES
                   ADD WS-MONTO-PAGADO TO WS-TOTAL-PAGOS-TOTALES
               ELSE
                   ADD 1 TO WS-PAGOS-INTERES
                   ADD WS-MONTO-PAGADO TO WS-TOTAL-PAGOS-INTERES.

      * LO PAGADO VA COMO RETIRO: SALDO INICIAL - PAGO = SALDO FINAL.
      * UNA RENOVACION SIN PAGO DEJA EL MOVIMIENTO EN CERO, COMO
      * CONSTANCIA DE LA RENOVACION EN EL HISTORIAL DE LA CUENTA.
       BUSCAR-MOVIMIENTO-CORRIDA.
           MOVE "N" TO WS-CUENTA-CON-MOVIMIENTO.
           MOVE CM-CUENTA TO MV-CUENTA.
           MOVE WS-FECHA-EJECUCION TO MV-FECHA.
           MOVE WS-ID-CORRIDA TO MV-ID-CORRIDA.
           READ ARCHIVO-MOVIMIENTOS
               KEY IS MV-LLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-CUENTA-CON-MOVIMIENTO
           END-READ.

       ESCRIBIR-MOVIMIENTO.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE CM-CUENTA TO MV-CUENTA.
           MOVE WS-ID-CORRIDA TO MV-ID-CORRIDA.
           MOVE WS-FECHA-EJECUCION TO MV-FECHA.
           MOVE WS-SALDO-ANTERIOR TO MV-SALDO-INICIAL.
           MOVE 0 TO MV-INTERES.
           MOVE 0 TO MV-RETENCION.
           COMPUTE MV-CONTRIBUCIONES = 0 - WS-MONTO-PAGADO.
           MOVE CM-SALDO TO MV-SALDO-FINAL.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   DISPLAY "ADVERTENCIA: NO SE PUDO GRABAR EL "
                       "MOVIMIENTO DE LA CUENTA " MV-CUENTA
                       ". ESTADO: " WS-ESTADO-MOVIMIENTOS
               NOT INVALID KEY
                   ADD 1 TO WS-MOVIMIENTOS-ESCRITOS
           END-WRITE.

      * EL PAGO NO TIENE RETENCION NI PERIODOS: EL MONTO VA EN
      * GL-INTERES-CALCULADO, COMO EN LA CANCELACION ANTICIPADA.
       ESCRIBIR-GL.
           MOVE CM-CUENTA TO GL-CUENTA.
           MOVE WS-CODIGO-GL-PAGO TO GL-CODIGO-CONTABLE.
           MOVE WS-MONTO-PAGADO TO GL-INTERES-CALCULADO.
           MOVE 0 TO GL-RETENCION-CALCULADA.
           MOVE WS-FECHA-EJECUCION TO GL-FECHA-EJECUCION.
           MOVE 0 TO GL-PERIODO.
           MOVE WS-ID-CORRIDA TO GL-ID-CORRIDA.
           WRITE REG-GL.
           ADD 1 TO WS-GL-REGISTROS.

      * LA FECHA VALOR ES LA DE LA CORRIDA: EL DIA EN QUE EL BANCO
      * EJECUTA EL VENCIMIENTO Y LIBERA LOS FONDOS.
       ESCRIBIR-DESEMBOLSO.
           MOVE SPACES TO REG-DESEMBOLSO.
           MOVE CM-CUENTA TO DS-CUENTA.
           MOVE CM-CLIENTE TO DS-CLIENTE.
           MOVE WS-NIT-TITULAR TO DS-NIT.
           MOVE WS-NOMBRE-TITULAR TO DS-NOMBRE.
           MOVE WS-MONTO-PAGADO TO DS-MONTO.
           MOVE WS-FECHA-EJECUCION TO DS-FECHA-VALOR.
           MOVE WS-CONCEPTO-PAGO TO DS-CONCEPTO.
           MOVE WS-ID-CORRIDA TO DS-ID-CORRIDA.
           WRITE REG-DESEMBOLSO.
           IF WS-NIT-TITULAR = SPACES
               ADD 1 TO WS-DESEMBOLSOS-SIN-NIT
               MOVE SPACES TO REG-REPORTE
               STRING "           AVISO: DESEMBOLSO SIN NIT DEL "
                   "TITULAR (CLIENTE " CM-CLIENTE "); VERIFICAR "
                   "ANTES DE PAGAR"
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE.

      * UN TITULAR QUE NO ESTA EN EL MAESTRO DE CLIENTES NO DETIENE
      * EL VENCIMIENTO: LA INSTRUCCION SALE SIN NIT Y EL REPORTE LO
      * SENALA PARA QUE TESORERIA VERIFIQUE ANTES DE PAGAR.
       BUSCAR-TITULAR.
           MOVE SPACES TO WS-NOMBRE-TITULAR.
           MOVE SPACES TO WS-NIT-TITULAR.
           IF CM-CLIENTE NOT = SPACES
               MOVE CM-CLIENTE TO CL-CLIENTE
               READ ARCHIVO-CLIENTES
                   KEY IS CL-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-NOMBRE TO WS-NOMBRE-TITULAR
                       MOVE CL-NIT TO WS-NIT-TITULAR
               END-READ.

       AVISAR-SIN-INSTRUCCION.
           MOVE 0 TO WS-MONTO-PAGADO.
           MOVE SPACES TO WS-TASA-REPORTE.
               TO WS-ACCION-REPORTE.
           PERFORM ESCRIBIR-LINEA-PROCESO.

       AVISAR-MOVIMIENTO-EXISTENTE.
           MOVE 0 TO WS-MONTO-PAGADO.
           MOVE SPACES TO WS-TASA-REPORTE.
           MOVE "YA TIENE MOVIMIENTO; NO PROC."
               TO WS-ACCION-REPORTE.
           PERFORM ESCRIBIR-LINEA-PROCESO.

       AVISAR-PRODUCTO-NO-DISPONIBLE.
           MOVE 0 TO WS-MONTO-PAGADO.
           MOVE SPACES TO WS-TASA-REPORTE.

       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "procesoVencimientos  CORRIDA: " WS-ID-CORRIDA
               "  OPERADOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL CUENTAS PROCESADAS: " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-MOVIMIENTOS-ESCRITOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "MOVIMIENTOS A LA BITACORA: " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-PAGOS-TOTALES TO WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-PAGOS-TOTALES TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "PAGOS TOTALES AL VENCIMIENTO: " WS-CONTADOR-MOSTRADO
               "  MONTO: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-PAGOS-INTERES TO WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-PAGOS-INTERES TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "PAGOS DE INTERES EN RENOVACION: "
               WS-CONTADOR-MOSTRADO
               "  MONTO: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-DESEMBOLSADO TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL INSTRUCCIONES DE DESEMBOLSO: "
               WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-DESEMBOLSOS-SIN-NIT TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "DESEMBOLSOS SIN NIT DEL TITULAR: "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-GL-REGISTROS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "REGISTROS AL FEED GL (210000): "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
