       IDENTIFICATION DIVISION.
           PROGRAM-ID. cancelacionAnticipada.

      ******************************************************************
      * CANCELACION ANTICIPADA DE DEPOSITOS A TERMINO
      *
      * CANCELA UN DEPOSITO A TERMINO ANTES DE SU VENCIMIENTO, A
      * PEDIDO DEL CLIENTE, CON LA PENALIDAD DE LA REGLA DE SU
      * PRODUCTO EN EL ARCHIVO DE REGLAS DE PENALIDAD:
      *
      *   D = PERDIDA DE N DIAS DE INTERES: LA PENALIDAD ES EL
      *       INTERES DE N DIAS SOBRE EL CAPITAL BASE A LA TASA
      *       VIGENTE DEL PRODUCTO (BASE 360).
      *   R = TASA REDUCIDA SOBRE EL PLAZO CORRIDO: EL CLIENTE SOLO
      *       GANA LA TASA REDUCIDA POR LOS DIAS TRANSCURRIDOS DESDE
      *       LA APERTURA O ULTIMA RENOVACION (VENCIMIENTO MENOS EL
      *       PLAZO DEL PRODUCTO); LA PENALIDAD ES LO ABONADO POR
      *       ENCIMA DE ESO.
      *
      * LA PENALIDAD NUNCA PASA DEL INTERES YA ABONADO (SALDO MENOS
      * CAPITAL BASE): EL CAPITAL DEL CLIENTE NO SE TOCA. AL CLIENTE
      * SE LE PAGA EL SALDO MENOS LA PENALIDAD Y LA CUENTA QUEDA EN
      * CERO E INACTIVA. CADA CANCELACION DEJA SU MOVIMIENTO EN LA
      * BITACORA (PENALIDAD COMO INTERES NEGATIVO, PAGO COMO RETIRO),
      * DOS REGISTROS EN EL FEED AL GL (PAGO AL CLIENTE Y INGRESO POR
      * PENALIDAD, CON SUS PROPIOS CODIGOS, PARA CONTABILIZAR CON
      * resumenGL) Y EL COMPROBANTE DE CANCELACION DEL CLIENTE.
      *
      * DOS MODOS: VENTANILLA (I), DONDE EL OPERADOR DE CUENTAS VE LA
      * LIQUIDACION Y CONFIRMA CADA CANCELACION, Y LOTE (L), QUE
      * APLICA UN ARCHIVO DE SOLICITUDES Y LISTA LAS RECHAZADAS. CADA
      * SESION QUEDA EN LA BITACORA DE CORRIDAS CON MODO "C".
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.

           SELECT ARCHIVO-TASAS
               ASSIGN TO DYNAMIC WS-NOMBRE-TASAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-PRODUCTO
               FILE STATUS IS WS-ESTADO-TASAS.

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO DYNAMIC WS-NOMBRE-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLIENTE
               FILE STATUS IS WS-ESTADO-CLIENTES.

           SELECT ARCHIVO-PENALIDADES
               ASSIGN TO DYNAMIC WS-NOMBRE-PENALIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PENALIDADES.

           SELECT ARCHIVO-SOLICITUDES
               ASSIGN TO DYNAMIC WS-NOMBRE-SOLICITUDES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SOLICITUDES.

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

           SELECT ARCHIVO-RECIBOS
               ASSIGN TO DYNAMIC WS-NOMBRE-RECIBOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECIBOS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.

           SELECT ARCHIVO-SEGURIDAD
               ASSIGN TO DYNAMIC WS-NOMBRE-SEGURIDAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-SEGURIDAD.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.

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

      * REGLAS DE PENALIDAD POR PRODUCTO: UNA LINEA POR PRODUCTO CON
      * EL TIPO DE REGLA (D = PERDER DIAS DE INTERES, R = TASA
      * REDUCIDA SOBRE EL PLAZO CORRIDO), LOS DIAS A PERDER (TIPO D)
      * Y LA TASA REDUCIDA CON UN DECIMAL IMPLICITO (TIPO R: 015 =
      * 1.5%). LAS LINEAS EN BLANCO Y LAS QUE EMPIEZAN CON * SE
      * IGNORAN. UN PRODUCTO SIN REGLA NO SE CANCELA ANTICIPADAMENTE.
       FD  ARCHIVO-PENALIDADES.
       01  REG-PENALIDAD.
           05  PN-PRODUCTO        PIC X(10).
           05  PN-TIPO            PIC X.
           05  PN-DIAS            PIC 999.
           05  PN-TASA-REDUCIDA   PIC 99V9.
           05  FILLER             PIC X(3).
           05  PN-DESCRIPCION     PIC X(20).

      * SOLICITUDES DE CANCELACION DEL MODO LOTE: UNA CUENTA POR
      * LINEA (LAS LINEAS EN BLANCO Y CON * SE IGNORAN).
       FD  ARCHIVO-SOLICITUDES.
       01  REG-SOLICITUD.
           05  SC-CUENTA          PIC X(10).
           05  FILLER             PIC X(30).

       FD  ARCHIVO-MOVIMIENTOS.
       COPY MOVIMREC.

       FD  ARCHIVO-GL.
       COPY GLREC.

      * COMPROBANTES DE CANCELACION PARA ENTREGAR AL CLIENTE.
       FD  ARCHIVO-RECIBOS.
       01  REG-RECIBO             PIC X(80).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE            PIC X(132).

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA QUE EL LOTE DE SOLICITUDES CORRA
      * PROGRAMADO SIN NADIE EN EL TECLADO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-CORRIDAS        PIC X(40).
       01  WS-ESTADO-CORRIDAS        PIC XX.
       01  WS-NOMBRE-CUENTAS         PIC X(40).
       01  WS-ESTADO-CUENTAS         PIC XX.
       01  WS-NOMBRE-TASAS           PIC X(40).
       01  WS-ESTADO-TASAS           PIC XX.
       01  WS-NOMBRE-CLIENTES        PIC X(40).
       01  WS-ESTADO-CLIENTES        PIC XX.
       01  WS-NOMBRE-PENALIDADES     PIC X(40).
       01  WS-ESTADO-PENALIDADES     PIC XX.
       01  WS-NOMBRE-SOLICITUDES     PIC X(40).
       01  WS-ESTADO-SOLICITUDES     PIC XX.
       01  WS-NOMBRE-MOVIMIENTOS     PIC X(40).
       01  WS-ESTADO-MOVIMIENTOS     PIC XX.
       01  WS-NOMBRE-GL              PIC X(40).
       01  WS-ESTADO-GL              PIC XX.
       01  WS-NOMBRE-RECIBOS         PIC X(40).
       01  WS-ESTADO-RECIBOS         PIC XX.
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
           05  WS-SOLICITUDES-ABIERTO PIC X VALUE "N".
               88  SOLICITUDES-ABIERTO    VALUE "S".
           05  WS-MOVIMIENTOS-ABIERTO PIC X VALUE "N".
               88  MOVIMIENTOS-ABIERTO    VALUE "S".
           05  WS-GL-ABIERTO          PIC X VALUE "N".
               88  GL-ABIERTO             VALUE "S".
           05  WS-RECIBOS-ABIERTO     PIC X VALUE "N".
               88  RECIBOS-ABIERTO        VALUE "S".
           05  WS-REPORTE-ABIERTO     PIC X VALUE "N".
               88  REPORTE-ABIERTO        VALUE "S".
       01  WS-APERTURA-FALLIDA       PIC X VALUE "N".
           88  APERTURA-FALLIDA      VALUE "S".

      * TARJETA DE PARAMETROS: CON UNA TARJETA CARGADA Y VALIDADA LAS
      * PREGUNTAS DE ARRANQUE SE OMITEN.
       01  WS-NOMBRE-PARAMETROS      PIC X(40).
       01  WS-ESTADO-PARAMETROS      PIC XX.
       01  WS-USANDO-TARJETA         PIC X VALUE "N".
           88  USANDO-TARJETA        VALUE "S".
       01  WS-FIN-PARAMETROS         PIC X VALUE "N".
           88  FIN-PARAMETROS        VALUE "S".
       01  WS-PARAM-CLAVE            PIC X(20).
       01  WS-PARAM-VALOR            PIC X(40).
       01  WS-PARAM-ERRORES          PIC 999 VALUE 0.
       01  WS-PARAM-FALTANTE         PIC X(30).
       01  WS-TARJETA-INVALIDA       PIC X VALUE "N".
           88  TARJETA-INVALIDA      VALUE "S".

      * SEGURIDAD DE OPERADORES: LA VENTANILLA EXIGE AUTORIZACION DE
      * MANTENIMIENTO DE CUENTAS Y EL LOTE DE SOLICITUDES AUTORIZACION
      * DE EJECUCION DE PROCESOS.
       01  WS-OPERADOR               PIC X(10).
       01  WS-NOMBRE-SEGURIDAD       PIC X(40).
       01  WS-ESTADO-SEGURIDAD       PIC XX.
       01  WS-OPERADOR-VALIDO        PIC X VALUE "N".
           88  OPERADOR-VALIDO       VALUE "S".
      * AUTORIZACIONES DEL OPERADOR VALIDADO, COPIADAS A MEMORIA DE
      * TRABAJO MIENTRAS EL ARCHIVO DE SEGURIDAD SIGUE ABIERTO: EL
      * AREA DEL REGISTRO NO ES CONFIABLE DESPUES DEL CLOSE.
       01  WS-AUTORIZACIONES-OP.
           05  WS-OP-AUT-TASAS        PIC X VALUE "N".
               88  OPERADOR-AUT-TASAS     VALUE "S".
           05  WS-OP-AUT-CUENTAS      PIC X VALUE "N".
               88  OPERADOR-AUT-CUENTAS   VALUE "S".
           05  WS-OP-AUT-LOTE         PIC X VALUE "N".
               88  OPERADOR-AUT-LOTE      VALUE "S".
           05  WS-OP-AUT-CONSULTA     PIC X VALUE "N".
               88  OPERADOR-AUT-CONSULTA  VALUE "S".

       01  WS-MODO-OPERACION         PIC X.
           88  MODO-VENTANILLA       VALUE "I".
           88  MODO-LOTE             VALUE "L".

      * IDENTIFICACION DE LA SESION EN LA BITACORA DE CORRIDAS (MISMO
      * FORMATO QUE LAS CORRIDAS DEL LOTE); EL MOVIMIENTO Y EL FEED AL
      * GL DE CADA CANCELACION LLEVAN ESTE ID. UNA SESION QUE NO
      * CANCELO NADA NO DEJA FEED Y CIERRA CON ESTADO SIN CAMBIOS,
      * PARA QUE EL CIERRE MENSUAL NO LA BUSQUE EN LA HISTORIA DEL GL.
       01  WS-ID-CORRIDA             PIC X(15).
       01  WS-MODO-CANCELACION       PIC X VALUE "C".
       01  WS-CORRIDAS-ABIERTO       PIC X VALUE "N".
           88  CORRIDAS-ABIERTO      VALUE "S".
       01  WS-CORRIDA-REGISTRADA     PIC X VALUE "N".
           88  CORRIDA-REGISTRADA    VALUE "S".
       01  WS-ESTADO-FIN-CORRIDA     PIC X(12) VALUE "ABORTADA".

      * CODIGOS DEL FEED AL GL: EL PAGO AL CLIENTE SALE DE LOS
      * DEPOSITOS A TERMINO Y LA PENALIDAD ES INGRESO DEL BANCO.
      * resumenGL LOS CONOCE Y LES ARMA SUS PROPIAS PARTIDAS.
       01  WS-CODIGO-GL-CANCELACION  PIC X(10) VALUE "210000".
       01  WS-CODIGO-GL-PENALIDAD    PIC X(10) VALUE "420000".

      * TABLA DE REGLAS DE PENALIDAD CARGADA DEL ARCHIVO.
       01  WS-FIN-PENALIDADES        PIC X VALUE "N".
           88  FIN-PENALIDADES       VALUE "S".
       01  WS-NUM-REGLAS             PIC 999 VALUE 0.
       01  WS-TABLA-REGLAS.
           05  WS-RG-ENTRADA OCCURS 200 TIMES.
               10  WS-RG-PRODUCTO     PIC X(10).
               10  WS-RG-TIPO         PIC X.
               10  WS-RG-DIAS         PIC 999.
               10  WS-RG-TASA         PIC 99V9.
               10  WS-RG-DESCRIPCION  PIC X(20).
       01  WS-INDICE-REGLA           PIC 999.
       01  WS-PRODUCTO-BUSCADO       PIC X(10).
       01  WS-REGLA-HALLADA          PIC X VALUE "N".
           88  REGLA-HALLADA         VALUE "S".

      * REGLA APLICADA A LA CUENTA EN CURSO.
       01  WS-REGLA-TIPO             PIC X.
           88  REGLA-PERDER-DIAS     VALUE "D".
           88  REGLA-TASA-REDUCIDA   VALUE "R".
       01  WS-REGLA-DIAS             PIC 999.
       01  WS-REGLA-TASA             PIC 99V9.
       01  WS-REGLA-DESCRIPCION      PIC X(20).

       01  WS-FIN-SOLICITUDES        PIC X VALUE "N".
           88  FIN-SOLICITUDES       VALUE "S".
       01  WS-FIN-VENTANILLA         PIC X VALUE "N".
           88  FIN-VENTANILLA        VALUE "S".
       01  WS-CUENTA-SOLICITADA      PIC X(10).
       01  WS-CONFIRMACION           PIC X.
           88  CONFIRMA-CANCELACION  VALUES "S", "s".

       01  WS-CANCELACION-RECHAZADA  PIC X VALUE "N".
           88  CANCELACION-RECHAZADA VALUE "S".
       01  WS-MOTIVO-RECHAZO         PIC X(50).
       01  WS-CUENTA-CON-MOVIMIENTO  PIC X VALUE "N".
           88  CUENTA-CON-MOVIMIENTO VALUE "S".

      * LIQUIDACION DE LA CUENTA EN CURSO: CAPITAL BASE, INTERES YA
      * ABONADO, FECHAS DEL PLAZO, PENALIDAD Y NETO A PAGAR.
       01  WS-CAPITAL-LIQ            PIC 9(9)V99.
       01  WS-SALDO-LIQ              PIC 9(9)V99.
       01  WS-INTERES-GANADO         PIC 9(9)V99.
       01  WS-INTERES-REDUCIDO       PIC 9(9)V99.
       01  WS-PENALIDAD              PIC 9(9)V99.
       01  WS-MONTO-PAGO             PIC 9(9)V99.
       01  WS-TASA-PACTADA           PIC 99V9.
       01  WS-VENCIMIENTO-PACTADO    PIC 9(8).
       01  WS-FECHA-INICIO-PLAZO     PIC 9(8).
       01  WS-DIA-HOY                PIC 9(7).
       01  WS-DIA-INICIO-PLAZO       PIC 9(7).
       01  WS-DIAS-TRANSCURRIDOS     PIC 9(5).
       01  WS-NOMBRE-TITULAR         PIC X(30).
       01  WS-NIT-TITULAR            PIC X(15).

      * CONTEOS Y TOTALES DE CONTROL DE LA SESION.
       01  WS-SOLICITUDES-LEIDAS     PIC 9(7) VALUE 0.
       01  WS-CANCELADAS             PIC 9(7) VALUE 0.
       01  WS-RECHAZADAS             PIC 9(7) VALUE 0.
       01  WS-GL-REGISTROS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-SALDOS           PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-PENALIDADES      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-PAGOS            PIC 9(13)V99 VALUE 0.

       01  WS-CONTADOR-MOSTRADO      PIC ZZZ,ZZZ,ZZ9.
       01  WS-VALOR-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-MOSTRADO-2       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-MOSTRADO-3       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-MOSTRADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TASA-MOSTRADA          PIC Z9.9.
       01  WS-DIAS-MOSTRADOS         PIC ZZ,ZZ9.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           MOVE SPACES TO WS-ID-CORRIDA.
           STRING WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION
               DELIMITED BY SIZE INTO WS-ID-CORRIDA.
           DISPLAY "CANCELACION ANTICIPADA DE DEPOSITOS  "
               WS-ID-CORRIDA.
           DISPLAY "ARCHIVO DE TARJETA DE PARAMETROS (BLANCO = "
               "PREGUNTAR EN PANTALLA):".
           ACCEPT WS-NOMBRE-PARAMETROS.
           IF WS-NOMBRE-PARAMETROS NOT = SPACES
               PERFORM CARGAR-TARJETA-PARAMETROS.
           IF TARJETA-INVALIDA
               GO TO TERMINA-PROGRAMA.
           IF NOT USANDO-TARJETA
               DISPLAY "ARCHIVO DE SEGURIDAD DE OPERADORES:"
               ACCEPT WS-NOMBRE-SEGURIDAD
               DISPLAY "OPERADOR (INICIALES):"
               ACCEPT WS-OPERADOR
               DISPLAY "MODO DE OPERACION: (I) VENTANILLA / (L) "
                   "LOTE DE SOLICITUDES"
               ACCEPT WS-MODO-OPERACION.
           IF NOT MODO-LOTE
               MOVE "I" TO WS-MODO-OPERACION.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               GO TO TERMINA-PROGRAMA.
           IF MODO-LOTE AND NOT OPERADOR-AUT-LOTE
               DISPLAY "OPERADOR SIN AUTORIZACION DE EJECUCION DE "
                   "PROCESOS: " WS-OPERADOR
               GO TO TERMINA-PROGRAMA.
           IF MODO-VENTANILLA AND NOT OPERADOR-AUT-CUENTAS
               DISPLAY "EL OPERADOR " WS-OPERADOR " NO ESTA "
                   "AUTORIZADO PARA CANCELAR CUENTAS."
               GO TO TERMINA-PROGRAMA.
           IF NOT USANDO-TARJETA
               DISPLAY "ARCHIVO DE CONTROL DE CORRIDAS:"
               ACCEPT WS-NOMBRE-CORRIDAS
               DISPLAY "ARCHIVO MAESTRO DE CUENTAS:"
               ACCEPT WS-NOMBRE-CUENTAS
               DISPLAY "ARCHIVO DE TABLA DE TASAS:"
               ACCEPT WS-NOMBRE-TASAS
               DISPLAY "ARCHIVO MAESTRO DE CLIENTES:"
               ACCEPT WS-NOMBRE-CLIENTES
               DISPLAY "ARCHIVO DE REGLAS DE PENALIDAD:"
               ACCEPT WS-NOMBRE-PENALIDADES
               DISPLAY "ARCHIVO DE BITACORA DE MOVIMIENTOS:"
               ACCEPT WS-NOMBRE-MOVIMIENTOS
               DISPLAY "ARCHIVO DE INTERFASE GL (SALIDA):"
               ACCEPT WS-NOMBRE-GL
               DISPLAY "ARCHIVO DE COMPROBANTES DE CANCELACION "
                   "(SALIDA):"
               ACCEPT WS-NOMBRE-RECIBOS
               DISPLAY "ARCHIVO DE REPORTE DE CONTROL (SALIDA):"
               ACCEPT WS-NOMBRE-REPORTE
               IF MODO-LOTE
                   DISPLAY "ARCHIVO DE SOLICITUDES DE CANCELACION:"
                   ACCEPT WS-NOMBRE-SOLICITUDES.

           OPEN INPUT ARCHIVO-PENALIDADES.
           IF WS-ESTADO-PENALIDADES NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REGLAS DE "
                   "PENALIDAD. ESTADO: " WS-ESTADO-PENALIDADES
               GO TO TERMINA-PROGRAMA.
           PERFORM CARGAR-REGLAS-PENALIDAD.
           CLOSE ARCHIVO-PENALIDADES.
           IF WS-NUM-REGLAS = 0
               DISPLAY "EL ARCHIVO DE REGLAS NO TRAE REGLAS VALIDAS. "
                   "NO HAY COMO LIQUIDAR LA PENALIDAD."
               GO TO TERMINA-PROGRAMA.

      * SIN BITACORA DE CORRIDAS EL FEED DE LA SESION NO AMARRA EN EL
      * CIERRE MENSUAL: LA SESION NO ARRANCA.
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
           IF MODO-LOTE
               PERFORM PROCESO-LOTE
           ELSE
               PERFORM PROCESO-VENTANILLA.
           PERFORM ESCRIBIR-TOTALES-REPORTE.
           IF WS-CANCELADAS > 0
               MOVE "COMPLETADA" TO WS-ESTADO-FIN-CORRIDA
           ELSE
               MOVE "SIN CAMBIOS" TO WS-ESTADO-FIN-CORRIDA.
           PERFORM CERRAR-ARCHIVOS.
           MOVE WS-CANCELADAS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "CUENTAS CANCELADAS: " WS-CONTADOR-MOSTRADO.
           MOVE WS-RECHAZADAS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "SOLICITUDES RECHAZADAS: " WS-CONTADOR-MOSTRADO.
           IF WS-CANCELADAS > 0
               DISPLAY "CONTABILICE EL FEED CON resumenGL: "
                   WS-NOMBRE-GL.
       TERMINA-PROGRAMA.
           PERFORM REGISTRAR-FIN-CORRIDA.
           IF CORRIDAS-ABIERTO
               CLOSE ARCHIVO-CORRIDAS.
      * CODIGO DE RETORNO PARA LA CADENA NOCTURNA (cadenaNocturna):
      * 00 = LA SESION TERMINO, 12 = NO ARRANCO O ABORTO.
           IF WS-ESTADO-FIN-CORRIDA = "ABORTADA"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * TARJETA DE PARAMETROS (ARRANQUE DESATENDIDO)
      *
      * CARGA LAS RESPUESTAS DE ARRANQUE DESDE UN ARCHIVO DE LINEAS
      * CLAVE=VALOR Y LAS VALIDA TODAS DE UNA VEZ; CADA FALTANTE SE
      * LISTA POR SU CLAVE Y LA SESION NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: SEGURIDAD, OPERADOR, MODO (I/L), CORRIDAS, CUENTAS,
      * TASAS, CLIENTES, PENALIDADES, MOVIMIENTOS, GL, RECIBOS,
      * SALIDA (REPORTE DE CONTROL) Y, PARA EL MODO LOTE,
      * SOLICITUDES.
      ******************************************************************
       CARGAR-TARJETA-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS.
           IF WS-ESTADO-PARAMETROS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA TARJETA DE PARAMETROS: "
                   WS-NOMBRE-PARAMETROS
               MOVE "S" TO WS-TARJETA-INVALIDA
           ELSE
               MOVE "S" TO WS-USANDO-TARJETA
               MOVE SPACES TO WS-NOMBRE-SEGURIDAD
               MOVE SPACES TO WS-OPERADOR
               MOVE SPACES TO WS-MODO-OPERACION
               MOVE SPACES TO WS-NOMBRE-CORRIDAS
               MOVE SPACES TO WS-NOMBRE-CUENTAS
               MOVE SPACES TO WS-NOMBRE-TASAS
               MOVE SPACES TO WS-NOMBRE-CLIENTES
               MOVE SPACES TO WS-NOMBRE-PENALIDADES
               MOVE SPACES TO WS-NOMBRE-MOVIMIENTOS
               MOVE SPACES TO WS-NOMBRE-GL
               MOVE SPACES TO WS-NOMBRE-RECIBOS
               MOVE SPACES TO WS-NOMBRE-REPORTE
               MOVE SPACES TO WS-NOMBRE-SOLICITUDES
               PERFORM LEER-LINEA-PARAMETROS
               PERFORM PROCESAR-LINEA-PARAMETROS
                   UNTIL FIN-PARAMETROS
               CLOSE ARCHIVO-PARAMETROS
               PERFORM VALIDAR-PARAMETROS
               IF WS-PARAM-ERRORES > 0
                   DISPLAY "TARJETA DE PARAMETROS INVALIDA: "
                       WS-PARAM-ERRORES " ERROR(ES)."
                   MOVE "S" TO WS-TARJETA-INVALIDA.

       LEER-LINEA-PARAMETROS.
           READ ARCHIVO-PARAMETROS
               AT END MOVE "S" TO WS-FIN-PARAMETROS.

       PROCESAR-LINEA-PARAMETROS.
           IF REG-PARAMETRO = SPACES OR REG-PARAMETRO (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARAM-CLAVE
               MOVE SPACES TO WS-PARAM-VALOR
               UNSTRING REG-PARAMETRO DELIMITED BY "="
                   INTO WS-PARAM-CLAVE WS-PARAM-VALOR
               PERFORM ASIGNAR-PARAMETRO.
           PERFORM LEER-LINEA-PARAMETROS.

       ASIGNAR-PARAMETRO.
           EVALUATE WS-PARAM-CLAVE
               WHEN "SEGURIDAD"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-SEGURIDAD
               WHEN "OPERADOR"
                   MOVE WS-PARAM-VALOR TO WS-OPERADOR
               WHEN "MODO"
                   MOVE WS-PARAM-VALOR (1:1) TO WS-MODO-OPERACION
               WHEN "CORRIDAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CORRIDAS
               WHEN "CUENTAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CUENTAS
               WHEN "TASAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-TASAS
               WHEN "CLIENTES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CLIENTES
               WHEN "PENALIDADES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-PENALIDADES
               WHEN "MOVIMIENTOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-MOVIMIENTOS
               WHEN "GL"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-GL
               WHEN "RECIBOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-RECIBOS
               WHEN "SALIDA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-REPORTE
               WHEN "SOLICITUDES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-SOLICITUDES
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
                   ADD 1 TO WS-PARAM-ERRORES
           END-EVALUATE.

       VALIDAR-PARAMETROS.
           IF WS-NOMBRE-SEGURIDAD = SPACES
               MOVE "SEGURIDAD" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-OPERADOR = SPACES
               MOVE "OPERADOR" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF NOT MODO-VENTANILLA AND NOT MODO-LOTE
               MOVE "MODO" TO WS-PARAM-FALTANTE
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
           IF WS-NOMBRE-PENALIDADES = SPACES
               MOVE "PENALIDADES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-GL = SPACES
               MOVE "GL" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-RECIBOS = SPACES
               MOVE "RECIBOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-REPORTE = SPACES
               MOVE "SALIDA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF MODO-LOTE AND WS-NOMBRE-SOLICITUDES = SPACES
               MOVE "SOLICITUDES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               WS-PARAM-FALTANTE.
           ADD 1 TO WS-PARAM-ERRORES.

      * VALIDA AL OPERADOR CONTRA EL MAESTRO DE SEGURIDAD: DEBE
      * EXISTIR Y ESTAR ACTIVO. SI EL ARCHIVO DE SEGURIDAD NO ABRE,
      * NADIE ENTRA.
       VALIDAR-OPERADOR.
           MOVE "N" TO WS-OPERADOR-VALIDO.
           OPEN INPUT ARCHIVO-SEGURIDAD.
           IF WS-ESTADO-SEGURIDAD NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE SEGURIDAD. "
                   "ESTADO: " WS-ESTADO-SEGURIDAD
           ELSE
               MOVE WS-OPERADOR TO OP-ID
               READ ARCHIVO-SEGURIDAD
                   KEY IS OP-ID
                   INVALID KEY
                       DISPLAY "OPERADOR NO REGISTRADO: " WS-OPERADOR
                   NOT INVALID KEY
                       IF OP-ACTIVO
                           MOVE "S" TO WS-OPERADOR-VALIDO
                           PERFORM COPIAR-AUTORIZACIONES-OP
                       ELSE
                           DISPLAY "OPERADOR INACTIVO: " WS-OPERADOR
                       END-IF
               END-READ
               CLOSE ARCHIVO-SEGURIDAD.

      * SE COPIAN LAS AUTORIZACIONES MIENTRAS EL ARCHIVO DE
      * SEGURIDAD SIGUE ABIERTO; LOS CHEQUEOS POSTERIORES LEEN ESTAS
      * COPIAS DE MEMORIA DE TRABAJO.
       COPIAR-AUTORIZACIONES-OP.
           MOVE OP-AUT-TASAS TO WS-OP-AUT-TASAS.
           MOVE OP-AUT-CUENTAS TO WS-OP-AUT-CUENTAS.
           MOVE OP-AUT-LOTE TO WS-OP-AUT-LOTE.
           MOVE OP-AUT-CONSULTA TO WS-OP-AUT-CONSULTA.

      ******************************************************************
      * REGLAS DE PENALIDAD: SE CARGAN A MEMORIA AL ARRANCAR. UNA
      * REGLA MAL FORMADA O DE UN PRODUCTO REPETIDO SE AVISA Y SE
      * IGNORA (EL PRODUCTO QUEDA CON LA PRIMERA REGLA VALIDA).
      ******************************************************************
       CARGAR-REGLAS-PENALIDAD.
           PERFORM LEER-LINEA-PENALIDAD.
           PERFORM PROCESAR-LINEA-PENALIDAD
               UNTIL FIN-PENALIDADES.

       LEER-LINEA-PENALIDAD.
           READ ARCHIVO-PENALIDADES
               AT END MOVE "S" TO WS-FIN-PENALIDADES.

       PROCESAR-LINEA-PENALIDAD.
           IF REG-PENALIDAD = SPACES OR PN-PRODUCTO (1:1) = "*"
               CONTINUE
           ELSE
               PERFORM CARGAR-UNA-REGLA.
           PERFORM LEER-LINEA-PENALIDAD.

       CARGAR-UNA-REGLA.
           MOVE PN-PRODUCTO TO WS-PRODUCTO-BUSCADO.
           PERFORM BUSCAR-REGLA.
           EVALUATE TRUE
               WHEN PN-PRODUCTO = SPACES
                   DISPLAY "REGLA SIN PRODUCTO; SE IGNORA: "
                       REG-PENALIDAD
               WHEN PN-TIPO = "D" AND
               (PN-DIAS NOT NUMERIC OR PN-DIAS = 0)
                   DISPLAY "REGLA D SIN DIAS A PERDER; SE IGNORA: "
                       PN-PRODUCTO
               WHEN PN-TIPO = "R" AND PN-TASA-REDUCIDA NOT NUMERIC
                   DISPLAY "REGLA R SIN TASA REDUCIDA; SE IGNORA: "
                       PN-PRODUCTO
               WHEN PN-TIPO NOT = "D" AND PN-TIPO NOT = "R"
                   DISPLAY "TIPO DE REGLA INVALIDO (D O R); SE "
                       "IGNORA: " PN-PRODUCTO
               WHEN REGLA-HALLADA
                   DISPLAY "PRODUCTO CON MAS DE UNA REGLA; SE "
                       "IGNORA LA REPETIDA: " PN-PRODUCTO
               WHEN WS-NUM-REGLAS >= 200
                   DISPLAY "MAS DE 200 REGLAS EN EL ARCHIVO; SE "
                       "IGNORA: " PN-PRODUCTO
               WHEN OTHER
                   ADD 1 TO WS-NUM-REGLAS
                   MOVE PN-PRODUCTO TO WS-RG-PRODUCTO (WS-NUM-REGLAS)
                   MOVE PN-TIPO TO WS-RG-TIPO (WS-NUM-REGLAS)
                   MOVE PN-DESCRIPCION
                       TO WS-RG-DESCRIPCION (WS-NUM-REGLAS)
                   MOVE 0 TO WS-RG-DIAS (WS-NUM-REGLAS)
                   MOVE 0 TO WS-RG-TASA (WS-NUM-REGLAS)
                   IF PN-TIPO = "D"
                       MOVE PN-DIAS TO WS-RG-DIAS (WS-NUM-REGLAS)
                   ELSE
                       MOVE PN-TASA-REDUCIDA
                           TO WS-RG-TASA (WS-NUM-REGLAS)
                   END-IF
           END-EVALUATE.

      * BUSCA EN LA TABLA LA REGLA DEL PRODUCTO EN
      * WS-PRODUCTO-BUSCADO.
       BUSCAR-REGLA.
           MOVE "N" TO WS-REGLA-HALLADA.
           PERFORM COMPARAR-REGLA
               VARYING WS-INDICE-REGLA FROM 1 BY 1
                   UNTIL WS-INDICE-REGLA > WS-NUM-REGLAS
                   OR REGLA-HALLADA.

       COMPARAR-REGLA.
           IF WS-RG-PRODUCTO (WS-INDICE-REGLA) = WS-PRODUCTO-BUSCADO
               MOVE "S" TO WS-REGLA-HALLADA
               MOVE WS-RG-TIPO (WS-INDICE-REGLA) TO WS-REGLA-TIPO
               MOVE WS-RG-DIAS (WS-INDICE-REGLA) TO WS-REGLA-DIAS
               MOVE WS-RG-TASA (WS-INDICE-REGLA) TO WS-REGLA-TASA
               MOVE WS-RG-DESCRIPCION (WS-INDICE-REGLA)
                   TO WS-REGLA-DESCRIPCION.

      ******************************************************************
      * APERTURA Y CIERRE DE LOS ARCHIVOS DE LA SESION. SI UNO NO
      * ABRE SE CIERRAN LOS QUE YA ESTABAN ABIERTOS Y LA SESION NO
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
           IF NOT APERTURA-FALLIDA AND MODO-LOTE
               OPEN INPUT ARCHIVO-SOLICITUDES
               IF WS-ESTADO-SOLICITUDES = "00"
                   MOVE "S" TO WS-SOLICITUDES-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE "
                       "SOLICITUDES. ESTADO: " WS-ESTADO-SOLICITUDES
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
               OPEN OUTPUT ARCHIVO-RECIBOS
               IF WS-ESTADO-RECIBOS = "00"
                   MOVE "S" TO WS-RECIBOS-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE "
                       "COMPROBANTES. ESTADO: " WS-ESTADO-RECIBOS
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
           IF SOLICITUDES-ABIERTO
               CLOSE ARCHIVO-SOLICITUDES.
           IF MOVIMIENTOS-ABIERTO
               CLOSE ARCHIVO-MOVIMIENTOS.
           IF GL-ABIERTO
               CLOSE ARCHIVO-GL.
           IF RECIBOS-ABIERTO
               CLOSE ARCHIVO-RECIBOS.
           IF REPORTE-ABIERTO
               CLOSE ARCHIVO-REPORTE.
           MOVE "N" TO WS-CUENTAS-ABIERTO.
           MOVE "N" TO WS-TASAS-ABIERTO.
           MOVE "N" TO WS-CLIENTES-ABIERTO.
           MOVE "N" TO WS-SOLICITUDES-ABIERTO.
           MOVE "N" TO WS-MOVIMIENTOS-ABIERTO.
           MOVE "N" TO WS-GL-ABIERTO.
           MOVE "N" TO WS-RECIBOS-ABIERTO.
           MOVE "N" TO WS-REPORTE-ABIERTO.

      ******************************************************************
      * BITACORA DE CORRIDAS: REGISTRO DE ARRANQUE Y DE CIERRE DE LA
      * SESION. RC-REGISTROS ES EL CONTEO DEL FEED AL GL, IGUAL QUE EN
      * LAS CORRIDAS DEL LOTE.
      ******************************************************************
       REGISTRAR-INICIO-CORRIDA.
           IF CORRIDAS-ABIERTO
               MOVE SPACES TO REG-CORRIDA
               MOVE WS-ID-CORRIDA TO RC-ID-CORRIDA
               MOVE WS-MODO-CANCELACION TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-SOLICITUDES TO RC-ARCHIVO-ENTRADA
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
               MOVE WS-MODO-CANCELACION TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-SOLICITUDES TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-GL TO RC-ARCHIVO-SALIDA
               MOVE WS-FECHA-EJECUCION TO RC-FECHA-INICIO
               MOVE WS-HORA-EJECUCION TO RC-HORA-INICIO
               MOVE FUNCTION CURRENT-DATE(1:8) TO RC-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO RC-HORA-FIN
               MOVE WS-GL-REGISTROS TO RC-REGISTROS
               MOVE WS-ESTADO-FIN-CORRIDA TO RC-ESTADO
               WRITE REG-CORRIDA.

      ******************************************************************
      * MODO LOTE: CADA SOLICITUD SE LIQUIDA Y SE APLICA SIN
      * CONFIRMACION; LAS RECHAZADAS QUEDAN EN EL REPORTE CON SU
      * MOTIVO PARA QUE LA SUCURSAL LAS ATIENDA.
      ******************************************************************
       PROCESO-LOTE.
           PERFORM LEER-SOLICITUD.
           PERFORM PROCESAR-SOLICITUD
               UNTIL FIN-SOLICITUDES.

       LEER-SOLICITUD.
           READ ARCHIVO-SOLICITUDES
               AT END MOVE "S" TO WS-FIN-SOLICITUDES.

       PROCESAR-SOLICITUD.
           IF REG-SOLICITUD = SPACES OR SC-CUENTA (1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO WS-SOLICITUDES-LEIDAS
               MOVE SC-CUENTA TO WS-CUENTA-SOLICITADA
               PERFORM EVALUAR-CANCELACION
               IF CANCELACION-RECHAZADA
                   PERFORM RECHAZAR-SOLICITUD
               ELSE
                   PERFORM APLICAR-CANCELACION.
           PERFORM LEER-SOLICITUD.

      ******************************************************************
      * MODO VENTANILLA: EL OPERADOR DIGITA LA CUENTA, VE LA
      * LIQUIDACION EN PANTALLA Y CONFIRMA ANTES DE APLICAR. UNA
      * CUENTA EN BLANCO TERMINA LA SESION.
      ******************************************************************
       PROCESO-VENTANILLA.
           PERFORM ATENDER-CANCELACION
               UNTIL FIN-VENTANILLA.

       ATENDER-CANCELACION.
           DISPLAY " ".
           DISPLAY "CUENTA A CANCELAR (BLANCO = TERMINAR):".
           ACCEPT WS-CUENTA-SOLICITADA.
           IF WS-CUENTA-SOLICITADA = SPACES
               MOVE "S" TO WS-FIN-VENTANILLA
           ELSE
               ADD 1 TO WS-SOLICITUDES-LEIDAS
               PERFORM EVALUAR-CANCELACION
               IF CANCELACION-RECHAZADA
                   DISPLAY "NO SE PUEDE CANCELAR: " WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-SOLICITUD
               ELSE
                   PERFORM MOSTRAR-LIQUIDACION
                   DISPLAY "CONFIRMA LA CANCELACION Y EL PAGO AL "
                       "CLIENTE (S/N):"
                   ACCEPT WS-CONFIRMACION
                   IF CONFIRMA-CANCELACION
                       PERFORM APLICAR-CANCELACION
                   ELSE
                       DISPLAY "CANCELACION DESISTIDA; LA CUENTA NO "
                           "SE MODIFICO.".

       MOSTRAR-LIQUIDACION.
           DISPLAY "CUENTA: " CM-CUENTA "  PRODUCTO: " CM-PRODUCTO.
           DISPLAY "TITULAR: " CM-CLIENTE " " WS-NOMBRE-TITULAR
               "  NIT: " WS-NIT-TITULAR.
           MOVE WS-DIAS-TRANSCURRIDOS TO WS-DIAS-MOSTRADOS.
           DISPLAY "PLAZO DESDE: " WS-FECHA-INICIO-PLAZO
               "  VENCIMIENTO: " WS-VENCIMIENTO-PACTADO
               "  DIAS CORRIDOS: " WS-DIAS-MOSTRADOS.
           MOVE WS-SALDO-LIQ TO WS-VALOR-MOSTRADO.
           MOVE WS-CAPITAL-LIQ TO WS-VALOR-MOSTRADO-2.
           MOVE WS-INTERES-GANADO TO WS-VALOR-MOSTRADO-3.
           DISPLAY "SALDO: " WS-VALOR-MOSTRADO
               "  CAPITAL: " WS-VALOR-MOSTRADO-2
               "  INTERES ABONADO: " WS-VALOR-MOSTRADO-3.
           DISPLAY "REGLA: " WS-REGLA-TIPO " " WS-REGLA-DESCRIPCION.
           MOVE WS-PENALIDAD TO WS-VALOR-MOSTRADO.
           MOVE WS-MONTO-PAGO TO WS-VALOR-MOSTRADO-2.
           DISPLAY "PENALIDAD: " WS-VALOR-MOSTRADO
               "  NETO A PAGAR AL CLIENTE: " WS-VALOR-MOSTRADO-2.

      ******************************************************************
      * LIQUIDACION DE UNA SOLICITUD (COMUN A LOS DOS MODOS)
      *
      * LA CUENTA DEBE EXISTIR, ESTAR ACTIVA Y SER UN DEPOSITO A
      * TERMINO AUN NO VENCIDO (LOS VENCIDOS LOS ATIENDE
      * procesoVencimientos) CON SALDO; SU PRODUCTO DEBE ESTAR EN LA
      * TABLA DE TASAS Y TENER REGLA DE PENALIDAD. LA LIQUIDACION NO
      * GRABA NADA: SOLO DEJA LISTOS LA PENALIDAD Y EL NETO A PAGAR.
      ******************************************************************
       EVALUAR-CANCELACION.
           MOVE "N" TO WS-CANCELACION-RECHAZADA.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           PERFORM BUSCAR-CUENTA-CANCELAR.
           IF NOT CANCELACION-RECHAZADA
               PERFORM VALIDAR-CUENTA-CANCELAR.
           IF NOT CANCELACION-RECHAZADA
               PERFORM BUSCAR-PRODUCTO-CUENTA.
           IF NOT CANCELACION-RECHAZADA
               MOVE CM-PRODUCTO TO WS-PRODUCTO-BUSCADO
               PERFORM BUSCAR-REGLA
               IF NOT REGLA-HALLADA
                   MOVE "PRODUCTO SIN REGLA DE PENALIDAD"
                       TO WS-MOTIVO-RECHAZO
                   MOVE "S" TO WS-CANCELACION-RECHAZADA.
           IF NOT CANCELACION-RECHAZADA
               PERFORM BUSCAR-TITULAR
               PERFORM LIQUIDAR-CANCELACION.

       BUSCAR-CUENTA-CANCELAR.
           MOVE WS-CUENTA-SOLICITADA TO CM-CUENTA.
           READ ARCHIVO-CUENTAS
               KEY IS CM-CUENTA
               INVALID KEY
                   MOVE "CUENTA NO EXISTE EN EL MAESTRO"
                       TO WS-MOTIVO-RECHAZO
                   MOVE "S" TO WS-CANCELACION-RECHAZADA
           END-READ.

      * UN MAESTRO DEL TRAZADO ANTERIOR DEBE PASAR ANTES POR
      * conversionCuentas (VER CUENTAREC); EL CHEQUEO NUMERIC ES SOLO
      * DEFENSIVO PARA REGISTROS ARMADOS A MANO.
      * LA BITACORA GUARDA UN SOLO MOVIMIENTO POR CUENTA POR
      * CORRIDA: UNA CUENTA QUE YA LO TIENE CON LA LLAVE DE ESTA
      * SESION NO SE VUELVE A TOCAR EN EL MAESTRO.
       VALIDAR-CUENTA-CANCELAR.
           PERFORM BUSCAR-MOVIMIENTO-CORRIDA.
           EVALUATE TRUE
               WHEN NOT CM-ACTIVO
                   MOVE "CUENTA NO ACTIVA" TO WS-MOTIVO-RECHAZO
               WHEN CUENTA-CON-MOVIMIENTO
                   MOVE "CUENTA YA TIENE MOVIMIENTO EN ESTA SESION"
                       TO WS-MOTIVO-RECHAZO
               WHEN CM-FECHA-VENCIMIENTO NOT NUMERIC
                   MOVE "LA CUENTA NO ES UN DEPOSITO A TERMINO"
                       TO WS-MOTIVO-RECHAZO
               WHEN CM-FECHA-VENCIMIENTO = 0
                   MOVE "LA CUENTA NO ES UN DEPOSITO A TERMINO"
                       TO WS-MOTIVO-RECHAZO
               WHEN CM-FECHA-VENCIMIENTO NOT > WS-FECHA-EJECUCION
                   MOVE "DEPOSITO YA VENCIDO; VA POR VENCIMIENTOS"
                       TO WS-MOTIVO-RECHAZO
               WHEN CM-SALDO = 0
                   MOVE "CUENTA SIN SALDO" TO WS-MOTIVO-RECHAZO
           END-EVALUATE.
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               MOVE "S" TO WS-CANCELACION-RECHAZADA.

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

      * LA TASA PACTADA ES LA VIGENTE DEL PRODUCTO (LA QUE EL LOTE
      * APLICA EN CADA CORRIDA) Y EL PLAZO DEL PRODUCTO DA EL INICIO
      * DEL PLAZO EN CURSO. UN PRODUCTO RETIRADO DE LA VENTA SIGUE
      * SIRVIENDO PARA LOS DEPOSITOS QUE YA LO TIENEN.
       BUSCAR-PRODUCTO-CUENTA.
           MOVE CM-PRODUCTO TO TB-PRODUCTO.
           READ ARCHIVO-TASAS
               KEY IS TB-PRODUCTO
               INVALID KEY
                   MOVE "PRODUCTO NO ESTA EN LA TABLA DE TASAS"
                       TO WS-MOTIVO-RECHAZO
                   MOVE "S" TO WS-CANCELACION-RECHAZADA
           END-READ.

      * UN TITULAR QUE NO ESTA EN EL MAESTRO DE CLIENTES NO DETIENE
      * LA CANCELACION: EL COMPROBANTE SALE CON EL AVISO PARA QUE LA
      * SUCURSAL VERIFIQUE LA IDENTIDAD ANTES DE PAGAR.
       BUSCAR-TITULAR.
           MOVE SPACES TO WS-NIT-TITULAR.
           MOVE CM-CLIENTE TO CL-CLIENTE.
           READ ARCHIVO-CLIENTES
               KEY IS CL-CLIENTE
               INVALID KEY
                   MOVE "** CLIENTE NO REGISTRADO **"
                       TO WS-NOMBRE-TITULAR
               NOT INVALID KEY
                   MOVE CL-NOMBRE TO WS-NOMBRE-TITULAR
                   MOVE CL-NIT TO WS-NIT-TITULAR
           END-READ.

      * EL INTERES ABONADO ES LO QUE EL SALDO TIENE POR ENCIMA DEL
      * CAPITAL BASE (LA APERTURA O LA ULTIMA RENOVACION); LA
      * PENALIDAD NUNCA LO SUPERA. LOS DIAS CORRIDOS SE CUENTAN DESDE
      * EL VENCIMIENTO MENOS EL PLAZO DEL PRODUCTO, BASE 360.
       LIQUIDAR-CANCELACION.
           MOVE CM-SALDO TO WS-SALDO-LIQ.
           MOVE CM-FECHA-VENCIMIENTO TO WS-VENCIMIENTO-PACTADO.
           MOVE TB-TASA TO WS-TASA-PACTADA.
           IF CM-CAPITAL-BASE NOT NUMERIC OR CM-CAPITAL-BASE = 0
               MOVE CM-SALDO TO WS-CAPITAL-LIQ
           ELSE
               MOVE CM-CAPITAL-BASE TO WS-CAPITAL-LIQ.
           IF CM-SALDO > WS-CAPITAL-LIQ
               COMPUTE WS-INTERES-GANADO = CM-SALDO - WS-CAPITAL-LIQ
           ELSE
               MOVE 0 TO WS-INTERES-GANADO.
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-EJECUCION).
           COMPUTE WS-DIA-INICIO-PLAZO =
               FUNCTION INTEGER-OF-DATE (CM-FECHA-VENCIMIENTO)
               - TB-PLAZO.
           COMPUTE WS-FECHA-INICIO-PLAZO =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INICIO-PLAZO).
           IF WS-DIA-INICIO-PLAZO < WS-DIA-HOY
               COMPUTE WS-DIAS-TRANSCURRIDOS =
                   WS-DIA-HOY - WS-DIA-INICIO-PLAZO
           ELSE
               MOVE 0 TO WS-DIAS-TRANSCURRIDOS.
           IF REGLA-PERDER-DIAS
               COMPUTE WS-PENALIDAD ROUNDED =
                   WS-CAPITAL-LIQ * WS-TASA-PACTADA * WS-REGLA-DIAS
                   / 36000
           ELSE
               COMPUTE WS-INTERES-REDUCIDO ROUNDED =
                   WS-CAPITAL-LIQ * WS-REGLA-TASA
                   * WS-DIAS-TRANSCURRIDOS / 36000
               IF WS-INTERES-GANADO > WS-INTERES-REDUCIDO
                   COMPUTE WS-PENALIDAD =
                       WS-INTERES-GANADO - WS-INTERES-REDUCIDO
               ELSE
                   MOVE 0 TO WS-PENALIDAD.
           IF WS-PENALIDAD > WS-INTERES-GANADO
               MOVE WS-INTERES-GANADO TO WS-PENALIDAD.
           COMPUTE WS-MONTO-PAGO = CM-SALDO - WS-PENALIDAD.

       RECHAZAR-SOLICITUD.
           ADD 1 TO WS-RECHAZADAS.
           MOVE SPACES TO REG-REPORTE.
           STRING WS-CUENTA-SOLICITADA " RECHAZADA: "
               WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

      ******************************************************************
      * APLICACION DE LA CANCELACION
      *
      * LA CUENTA QUEDA EN CERO E INACTIVA (EL LOTE YA NO LA ADMITE),
      * SIN VENCIMIENTO Y ESTAMPADA CON LA FECHA DE HOY. LA PENALIDAD
      * SE DESCUENTA DEL INTERES ACUMULADO Y EL PAGO ENTRA A LOS
      * APORTES COMO UN RETIRO, IGUAL QUE EN EL MOVIMIENTO. SOLO SI EL
      * MAESTRO QUEDO GRABADO SE ESCRIBEN EL MOVIMIENTO, EL FEED Y EL
      * COMPROBANTE.
      ******************************************************************
       APLICAR-CANCELACION.
           MOVE 0 TO CM-SALDO.
           SUBTRACT WS-MONTO-PAGO FROM CM-CONTRIBUCIONES.
           IF CM-INTERES-ACUM NOT NUMERIC
               MOVE 0 TO CM-INTERES-ACUM.
           IF WS-PENALIDAD > CM-INTERES-ACUM
               MOVE 0 TO CM-INTERES-ACUM
           ELSE
               SUBTRACT WS-PENALIDAD FROM CM-INTERES-ACUM.
           MOVE WS-FECHA-EJECUCION TO CM-FECHA-ULT-PROCESO.
           MOVE 0 TO CM-FECHA-VENCIMIENTO.
           MOVE "I" TO CM-ESTADO.
           REWRITE REG-CUENTAS
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR LA CUENTA EN EL "
                       "MAESTRO: " CM-CUENTA
                   MOVE "NO SE PUDO REGRABAR EL MAESTRO"
                       TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-SOLICITUD
               NOT INVALID KEY
                   PERFORM REGISTRAR-CANCELACION
           END-REWRITE.

       REGISTRAR-CANCELACION.
           ADD 1 TO WS-CANCELADAS.
           ADD WS-SALDO-LIQ TO WS-TOTAL-SALDOS.
           ADD WS-PENALIDAD TO WS-TOTAL-PENALIDADES.
           ADD WS-MONTO-PAGO TO WS-TOTAL-PAGOS.
           PERFORM ESCRIBIR-MOVIMIENTO.
           IF WS-MONTO-PAGO > 0
               MOVE WS-CODIGO-GL-CANCELACION TO GL-CODIGO-CONTABLE
               MOVE WS-MONTO-PAGO TO GL-INTERES-CALCULADO
               PERFORM ESCRIBIR-GL.
           IF WS-PENALIDAD > 0
               MOVE WS-CODIGO-GL-PENALIDAD TO GL-CODIGO-CONTABLE
               MOVE WS-PENALIDAD TO GL-INTERES-CALCULADO
               PERFORM ESCRIBIR-GL.
           PERFORM ESCRIBIR-RECIBO.
           PERFORM ESCRIBIR-LINEA-CANCELACION.
           IF MODO-VENTANILLA
               MOVE WS-MONTO-PAGO TO WS-VALOR-MOSTRADO
               DISPLAY "CUENTA " CM-CUENTA " CANCELADA. PAGAR AL "
                   "CLIENTE: " WS-VALOR-MOSTRADO.

      * EL MOVIMIENTO LLEVA LA PENALIDAD COMO INTERES NEGATIVO Y EL
      * PAGO COMO RETIRO: SALDO INICIAL - PENALIDAD - PAGO = CERO.
       ESCRIBIR-MOVIMIENTO.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE CM-CUENTA TO MV-CUENTA.
           MOVE WS-ID-CORRIDA TO MV-ID-CORRIDA.
           MOVE WS-FECHA-EJECUCION TO MV-FECHA.
           MOVE WS-SALDO-LIQ TO MV-SALDO-INICIAL.
           COMPUTE MV-INTERES = 0 - WS-PENALIDAD.
           MOVE 0 TO MV-RETENCION.
           COMPUTE MV-CONTRIBUCIONES = 0 - WS-MONTO-PAGO.
           MOVE 0 TO MV-SALDO-FINAL.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   DISPLAY "ADVERTENCIA: NO SE PUDO GRABAR EL "
                       "MOVIMIENTO DE LA CUENTA " MV-CUENTA
                       ". ESTADO: " WS-ESTADO-MOVIMIENTOS
           END-WRITE.

      * EL CODIGO Y EL MONTO VIENEN FIJADOS POR QUIEN LO INVOCA; LA
      * CANCELACION NO TIENE RETENCION NI PERIODOS.
       ESCRIBIR-GL.
           MOVE CM-CUENTA TO GL-CUENTA.
           MOVE 0 TO GL-RETENCION-CALCULADA.
           MOVE WS-FECHA-EJECUCION TO GL-FECHA-EJECUCION.
           MOVE 0 TO GL-PERIODO.
           MOVE WS-ID-CORRIDA TO GL-ID-CORRIDA.
           WRITE REG-GL.
           ADD 1 TO WS-GL-REGISTROS.

      ******************************************************************
      * COMPROBANTE DE CANCELACION PARA EL CLIENTE: TITULAR, DATOS
      * DEL DEPOSITO, LIQUIDACION DE LA PENALIDAD Y NETO PAGADO, CON
      * EL ID DE LA SESION PARA RASTREARLO EN LA BITACORA.
      ******************************************************************
       ESCRIBIR-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           STRING "COMPROBANTE DE CANCELACION ANTICIPADA DE "
               "DEPOSITO A TERMINO"
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           STRING "FECHA: " WS-FECHA-EJECUCION
               "  OPERADOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           STRING "TITULAR: " CM-CLIENTE " " WS-NOMBRE-TITULAR
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           STRING "NIT: " WS-NIT-TITULAR
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           STRING "CUENTA: " CM-CUENTA "  PRODUCTO: " CM-PRODUCTO
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE WS-TASA-PACTADA TO WS-TASA-MOSTRADA.
           MOVE WS-DIAS-TRANSCURRIDOS TO WS-DIAS-MOSTRADOS.
           MOVE SPACES TO REG-RECIBO.
           STRING "PLAZO DESDE: " WS-FECHA-INICIO-PLAZO
               "  VENCIMIENTO PACTADO: " WS-VENCIMIENTO-PACTADO
               "  TASA: " WS-TASA-MOSTRADA
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           STRING "DIAS CORRIDOS DEL PLAZO: " WS-DIAS-MOSTRADOS
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE WS-CAPITAL-LIQ TO WS-VALOR-MOSTRADO.
           MOVE SPACES TO REG-RECIBO.
           STRING "CAPITAL DEL DEPOSITO:          " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE WS-INTERES-GANADO TO WS-VALOR-MOSTRADO.
           MOVE SPACES TO REG-RECIBO.
           STRING "INTERES ABONADO:               " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE WS-SALDO-LIQ TO WS-VALOR-MOSTRADO.
           MOVE SPACES TO REG-RECIBO.
           STRING "SALDO A LA CANCELACION:        " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           PERFORM ESCRIBIR-RECIBO-REGLA.
           MOVE WS-PENALIDAD TO WS-VALOR-MOSTRADO.
           MOVE SPACES TO REG-RECIBO.
           STRING "PENALIDAD POR CANCELACION:     " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE WS-MONTO-PAGO TO WS-VALOR-MOSTRADO.
           MOVE SPACES TO REG-RECIBO.
           STRING "NETO PAGADO AL CLIENTE:        " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           STRING "FIRMA DEL CLIENTE: ____________________  "
               "FIRMA DEL OPERADOR: ____________________"
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
      * EL PIE AMARRA EL COMPROBANTE A LA SESION QUE LO PRODUJO.
           MOVE SPACES TO REG-RECIBO.
           STRING "GENERADO POR LA CORRIDA: " WS-ID-CORRIDA
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           STRING "----------------------------------------"
               "----------------------------------------"
               DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.

       ESCRIBIR-RECIBO-REGLA.
           MOVE SPACES TO REG-RECIBO.
           IF REGLA-PERDER-DIAS
               MOVE WS-REGLA-DIAS TO WS-DIAS-MOSTRADOS
               STRING "REGLA: PERDIDA DE " WS-DIAS-MOSTRADOS
                   " DIAS DE INTERES  " WS-REGLA-DESCRIPCION
                   DELIMITED BY SIZE INTO REG-RECIBO
           ELSE
               MOVE WS-REGLA-TASA TO WS-TASA-MOSTRADA
               MOVE WS-INTERES-REDUCIDO TO WS-VALOR-MOSTRADO
               STRING "REGLA: TASA REDUCIDA " WS-TASA-MOSTRADA
                   "% SOBRE EL PLAZO CORRIDO = " WS-VALOR-MOSTRADO
                   DELIMITED BY SIZE INTO REG-RECIBO.
           WRITE REG-RECIBO.

      ******************************************************************
      * REPORTE DE CONTROL DE LA SESION: UNA LINEA POR CANCELACION,
      * LAS RECHAZADAS CON SU MOTIVO Y LOS TOTALES.
      ******************************************************************
       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "cancelacionAnticipada  CORRIDA: " WS-ID-CORRIDA
               "  MODO: " WS-MODO-OPERACION
               "  OPERADOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTA     CLIENTE    PRODUCTO   REGLA "
               "         SALDO      PENALIDAD     NETO PAGADO"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-LINEA-CANCELACION.
           MOVE WS-SALDO-LIQ TO WS-VALOR-MOSTRADO.
           MOVE WS-PENALIDAD TO WS-VALOR-MOSTRADO-2.
           MOVE WS-MONTO-PAGO TO WS-VALOR-MOSTRADO-3.
           MOVE SPACES TO REG-REPORTE.
           STRING CM-CUENTA " " CM-CLIENTE " " CM-PRODUCTO " "
               WS-REGLA-TIPO "    " WS-VALOR-MOSTRADO " "
               WS-VALOR-MOSTRADO-2 " " WS-VALOR-MOSTRADO-3
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-TOTALES-REPORTE.
           MOVE WS-SOLICITUDES-LEIDAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "SOLICITUDES ATENDIDAS: " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CANCELADAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS CANCELADAS:    " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-RECHAZADAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "SOLICITUDES RECHAZADAS:" WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-SALDOS TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL SALDOS CANCELADOS: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-PENALIDADES TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL PENALIDADES:       " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-PAGOS TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL PAGADO A CLIENTES: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-GL-REGISTROS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "REGISTROS AL FEED GL:  " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
