       IDENTIFICATION DIVISION.
           PROGRAM-ID. cartasCambioTasa.

      ******************************************************************
      * CARTAS DE AVISO DE CAMBIO DE TASA A LOS CLIENTES
      *
      * LEE LA BITACORA DE CAMBIOS (CAMBIOREC) Y TOMA LAS
      * MODIFICACIONES DE LA TABLA DE TASAS GRABADAS EN UN RANGO DE
      * FECHAS. DE CADA UNA COMPARA LA TASA EN VIGOR DE LA IMAGEN
      * ANTES CON LA TASA NUEVA QUE mantenimientoTasas DEJO COMO
      * ULTIMA ENTRADA DE LA HISTORIA EN LA IMAGEN DESPUES (CON SU
      * FECHA EFECTIVA); SI LA TASA NO CAMBIO (SOLO LA DESCRIPCION) NO
      * HAY NADA QUE AVISAR. LUEGO BUSCA EN EL MAESTRO DE CUENTAS
      * TODAS LAS CUENTAS ACTIVAS DE ESOS PRODUCTOS Y ESCRIBE:
      *
      *   - UNA CARTA POR CLIENTE (NOMBRE DEL MAESTRO DE CLIENTES) CON
      *     CADA CUENTA AFECTADA: TASA ANTERIOR, TASA NUEVA, FECHA
      *     EFECTIVA Y SALDO.
      *   - EL LISTADO DE CONTROL: CUENTAS AFECTADAS QUE NO RECIBEN
      *     CARTA (SIN CLIENTE O CON UN CLIENTE QUE NO EXISTE) Y, POR
      *     CAMBIO DE TASA, LAS CUENTAS, LAS CARTAS Y EL SALDO
      *     AFECTADO, MARCANDO LOS CAMBIOS CUYA FECHA EFECTIVA YA PASO
      *     AL EMITIR LAS CARTAS. ES LA CONSTANCIA ANTE EL REGULADOR DE
      *     QUE CADA CLIENTE AFECTADO FUE AVISADO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO DYNAMIC WS-NOMBRE-CAMBIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO DYNAMIC WS-NOMBRE-CUENTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO DYNAMIC WS-NOMBRE-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLIENTE
               FILE STATUS IS WS-ESTADO-CLIENTES.

           SELECT ARCHIVO-CARTAS
               ASSIGN TO DYNAMIC WS-NOMBRE-CARTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CARTAS.

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

           SELECT ARCHIVO-ORDENADO
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CAMBIOS.
       COPY CAMBIOREC.

       FD  ARCHIVO-CUENTAS.
       COPY CUENTAREC.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTEREC.

      * CARTAS DE AVISO: UNA POR CLIENTE, SEPARADAS POR UNA LINEA DE
      * GUIONES.
       FD  ARCHIVO-CARTAS.
       01  REG-CARTA              PIC X(100).

      * LISTADO DE CONTROL.
       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE            PIC X(132).

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA QUE EL PROCESO CORRA PROGRAMADO
      * SIN NADIE EN EL TECLADO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

      * CUENTAS AFECTADAS, UNA POR CAMBIO DE TASA DE SU PRODUCTO,
      * ORDENADAS POR CLIENTE Y CUENTA. LAS QUE NO TIENEN CLIENTE
      * VALIDO (TIPO 0) QUEDAN ADELANTE Y NO LLEVAN CARTA.
       SD  ARCHIVO-ORDENADO.
       01  REG-AVISO-ORD.
           05  RO-TIPO                PIC X.
               88  RO-EXCEPCION       VALUE "0".
           05  RO-CLIENTE             PIC X(10).
           05  RO-CUENTA              PIC X(10).
           05  RO-INDICE-CAMBIO       PIC 999.
           05  RO-NOMBRE              PIC X(30).
           05  RO-MOTIVO              PIC X(30).
           05  RO-SALDO               PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-CAMBIOS         PIC X(40).
       01  WS-ESTADO-CAMBIOS         PIC XX.
       01  WS-NOMBRE-CUENTAS         PIC X(40).
       01  WS-ESTADO-CUENTAS         PIC XX.
       01  WS-NOMBRE-CLIENTES        PIC X(40).
       01  WS-ESTADO-CLIENTES        PIC XX.
       01  WS-NOMBRE-CARTAS          PIC X(40).
       01  WS-ESTADO-CARTAS          PIC XX.
       01  WS-NOMBRE-REPORTE         PIC X(40).
       01  WS-ESTADO-REPORTE         PIC XX.

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

      * SEGURIDAD DE OPERADORES: LAS CARTAS SON UN PROCESO DE LOTE Y
      * EXIGEN AUTORIZACION DE EJECUCION DE PROCESOS.
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

      * RANGO DE FECHAS DE GRABACION DE LOS CAMBIOS EN LA BITACORA
      * (CB-FECHA). HASTA EN CERO O EN BLANCO = HOY.
       01  WS-FECHA-DESDE            PIC 9(8).
       01  WS-FECHA-DESDE-X REDEFINES WS-FECHA-DESDE PIC X(8).
       01  WS-FD-DETALLE REDEFINES WS-FECHA-DESDE.
           05  WS-FD-AAAA            PIC 9(4).
           05  WS-FD-MM              PIC 99.
           05  WS-FD-DD              PIC 99.
       01  WS-FECHA-HASTA            PIC 9(8).
       01  WS-FECHA-HASTA-X REDEFINES WS-FECHA-HASTA PIC X(8).
       01  WS-FH-DETALLE REDEFINES WS-FECHA-HASTA.
           05  WS-FH-AAAA            PIC 9(4).
           05  WS-FH-MM              PIC 99.
           05  WS-FH-DD              PIC 99.

      * IMAGENES ANTES/DESPUES DE UN CAMBIO DE LA TABLA DE TASAS, CON
      * EL MISMO TRAZADO QUE REG-TASAS (VER TASASREC).
       01  WS-TASA-ANTES.
           05  WS-TA-PRODUCTO         PIC X(10).
           05  WS-TA-DESCRIPCION      PIC X(30).
           05  WS-TA-TASA             PIC 99V9.
           05  WS-TA-PLAZO            PIC 999.
           05  WS-TA-ESTADO           PIC X.
           05  WS-TA-NUM-HISTORIA     PIC 99.
           05  WS-TA-HISTORIA OCCURS 12 TIMES.
               10  WS-TA-FECHA-EFECTIVA PIC 9(8).
               10  WS-TA-TASA-HIST    PIC 99V9.
           05  FILLER                 PIC X(19).
       01  WS-TASA-DESPUES.
           05  WS-TD-PRODUCTO         PIC X(10).
           05  WS-TD-DESCRIPCION      PIC X(30).
           05  WS-TD-TASA             PIC 99V9.
           05  WS-TD-PLAZO            PIC 999.
           05  WS-TD-ESTADO           PIC X.
           05  WS-TD-NUM-HISTORIA     PIC 99.
           05  WS-TD-HISTORIA OCCURS 12 TIMES.
               10  WS-TD-FECHA-EFECTIVA PIC 9(8).
               10  WS-TD-TASA-HIST    PIC 99V9.
           05  FILLER                 PIC X(19).

      * CAMBIOS DE TASA DEL RANGO, EN ORDEN DE GRABACION. UN PRODUCTO
      * CAMBIADO DOS VECES EN EL RANGO TIENE DOS ENTRADAS Y SUS
      * CUENTAS SALEN EN LA CARTA CON AMBOS CAMBIOS.
       01  WS-NUM-CAMBIOS            PIC 999 VALUE 0.
       01  WS-TABLA-CAMBIOS.
           05  WS-CT-ENTRADA OCCURS 200 TIMES.
               10  WS-CT-PRODUCTO     PIC X(10).
               10  WS-CT-DESCRIPCION  PIC X(30).
               10  WS-CT-FECHA-CAMBIO PIC 9(8).
               10  WS-CT-TASA-ANTERIOR PIC 99V9.
               10  WS-CT-TASA-NUEVA   PIC 99V9.
               10  WS-CT-FECHA-EFECTIVA PIC 9(8).
               10  WS-CT-CUENTAS      PIC 9(7).
               10  WS-CT-SIN-CARTA    PIC 9(7).
               10  WS-CT-CARTAS       PIC 9(7).
               10  WS-CT-SALDO        PIC 9(13)V99.
      * ULTIMO CLIENTE CONTADO PARA EL CAMBIO: LOS REGISTROS LLEGAN
      * AGRUPADOS POR CLIENTE, ASI QUE UN CLIENTE DISTINTO ES UNA
      * CARTA MAS PARA ESE CAMBIO.
               10  WS-CT-ULTIMO-CLIENTE PIC X(10).
       01  WS-INDICE-CAMBIO          PIC 999.

       01  WS-FIN-CAMBIOS            PIC X VALUE "N".
           88  FIN-CAMBIOS           VALUE "S".
       01  WS-FIN-CUENTAS            PIC X VALUE "N".
           88  FIN-CUENTAS           VALUE "S".
       01  WS-FIN-ORDENADO           PIC X VALUE "N".
           88  FIN-ORDENADO          VALUE "S".

      * CLIENTE DE LA CUENTA EN CURSO, RESUELTO UNA SOLA VEZ AUNQUE
      * LA CUENTA ENTRE EN VARIOS CAMBIOS.
       01  WS-CUENTA-AFECTADA        PIC X VALUE "N".
           88  CUENTA-AFECTADA       VALUE "S".
       01  WS-RS-TIPO                PIC X.
       01  WS-RS-NOMBRE              PIC X(30).
       01  WS-RS-MOTIVO              PIC X(30).

      * CARTA EN CURSO DEL CORTE DE CONTROL POR CLIENTE.
       01  WS-CARTA-EN-CURSO         PIC X VALUE "N".
           88  CARTA-EN-CURSO        VALUE "S".
       01  WS-CLIENTE-CARTA          PIC X(10).

      * CONTEOS DE CONTROL.
       01  WS-CAMBIOS-LEIDOS         PIC 9(7) VALUE 0.
       01  WS-CAMBIOS-SIN-TASA       PIC 9(7) VALUE 0.
       01  WS-CAMBIOS-OMITIDOS       PIC 9(7) VALUE 0.
       01  WS-CUENTAS-AFECTADAS      PIC 9(7) VALUE 0.
       01  WS-CUENTAS-SIN-CARTA      PIC 9(7) VALUE 0.
       01  WS-CARTAS-EMITIDAS        PIC 9(7) VALUE 0.
       01  WS-AVISOS-TARDIOS         PIC 9(7) VALUE 0.
       01  WS-TOTAL-SALDO            PIC 9(15)V99 VALUE 0.

       01  WS-CONTADOR-MOSTRADO      PIC ZZZ,ZZ9.
       01  WS-CONTADOR-MOSTRADO-2    PIC ZZZ,ZZ9.
       01  WS-CONTADOR-MOSTRADO-3    PIC ZZZ,ZZ9.
       01  WS-CONTADOR-MOSTRADO-4    PIC ZZZ,ZZ9.
       01  WS-SALDO-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-MOSTRADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TASA-MOSTRADA          PIC Z9.9.
       01  WS-TASA-MOSTRADA-2        PIC Z9.9.
       01  WS-MARCA-TARDIO           PIC X(14).

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           DISPLAY "CARTAS DE CAMBIO DE TASA  CORRIDA: "
               WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION.
           MOVE 0 TO WS-FECHA-DESDE.
           MOVE 0 TO WS-FECHA-HASTA.
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
               ACCEPT WS-OPERADOR.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               GO TO TERMINA-PROGRAMA.
           IF NOT OPERADOR-AUT-LOTE
               DISPLAY "OPERADOR SIN AUTORIZACION DE EJECUCION DE "
                   "PROCESOS: " WS-OPERADOR
               GO TO TERMINA-PROGRAMA.
           IF NOT USANDO-TARJETA
               PERFORM OBTENER-FECHA-DESDE
               PERFORM OBTENER-FECHA-HASTA
               DISPLAY "ARCHIVO DE BITACORA DE CAMBIOS:"
               ACCEPT WS-NOMBRE-CAMBIOS
               DISPLAY "ARCHIVO MAESTRO DE CUENTAS:"
               ACCEPT WS-NOMBRE-CUENTAS
               DISPLAY "ARCHIVO MAESTRO DE CLIENTES:"
               ACCEPT WS-NOMBRE-CLIENTES
               DISPLAY "ARCHIVO DE CARTAS A CLIENTES (SALIDA):"
               ACCEPT WS-NOMBRE-CARTAS
               DISPLAY "ARCHIVO DE LISTADO DE CONTROL (SALIDA):"
               ACCEPT WS-NOMBRE-REPORTE.
           IF WS-FECHA-HASTA = 0
               MOVE WS-FECHA-EJECUCION TO WS-FECHA-HASTA.
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               DISPLAY "RANGO DE FECHAS INVALIDO: " WS-FECHA-DESDE
                   " A " WS-FECHA-HASTA
               GO TO TERMINA-PROGRAMA.

           OPEN INPUT ARCHIVO-CAMBIOS.
           IF WS-ESTADO-CAMBIOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE CAMBIOS. "
                   "ESTADO: " WS-ESTADO-CAMBIOS
               GO TO TERMINA-PROGRAMA.
           PERFORM LEER-EXAMINAR-CAMBIO
               UNTIL FIN-CAMBIOS.
           CLOSE ARCHIVO-CAMBIOS.
           IF WS-CAMBIOS-OMITIDOS > 0
               DISPLAY "TABLA DE CAMBIOS LLENA: " WS-CAMBIOS-OMITIDOS
                   " CAMBIO(S) SIN PROCESAR. ACORTE EL RANGO."
               GO TO TERMINA-PROGRAMA.

           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-ESTADO-CUENTAS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS. "
                   "ESTADO: " WS-ESTADO-CUENTAS
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF WS-ESTADO-CLIENTES NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CLIENTES. "
                   "ESTADO: " WS-ESTADO-CLIENTES
               CLOSE ARCHIVO-CUENTAS
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-CARTAS.
           IF WS-ESTADO-CARTAS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CARTAS."
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-CLIENTES
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE LISTADO DE "
                   "CONTROL."
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-CLIENTES
               CLOSE ARCHIVO-CARTAS
               GO TO TERMINA-PROGRAMA.

           PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
           IF WS-NUM-CAMBIOS > 0
               SORT ARCHIVO-ORDENADO
                   ON ASCENDING KEY RO-TIPO RO-CLIENTE RO-CUENTA
                       RO-INDICE-CAMBIO
                   INPUT PROCEDURE IS ENTRADA-ORDENAMIENTO
                   OUTPUT PROCEDURE IS SALIDA-ORDENAMIENTO.
           PERFORM ESCRIBIR-RESUMEN-CAMBIOS.

           CLOSE ARCHIVO-CUENTAS.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CARTAS.
           CLOSE ARCHIVO-REPORTE.
           MOVE WS-NUM-CAMBIOS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "CAMBIOS DE TASA EN EL RANGO: " WS-CONTADOR-MOSTRADO.
           MOVE WS-CARTAS-EMITIDAS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "CARTAS EMITIDAS: " WS-CONTADOR-MOSTRADO.
           IF WS-CUENTAS-SIN-CARTA > 0
               MOVE WS-CUENTAS-SIN-CARTA TO WS-CONTADOR-MOSTRADO
               DISPLAY "CUENTAS AFECTADAS SIN CARTA: "
                   WS-CONTADOR-MOSTRADO
                   ". VER EL LISTADO DE CONTROL.".
       TERMINA-PROGRAMA.
           STOP RUN.

      ******************************************************************
      * TARJETA DE PARAMETROS (ARRANQUE DESATENDIDO)
      *
      * CARGA LAS RESPUESTAS DE ARRANQUE DESDE UN ARCHIVO DE LINEAS
      * CLAVE=VALOR Y LAS VALIDA TODAS DE UNA VEZ; CADA FALTANTE SE
      * LISTA POR SU CLAVE Y EL PROCESO NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: SEGURIDAD, OPERADOR, DESDE (AAAAMMDD), HASTA
      * (AAAAMMDD, OPCIONAL, BLANCO = HOY), CAMBIOS, CUENTAS,
      * CLIENTES, CARTAS, SALIDA.
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
               MOVE SPACES TO WS-NOMBRE-CAMBIOS
               MOVE SPACES TO WS-NOMBRE-CUENTAS
               MOVE SPACES TO WS-NOMBRE-CLIENTES
               MOVE SPACES TO WS-NOMBRE-CARTAS
               MOVE SPACES TO WS-NOMBRE-REPORTE
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
               WHEN "DESDE"
                   PERFORM ASIGNAR-DESDE-TARJETA
               WHEN "HASTA"
                   PERFORM ASIGNAR-HASTA-TARJETA
               WHEN "CAMBIOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CAMBIOS
               WHEN "CUENTAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CUENTAS
               WHEN "CLIENTES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CLIENTES
               WHEN "CARTAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CARTAS
               WHEN "SALIDA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-REPORTE
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
                   ADD 1 TO WS-PARAM-ERRORES
           END-EVALUATE.

       ASIGNAR-DESDE-TARJETA.
           MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-DESDE-X.
           IF WS-FECHA-DESDE NOT NUMERIC
               MOVE 0 TO WS-FECHA-DESDE.

       ASIGNAR-HASTA-TARJETA.
           IF WS-PARAM-VALOR (1:8) = SPACES
               MOVE 0 TO WS-FECHA-HASTA
           ELSE
               MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-HASTA-X
               IF WS-FECHA-HASTA NOT NUMERIC
                   MOVE 0 TO WS-FECHA-HASTA
                   MOVE "HASTA (AAAAMMDD)" TO WS-PARAM-FALTANTE
                   PERFORM ANOTAR-ERROR-PARAMETRO.

       VALIDAR-PARAMETROS.
           IF WS-NOMBRE-SEGURIDAD = SPACES
               MOVE "SEGURIDAD" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-OPERADOR = SPACES
               MOVE "OPERADOR" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-FD-AAAA < 1900 OR
           WS-FD-MM < 1 OR WS-FD-MM > 12 OR
           WS-FD-DD < 1 OR WS-FD-DD > 31
               MOVE "DESDE (AAAAMMDD)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-FECHA-HASTA NOT = 0 AND
           (WS-FH-AAAA < 1900 OR
           WS-FH-MM < 1 OR WS-FH-MM > 12 OR
           WS-FH-DD < 1 OR WS-FH-DD > 31)
               MOVE "HASTA (AAAAMMDD)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CAMBIOS = SPACES
               MOVE "CAMBIOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CUENTAS = SPACES
               MOVE "CUENTAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CLIENTES = SPACES
               MOVE "CLIENTES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CARTAS = SPACES
               MOVE "CARTAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-REPORTE = SPACES
               MOVE "SALIDA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               WS-PARAM-FALTANTE.
           ADD 1 TO WS-PARAM-ERRORES.

       OBTENER-FECHA-DESDE.
           DISPLAY "CAMBIOS GRABADOS DESDE (AAAAMMDD):".
           ACCEPT WS-FECHA-DESDE.
           IF WS-FECHA-DESDE NOT NUMERIC OR
           WS-FD-AAAA < 1900 OR
           WS-FD-MM < 1 OR WS-FD-MM > 12 OR
           WS-FD-DD < 1 OR WS-FD-DD > 31
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FECHA-DESDE.

       OBTENER-FECHA-HASTA.
           DISPLAY "HASTA (AAAAMMDD; 0 = HOY):".
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-HASTA NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FECHA-HASTA.
           IF WS-FECHA-HASTA = 0
               CONTINUE
           ELSE
               IF WS-FH-AAAA < 1900 OR
               WS-FH-MM < 1 OR WS-FH-MM > 12 OR
               WS-FH-DD < 1 OR WS-FH-DD > 31
                   DISPLAY "ENTRADA INVALIDA."
                   GO TO OBTENER-FECHA-HASTA.

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
      * CAMBIOS DE TASA DEL RANGO: SOLO LAS MODIFICACIONES DE LA TABLA
      * DE TASAS (LAS ALTAS NO TIENEN CLIENTES TODAVIA Y UNA
      * DESACTIVACION NO CAMBIA LA TASA DE LAS CUENTAS VIGENTES).
      ******************************************************************
       LEER-EXAMINAR-CAMBIO.
           READ ARCHIVO-CAMBIOS
               AT END MOVE "S" TO WS-FIN-CAMBIOS
               NOT AT END
                   IF CB-ARCHIVO = "TASAS" AND
                   CB-ACCION = "MODIFICAR" AND
                   CB-FECHA >= WS-FECHA-DESDE AND
                   CB-FECHA <= WS-FECHA-HASTA
                       PERFORM EXAMINAR-CAMBIO-TASA
                   END-IF
           END-READ.

      * LA TASA NUEVA ES LA ULTIMA ENTRADA DE LA HISTORIA DE LA IMAGEN
      * DESPUES (mantenimientoTasas LA AGREGA AL FINAL) Y NO TB-TASA,
      * QUE SIGUE CON LA TASA ANTERIOR MIENTRAS LA FECHA EFECTIVA NO
      * LLEGUE. LA TASA ANTERIOR ES LA QUE ESTABA EN VIGOR.
       EXAMINAR-CAMBIO-TASA.
           ADD 1 TO WS-CAMBIOS-LEIDOS.
           MOVE CB-IMAGEN-ANTES TO WS-TASA-ANTES.
           MOVE CB-IMAGEN-DESPUES TO WS-TASA-DESPUES.
           IF WS-TD-NUM-HISTORIA NOT NUMERIC OR
           WS-TD-NUM-HISTORIA < 1 OR WS-TD-NUM-HISTORIA > 12
               ADD 1 TO WS-CAMBIOS-SIN-TASA
           ELSE
               IF WS-TD-TASA-HIST (WS-TD-NUM-HISTORIA) = WS-TA-TASA
                   ADD 1 TO WS-CAMBIOS-SIN-TASA
               ELSE
                   PERFORM ANOTAR-CAMBIO-TASA.

       ANOTAR-CAMBIO-TASA.
           IF WS-NUM-CAMBIOS >= 200
               ADD 1 TO WS-CAMBIOS-OMITIDOS
           ELSE
               ADD 1 TO WS-NUM-CAMBIOS
               MOVE WS-NUM-CAMBIOS TO WS-INDICE-CAMBIO
               MOVE WS-TD-PRODUCTO TO WS-CT-PRODUCTO (WS-INDICE-CAMBIO)
               MOVE WS-TD-DESCRIPCION
                   TO WS-CT-DESCRIPCION (WS-INDICE-CAMBIO)
               MOVE CB-FECHA TO WS-CT-FECHA-CAMBIO (WS-INDICE-CAMBIO)
               MOVE WS-TA-TASA
                   TO WS-CT-TASA-ANTERIOR (WS-INDICE-CAMBIO)
               MOVE WS-TD-TASA-HIST (WS-TD-NUM-HISTORIA)
                   TO WS-CT-TASA-NUEVA (WS-INDICE-CAMBIO)
               MOVE WS-TD-FECHA-EFECTIVA (WS-TD-NUM-HISTORIA)
                   TO WS-CT-FECHA-EFECTIVA (WS-INDICE-CAMBIO)
               MOVE 0 TO WS-CT-CUENTAS (WS-INDICE-CAMBIO)
               MOVE 0 TO WS-CT-SIN-CARTA (WS-INDICE-CAMBIO)
               MOVE 0 TO WS-CT-CARTAS (WS-INDICE-CAMBIO)
               MOVE 0 TO WS-CT-SALDO (WS-INDICE-CAMBIO)
               MOVE SPACES TO WS-CT-ULTIMO-CLIENTE (WS-INDICE-CAMBIO).

      ******************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL ORDENAMIENTO: RECORRE EL MAESTRO
      * DE CUENTAS Y PASA CADA CUENTA ACTIVA UNA VEZ POR CADA CAMBIO
      * DE TASA DE SU PRODUCTO, CON SU CLIENTE YA RESUELTO (O CON EL
      * MOTIVO POR EL QUE NO LLEVA CARTA).
      ******************************************************************
       ENTRADA-ORDENAMIENTO.
           MOVE LOW-VALUES TO CM-CUENTA.
           START ARCHIVO-CUENTAS
               KEY IS GREATER THAN CM-CUENTA
               INVALID KEY MOVE "S" TO WS-FIN-CUENTAS
           END-START.
           PERFORM LEER-EXAMINAR-CUENTA
               UNTIL FIN-CUENTAS.

       LEER-EXAMINAR-CUENTA.
           READ ARCHIVO-CUENTAS NEXT
               AT END MOVE "S" TO WS-FIN-CUENTAS
               NOT AT END
                   IF CM-ACTIVO
                       PERFORM EXAMINAR-CUENTA
                   END-IF
           END-READ.

       EXAMINAR-CUENTA.
           MOVE "N" TO WS-CUENTA-AFECTADA.
           PERFORM COMPARAR-PRODUCTO-CAMBIO
               VARYING WS-INDICE-CAMBIO FROM 1 BY 1
                   UNTIL WS-INDICE-CAMBIO > WS-NUM-CAMBIOS.
           IF CUENTA-AFECTADA
               ADD 1 TO WS-CUENTAS-AFECTADAS.

       COMPARAR-PRODUCTO-CAMBIO.
           IF CM-PRODUCTO = WS-CT-PRODUCTO (WS-INDICE-CAMBIO)
               IF NOT CUENTA-AFECTADA
                   MOVE "S" TO WS-CUENTA-AFECTADA
                   PERFORM RESOLVER-CLIENTE
               END-IF
               ADD 1 TO WS-CT-CUENTAS (WS-INDICE-CAMBIO)
               ADD CM-SALDO TO WS-CT-SALDO (WS-INDICE-CAMBIO)
               IF WS-RS-TIPO = "0"
                   ADD 1 TO WS-CT-SIN-CARTA (WS-INDICE-CAMBIO)
               END-IF
               MOVE WS-RS-TIPO TO RO-TIPO
               MOVE CM-CLIENTE TO RO-CLIENTE
               MOVE CM-CUENTA TO RO-CUENTA
               MOVE WS-INDICE-CAMBIO TO RO-INDICE-CAMBIO
               MOVE WS-RS-NOMBRE TO RO-NOMBRE
               MOVE WS-RS-MOTIVO TO RO-MOTIVO
               MOVE CM-SALDO TO RO-SALDO
               RELEASE REG-AVISO-ORD.

      * CUENTA -> CLIENTE. UNA CUENTA SIN CLIENTE O CON UN CLIENTE QUE
      * NO ESTA EN EL MAESTRO QUEDA COMO EXCEPCION (TIPO 0).
       RESOLVER-CLIENTE.
           MOVE "0" TO WS-RS-TIPO.
           MOVE SPACES TO WS-RS-NOMBRE.
           MOVE SPACES TO WS-RS-MOTIVO.
           IF CM-CLIENTE = SPACES
               MOVE "CUENTA SIN CLIENTE" TO WS-RS-MOTIVO
           ELSE
               MOVE CM-CLIENTE TO CL-CLIENTE
               READ ARCHIVO-CLIENTES
                   KEY IS CL-CLIENTE
                   INVALID KEY
                       MOVE "CLIENTE NO ESTA EN EL MAESTRO"
                           TO WS-RS-MOTIVO
                   NOT INVALID KEY
                       MOVE "1" TO WS-RS-TIPO
                       MOVE CL-NOMBRE TO WS-RS-NOMBRE
               END-READ.

      ******************************************************************
      * PROCEDIMIENTO DE SALIDA DEL ORDENAMIENTO: LAS EXCEPCIONES VAN
      * AL LISTADO DE CONTROL; LAS DEMAS ARMAN UNA CARTA POR CLIENTE
      * CON UNA LINEA POR CUENTA Y CAMBIO.
      ******************************************************************
       SALIDA-ORDENAMIENTO.
           PERFORM RETORNAR-REGISTRO-ORDENADO.
           PERFORM PROCESAR-REGISTRO-ORDENADO
               UNTIL FIN-ORDENADO.
           IF CARTA-EN-CURSO
               PERFORM CERRAR-CARTA.

       RETORNAR-REGISTRO-ORDENADO.
           RETURN ARCHIVO-ORDENADO
               AT END MOVE "S" TO WS-FIN-ORDENADO.

       PROCESAR-REGISTRO-ORDENADO.
           MOVE RO-INDICE-CAMBIO TO WS-INDICE-CAMBIO.
           IF RO-EXCEPCION
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
               IF CARTA-EN-CURSO AND RO-CLIENTE NOT = WS-CLIENTE-CARTA
                   PERFORM CERRAR-CARTA
               END-IF
               IF NOT CARTA-EN-CURSO
                   PERFORM ABRIR-CARTA
               END-IF
               IF WS-CT-ULTIMO-CLIENTE (WS-INDICE-CAMBIO) NOT =
               RO-CLIENTE
                   ADD 1 TO WS-CT-CARTAS (WS-INDICE-CAMBIO)
                   MOVE RO-CLIENTE
                       TO WS-CT-ULTIMO-CLIENTE (WS-INDICE-CAMBIO)
               END-IF
               PERFORM ESCRIBIR-LINEA-CARTA.
           PERFORM RETORNAR-REGISTRO-ORDENADO.

      ******************************************************************
      * CARTA DE AVISO AL CLIENTE
      ******************************************************************
       ABRIR-CARTA.
           MOVE "S" TO WS-CARTA-EN-CURSO.
           MOVE RO-CLIENTE TO WS-CLIENTE-CARTA.
           ADD 1 TO WS-CARTAS-EMITIDAS.
           MOVE SPACES TO REG-CARTA.
           STRING "FECHA: " WS-FECHA-EJECUCION
               DELIMITED BY SIZE INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "CLIENTE: " RO-NOMBRE "  CODIGO: " RO-CLIENTE
               DELIMITED BY SIZE INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "REF.: AVISO DE CAMBIO DE TASA DE INTERES" TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "ESTIMADO CLIENTE:" TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "LE INFORMAMOS QUE LA TASA DE INTERES DE LAS "
               "SIGUIENTES CUENTAS CAMBIA A PARTIR"
               DELIMITED BY SIZE INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "DE LA FECHA EFECTIVA INDICADA:" TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "CUENTA     PRODUCTO   TASA ANTERIOR  TASA NUEVA  "
               "FECHA EFECTIVA   SALDO AFECTADO"
               DELIMITED BY SIZE INTO REG-CARTA.
           WRITE REG-CARTA.

       ESCRIBIR-LINEA-CARTA.
           MOVE WS-CT-TASA-ANTERIOR (WS-INDICE-CAMBIO)
               TO WS-TASA-MOSTRADA.
           MOVE WS-CT-TASA-NUEVA (WS-INDICE-CAMBIO)
               TO WS-TASA-MOSTRADA-2.
           MOVE RO-SALDO TO WS-SALDO-MOSTRADO.
           MOVE SPACES TO REG-CARTA.
           STRING RO-CUENTA " " WS-CT-PRODUCTO (WS-INDICE-CAMBIO)
               "      " WS-TASA-MOSTRADA "%"
               "       " WS-TASA-MOSTRADA-2 "%"
               "     " WS-CT-FECHA-EFECTIVA (WS-INDICE-CAMBIO)
               "   " WS-SALDO-MOSTRADO
               DELIMITED BY SIZE INTO REG-CARTA.
           WRITE REG-CARTA.

       CERRAR-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           STRING "SI TIENE PREGUNTAS SOBRE ESTE CAMBIO, COMUNIQUESE "
               "CON SU OFICINA."
               DELIMITED BY SIZE INTO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "ATENTAMENTE," TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "TESORERIA" TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE ALL "-" TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "N" TO WS-CARTA-EN-CURSO.

      ******************************************************************
      * LISTADO DE CONTROL
      ******************************************************************
       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "cartasCambioTasa  CORRIDA: " WS-FECHA-EJECUCION
               "-" WS-HORA-EJECUCION "  CAMBIOS GRABADOS DEL "
               WS-FECHA-DESDE " AL " WS-FECHA-HASTA
               "  OPERADOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "CUENTAS AFECTADAS SIN CARTA:" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTA     CLIENTE    PRODUCTO   MOTIVO"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

      * UNA LINEA POR CUENTA Y CAMBIO QUE NO PUDO AVISARSE.
       ESCRIBIR-EXCEPCION.
           ADD 1 TO WS-CUENTAS-SIN-CARTA.
           MOVE SPACES TO REG-REPORTE.
           STRING RO-CUENTA " " RO-CLIENTE " "
               WS-CT-PRODUCTO (WS-INDICE-CAMBIO) " " RO-MOTIVO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

      * RESUMEN POR CAMBIO DE TASA: CUENTAS AFECTADAS, CARTAS
      * EMITIDAS Y CUENTAS SIN CARTA. UN CAMBIO CUYA FECHA EFECTIVA
      * YA PASO AL EMITIR LAS CARTAS SE MARCA COMO AVISO TARDIO.
       ESCRIBIR-RESUMEN-CAMBIOS.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "RESUMEN POR PRODUCTO:" TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "PRODUCTO   DESCRIPCION                    "
               "GRABADO  TASA ANT. NUEVA EFECTIVA  CUENTAS  "
               "CARTAS SIN CARTA     SALDO AFECTADO"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           PERFORM ESCRIBIR-LINEA-RESUMEN
               VARYING WS-INDICE-CAMBIO FROM 1 BY 1
                   UNTIL WS-INDICE-CAMBIO > WS-NUM-CAMBIOS.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CAMBIOS-LEIDOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "MODIFICACIONES DE TASAS EN EL RANGO:   "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CAMBIOS-SIN-TASA TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "  SIN CAMBIO DE TASA (NO SE AVISAN):   "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-NUM-CAMBIOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CAMBIOS DE TASA AVISADOS:              "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-AVISOS-TARDIOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "  CON FECHA EFECTIVA YA VENCIDA:       "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CUENTAS-AFECTADAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS ACTIVAS AFECTADAS:             "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CARTAS-EMITIDAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CARTAS EMITIDAS (UNA POR CLIENTE):     "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CUENTAS-SIN-CARTA TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "LINEAS DE CUENTA SIN CARTA:            "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-SALDO TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "SALDO AFECTADO:     " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-LINEA-RESUMEN.
           ADD WS-CT-SALDO (WS-INDICE-CAMBIO) TO WS-TOTAL-SALDO.
           IF WS-CT-FECHA-EFECTIVA (WS-INDICE-CAMBIO) <
           WS-FECHA-EJECUCION
               ADD 1 TO WS-AVISOS-TARDIOS
               MOVE "  AVISO TARDIO" TO WS-MARCA-TARDIO
           ELSE
               MOVE SPACES TO WS-MARCA-TARDIO.
           MOVE WS-CT-TASA-ANTERIOR (WS-INDICE-CAMBIO)
               TO WS-TASA-MOSTRADA.
           MOVE WS-CT-TASA-NUEVA (WS-INDICE-CAMBIO)
               TO WS-TASA-MOSTRADA-2.
           MOVE WS-CT-CUENTAS (WS-INDICE-CAMBIO)
               TO WS-CONTADOR-MOSTRADO.
           MOVE WS-CT-CARTAS (WS-INDICE-CAMBIO)
               TO WS-CONTADOR-MOSTRADO-2.
           MOVE WS-CT-SIN-CARTA (WS-INDICE-CAMBIO)
               TO WS-CONTADOR-MOSTRADO-3.
           MOVE WS-CT-SALDO (WS-INDICE-CAMBIO) TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING WS-CT-PRODUCTO (WS-INDICE-CAMBIO) " "
               WS-CT-DESCRIPCION (WS-INDICE-CAMBIO) " "
               WS-CT-FECHA-CAMBIO (WS-INDICE-CAMBIO) "  "
               WS-TASA-MOSTRADA "  " WS-TASA-MOSTRADA-2 " "
               WS-CT-FECHA-EFECTIVA (WS-INDICE-CAMBIO) " "
               WS-CONTADOR-MOSTRADO " " WS-CONTADOR-MOSTRADO-2 " "
               WS-CONTADOR-MOSTRADO-3 " " WS-TOTAL-MOSTRADO
               WS-MARCA-TARDIO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
