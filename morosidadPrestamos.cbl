       IDENTIFICATION DIVISION.
           PROGRAM-ID. morosidadPrestamos.

      ******************************************************************
      * REPORTE DE MOROSIDAD DE PRESTAMOS (ANTIGUEDAD DE LA MORA)
      *
      * RECORRE EL MAESTRO DE PRESTAMOS A UNA FECHA DE CORTE,
      * RECALCULA LOS DIAS DE MORA DE CADA PRESTAMO ACTIVO (DIAS
      * DESDE EL VENCIMIENTO DE LA CUOTA MAS ANTIGUA SIN CUBRIR) Y LOS
      * DEJA GRABADOS EN EL MAESTRO. LISTA CADA PRESTAMO EN MORA CON
      * SU CLIENTE Y CIERRA CON EL CONTEO Y EL SALDO DE CAPITAL POR
      * TRAMO DE MORA: AL DIA, 1-30, 31-60, 61-90 Y MAS DE 90 DIAS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PRESTAMOS
               ASSIGN TO DYNAMIC WS-NOMBRE-PRESTAMOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRESTAMO
               FILE STATUS IS WS-ESTADO-PRESTAMOS.

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO DYNAMIC WS-NOMBRE-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLIENTE
               FILE STATUS IS WS-ESTADO-CLIENTES.

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
       FD  ARCHIVO-PRESTAMOS.
       COPY PRESTAMOREC.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTEREC.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE            PIC X(132).

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA QUE EL REPORTE CORRA PROGRAMADO
      * SIN NADIE EN EL TECLADO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-PRESTAMOS       PIC X(40).
       01  WS-ESTADO-PRESTAMOS       PIC XX.
       01  WS-NOMBRE-CLIENTES        PIC X(40).
       01  WS-ESTADO-CLIENTES        PIC XX.
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

      * SEGURIDAD DE OPERADORES: EL REPORTE REGRABA LOS DIAS DE MORA
      * EN EL MAESTRO, ASI QUE EXIGE AUTORIZACION DE EJECUCION DE
      * PROCESOS.
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

      * FECHA DE CORTE DEL REPORTE (CERO O EN BLANCO = HOY).
       01  WS-FECHA-CORTE            PIC 9(8).
       01  WS-FECHA-CORTE-X REDEFINES WS-FECHA-CORTE PIC X(8).
       01  WS-FC-DETALLE REDEFINES WS-FECHA-CORTE.
           05  WS-FC-AAAA            PIC 9(4).
           05  WS-FC-MM              PIC 99.
           05  WS-FC-DD              PIC 99.

       01  WS-FIN-PRESTAMOS          PIC X VALUE "N".
           88  FIN-PRESTAMOS         VALUE "S".
       01  WS-NOMBRE-DEUDOR          PIC X(30).

      * TRAMOS DE MORA: 1 = AL DIA, 2 = 1-30, 3 = 31-60, 4 = 61-90,
      * 5 = MAS DE 90 DIAS.
       01  WS-TRAMO                  PIC 9.
       01  WS-TABLA-TRAMOS.
           05  WS-TR-ENTRADA OCCURS 5 TIMES.
               10  WS-TR-CONTADOR    PIC 9(7).
               10  WS-TR-SALDO       PIC 9(13)V99.
       01  WS-TABLA-NOMBRES-TRAMO.
           05  FILLER                PIC X(10) VALUE "AL DIA".
           05  FILLER                PIC X(10) VALUE "1-30 DIAS".
           05  FILLER                PIC X(10) VALUE "31-60 DIAS".
           05  FILLER                PIC X(10) VALUE "61-90 DIAS".
           05  FILLER                PIC X(10) VALUE "MAS DE 90".
       01  WS-NOMBRE-TRAMO REDEFINES WS-TABLA-NOMBRES-TRAMO
               PIC X(10) OCCURS 5 TIMES.
       01  WS-INDICE-TRAMO           PIC 9.

       01  WS-CONTADOR-ACTIVOS       PIC 9(7) VALUE 0.
       01  WS-CONTADOR-MORA          PIC 9(7) VALUE 0.
       01  WS-TOTAL-SALDO            PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-SALDO-MORA       PIC 9(13)V99 VALUE 0.

       01  WS-CONTADOR-MOSTRADO      PIC Z,ZZZ,ZZ9.
       01  WS-SALDO-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-MOSTRADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MORA-MOSTRADA          PIC ZZ,ZZ9.
       01  WS-PORCENTAJE             PIC 999V99.
       01  WS-PORCENTAJE-MOSTRADO    PIC ZZ9.99.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           DISPLAY "MOROSIDAD DE PRESTAMOS  " WS-FECHA-EJECUCION
               "-" WS-HORA-EJECUCION.
           MOVE 0 TO WS-FECHA-CORTE.
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
               DISPLAY "ARCHIVO MAESTRO DE PRESTAMOS:"
               ACCEPT WS-NOMBRE-PRESTAMOS
               DISPLAY "ARCHIVO MAESTRO DE CLIENTES:"
               ACCEPT WS-NOMBRE-CLIENTES
               DISPLAY "ARCHIVO DE REPORTE DE MOROSIDAD (SALIDA):"
               ACCEPT WS-NOMBRE-REPORTE
               PERFORM OBTENER-FECHA-CORTE.
           IF WS-FECHA-CORTE = 0
               MOVE WS-FECHA-EJECUCION TO WS-FECHA-CORTE.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               GO TO TERMINA-PROGRAMA.
           IF NOT OPERADOR-AUT-LOTE
               DISPLAY "OPERADOR SIN AUTORIZACION DE EJECUCION DE "
                   "PROCESOS: " WS-OPERADOR
               GO TO TERMINA-PROGRAMA.
           OPEN I-O ARCHIVO-PRESTAMOS.
           IF WS-ESTADO-PRESTAMOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE PRESTAMOS. "
                   "ESTADO: " WS-ESTADO-PRESTAMOS
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF WS-ESTADO-CLIENTES NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CLIENTES. "
                   "ESTADO: " WS-ESTADO-CLIENTES
               CLOSE ARCHIVO-PRESTAMOS
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REPORTE."
               CLOSE ARCHIVO-PRESTAMOS
               CLOSE ARCHIVO-CLIENTES
               GO TO TERMINA-PROGRAMA.

           INITIALIZE WS-TABLA-TRAMOS.
           PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE LOW-VALUES TO PR-PRESTAMO.
           START ARCHIVO-PRESTAMOS
               KEY IS GREATER THAN PR-PRESTAMO
               INVALID KEY MOVE "S" TO WS-FIN-PRESTAMOS
           END-START.
           PERFORM LEER-EXAMINAR-PRESTAMO
               UNTIL FIN-PRESTAMOS.
           PERFORM ESCRIBIR-RESUMEN-TRAMOS.

           CLOSE ARCHIVO-PRESTAMOS.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-REPORTE.
           MOVE WS-CONTADOR-MORA TO WS-CONTADOR-MOSTRADO.
           DISPLAY "REPORTE GENERADO. PRESTAMOS EN MORA: "
               WS-CONTADOR-MOSTRADO.
       TERMINA-PROGRAMA.
           STOP RUN.

      ******************************************************************
      * TARJETA DE PARAMETROS (ARRANQUE DESATENDIDO)
      *
      * CARGA LAS RESPUESTAS DE ARRANQUE DESDE UN ARCHIVO DE LINEAS
      * CLAVE=VALOR Y LAS VALIDA TODAS DE UNA VEZ; CADA FALTANTE SE
      * LISTA POR SU CLAVE Y EL REPORTE NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: SEGURIDAD, OPERADOR, PRESTAMOS, CLIENTES, SALIDA Y
      * CORTE (AAAAMMDD, OPCIONAL, BLANCO = HOY).
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
               MOVE SPACES TO WS-NOMBRE-PRESTAMOS
               MOVE SPACES TO WS-NOMBRE-CLIENTES
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
               WHEN "PRESTAMOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-PRESTAMOS
               WHEN "CLIENTES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CLIENTES
               WHEN "SALIDA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-REPORTE
               WHEN "CORTE"
                   PERFORM ASIGNAR-CORTE-TARJETA
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
                   ADD 1 TO WS-PARAM-ERRORES
           END-EVALUATE.

       ASIGNAR-CORTE-TARJETA.
           IF WS-PARAM-VALOR (1:8) = SPACES
               MOVE 0 TO WS-FECHA-CORTE
           ELSE
               MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-CORTE-X
               IF WS-FECHA-CORTE NOT NUMERIC
                   MOVE 0 TO WS-FECHA-CORTE
                   MOVE "CORTE (AAAAMMDD)" TO WS-PARAM-FALTANTE
                   PERFORM ANOTAR-ERROR-PARAMETRO.

       VALIDAR-PARAMETROS.
           IF WS-NOMBRE-SEGURIDAD = SPACES
               MOVE "SEGURIDAD" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-OPERADOR = SPACES
               MOVE "OPERADOR" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-PRESTAMOS = SPACES
               MOVE "PRESTAMOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CLIENTES = SPACES
               MOVE "CLIENTES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-REPORTE = SPACES
               MOVE "SALIDA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-FECHA-CORTE NOT = 0 AND
           (WS-FC-AAAA < 1900 OR
           WS-FC-MM < 1 OR WS-FC-MM > 12 OR
           WS-FC-DD < 1 OR WS-FC-DD > 31)
               MOVE "CORTE (AAAAMMDD)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               WS-PARAM-FALTANTE.
           ADD 1 TO WS-PARAM-ERRORES.

       OBTENER-FECHA-CORTE.
           DISPLAY "FECHA DE CORTE (AAAAMMDD; 0 = HOY):".
           ACCEPT WS-FECHA-CORTE.
           IF WS-FECHA-CORTE NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FECHA-CORTE.
           IF WS-FECHA-CORTE = 0
               CONTINUE
           ELSE
               IF WS-FC-AAAA < 1900 OR
               WS-FC-MM < 1 OR WS-FC-MM > 12 OR
               WS-FC-DD < 1 OR WS-FC-DD > 31
                   DISPLAY "ENTRADA INVALIDA."
                   GO TO OBTENER-FECHA-CORTE.

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

       COPIAR-AUTORIZACIONES-OP.
           MOVE OP-AUT-TASAS TO WS-OP-AUT-TASAS.
           MOVE OP-AUT-CUENTAS TO WS-OP-AUT-CUENTAS.
           MOVE OP-AUT-LOTE TO WS-OP-AUT-LOTE.
           MOVE OP-AUT-CONSULTA TO WS-OP-AUT-CONSULTA.

       LEER-EXAMINAR-PRESTAMO.
           READ ARCHIVO-PRESTAMOS NEXT
               AT END MOVE "S" TO WS-FIN-PRESTAMOS
               NOT AT END
                   IF PR-ACTIVO
                       PERFORM EXAMINAR-PRESTAMO
                   END-IF
           END-READ.

      * LA MORA SE CUENTA DESDE EL VENCIMIENTO DE LA CUOTA EN CURSO,
      * QUE ES LA MAS ANTIGUA SIN CUBRIR: pagosPrestamos SOLO ABRE LA
      * SIGUIENTE CUANDO LA ANTERIOR QUEDA PAGADA.
       EXAMINAR-PRESTAMO.
           ADD 1 TO WS-CONTADOR-ACTIVOS.
           ADD PR-SALDO-CAPITAL TO WS-TOTAL-SALDO.
           IF PR-FECHA-PROX-PAGO < WS-FECHA-CORTE
               COMPUTE PR-DIAS-MORA =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-CORTE) -
                   FUNCTION INTEGER-OF-DATE (PR-FECHA-PROX-PAGO)
           ELSE
               MOVE 0 TO PR-DIAS-MORA.
           REWRITE REG-PRESTAMOS
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR EL PRESTAMO EN EL "
                       "MAESTRO: " PR-PRESTAMO
           END-REWRITE.
           EVALUATE TRUE
               WHEN PR-DIAS-MORA = 0
                   MOVE 1 TO WS-TRAMO
               WHEN PR-DIAS-MORA <= 30
                   MOVE 2 TO WS-TRAMO
               WHEN PR-DIAS-MORA <= 60
                   MOVE 3 TO WS-TRAMO
               WHEN PR-DIAS-MORA <= 90
                   MOVE 4 TO WS-TRAMO
               WHEN OTHER
                   MOVE 5 TO WS-TRAMO
           END-EVALUATE.
           ADD 1 TO WS-TR-CONTADOR (WS-TRAMO).
           ADD PR-SALDO-CAPITAL TO WS-TR-SALDO (WS-TRAMO).
           IF WS-TRAMO > 1
               ADD 1 TO WS-CONTADOR-MORA
               ADD PR-SALDO-CAPITAL TO WS-TOTAL-SALDO-MORA
               PERFORM BUSCAR-DEUDOR
               PERFORM ESCRIBIR-LINEA-MORA.

       BUSCAR-DEUDOR.
           MOVE PR-CLIENTE TO CL-CLIENTE.
           READ ARCHIVO-CLIENTES
               KEY IS CL-CLIENTE
               INVALID KEY
                   MOVE "*** CLIENTE NO REGISTRADO ***"
                       TO WS-NOMBRE-DEUDOR
               NOT INVALID KEY
                   MOVE CL-NOMBRE TO WS-NOMBRE-DEUDOR
           END-READ.

       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "morosidadPrestamos  CORRIDA: " WS-FECHA-EJECUCION
               "-" WS-HORA-EJECUCION "  FECHA DE CORTE: "
               WS-FECHA-CORTE
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "PRESTAMO   CLIENTE    NOMBRE                        "
               "  VENCIDO DESDE DIAS MORA  SALDO CAPITAL  TRAMO"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-LINEA-MORA.
           MOVE PR-DIAS-MORA TO WS-MORA-MOSTRADA.
           MOVE PR-SALDO-CAPITAL TO WS-SALDO-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING PR-PRESTAMO " " PR-CLIENTE " " WS-NOMBRE-DEUDOR
               "  " PR-FECHA-PROX-PAGO "      " WS-MORA-MOSTRADA
               "  " WS-SALDO-MOSTRADO "  " WS-NOMBRE-TRAMO (WS-TRAMO)
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

      * RESUMEN POR TRAMO: CONTEO, SALDO DE CAPITAL Y PORCENTAJE DEL
      * SALDO DE LA CARTERA ACTIVA QUE REPRESENTA CADA TRAMO.
       ESCRIBIR-RESUMEN-TRAMOS.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "RESUMEN POR TRAMO DE MORA  PRESTAMOS  "
               "SALDO CAPITAL          % CARTERA"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           PERFORM ESCRIBIR-LINEA-TRAMO
               VARYING WS-INDICE-TRAMO FROM 1 BY 1
                   UNTIL WS-INDICE-TRAMO > 5.
           MOVE WS-CONTADOR-MORA TO WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-SALDO-MORA TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL EN MORA             " WS-CONTADOR-MOSTRADO
               "  " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CONTADOR-ACTIVOS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-SALDO TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL CARTERA ACTIVA      " WS-CONTADOR-MOSTRADO
               "  " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-LINEA-TRAMO.
           IF WS-TOTAL-SALDO > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-TR-SALDO (WS-INDICE-TRAMO) * 100 / WS-TOTAL-SALDO
           ELSE
               MOVE 0 TO WS-PORCENTAJE.
           MOVE WS-PORCENTAJE TO WS-PORCENTAJE-MOSTRADO.
           MOVE WS-TR-CONTADOR (WS-INDICE-TRAMO)
               TO WS-CONTADOR-MOSTRADO.
           MOVE WS-TR-SALDO (WS-INDICE-TRAMO) TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "  " WS-NOMBRE-TRAMO (WS-INDICE-TRAMO)
               "              " WS-CONTADOR-MOSTRADO
               "  " WS-TOTAL-MOSTRADO "  " WS-PORCENTAJE-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
