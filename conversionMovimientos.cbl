       IDENTIFICATION DIVISION.
           PROGRAM-ID. conversionMovimientos.

      ******************************************************************
      * CONVERSION UNICA DE LA BITACORA DE MOVIMIENTOS A INDEXADA
      *
      * LA BITACORA DE MOVIMIENTOS ERA UN ARCHIVO DE LINEAS EN ORDEN
      * DE GRABACION (CUENTA, CORRIDA, FECHA Y MONTOS). AHORA ES
      * INDEXADA POR CUENTA / FECHA / CORRIDA CON LA CORRIDA COMO
      * LLAVE ALTERNA (VER MOVIMREC). ESTE PROGRAMA LEE LA BITACORA
      * VIEJA CON SU PROPIO TRAZADO Y CARGA UNA BITACORA INDEXADA
      * NUEVA CON LOS MISMOS VALORES. UN SEGUNDO MOVIMIENTO DE LA
      * MISMA CUENTA EN LA MISMA CORRIDA NO ENTRA (LLAVE DUPLICADA) Y
      * SE LISTA PARA REVISARLO. SE CORRE UNA SOLA VEZ, SOBRE UN
      * ARCHIVO DE SALIDA NUEVO; EL VIEJO QUEDA INTACTO COMO RESPALDO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MOVIMIENTOS-V1
               ASSIGN TO DYNAMIC WS-NOMBRE-MOVIMIENTOS-V1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS-V1.

           SELECT OPTIONAL ARCHIVO-MOVIMIENTOS
               ASSIGN TO DYNAMIC WS-NOMBRE-MOVIMIENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-LLAVE
               ALTERNATE RECORD KEY IS MV-ID-CORRIDA WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
      * TRAZADO ANTERIOR DE LA BITACORA, TAL COMO SE GRABABA ANTES DE
      * LA LLAVE CUENTA / FECHA / CORRIDA.
       FD  ARCHIVO-MOVIMIENTOS-V1.
       01  REG-MOVIMIENTO-V1.
           05  MV1-CUENTA             PIC X(10).
           05  MV1-ID-CORRIDA         PIC X(15).
           05  MV1-FECHA              PIC 9(8).
           05  MV1-SALDO-INICIAL      PIC 9(9)V99.
           05  MV1-INTERES            PIC S9(9)V99.
           05  MV1-RETENCION          PIC S9(9)V99.
           05  MV1-CONTRIBUCIONES     PIC S9(11)V99.
           05  MV1-SALDO-FINAL        PIC 9(9)V99.

       FD  ARCHIVO-MOVIMIENTOS.
       COPY MOVIMREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA PODER PROGRAMAR LA CONVERSION EN
      * LA VENTANA DE CAMBIO SIN NADIE EN EL TECLADO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-MOVIMIENTOS-V1  PIC X(40).
       01  WS-ESTADO-MOVIMIENTOS-V1  PIC XX.
       01  WS-NOMBRE-MOVIMIENTOS     PIC X(40).
       01  WS-ESTADO-MOVIMIENTOS     PIC XX.

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

       01  WS-FIN-MOVIMIENTOS-V1     PIC X VALUE "N".
           88  FIN-MOVIMIENTOS-V1    VALUE "S".

       01  WS-CONTADOR-LEIDOS        PIC 9(7) VALUE 0.
       01  WS-CONTADOR-CONVERTIDOS   PIC 9(7) VALUE 0.
       01  WS-CONTADOR-RECHAZADOS    PIC 9(7) VALUE 0.
       01  WS-CONTADOR-MOSTRADO      PIC ZZZ,ZZZ,ZZ9.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           DISPLAY "CONVERSION DE LA BITACORA DE MOVIMIENTOS  "
               WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION.
           DISPLAY "ARCHIVO DE TARJETA DE PARAMETROS (BLANCO = "
               "PREGUNTAR EN PANTALLA):".
           ACCEPT WS-NOMBRE-PARAMETROS.
           IF WS-NOMBRE-PARAMETROS NOT = SPACES
               PERFORM CARGAR-TARJETA-PARAMETROS.
           IF TARJETA-INVALIDA
               GO TO TERMINA-PROGRAMA.
           IF NOT USANDO-TARJETA
               DISPLAY "ARCHIVO DE BITACORA DE MOVIMIENTOS (TRAZADO "
                   "ANTERIOR):"
               ACCEPT WS-NOMBRE-MOVIMIENTOS-V1
               DISPLAY "ARCHIVO DE BITACORA DE MOVIMIENTOS NUEVA "
                   "(SALIDA):"
               ACCEPT WS-NOMBRE-MOVIMIENTOS.
           IF WS-NOMBRE-MOVIMIENTOS = WS-NOMBRE-MOVIMIENTOS-V1
               DISPLAY "LA BITACORA NUEVA DEBE SER UN ARCHIVO "
                   "DISTINTO: LA VIEJA QUEDA COMO RESPALDO."
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT ARCHIVO-MOVIMIENTOS-V1.
           IF WS-ESTADO-MOVIMIENTOS-V1 NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA ANTERIOR. "
                   "ESTADO: " WS-ESTADO-MOVIMIENTOS-V1
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-MOVIMIENTOS.
           IF WS-ESTADO-MOVIMIENTOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA NUEVA. "
                   "ESTADO: " WS-ESTADO-MOVIMIENTOS
               CLOSE ARCHIVO-MOVIMIENTOS-V1
               GO TO TERMINA-PROGRAMA.

           PERFORM LEER-CONVERTIR-MOVIMIENTO
               UNTIL FIN-MOVIMIENTOS-V1.

           CLOSE ARCHIVO-MOVIMIENTOS-V1.
           CLOSE ARCHIVO-MOVIMIENTOS.
           MOVE WS-CONTADOR-LEIDOS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "CONVERSION TERMINADA. MOVIMIENTOS LEIDOS: "
               WS-CONTADOR-MOSTRADO.
           MOVE WS-CONTADOR-CONVERTIDOS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "MOVIMIENTOS CONVERTIDOS: " WS-CONTADOR-MOSTRADO.
           IF WS-CONTADOR-RECHAZADOS > 0
               MOVE WS-CONTADOR-RECHAZADOS TO WS-CONTADOR-MOSTRADO
               DISPLAY "MOVIMIENTOS NO GRABADOS EN LA BITACORA NUEVA: "
                   WS-CONTADOR-MOSTRADO " (REVISE ANTES DE USARLA).".
       TERMINA-PROGRAMA.
           STOP RUN.

      ******************************************************************
      * TARJETA DE PARAMETROS (ARRANQUE DESATENDIDO)
      *
      * CARGA LAS RESPUESTAS DE ARRANQUE DESDE UN ARCHIVO DE LINEAS
      * CLAVE=VALOR Y LAS VALIDA TODAS DE UNA VEZ; CADA FALTANTE SE
      * LISTA POR SU CLAVE Y LA CONVERSION NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: ENTRADA (BITACORA DEL TRAZADO ANTERIOR), SALIDA
      * (BITACORA INDEXADA NUEVA).
      ******************************************************************
       CARGAR-TARJETA-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS.
           IF WS-ESTADO-PARAMETROS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA TARJETA DE PARAMETROS: "
                   WS-NOMBRE-PARAMETROS
               MOVE "S" TO WS-TARJETA-INVALIDA
           ELSE
               MOVE "S" TO WS-USANDO-TARJETA
               MOVE SPACES TO WS-NOMBRE-MOVIMIENTOS-V1
               MOVE SPACES TO WS-NOMBRE-MOVIMIENTOS
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
               WHEN "ENTRADA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-MOVIMIENTOS-V1
               WHEN "SALIDA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-MOVIMIENTOS
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
                   ADD 1 TO WS-PARAM-ERRORES
           END-EVALUATE.

       VALIDAR-PARAMETROS.
           IF WS-NOMBRE-MOVIMIENTOS-V1 = SPACES
               MOVE "ENTRADA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-MOVIMIENTOS = SPACES
               MOVE "SALIDA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               WS-PARAM-FALTANTE.
           ADD 1 TO WS-PARAM-ERRORES.

       LEER-CONVERTIR-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS-V1
               AT END MOVE "S" TO WS-FIN-MOVIMIENTOS-V1
               NOT AT END PERFORM CONVERTIR-MOVIMIENTO
           END-READ.

      * PASA CAMPO POR CAMPO AL TRAZADO NUEVO: SOLO CAMBIA EL ORDEN
      * DE LA CORRIDA Y LA FECHA, QUE AHORA FORMAN LA LLAVE.
       CONVERTIR-MOVIMIENTO.
           ADD 1 TO WS-CONTADOR-LEIDOS.
           INITIALIZE REG-MOVIMIENTO.
           MOVE MV1-CUENTA TO MV-CUENTA.
           MOVE MV1-FECHA TO MV-FECHA.
           MOVE MV1-ID-CORRIDA TO MV-ID-CORRIDA.
           MOVE MV1-SALDO-INICIAL TO MV-SALDO-INICIAL.
           MOVE MV1-INTERES TO MV-INTERES.
           MOVE MV1-RETENCION TO MV-RETENCION.
           MOVE MV1-CONTRIBUCIONES TO MV-CONTRIBUCIONES.
           MOVE MV1-SALDO-FINAL TO MV-SALDO-FINAL.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
                   DISPLAY "NO SE PUDO GRABAR EL MOVIMIENTO EN LA "
                       "BITACORA NUEVA: " MV-CUENTA " " MV-ID-CORRIDA
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CONVERTIDOS
           END-WRITE.
