       IDENTIFICATION DIVISION.
           PROGRAM-ID. pendientesAprobacion.

      ******************************************************************
      * REPORTE DIARIO DE CAMBIOS PENDIENTES DE APROBACION
      *
      * RECORRE EL ARCHIVO DE CAMBIOS PENDIENTES (PENDIENTEREC) QUE
      * LLENAN LOS MANTENIMIENTOS DE TASAS Y DE CUENTAS Y LISTA CADA
      * CAMBIO QUE TODAVIA ESPERA LA APROBACION DE UN SUPERVISOR, CON
      * QUIEN LO DIGITO, CUANDO Y LOS DIAS QUE LLEVA EN ESPERA. CIERRA
      * CON EL CONTEO DE PENDIENTES POR ARCHIVO, LOS QUE PASAN DE UN
      * DIA Y LOS APROBADOS Y RECHAZADOS EN EL DIA. SOLO LEE: NO
      * APRUEBA NI RECHAZA NADA.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PENDIENTES
               ASSIGN TO DYNAMIC WS-NOMBRE-PENDIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-ID-PENDIENTE
               FILE STATUS IS WS-ESTADO-PENDIENTES.

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
       FD  ARCHIVO-PENDIENTES.
       COPY PENDIENTEREC.

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

       01  WS-NOMBRE-PENDIENTES      PIC X(40).
       01  WS-ESTADO-PENDIENTES      PIC XX.
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

      * SEGURIDAD DE OPERADORES: EL REPORTE SOLO LEE, ASI QUE BASTA
      * CON AUTORIZACION DE CONSULTA O DE EJECUCION DE PROCESOS (EL
      * REPORTE CORRE PROGRAMADO EN EL LOTE DEL DIA).
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

       01  WS-FIN-PENDIENTES         PIC X VALUE "N".
           88  FIN-PENDIENTES        VALUE "S".

       01  WS-DIAS-ESPERA            PIC 9(5).
       01  WS-DIAS-MOSTRADOS         PIC ZZ,ZZ9.

       01  WS-CONTADOR-TASAS         PIC 9(7) VALUE 0.
       01  WS-CONTADOR-CUENTAS       PIC 9(7) VALUE 0.
       01  WS-CONTADOR-PENDIENTES    PIC 9(7) VALUE 0.
       01  WS-CONTADOR-VENCIDOS      PIC 9(7) VALUE 0.
       01  WS-CONTADOR-APROBADOS     PIC 9(7) VALUE 0.
       01  WS-CONTADOR-RECHAZADOS    PIC 9(7) VALUE 0.
       01  WS-CONTADOR-MOSTRADO      PIC Z,ZZZ,ZZ9.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           DISPLAY "CAMBIOS PENDIENTES DE APROBACION  "
               WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION.
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
               DISPLAY "ARCHIVO DE CAMBIOS PENDIENTES DE APROBACION:"
               ACCEPT WS-NOMBRE-PENDIENTES
               DISPLAY "ARCHIVO DE REPORTE DE PENDIENTES (SALIDA):"
               ACCEPT WS-NOMBRE-REPORTE.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               GO TO TERMINA-PROGRAMA.
           IF NOT OPERADOR-AUT-CONSULTA AND NOT OPERADOR-AUT-LOTE
               DISPLAY "OPERADOR SIN AUTORIZACION DE CONSULTA: "
                   WS-OPERADOR
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT ARCHIVO-PENDIENTES.
           IF WS-ESTADO-PENDIENTES NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CAMBIOS "
                   "PENDIENTES. ESTADO: " WS-ESTADO-PENDIENTES
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REPORTE."
               CLOSE ARCHIVO-PENDIENTES
               GO TO TERMINA-PROGRAMA.

           PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE LOW-VALUES TO PC-ID-PENDIENTE.
           START ARCHIVO-PENDIENTES
               KEY IS GREATER THAN PC-ID-PENDIENTE
               INVALID KEY MOVE "S" TO WS-FIN-PENDIENTES
           END-START.
           PERFORM LEER-EXAMINAR-PENDIENTE
               UNTIL FIN-PENDIENTES.
           PERFORM ESCRIBIR-TOTALES-REPORTE.

           CLOSE ARCHIVO-PENDIENTES.
           CLOSE ARCHIVO-REPORTE.
           MOVE WS-CONTADOR-PENDIENTES TO WS-CONTADOR-MOSTRADO.
           DISPLAY "REPORTE GENERADO. CAMBIOS PENDIENTES: "
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
      * CLAVES: SEGURIDAD, OPERADOR, PENDIENTES Y SALIDA.
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
               MOVE SPACES TO WS-NOMBRE-PENDIENTES
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
               WHEN "PENDIENTES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-PENDIENTES
               WHEN "SALIDA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-REPORTE
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
           IF WS-NOMBRE-PENDIENTES = SPACES
               MOVE "PENDIENTES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-REPORTE = SPACES
               MOVE "SALIDA" TO WS-PARAM-FALTANTE
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

       COPIAR-AUTORIZACIONES-OP.
           MOVE OP-AUT-TASAS TO WS-OP-AUT-TASAS.
           MOVE OP-AUT-CUENTAS TO WS-OP-AUT-CUENTAS.
           MOVE OP-AUT-LOTE TO WS-OP-AUT-LOTE.
           MOVE OP-AUT-CONSULTA TO WS-OP-AUT-CONSULTA.

      * LOS PENDIENTES SALEN EN ORDEN DE CAPTURA (LA LLAVE ES LA
      * FECHA/HORA); LOS YA RESUELTOS SOLO SE CUENTAN SI SE
      * RESOLVIERON HOY.
       LEER-EXAMINAR-PENDIENTE.
           READ ARCHIVO-PENDIENTES NEXT
               AT END MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   PERFORM EXAMINAR-PENDIENTE
           END-READ.

       EXAMINAR-PENDIENTE.
           EVALUATE TRUE
               WHEN PC-PENDIENTE
                   PERFORM ESCRIBIR-LINEA-PENDIENTE
               WHEN PC-APROBADO AND
                   PC-FECHA-RESOLUCION = WS-FECHA-EJECUCION
                   ADD 1 TO WS-CONTADOR-APROBADOS
               WHEN PC-RECHAZADO AND
                   PC-FECHA-RESOLUCION = WS-FECHA-EJECUCION
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "pendientesAprobacion  CORRIDA: "
               WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION
               "  CAMBIOS EN ESPERA DE APROBACION DE UN SUPERVISOR"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "PENDIENTE         ARCHIVO  ACCION     LLAVE      "
               "DIGITO     CAPTURA         DIAS ESPERA"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-LINEA-PENDIENTE.
           ADD 1 TO WS-CONTADOR-PENDIENTES.
           IF PC-ARCHIVO = "TASAS"
               ADD 1 TO WS-CONTADOR-TASAS
           ELSE
               ADD 1 TO WS-CONTADOR-CUENTAS.
           COMPUTE WS-DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-EJECUCION) -
               FUNCTION INTEGER-OF-DATE (PC-FECHA-REGISTRO).
           IF WS-DIAS-ESPERA > 1
               ADD 1 TO WS-CONTADOR-VENCIDOS.
           MOVE WS-DIAS-ESPERA TO WS-DIAS-MOSTRADOS.
           MOVE SPACES TO REG-REPORTE.
           STRING PC-ID-PENDIENTE " " PC-ARCHIVO " " PC-ACCION " "
               PC-LLAVE " " PC-OPERADOR " " PC-FECHA-REGISTRO "-"
               PC-HORA-REGISTRO "      " WS-DIAS-MOSTRADOS
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-TOTALES-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CONTADOR-TASAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "PENDIENTES TABLA DE TASAS      " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CONTADOR-CUENTAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "PENDIENTES MAESTRO DE CUENTAS  " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CONTADOR-PENDIENTES TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL PENDIENTES               " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CONTADOR-VENCIDOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "  CON MAS DE UN DIA EN ESPERA  " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CONTADOR-APROBADOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "APROBADOS HOY                  " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CONTADOR-RECHAZADOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "RECHAZADOS HOY                 " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
