       IDENTIFICATION DIVISION.
           PROGRAM-ID. pagosPrestamos.

      ******************************************************************
      * APLICACION DE PAGOS DE PRESTAMOS
      *
      * LEE EL ARCHIVO DE PAGOS RECIBIDOS (PRESTAMO, FECHA Y MONTO) Y
      * APLICA CADA PAGO CONTRA EL MAESTRO DE PRESTAMOS: PRIMERO AL
      * INTERES PENDIENTE DE LA CUOTA EN CURSO Y LUEGO A SU PORCION DE
      * CAPITAL. AL QUEDAR CUBIERTA UNA CUOTA SE ABRE LA SIGUIENTE
      * (NUEVO VENCIMIENTO E INTERES SOBRE EL SALDO QUE QUEDA) Y EL
      * PAGO SIGUE APLICANDOSE MIENTRAS HAYA CUOTAS VENCIDAS A LA
      * FECHA DEL PAGO. LO QUE SOBRE DESPUES DE LAS CUOTAS VENCIDAS
      * ES ABONO EXTRAORDINARIO A CAPITAL, Y LO QUE EXCEDA EL SALDO
      * SE REPORTA COMO SOBRANTE A DEVOLVER. EL PRESTAMO CON SALDO
      * EN CERO QUEDA CANCELADO.
      *
      * EL REPORTE MUESTRA LA DIVISION INTERES/CAPITAL DE CADA PAGO,
      * LOS RECHAZOS CON SU MOTIVO Y LOS TOTALES DE LA CORRIDA. EL
      * ARCHIVO DE PAGOS DEBE VENIR EN ORDEN DE FECHA.
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

           SELECT ARCHIVO-PAGOS
               ASSIGN TO DYNAMIC WS-NOMBRE-PAGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGOS.

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

      * PAGO RECIBIDO: NUMERO DE PRESTAMO, FECHA DEL PAGO (AAAAMMDD)
      * Y MONTO RECIBIDO.
       FD  ARCHIVO-PAGOS.
       01  REG-PAGO.
           05  PG-PRESTAMO            PIC X(10).
           05  PG-FECHA               PIC 9(8).
           05  PG-FECHA-DETALLE REDEFINES PG-FECHA.
               10  PG-FECHA-AAAA      PIC 9(4).
               10  PG-FECHA-MM        PIC 99.
               10  PG-FECHA-DD        PIC 99.
           05  PG-MONTO               PIC 9(9)V99.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE            PIC X(132).

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA QUE LA APLICACION DE PAGOS CORRA
      * PROGRAMADA SIN NADIE EN EL TECLADO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-PRESTAMOS       PIC X(40).
       01  WS-ESTADO-PRESTAMOS       PIC XX.
       01  WS-NOMBRE-PAGOS           PIC X(40).
       01  WS-ESTADO-PAGOS           PIC XX.
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

      * SEGURIDAD DE OPERADORES: LA APLICACION DE PAGOS ES UN PROCESO
      * DEL LOTE Y EXIGE AUTORIZACION DE EJECUCION DE PROCESOS.
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

       01  WS-FIN-PAGOS              PIC X VALUE "N".
           88  FIN-PAGOS             VALUE "S".
       01  WS-PAGO-VALIDO            PIC X VALUE "N".
           88  PAGO-VALIDO           VALUE "S".
       01  WS-MOTIVO-RECHAZO         PIC X(40).
       01  WS-PRESTAMO-REGRABADO     PIC X VALUE "N".
           88  PRESTAMO-REGRABADO    VALUE "S".

      * DIVISION DEL PAGO EN CURSO: LO QUE QUEDA POR APLICAR, LO
      * APLICADO A INTERES, A CAPITAL DE CUOTAS, A CAPITAL
      * EXTRAORDINARIO Y EL SOBRANTE QUE EXCEDE EL SALDO.
       01  WS-DISPONIBLE             PIC 9(9)V99.
       01  WS-PAGO-INTERES           PIC 9(9)V99.
       01  WS-PAGO-CAPITAL           PIC 9(9)V99.
       01  WS-PAGO-EXTRA             PIC 9(9)V99.
       01  WS-SOBRANTE               PIC 9(9)V99.
       01  WS-PORCION                PIC 9(9)V99.
       01  WS-CAPITAL-CUOTA          PIC S9(9)V99.
       01  WS-CUOTAS-CUBIERTAS       PIC 9(5).

      * TASA DEL PERIODO DE PAGO: TASA ANUAL ENTRE LAS CUOTAS DEL
      * AÑO, CON LA MISMA EQUIVALENCIA DEL LOTE (MENSUAL 12,
      * TRIMESTRAL 4, DIARIA 360, ANUAL 1).
       01  WS-CUOTAS-ANO             PIC 999.
       01  WS-TASA-CUOTA             PIC V9(7).

      * CALCULO DEL SIGUIENTE VENCIMIENTO: SE SUMAN LOS MESES DE LA
      * FRECUENCIA Y SE VUELVE AL DIA PACTADO, RECORTADO AL ULTIMO
      * DIA DEL MES CUANDO EL MES ES MAS CORTO.
       01  WS-FECHA-CUOTA            PIC 9(8).
       01  WS-FC-DETALLE REDEFINES WS-FECHA-CUOTA.
           05  WS-FC-AAAA            PIC 9(4).
           05  WS-FC-MM              PIC 99.
           05  WS-FC-DD              PIC 99.
       01  WS-MESES-CUOTA            PIC 99.
       01  WS-ULTIMO-DIA-MES         PIC 99.
       01  WS-DIA-ENTERO             PIC 9(7).
       01  WS-TABLA-DIAS-MES         PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-DIAS-MES REDEFINES WS-TABLA-DIAS-MES
               PIC 99 OCCURS 12 TIMES.
       01  WS-ANO-EXAMINADO          PIC 9(4).
       01  WS-COCIENTE               PIC 9(4).
       01  WS-RESIDUO                PIC 9(4).
       01  WS-ANO-BISIESTO           PIC X VALUE "N".
           88  ANO-BISIESTO          VALUE "S".

       01  WS-CONTADOR-PAGOS         PIC 9(7) VALUE 0.
       01  WS-CONTADOR-APLICADOS     PIC 9(7) VALUE 0.
       01  WS-CONTADOR-RECHAZADOS    PIC 9(7) VALUE 0.
       01  WS-CONTADOR-CANCELADOS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECIBIDO         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-INTERES          PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CAPITAL          PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-EXTRA            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SOBRANTE         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RECHAZADO        PIC 9(11)V99 VALUE 0.

       01  WS-CONTADOR-MOSTRADO      PIC Z,ZZZ,ZZ9.
       01  WS-MONTO-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-INTERES-MOSTRADO       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CAPITAL-MOSTRADO       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EXTRA-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SALDO-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-MOSTRADO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MORA-MOSTRADA          PIC ZZ,ZZ9.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           DISPLAY "APLICACION DE PAGOS DE PRESTAMOS  "
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
               DISPLAY "ARCHIVO MAESTRO DE PRESTAMOS:"
               ACCEPT WS-NOMBRE-PRESTAMOS
               DISPLAY "ARCHIVO DE PAGOS RECIBIDOS:"
               ACCEPT WS-NOMBRE-PAGOS
               DISPLAY "ARCHIVO DE REPORTE DE PAGOS (SALIDA):"
               ACCEPT WS-NOMBRE-REPORTE.
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
           OPEN INPUT ARCHIVO-PAGOS.
           IF WS-ESTADO-PAGOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE PAGOS. "
                   "ESTADO: " WS-ESTADO-PAGOS
               CLOSE ARCHIVO-PRESTAMOS
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REPORTE."
               CLOSE ARCHIVO-PRESTAMOS
               CLOSE ARCHIVO-PAGOS
               GO TO TERMINA-PROGRAMA.

           PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
           PERFORM LEER-PAGO.
           PERFORM PROCESAR-PAGO
               UNTIL FIN-PAGOS.
           PERFORM ESCRIBIR-TOTALES-REPORTE.

           CLOSE ARCHIVO-PRESTAMOS.
           CLOSE ARCHIVO-PAGOS.
           CLOSE ARCHIVO-REPORTE.
           MOVE WS-CONTADOR-APLICADOS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "PROCESO TERMINADO. PAGOS APLICADOS: "
               WS-CONTADOR-MOSTRADO.
           MOVE WS-CONTADOR-RECHAZADOS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "PAGOS RECHAZADOS: " WS-CONTADOR-MOSTRADO.
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
      * CLAVES: SEGURIDAD, OPERADOR, PRESTAMOS, PAGOS, SALIDA.
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
               MOVE SPACES TO WS-NOMBRE-PAGOS
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
               WHEN "PAGOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-PAGOS
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
           IF WS-NOMBRE-PRESTAMOS = SPACES
               MOVE "PRESTAMOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-PAGOS = SPACES
               MOVE "PAGOS" TO WS-PARAM-FALTANTE
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

       LEER-PAGO.
           READ ARCHIVO-PAGOS
               AT END MOVE "S" TO WS-FIN-PAGOS.

       PROCESAR-PAGO.
           ADD 1 TO WS-CONTADOR-PAGOS.
           PERFORM VALIDAR-PAGO.
           IF PAGO-VALIDO
               PERFORM APLICAR-PAGO
           ELSE
               PERFORM RECHAZAR-PAGO.
           PERFORM LEER-PAGO.

      * EL PAGO DEBE TRAER FECHA Y MONTO VALIDOS Y CORRESPONDER A UN
      * PRESTAMO DEL MAESTRO QUE SIGA ACTIVO.
       VALIDAR-PAGO.
           MOVE "N" TO WS-PAGO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           EVALUATE TRUE
               WHEN PG-FECHA NOT NUMERIC
                   MOVE "FECHA DEL PAGO INVALIDA" TO WS-MOTIVO-RECHAZO
               WHEN PG-FECHA-AAAA < 1900 OR
                   PG-FECHA-MM < 1 OR PG-FECHA-MM > 12 OR
                   PG-FECHA-DD < 1 OR PG-FECHA-DD > 31
                   MOVE "FECHA DEL PAGO INVALIDA" TO WS-MOTIVO-RECHAZO
               WHEN PG-MONTO NOT NUMERIC
                   MOVE "MONTO INVALIDO" TO WS-MOTIVO-RECHAZO
               WHEN PG-MONTO = 0
                   MOVE "MONTO EN CERO" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM BUSCAR-PRESTAMO
           END-EVALUATE.

       BUSCAR-PRESTAMO.
           MOVE PG-PRESTAMO TO PR-PRESTAMO.
           READ ARCHIVO-PRESTAMOS
               KEY IS PR-PRESTAMO
               INVALID KEY
                   MOVE "PRESTAMO NO REGISTRADO" TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF PR-ACTIVO
                       MOVE "S" TO WS-PAGO-VALIDO
                   ELSE
                       MOVE "PRESTAMO NO ACTIVO (CANCELADO)"
                           TO WS-MOTIVO-RECHAZO
                   END-IF
           END-READ.

      ******************************************************************
      * APLICACION DE UN PAGO
      *
      * EL PAGO SE APLICA SIEMPRE A LA CUOTA EN CURSO (AUNQUE AUN NO
      * VENZA: ES UN PAGO ANTICIPADO DE ESA CUOTA) Y LUEGO A LAS
      * CUOTAS SIGUIENTES MIENTRAS VENZAN EN O ANTES DE LA FECHA DEL
      * PAGO. EL REMANENTE VA A CAPITAL COMO ABONO EXTRAORDINARIO;
      * SI ADEMAS CANCELA EL SALDO, EL INTERES DE LA CUOTA EN CURSO
      * QUE AUN NO SE HABIA COBRADO SE CONDONA CON LA CANCELACION.
      ******************************************************************
       APLICAR-PAGO.
           MOVE PG-MONTO TO WS-DISPONIBLE.
           MOVE 0 TO WS-PAGO-INTERES.
           MOVE 0 TO WS-PAGO-CAPITAL.
           MOVE 0 TO WS-PAGO-EXTRA.
           MOVE 0 TO WS-SOBRANTE.
           MOVE 0 TO WS-CUOTAS-CUBIERTAS.
           PERFORM FIJAR-TASA-CUOTA.
           PERFORM APLICAR-A-CUOTA.
           PERFORM APLICAR-A-CUOTA
               UNTIL WS-DISPONIBLE = 0 OR
                   PR-SALDO-CAPITAL = 0 OR
                   PR-FECHA-PROX-PAGO > PG-FECHA.
           IF WS-DISPONIBLE > 0 AND PR-SALDO-CAPITAL > 0
               PERFORM APLICAR-ABONO-EXTRA.
           MOVE WS-DISPONIBLE TO WS-SOBRANTE.
           IF PR-SALDO-CAPITAL = 0
               PERFORM CANCELAR-PRESTAMO.
           ADD WS-PAGO-INTERES TO PR-INTERES-ACUM.
           MOVE PG-FECHA TO PR-FECHA-ULT-PAGO.
           PERFORM CALCULAR-DIAS-MORA.
           MOVE "N" TO WS-PRESTAMO-REGRABADO.
           REWRITE REG-PRESTAMOS
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR EL PRESTAMO EN EL "
                       "MAESTRO: " PR-PRESTAMO
                   MOVE "NO SE PUDO REGRABAR EL PRESTAMO"
                       TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   MOVE "S" TO WS-PRESTAMO-REGRABADO
           END-REWRITE.
           IF PRESTAMO-REGRABADO
               PERFORM ACUMULAR-PAGO-APLICADO
           ELSE
               PERFORM RECHAZAR-PAGO.

      * SOLO UN PAGO QUE QUEDO EN EL MAESTRO CUENTA COMO APLICADO.
       ACUMULAR-PAGO-APLICADO.
           ADD 1 TO WS-CONTADOR-APLICADOS.
           ADD PG-MONTO TO WS-TOTAL-RECIBIDO.
           ADD WS-PAGO-INTERES TO WS-TOTAL-INTERES.
           ADD WS-PAGO-CAPITAL TO WS-TOTAL-CAPITAL.
           ADD WS-PAGO-EXTRA TO WS-TOTAL-EXTRA.
           ADD WS-SOBRANTE TO WS-TOTAL-SOBRANTE.
           PERFORM ESCRIBIR-LINEA-PAGO.

      * PRIMERO EL INTERES PENDIENTE DE LA CUOTA, LUEGO SU CAPITAL:
      * EL PAGO NIVELADO MENOS LO YA ABONADO A LA CUOTA, O TODO EL
      * SALDO SI ES LA ULTIMA CUOTA O SI EL SALDO ES MENOR.
       APLICAR-A-CUOTA.
           IF WS-DISPONIBLE < PR-INTERES-CUOTA-PEND
               MOVE WS-DISPONIBLE TO WS-PORCION
           ELSE
               MOVE PR-INTERES-CUOTA-PEND TO WS-PORCION.
           SUBTRACT WS-PORCION FROM PR-INTERES-CUOTA-PEND.
           SUBTRACT WS-PORCION FROM WS-DISPONIBLE.
           ADD WS-PORCION TO PR-PAGADO-CUOTA.
           ADD WS-PORCION TO WS-PAGO-INTERES.
           IF PR-INTERES-CUOTA-PEND = 0
               COMPUTE WS-CAPITAL-CUOTA =
                   PR-PAGO-NIVELADO - PR-PAGADO-CUOTA
               IF WS-CAPITAL-CUOTA < 0
                   MOVE 0 TO WS-CAPITAL-CUOTA
               END-IF
               IF PR-PAGOS-REALIZADOS + 1 >= PR-NUM-PAGOS OR
               WS-CAPITAL-CUOTA > PR-SALDO-CAPITAL
                   MOVE PR-SALDO-CAPITAL TO WS-CAPITAL-CUOTA
               END-IF
               IF WS-DISPONIBLE < WS-CAPITAL-CUOTA
                   MOVE WS-DISPONIBLE TO WS-PORCION
               ELSE
                   MOVE WS-CAPITAL-CUOTA TO WS-PORCION
               END-IF
               SUBTRACT WS-PORCION FROM PR-SALDO-CAPITAL
               SUBTRACT WS-PORCION FROM WS-DISPONIBLE
               ADD WS-PORCION TO PR-PAGADO-CUOTA
               ADD WS-PORCION TO WS-PAGO-CAPITAL
               IF WS-PORCION = WS-CAPITAL-CUOTA
                   PERFORM AVANZAR-CUOTA.

      * LA CUOTA QUEDO CUBIERTA: SE CUENTA Y, SI AUN HAY SALDO, SE
      * ABRE LA SIGUIENTE CON SU VENCIMIENTO Y SU INTERES SOBRE EL
      * SALDO QUE QUEDA.
       AVANZAR-CUOTA.
           ADD 1 TO PR-PAGOS-REALIZADOS.
           ADD 1 TO WS-CUOTAS-CUBIERTAS.
           MOVE 0 TO PR-PAGADO-CUOTA.
           IF PR-SALDO-CAPITAL > 0
               PERFORM FIJAR-SIGUIENTE-VENCIMIENTO
               COMPUTE PR-INTERES-CUOTA-PEND ROUNDED =
                   PR-SALDO-CAPITAL * WS-TASA-CUOTA
           ELSE
               MOVE 0 TO PR-INTERES-CUOTA-PEND.

      * EL REMANENTE DESPUES DE LAS CUOTAS VENCIDAS REDUCE EL SALDO
      * DE CAPITAL; LO QUE EXCEDA EL SALDO QUEDA COMO SOBRANTE.
       APLICAR-ABONO-EXTRA.
           IF WS-DISPONIBLE < PR-SALDO-CAPITAL
               MOVE WS-DISPONIBLE TO WS-PORCION
           ELSE
               MOVE PR-SALDO-CAPITAL TO WS-PORCION.
           SUBTRACT WS-PORCION FROM PR-SALDO-CAPITAL.
           SUBTRACT WS-PORCION FROM WS-DISPONIBLE.
           ADD WS-PORCION TO WS-PAGO-EXTRA.

       CANCELAR-PRESTAMO.
           MOVE "C" TO PR-ESTADO.
           MOVE 0 TO PR-INTERES-CUOTA-PEND.
           MOVE 0 TO PR-PAGADO-CUOTA.
           ADD 1 TO WS-CONTADOR-CANCELADOS.

       FIJAR-TASA-CUOTA.
           EVALUATE TRUE
               WHEN PR-PAGO-MENSUAL
                   MOVE 12 TO WS-CUOTAS-ANO
               WHEN PR-PAGO-TRIMESTRAL
                   MOVE 4 TO WS-CUOTAS-ANO
               WHEN PR-PAGO-DIARIO
                   MOVE 360 TO WS-CUOTAS-ANO
               WHEN OTHER
                   MOVE 1 TO WS-CUOTAS-ANO
           END-EVALUATE.
           COMPUTE WS-TASA-CUOTA ROUNDED =
               PR-TASA / (100 * WS-CUOTAS-ANO).

      * SIGUIENTE VENCIMIENTO: UN DIA DESPUES EN LOS PRESTAMOS
      * DIARIOS; EN LOS DEMAS, 1, 3 O 12 MESES DESPUES AL DIA
      * PACTADO (RECORTADO AL FIN DE MES, CON 29 DE FEBRERO SOLO EN
      * AÑO BISIESTO).
       FIJAR-SIGUIENTE-VENCIMIENTO.
           IF PR-PAGO-DIARIO
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (PR-FECHA-PROX-PAGO) + 1
               COMPUTE PR-FECHA-PROX-PAGO =
                   FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO)
           ELSE
               EVALUATE TRUE
                   WHEN PR-PAGO-MENSUAL
                       MOVE 1 TO WS-MESES-CUOTA
                   WHEN PR-PAGO-TRIMESTRAL
                       MOVE 3 TO WS-MESES-CUOTA
                   WHEN OTHER
                       MOVE 12 TO WS-MESES-CUOTA
               END-EVALUATE
               MOVE PR-FECHA-PROX-PAGO TO WS-FECHA-CUOTA
               ADD WS-MESES-CUOTA TO WS-FC-MM
               IF WS-FC-MM > 12
                   SUBTRACT 12 FROM WS-FC-MM
                   ADD 1 TO WS-FC-AAAA
               END-IF
               PERFORM FIJAR-ULTIMO-DIA-MES
               IF PR-DIA-PAGO > WS-ULTIMO-DIA-MES
                   MOVE WS-ULTIMO-DIA-MES TO WS-FC-DD
               ELSE
                   MOVE PR-DIA-PAGO TO WS-FC-DD
               END-IF
               MOVE WS-FECHA-CUOTA TO PR-FECHA-PROX-PAGO.

       FIJAR-ULTIMO-DIA-MES.
           MOVE WS-DIAS-MES (WS-FC-MM) TO WS-ULTIMO-DIA-MES.
           IF WS-FC-MM = 2
               MOVE WS-FC-AAAA TO WS-ANO-EXAMINADO
               PERFORM DETERMINAR-BISIESTO
               IF ANO-BISIESTO
                   MOVE 29 TO WS-ULTIMO-DIA-MES.

       DETERMINAR-BISIESTO.
           MOVE "N" TO WS-ANO-BISIESTO.
           DIVIDE WS-ANO-EXAMINADO BY 4
               GIVING WS-COCIENTE REMAINDER WS-RESIDUO.
           IF WS-RESIDUO = 0
               MOVE "S" TO WS-ANO-BISIESTO.
           DIVIDE WS-ANO-EXAMINADO BY 100
               GIVING WS-COCIENTE REMAINDER WS-RESIDUO.
           IF WS-RESIDUO = 0
               MOVE "N" TO WS-ANO-BISIESTO.
           DIVIDE WS-ANO-EXAMINADO BY 400
               GIVING WS-COCIENTE REMAINDER WS-RESIDUO.
           IF WS-RESIDUO = 0
               MOVE "S" TO WS-ANO-BISIESTO.

      * DIAS DE MORA A LA FECHA DEL PAGO: DIAS TRANSCURRIDOS DESDE EL
      * VENCIMIENTO DE LA CUOTA EN CURSO (LA MAS ANTIGUA SIN CUBRIR)
      * SI YA PASO; CERO SI ESTA AL DIA O CANCELADO.
       CALCULAR-DIAS-MORA.
           IF PR-ACTIVO AND PR-FECHA-PROX-PAGO < PG-FECHA
               COMPUTE PR-DIAS-MORA =
                   FUNCTION INTEGER-OF-DATE (PG-FECHA) -
                   FUNCTION INTEGER-OF-DATE (PR-FECHA-PROX-PAGO)
           ELSE
               MOVE 0 TO PR-DIAS-MORA.

       RECHAZAR-PAGO.
           ADD 1 TO WS-CONTADOR-RECHAZADOS.
           IF PG-MONTO NUMERIC
               ADD PG-MONTO TO WS-TOTAL-RECHAZADO
               MOVE PG-MONTO TO WS-MONTO-MOSTRADO
           ELSE
               MOVE 0 TO WS-MONTO-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING PG-PRESTAMO " " PG-FECHA " " WS-MONTO-MOSTRADO
               "  RECHAZADO: " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "pagosPrestamos  CORRIDA: " WS-FECHA-EJECUCION
               "-" WS-HORA-EJECUCION
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "PRESTAMO   FECHA    MONTO RECIBIDO "
               "INTERES        CAPITAL CUOTAS "
               "ABONO EXTRA    SALDO CAPITAL  CUOTAS PROX.VENC MORA"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-LINEA-PAGO.
           MOVE PG-MONTO TO WS-MONTO-MOSTRADO.
           MOVE WS-PAGO-INTERES TO WS-INTERES-MOSTRADO.
           MOVE WS-PAGO-CAPITAL TO WS-CAPITAL-MOSTRADO.
           MOVE WS-PAGO-EXTRA TO WS-EXTRA-MOSTRADO.
           MOVE PR-SALDO-CAPITAL TO WS-SALDO-MOSTRADO.
           MOVE PR-DIAS-MORA TO WS-MORA-MOSTRADA.
           MOVE SPACES TO REG-REPORTE.
           STRING PG-PRESTAMO " " PG-FECHA " " WS-MONTO-MOSTRADO " "
               WS-INTERES-MOSTRADO " " WS-CAPITAL-MOSTRADO " "
               WS-EXTRA-MOSTRADO " " WS-SALDO-MOSTRADO " "
               WS-CUOTAS-CUBIERTAS " " PR-FECHA-PROX-PAGO " "
               WS-MORA-MOSTRADA
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           IF WS-SOBRANTE > 0
               MOVE WS-SOBRANTE TO WS-MONTO-MOSTRADO
               MOVE SPACES TO REG-REPORTE
               STRING "           SOBRANTE A DEVOLVER: "
                   WS-MONTO-MOSTRADO
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE.
           IF PR-CANCELADO
               MOVE SPACES TO REG-REPORTE
               STRING "           PRESTAMO CANCELADO CON ESTE PAGO."
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE.

       ESCRIBIR-TOTALES-REPORTE.
           MOVE WS-CONTADOR-PAGOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL PAGOS LEIDOS: " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CONTADOR-APLICADOS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-RECIBIDO TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "PAGOS APLICADOS:    " WS-CONTADOR-MOSTRADO
               "  MONTO: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CONTADOR-RECHAZADOS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-RECHAZADO TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "PAGOS RECHAZADOS:   " WS-CONTADOR-MOSTRADO
               "  MONTO: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-INTERES TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL A INTERES:            " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-CAPITAL TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL A CAPITAL DE CUOTAS:  " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-EXTRA TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL ABONOS EXTRAORDINARIOS:" WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-SOBRANTE TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL SOBRANTES A DEVOLVER: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CONTADOR-CANCELADOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "PRESTAMOS CANCELADOS: " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
