       IDENTIFICATION DIVISION.
           PROGRAM-ID. altaPrestamos.

      ******************************************************************
      * ALTA DE PRESTAMOS EN EL MAESTRO DE PRESTAMOS
      *
      * TOMA LAS CONDICIONES DE UN PRESTAMO YA COTIZADO POR EL LOTE
      * (MODO X DE interesCompuesto, EXTRACTO DE COTIZACIONES) Y LO
      * DA DE ALTA EN EL MAESTRO DE PRESTAMOS CON SU CLIENTE, LA
      * FECHA DE DESEMBOLSO Y LA FECHA DE LA PRIMERA CUOTA. EL CAPITAL,
      * LA TASA, LA FRECUENCIA, EL NUMERO DE CUOTAS Y EL PAGO NIVELADO
      * SE TOMAN DE LA COTIZACION Y NO SE VUELVEN A DIGITAR, PARA QUE
      * LO QUE SE COBRA SEA LO MISMO QUE SE LE COTIZO AL CLIENTE.
      * CADA ALTA QUEDA EN LA BITACORA DE CAMBIOS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-PRESTAMOS
               ASSIGN TO DYNAMIC WS-NOMBRE-PRESTAMOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRESTAMO
               FILE STATUS IS WS-ESTADO-PRESTAMOS.

           SELECT ARCHIVO-COTIZACIONES
               ASSIGN TO DYNAMIC WS-NOMBRE-COTIZACIONES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COTIZACIONES.

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO DYNAMIC WS-NOMBRE-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLIENTE
               FILE STATUS IS WS-ESTADO-CLIENTES.

           SELECT ARCHIVO-SEGURIDAD
               ASSIGN TO DYNAMIC WS-NOMBRE-SEGURIDAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-SEGURIDAD.

           SELECT OPTIONAL ARCHIVO-CAMBIOS
               ASSIGN TO DYNAMIC WS-NOMBRE-CAMBIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRESTAMOS.
       COPY PRESTAMOREC.

       FD  ARCHIVO-COTIZACIONES.
       COPY COTIZACIONREC.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTEREC.

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

       FD  ARCHIVO-CAMBIOS.
       COPY CAMBIOREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE (LAS ALTAS SIGUEN SIENDO INTERACTIVAS).
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-PRESTAMOS       PIC X(40).
       01  WS-ESTADO-PRESTAMOS       PIC XX.
       01  WS-NOMBRE-COTIZACIONES    PIC X(40).
       01  WS-ESTADO-COTIZACIONES    PIC XX.
       01  WS-NOMBRE-CLIENTES        PIC X(40).
       01  WS-ESTADO-CLIENTES        PIC XX.

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

      * EL ALTA DE UN PRESTAMO ES UN CAMBIO DE DATOS MAESTROS DEL
      * LADO DE CUENTAS: EXIGE AUTORIZACION DE CUENTAS.
       01  WS-OPERADOR               PIC X(10).
       01  WS-NOMBRE-SEGURIDAD       PIC X(40).
       01  WS-ESTADO-SEGURIDAD       PIC XX.
       01  WS-OPERADOR-VALIDO        PIC X VALUE "N".
           88  OPERADOR-VALIDO       VALUE "S".
       01  WS-AUTORIZACIONES-OP.
           05  WS-OP-AUT-TASAS        PIC X VALUE "N".
               88  OPERADOR-AUT-TASAS     VALUE "S".
           05  WS-OP-AUT-CUENTAS      PIC X VALUE "N".
               88  OPERADOR-AUT-CUENTAS   VALUE "S".
           05  WS-OP-AUT-LOTE         PIC X VALUE "N".
               88  OPERADOR-AUT-LOTE      VALUE "S".
           05  WS-OP-AUT-CONSULTA     PIC X VALUE "N".
               88  OPERADOR-AUT-CONSULTA  VALUE "S".

      * BITACORA DE CAMBIOS: SIN ELLA NO SE ADMITEN ALTAS.
       01  WS-NOMBRE-CAMBIOS         PIC X(40).
       01  WS-ESTADO-CAMBIOS         PIC XX.
       01  WS-CAMBIOS-ABIERTO        PIC X VALUE "N".
           88  CAMBIOS-ABIERTO       VALUE "S".

       01  WS-PRESTAMO-BUSCADO       PIC X(10).
       01  WS-FIN-ALTAS              PIC X VALUE "N".
           88  FIN-ALTAS             VALUE "S".
       01  WS-PRESTAMO-EXISTE        PIC X VALUE "N".
           88  PRESTAMO-EXISTE       VALUE "S".
       01  WS-FIN-COTIZACIONES       PIC X VALUE "N".
           88  FIN-COTIZACIONES      VALUE "S".
       01  WS-COTIZACION-HALLADA     PIC X VALUE "N".
           88  COTIZACION-HALLADA    VALUE "S".
      * ULTIMA COTIZACION DEL PRESTAMO BUSCADO EN EL EXTRACTO.
       01  WS-COTIZACION             PIC X(95).
       01  WS-ALTA-CANCELADA         PIC X VALUE "N".
           88  ALTA-CANCELADA        VALUE "S".
       01  WS-CONFIRMACION           PIC X.
           88  CONFIRMA-ALTA         VALUES "S", "s".

       01  WS-CLIENTE-ENT            PIC X(10).
       01  WS-FECHA-ENT              PIC 9(8).
       01  WS-FE-DETALLE REDEFINES WS-FECHA-ENT.
           05  WS-FE-AAAA            PIC 9(4).
           05  WS-FE-MM              PIC 99.
           05  WS-FE-DD              PIC 99.
       01  WS-FECHA-DESEMBOLSO       PIC 9(8).
       01  WS-FECHA-PRIMER-PAGO      PIC 9(8).

      * INTERES DE LA PRIMERA CUOTA: SALDO POR LA TASA DEL PERIODO DE
      * PAGO (TASA ANUAL ENTRE LAS CUOTAS DEL AÑO, COMO EN EL LOTE).
       01  WS-CUOTAS-ANO             PIC 999.
       01  WS-TASA-CUOTA             PIC V9(7).

       01  WS-VALOR-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TASA-MOSTRADA          PIC Z9.9.
       01  WS-CONTADOR-ALTAS         PIC 9(5) VALUE 0.
       01  WS-CONTADOR-MOSTRADO      PIC ZZ,ZZ9.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           DISPLAY "ALTA DE PRESTAMOS  CORRIDA: "
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
               DISPLAY "OPERADOR AUTORIZADO (INICIALES):"
               ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "SE REQUIERE UN OPERADOR AUTORIZADO."
               GO TO TERMINA-PROGRAMA.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               GO TO TERMINA-PROGRAMA.
           IF NOT OPERADOR-AUT-CUENTAS
               DISPLAY "EL OPERADOR " WS-OPERADOR " NO ESTA "
                   "AUTORIZADO PARA DAR DE ALTA PRESTAMOS."
               GO TO TERMINA-PROGRAMA.
           IF NOT USANDO-TARJETA
               DISPLAY "ARCHIVO DE COTIZACIONES DE PRESTAMO:"
               ACCEPT WS-NOMBRE-COTIZACIONES
               DISPLAY "ARCHIVO MAESTRO DE PRESTAMOS:"
               ACCEPT WS-NOMBRE-PRESTAMOS
               DISPLAY "ARCHIVO MAESTRO DE CLIENTES:"
               ACCEPT WS-NOMBRE-CLIENTES
               DISPLAY "ARCHIVO DE BITACORA DE CAMBIOS:"
               ACCEPT WS-NOMBRE-CAMBIOS.
           OPEN EXTEND ARCHIVO-CAMBIOS.
           IF WS-ESTADO-CAMBIOS = "00" OR WS-ESTADO-CAMBIOS = "05"
               MOVE "S" TO WS-CAMBIOS-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE CAMBIOS. "
                   "SIN RASTRO DE AUDITORIA NO SE ADMITEN ALTAS."
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF WS-ESTADO-CLIENTES NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CLIENTES. "
                   "ESTADO: " WS-ESTADO-CLIENTES
               CLOSE ARCHIVO-CAMBIOS
               GO TO TERMINA-PROGRAMA.
           OPEN I-O ARCHIVO-PRESTAMOS.
           IF WS-ESTADO-PRESTAMOS NOT = "00" AND
           WS-ESTADO-PRESTAMOS NOT = "05"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE PRESTAMOS. "
                   "ESTADO: " WS-ESTADO-PRESTAMOS
               CLOSE ARCHIVO-CLIENTES
               CLOSE ARCHIVO-CAMBIOS
               GO TO TERMINA-PROGRAMA.
           PERFORM PROCESAR-ALTA
               UNTIL FIN-ALTAS.
           CLOSE ARCHIVO-PRESTAMOS.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-CAMBIOS.
           MOVE WS-CONTADOR-ALTAS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "PRESTAMOS DADOS DE ALTA: " WS-CONTADOR-MOSTRADO.
       TERMINA-PROGRAMA.
           STOP RUN.

      ******************************************************************
      * TARJETA DE PARAMETROS (ARRANQUE DESATENDIDO)
      *
      * CARGA LAS RESPUESTAS DE ARRANQUE DESDE UN ARCHIVO DE LINEAS
      * CLAVE=VALOR Y LAS VALIDA TODAS DE UNA VEZ; CADA FALTANTE SE
      * LISTA POR SU CLAVE Y EL PROGRAMA NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: OPERADOR, SEGURIDAD, COTIZACIONES, PRESTAMOS,
      * CLIENTES, CAMBIOS.
      ******************************************************************
       CARGAR-TARJETA-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS.
           IF WS-ESTADO-PARAMETROS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA TARJETA DE PARAMETROS: "
                   WS-NOMBRE-PARAMETROS
               MOVE "S" TO WS-TARJETA-INVALIDA
           ELSE
               MOVE "S" TO WS-USANDO-TARJETA
               MOVE SPACES TO WS-OPERADOR
               MOVE SPACES TO WS-NOMBRE-SEGURIDAD
               MOVE SPACES TO WS-NOMBRE-COTIZACIONES
               MOVE SPACES TO WS-NOMBRE-PRESTAMOS
               MOVE SPACES TO WS-NOMBRE-CLIENTES
               MOVE SPACES TO WS-NOMBRE-CAMBIOS
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
               WHEN "OPERADOR"
                   MOVE WS-PARAM-VALOR TO WS-OPERADOR
               WHEN "SEGURIDAD"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-SEGURIDAD
               WHEN "COTIZACIONES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-COTIZACIONES
               WHEN "PRESTAMOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-PRESTAMOS
               WHEN "CLIENTES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CLIENTES
               WHEN "CAMBIOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CAMBIOS
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
                   ADD 1 TO WS-PARAM-ERRORES
           END-EVALUATE.

       VALIDAR-PARAMETROS.
           IF WS-OPERADOR = SPACES
               MOVE "OPERADOR" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-SEGURIDAD = SPACES
               MOVE "SEGURIDAD" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-COTIZACIONES = SPACES
               MOVE "COTIZACIONES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-PRESTAMOS = SPACES
               MOVE "PRESTAMOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CLIENTES = SPACES
               MOVE "CLIENTES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CAMBIOS = SPACES
               MOVE "CAMBIOS" TO WS-PARAM-FALTANTE
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

      ******************************************************************
      * ALTA DE UN PRESTAMO
      *
      * EL PRESTAMO NO DEBE ESTAR YA EN EL MAESTRO Y DEBE TENER UNA
      * COTIZACION EN EL EXTRACTO. SE PIDEN SOLO LOS DATOS QUE LA
      * COTIZACION NO TRAE (CLIENTE Y FECHAS) Y SE CONFIRMA ANTES DE
      * GRABAR. UN NUMERO EN BLANCO TERMINA LAS ALTAS.
      ******************************************************************
       PROCESAR-ALTA.
           DISPLAY " ".
           DISPLAY "NUMERO DE PRESTAMO (BLANCO = TERMINAR):".
           ACCEPT WS-PRESTAMO-BUSCADO.
           IF WS-PRESTAMO-BUSCADO = SPACES
               MOVE "S" TO WS-FIN-ALTAS
           ELSE
               PERFORM DAR-ALTA-PRESTAMO.

       DAR-ALTA-PRESTAMO.
           PERFORM BUSCAR-PRESTAMO.
           IF PRESTAMO-EXISTE
               DISPLAY "EL PRESTAMO YA ESTA EN EL MAESTRO: "
                   WS-PRESTAMO-BUSCADO
           ELSE
               PERFORM BUSCAR-COTIZACION
               IF NOT COTIZACION-HALLADA
                   DISPLAY "NO HAY COTIZACION PARA EL PRESTAMO: "
                       WS-PRESTAMO-BUSCADO
               ELSE
                   MOVE WS-COTIZACION TO REG-COTIZACION
                   PERFORM MOSTRAR-COTIZACION
                   PERFORM CAPTURAR-DATOS-ALTA
                   IF NOT ALTA-CANCELADA
                       PERFORM GRABAR-PRESTAMO.

       BUSCAR-PRESTAMO.
           MOVE "N" TO WS-PRESTAMO-EXISTE.
           MOVE WS-PRESTAMO-BUSCADO TO PR-PRESTAMO.
           READ ARCHIVO-PRESTAMOS
               KEY IS PR-PRESTAMO
               INVALID KEY MOVE "N" TO WS-PRESTAMO-EXISTE
               NOT INVALID KEY MOVE "S" TO WS-PRESTAMO-EXISTE
           END-READ.

      * RECORRE TODO EL EXTRACTO Y SE QUEDA CON LA ULTIMA COTIZACION
      * DEL PRESTAMO: SI SE RECOTIZO, RIGEN LAS CONDICIONES NUEVAS.
       BUSCAR-COTIZACION.
           MOVE "N" TO WS-COTIZACION-HALLADA.
           MOVE "N" TO WS-FIN-COTIZACIONES.
           OPEN INPUT ARCHIVO-COTIZACIONES.
           IF WS-ESTADO-COTIZACIONES NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE COTIZACIONES. "
                   "ESTADO: " WS-ESTADO-COTIZACIONES
           ELSE
               PERFORM LEER-EXAMINAR-COTIZACION
                   UNTIL FIN-COTIZACIONES
               CLOSE ARCHIVO-COTIZACIONES.

       LEER-EXAMINAR-COTIZACION.
           READ ARCHIVO-COTIZACIONES
               AT END MOVE "S" TO WS-FIN-COTIZACIONES
               NOT AT END
                   IF CT-PRESTAMO = WS-PRESTAMO-BUSCADO
                       MOVE REG-COTIZACION TO WS-COTIZACION
                       MOVE "S" TO WS-COTIZACION-HALLADA
                   END-IF
           END-READ.

       MOSTRAR-COTIZACION.
           DISPLAY "COTIZACION DE LA CORRIDA " CT-ID-CORRIDA
               " PRODUCTO: " CT-PRODUCTO.
           MOVE CT-CAPITAL TO WS-VALOR-MOSTRADO.
           MOVE CT-TASA TO WS-TASA-MOSTRADA.
           DISPLAY "  CAPITAL: " WS-VALOR-MOSTRADO
               "  TASA: " WS-TASA-MOSTRADA
               "  FRECUENCIA: " CT-FRECUENCIA.
           MOVE CT-PAGO-NIVELADO TO WS-VALOR-MOSTRADO.
           DISPLAY "  CUOTAS: " CT-NUM-PAGOS
               "  PAGO NIVELADO: " WS-VALOR-MOSTRADO.
           MOVE CT-TOTAL-INTERES TO WS-VALOR-MOSTRADO.
           DISPLAY "  INTERES TOTAL DEL PLAN: " WS-VALOR-MOSTRADO.

       CAPTURAR-DATOS-ALTA.
           MOVE "N" TO WS-ALTA-CANCELADA.
           PERFORM OBTENER-CLIENTE.
           IF NOT ALTA-CANCELADA
               PERFORM OBTENER-FECHA-DESEMBOLSO
               PERFORM OBTENER-FECHA-PRIMER-PAGO
               DISPLAY "CONFIRMA EL ALTA DEL PRESTAMO " CT-PRESTAMO
                   " A " CL-NOMBRE " (S/N):"
               ACCEPT WS-CONFIRMACION
               IF NOT CONFIRMA-ALTA
                   DISPLAY "ALTA CANCELADA."
                   MOVE "S" TO WS-ALTA-CANCELADA.

      * EL CLIENTE DEBE EXISTIR Y ESTAR ACTIVO; EN BLANCO SE CANCELA
      * EL ALTA DE ESTE PRESTAMO.
       OBTENER-CLIENTE.
           DISPLAY "CODIGO DE CLIENTE DEUDOR (BLANCO = CANCELAR):".
           ACCEPT WS-CLIENTE-ENT.
           IF WS-CLIENTE-ENT = SPACES
               DISPLAY "ALTA CANCELADA."
               MOVE "S" TO WS-ALTA-CANCELADA
           ELSE
               MOVE WS-CLIENTE-ENT TO CL-CLIENTE
               READ ARCHIVO-CLIENTES
                   KEY IS CL-CLIENTE
                   INVALID KEY
                       DISPLAY "CLIENTE NO REGISTRADO: " WS-CLIENTE-ENT
                       GO TO OBTENER-CLIENTE
               END-READ
               IF NOT CL-ACTIVO
                   DISPLAY "CLIENTE INACTIVO: " WS-CLIENTE-ENT
                   GO TO OBTENER-CLIENTE
               ELSE
                   DISPLAY "CLIENTE: " CL-NOMBRE "  NIT: " CL-NIT.

       OBTENER-FECHA-DESEMBOLSO.
           DISPLAY "FECHA DE DESEMBOLSO (AAAAMMDD; 0 = HOY):".
           ACCEPT WS-FECHA-ENT.
           IF WS-FECHA-ENT NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FECHA-DESEMBOLSO.
           IF WS-FECHA-ENT = 0
               MOVE WS-FECHA-EJECUCION TO WS-FECHA-ENT.
           IF WS-FE-AAAA < 1900 OR
           WS-FE-MM < 1 OR WS-FE-MM > 12 OR
           WS-FE-DD < 1 OR WS-FE-DD > 31
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FECHA-DESEMBOLSO.
           MOVE WS-FECHA-ENT TO WS-FECHA-DESEMBOLSO.

      * LA PRIMERA CUOTA VENCE DESPUES DEL DESEMBOLSO; SU DIA DEL MES
      * QUEDA COMO EL DIA PACTADO DE PAGO DE LAS CUOTAS SIGUIENTES.
       OBTENER-FECHA-PRIMER-PAGO.
           DISPLAY "FECHA DE LA PRIMERA CUOTA (AAAAMMDD):".
           ACCEPT WS-FECHA-ENT.
           IF WS-FECHA-ENT NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FECHA-PRIMER-PAGO.
           IF WS-FE-AAAA < 1900 OR
           WS-FE-MM < 1 OR WS-FE-MM > 12 OR
           WS-FE-DD < 1 OR WS-FE-DD > 31
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FECHA-PRIMER-PAGO.
           IF WS-FECHA-ENT NOT > WS-FECHA-DESEMBOLSO
               DISPLAY "LA PRIMERA CUOTA DEBE VENCER DESPUES DEL "
                   "DESEMBOLSO."
               GO TO OBTENER-FECHA-PRIMER-PAGO.
           MOVE WS-FECHA-ENT TO WS-FECHA-PRIMER-PAGO.

      * ARMA EL REGISTRO DEL MAESTRO CON LAS CONDICIONES DE LA
      * COTIZACION: SALDO DE CAPITAL IGUAL AL CAPITAL ORIGINAL, SIN
      * MORA, Y LA PRIMERA CUOTA ABIERTA CON SU INTERES SOBRE EL
      * SALDO COMPLETO.
       GRABAR-PRESTAMO.
           INITIALIZE REG-PRESTAMOS.
           MOVE CT-PRESTAMO TO PR-PRESTAMO.
           MOVE WS-CLIENTE-ENT TO PR-CLIENTE.
           MOVE CT-PRODUCTO TO PR-PRODUCTO.
           MOVE CT-TASA TO PR-TASA.
           MOVE CT-FRECUENCIA TO PR-FRECUENCIA.
           MOVE CT-NUM-PAGOS TO PR-NUM-PAGOS.
           MOVE 0 TO PR-PAGOS-REALIZADOS.
           MOVE CT-CAPITAL TO PR-CAPITAL-ORIGINAL.
           MOVE CT-PAGO-NIVELADO TO PR-PAGO-NIVELADO.
           MOVE WS-FECHA-DESEMBOLSO TO PR-FECHA-DESEMBOLSO.
           MOVE WS-FECHA-PRIMER-PAGO TO PR-FECHA-PROX-PAGO.
           MOVE WS-FECHA-PRIMER-PAGO (7:2) TO PR-DIA-PAGO.
           MOVE CT-CAPITAL TO PR-SALDO-CAPITAL.
           MOVE 0 TO PR-DIAS-MORA.
           PERFORM FIJAR-TASA-CUOTA.
           COMPUTE PR-INTERES-CUOTA-PEND ROUNDED =
               PR-SALDO-CAPITAL * WS-TASA-CUOTA.
           MOVE 0 TO PR-PAGADO-CUOTA.
           MOVE 0 TO PR-INTERES-ACUM.
           MOVE 0 TO PR-FECHA-ULT-PAGO.
           MOVE "A" TO PR-ESTADO.
           WRITE REG-PRESTAMOS
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL PRESTAMO. "
                       "ESTADO: " WS-ESTADO-PRESTAMOS
               NOT INVALID KEY
                   DISPLAY "PRESTAMO DADO DE ALTA POR " WS-OPERADOR
                       ": " PR-PRESTAMO
                   ADD 1 TO WS-CONTADOR-ALTAS
                   PERFORM REGISTRAR-CAMBIO
           END-WRITE.

      * CUOTAS POR AÑO SEGUN LA FRECUENCIA, CON LA MISMA EQUIVALENCIA
      * DEL LOTE (MENSUAL 12, TRIMESTRAL 4, DIARIA 360, ANUAL 1).
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

      * DEJA EN LA BITACORA DE CAMBIOS LA IMAGEN DEL PRESTAMO
      * RECIEN GRABADO (EN UN ALTA LA IMAGEN ANTERIOR VA EN BLANCO).
       REGISTRAR-CAMBIO.
           IF CAMBIOS-ABIERTO
               MOVE SPACES TO REG-CAMBIO
               MOVE FUNCTION CURRENT-DATE(1:8) TO CB-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO CB-HORA
               MOVE WS-OPERADOR TO CB-OPERADOR
               MOVE "PRESTAMO" TO CB-ARCHIVO
               MOVE "AGREGAR" TO CB-ACCION
               MOVE PR-PRESTAMO TO CB-LLAVE
               MOVE SPACES TO CB-IMAGEN-ANTES
               MOVE REG-PRESTAMOS TO CB-IMAGEN-DESPUES
               WRITE REG-CAMBIO.
