       IDENTIFICATION DIVISION.
           PROGRAM-ID. retencionAnual.

      ******************************************************************
      * DECLARACION ANUAL DE RETENCION EN LA FUENTE Y CERTIFICADOS
      *
      * AL CIERRE DEL EJERCICIO SUMA EL INTERES Y LA RETENCION DE LA
      * BITACORA DE MOVIMIENTOS DEL AÑO FISCAL (LOS REVERSOS Y LAS
      * PENALIDADES DE CANCELACION ENTRAN EN NEGATIVO Y NETEAN), LOS
      * CONSOLIDA POR CONTRIBUYENTE (CUENTA -> CM-CLIENTE -> CL-NIT) Y
      * ESCRIBE:
      *
      *   - EL ARCHIVO DE LONGITUD FIJA PARA CARGAR EN LA OFICINA DE
      *     IMPUESTOS: ENCABEZADO CON EL NIT DEL AGENTE RETENEDOR Y EL
      *     EJERCICIO, UN REGISTRO POR NIT Y UN REGISTRO DE TOTALES.
      *   - UN CERTIFICADO ANUAL POR CONTRIBUYENTE CON EL DETALLE DE
      *     SUS CUENTAS, EN VEZ DE LA PILA DE LINEAS POR CUENTA Y
      *     CORRIDA QUE DEJA EL LOTE (ESCRIBIR-CERTIFICADO).
      *   - LA LISTA DE EXCEPCIONES: CUENTAS CON MONTOS EN EL AÑO QUE
      *     NO ESTAN EN EL MAESTRO, NO TIENEN CLIENTE, CUYO CLIENTE NO
      *     EXISTE O NO TIENE NIT, Y CONTRIBUYENTES CON TOTALES
      *     NEGATIVOS. NADA DE ESO SALE EN LA DECLARACION: SE CORRIGE
      *     EN LOS MAESTROS Y SE VUELVE A CORRER ANTES DE PRESENTAR.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO DYNAMIC WS-NOMBRE-MOVIMIENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MV-LLAVE
               ALTERNATE RECORD KEY IS MV-ID-CORRIDA WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.

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

           SELECT ARCHIVO-DECLARACION
               ASSIGN TO DYNAMIC WS-NOMBRE-DECLARACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DECLARACION.

           SELECT ARCHIVO-CERTIFICADOS
               ASSIGN TO DYNAMIC WS-NOMBRE-CERTIFICADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CERTIFICADOS.

           SELECT ARCHIVO-EXCEPCIONES
               ASSIGN TO DYNAMIC WS-NOMBRE-EXCEPCIONES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCEPCIONES.

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
      * LA BITACORA SE RECORRE COMPLETA EN EL ORDEN DE SU LLAVE. UN
      * EJERCICIO YA PASADO AL HISTORICO SE DECLARA CORRIENDO SOBRE
      * EL ARCHIVO HISTORICO, QUE TIENE EL MISMO TRAZADO Y LLAVES.
       FD  ARCHIVO-MOVIMIENTOS.
       COPY MOVIMREC.

       FD  ARCHIVO-CUENTAS.
       COPY CUENTAREC.

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTEREC.

      * ARCHIVO DE CARGA PARA LA OFICINA DE IMPUESTOS: REGISTROS DE
      * 120 POSICIONES, TIPO 1 = ENCABEZADO, 2 = CONTRIBUYENTE,
      * 9 = TOTALES. LOS MONTOS VAN SIN SIGNO NI PUNTO DECIMAL (DOS
      * DECIMALES IMPLICITOS), RELLENOS CON CEROS A LA IZQUIERDA.
       FD  ARCHIVO-DECLARACION.
       01  REG-DECL-ENCABEZADO.
           05  DE-TIPO                PIC X.
           05  DE-NIT-AGENTE          PIC X(15).
           05  DE-EJERCICIO           PIC 9(4).
           05  DE-FECHA-GENERACION    PIC 9(8).
           05  FILLER                 PIC X(92).
       01  REG-DECL-DETALLE.
           05  DD-TIPO                PIC X.
           05  DD-NIT                 PIC X(15).
           05  DD-NOMBRE              PIC X(30).
           05  DD-CUENTAS             PIC 9(5).
           05  DD-INTERES             PIC 9(13)V99.
           05  DD-RETENCION           PIC 9(13)V99.
           05  FILLER                 PIC X(39).
       01  REG-DECL-TOTALES.
           05  DT-TIPO                PIC X.
           05  DT-REGISTROS           PIC 9(7).
           05  DT-INTERES             PIC 9(15)V99.
           05  DT-RETENCION           PIC 9(15)V99.
           05  FILLER                 PIC X(78).

      * CERTIFICADO ANUAL DE RETENCION: UNO POR CONTRIBUYENTE.
       FD  ARCHIVO-CERTIFICADOS.
       01  REG-CERTIFICADO        PIC X(120).

       FD  ARCHIVO-EXCEPCIONES.
       01  REG-EXCEPCION          PIC X(132).

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA QUE EL PROCESO CORRA PROGRAMADO
      * SIN NADIE EN EL TECLADO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

      * MOVIMIENTOS DEL EJERCICIO YA RESUELTOS A SU CONTRIBUYENTE,
      * ORDENADOS POR NIT Y CUENTA. LOS QUE NO SE PUEDEN RESOLVER
      * (TIPO 0) QUEDAN ADELANTE, AGRUPADOS POR CUENTA.
       SD  ARCHIVO-ORDENADO.
       01  REG-RETENCION-ORD.
           05  RO-TIPO                PIC X.
               88  RO-EXCEPCION       VALUE "0".
           05  RO-NIT                 PIC X(15).
           05  RO-CLIENTE             PIC X(10).
           05  RO-CUENTA              PIC X(10).
           05  RO-NOMBRE              PIC X(30).
           05  RO-MOTIVO              PIC X(30).
           05  RO-INTERES             PIC S9(9)V99.
           05  RO-RETENCION           PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-MOVIMIENTOS     PIC X(40).
       01  WS-ESTADO-MOVIMIENTOS     PIC XX.
       01  WS-NOMBRE-CUENTAS         PIC X(40).
       01  WS-ESTADO-CUENTAS         PIC XX.
       01  WS-NOMBRE-CLIENTES        PIC X(40).
       01  WS-ESTADO-CLIENTES        PIC XX.
       01  WS-NOMBRE-DECLARACION     PIC X(40).
       01  WS-ESTADO-DECLARACION     PIC XX.
       01  WS-NOMBRE-CERTIFICADOS    PIC X(40).
       01  WS-ESTADO-CERTIFICADOS    PIC XX.
       01  WS-NOMBRE-EXCEPCIONES     PIC X(40).
       01  WS-ESTADO-EXCEPCIONES     PIC XX.

      * TARJETA DE PARAMETROS: CON UNA TARJETA CARGADA Y VALIDADA LAS
      * PREGUNTAS DE ARRANQUE SE OMITEN; EL EJERCICIO VIENE COMO AAAA.
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

      * SEGURIDAD DE OPERADORES: LA DECLARACION ES UN PROCESO DE LOTE
      * Y EXIGE AUTORIZACION DE EJECUCION DE PROCESOS.
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

      * EJERCICIO FISCAL (AÑO CALENDARIO) Y NIT DEL AGENTE RETENEDOR
      * (EL BANCO) PARA EL ENCABEZADO DE LA DECLARACION.
       01  WS-EJERCICIO              PIC 9(4).
       01  WS-NIT-AGENTE             PIC X(15).

       01  WS-FIN-MOVIMIENTOS        PIC X VALUE "N".
           88  FIN-MOVIMIENTOS       VALUE "S".
       01  WS-FIN-ORDENADO           PIC X VALUE "N".
           88  FIN-ORDENADO          VALUE "S".

      * LA CUENTA DEL ULTIMO MOVIMIENTO YA RESUELTA A SU CLIENTE: LA
      * BITACORA TRAE VARIOS MOVIMIENTOS SEGUIDOS DE LA MISMA CUENTA
      * POR CORRIDA Y NO HACE FALTA RELEER LOS MAESTROS CADA VEZ.
       01  WS-CUENTA-RESUELTA        PIC X(10) VALUE LOW-VALUES.
       01  WS-RS-TIPO                PIC X.
       01  WS-RS-NIT                 PIC X(15).
       01  WS-RS-CLIENTE             PIC X(10).
       01  WS-RS-NOMBRE              PIC X(30).
       01  WS-RS-MOTIVO              PIC X(30).

      * GRUPO EN CURSO DEL CORTE DE CONTROL: UN CONTRIBUYENTE (NIT)
      * O, EN LAS EXCEPCIONES, UNA CUENTA. SUS CUENTAS SE GUARDAN EN
      * LA TABLA PORQUE EL CERTIFICADO Y LA DECLARACION SOLO SE
      * ESCRIBEN CUANDO SE CONOCEN LOS TOTALES DEL CONTRIBUYENTE.
       01  WS-GRUPO-EN-CURSO         PIC X VALUE "N".
           88  GRUPO-EN-CURSO        VALUE "S".
       01  WS-LLAVE-GRUPO            PIC X(36).
       01  WS-LLAVE-REGISTRO         PIC X(36).
       01  WS-GR-TIPO                PIC X.
           88  GRUPO-EXCEPCION       VALUE "0".
       01  WS-GR-NIT                 PIC X(15).
       01  WS-GR-CLIENTE             PIC X(10).
       01  WS-GR-NOMBRE              PIC X(30).
       01  WS-GR-MOTIVO              PIC X(30).
       01  WS-GR-INTERES             PIC S9(13)V99.
       01  WS-GR-RETENCION           PIC S9(13)V99.
       01  WS-NUM-CUENTAS-GR         PIC 999.
       01  WS-CUENTAS-OMITIDAS-GR    PIC 999.
       01  WS-CUENTA-OMITIDA-ULT     PIC X(10).
       01  WS-TABLA-CUENTAS-GR.
           05  WS-CG-ENTRADA OCCURS 100 TIMES.
               10  WS-CG-CUENTA       PIC X(10).
               10  WS-CG-INTERES      PIC S9(11)V99.
               10  WS-CG-RETENCION    PIC S9(11)V99.
       01  WS-INDICE-CUENTA          PIC 999.
       01  WS-NETO-GRUPO             PIC S9(13)V99.

      * CONTEOS Y TOTALES DE CONTROL.
       01  WS-MOVS-LEIDOS            PIC 9(7) VALUE 0.
       01  WS-MOVS-EJERCICIO         PIC 9(7) VALUE 0.
       01  WS-CONTRIBUYENTES         PIC 9(7) VALUE 0.
       01  WS-CONTRIB-SIN-MONTOS     PIC 9(7) VALUE 0.
       01  WS-EXCEPCIONES            PIC 9(7) VALUE 0.
       01  WS-TOTAL-INTERES          PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-RETENCION        PIC 9(15)V99 VALUE 0.
       01  WS-EXC-INTERES            PIC S9(15)V99 VALUE 0.
       01  WS-EXC-RETENCION          PIC S9(15)V99 VALUE 0.

       01  WS-CONTADOR-MOSTRADO      PIC ZZZ,ZZZ,ZZ9.
       01  WS-VALOR-MOSTRADO         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-MOSTRADO-2       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-MOSTRADO-3       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           DISPLAY "DECLARACION ANUAL DE RETENCION  CORRIDA: "
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
               ACCEPT WS-OPERADOR.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               GO TO TERMINA-PROGRAMA.
           IF NOT OPERADOR-AUT-LOTE
               DISPLAY "OPERADOR SIN AUTORIZACION DE EJECUCION DE "
                   "PROCESOS: " WS-OPERADOR
               GO TO TERMINA-PROGRAMA.
           IF NOT USANDO-TARJETA
               PERFORM OBTENER-EJERCICIO
               DISPLAY "NIT DEL AGENTE RETENEDOR:"
               ACCEPT WS-NIT-AGENTE
               DISPLAY "ARCHIVO DE MOVIMIENTOS:"
               ACCEPT WS-NOMBRE-MOVIMIENTOS
               DISPLAY "ARCHIVO MAESTRO DE CUENTAS:"
               ACCEPT WS-NOMBRE-CUENTAS
               DISPLAY "ARCHIVO MAESTRO DE CLIENTES:"
               ACCEPT WS-NOMBRE-CLIENTES
               DISPLAY "ARCHIVO DE DECLARACION PARA IMPUESTOS "
                   "(SALIDA):"
               ACCEPT WS-NOMBRE-DECLARACION
               DISPLAY "ARCHIVO DE CERTIFICADOS ANUALES (SALIDA):"
               ACCEPT WS-NOMBRE-CERTIFICADOS
               DISPLAY "ARCHIVO DE EXCEPCIONES (SALIDA):"
               ACCEPT WS-NOMBRE-EXCEPCIONES.

           OPEN INPUT ARCHIVO-MOVIMIENTOS.
           IF WS-ESTADO-MOVIMIENTOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE MOVIMIENTOS. "
                   "ESTADO: " WS-ESTADO-MOVIMIENTOS
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-ESTADO-CUENTAS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS. "
                   "ESTADO: " WS-ESTADO-CUENTAS
               CLOSE ARCHIVO-MOVIMIENTOS
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT ARCHIVO-CLIENTES.
           IF WS-ESTADO-CLIENTES NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CLIENTES. "
                   "ESTADO: " WS-ESTADO-CLIENTES
               CLOSE ARCHIVO-MOVIMIENTOS
               CLOSE ARCHIVO-CUENTAS
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-DECLARACION.
           IF WS-ESTADO-DECLARACION NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE DECLARACION."
               CLOSE ARCHIVO-MOVIMIENTOS
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-CLIENTES
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-CERTIFICADOS.
           IF WS-ESTADO-CERTIFICADOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CERTIFICADOS."
               CLOSE ARCHIVO-MOVIMIENTOS
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-CLIENTES
               CLOSE ARCHIVO-DECLARACION
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-EXCEPCIONES.
           IF WS-ESTADO-EXCEPCIONES NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE EXCEPCIONES."
               CLOSE ARCHIVO-MOVIMIENTOS
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-CLIENTES
               CLOSE ARCHIVO-DECLARACION
               CLOSE ARCHIVO-CERTIFICADOS
               GO TO TERMINA-PROGRAMA.

           PERFORM ESCRIBIR-ENCABEZADO-DECLARACION.
           PERFORM ESCRIBIR-ENCABEZADO-EXCEPCIONES.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY RO-TIPO RO-NIT RO-CLIENTE RO-CUENTA
               INPUT PROCEDURE IS ENTRADA-ORDENAMIENTO
               OUTPUT PROCEDURE IS SALIDA-ORDENAMIENTO.
           PERFORM ESCRIBIR-TOTALES-DECLARACION.
           PERFORM ESCRIBIR-TOTALES-EXCEPCIONES.

           CLOSE ARCHIVO-MOVIMIENTOS.
           CLOSE ARCHIVO-CUENTAS.
           CLOSE ARCHIVO-CLIENTES.
           CLOSE ARCHIVO-DECLARACION.
           CLOSE ARCHIVO-CERTIFICADOS.
           CLOSE ARCHIVO-EXCEPCIONES.
           MOVE WS-CONTRIBUYENTES TO WS-CONTADOR-MOSTRADO.
           DISPLAY "CONTRIBUYENTES DECLARADOS Y CERTIFICADOS: "
               WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-RETENCION TO WS-VALOR-MOSTRADO.
           DISPLAY "RETENCION DECLARADA DEL EJERCICIO " WS-EJERCICIO
               ": " WS-VALOR-MOSTRADO.
           IF WS-EXCEPCIONES > 0
               MOVE WS-EXCEPCIONES TO WS-CONTADOR-MOSTRADO
               DISPLAY "EXCEPCIONES: " WS-CONTADOR-MOSTRADO
                   ". CORRIJA LOS MAESTROS Y VUELVA A CORRER ANTES "
                   "DE PRESENTAR LA DECLARACION.".
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
      * CLAVES: SEGURIDAD, OPERADOR, EJERCICIO (AAAA), AGENTE (NIT
      * DEL AGENTE RETENEDOR), MOVIMIENTOS, CUENTAS, CLIENTES,
      * DECLARACION, CERTIFICADOS, EXCEPCIONES.
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
               MOVE 0 TO WS-EJERCICIO
               MOVE SPACES TO WS-NIT-AGENTE
               MOVE SPACES TO WS-NOMBRE-MOVIMIENTOS
               MOVE SPACES TO WS-NOMBRE-CUENTAS
               MOVE SPACES TO WS-NOMBRE-CLIENTES
               MOVE SPACES TO WS-NOMBRE-DECLARACION
               MOVE SPACES TO WS-NOMBRE-CERTIFICADOS
               MOVE SPACES TO WS-NOMBRE-EXCEPCIONES
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
               WHEN "EJERCICIO"
                   PERFORM ASIGNAR-EJERCICIO-TARJETA
               WHEN "AGENTE"
                   MOVE WS-PARAM-VALOR TO WS-NIT-AGENTE
               WHEN "MOVIMIENTOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-MOVIMIENTOS
               WHEN "CUENTAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CUENTAS
               WHEN "CLIENTES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CLIENTES
               WHEN "DECLARACION"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-DECLARACION
               WHEN "CERTIFICADOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CERTIFICADOS
               WHEN "EXCEPCIONES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-EXCEPCIONES
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
                   ADD 1 TO WS-PARAM-ERRORES
           END-EVALUATE.

       ASIGNAR-EJERCICIO-TARJETA.
           IF WS-PARAM-VALOR (1:4) NOT NUMERIC
               MOVE "EJERCICIO (AAAA)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO
           ELSE
               MOVE WS-PARAM-VALOR (1:4) TO WS-EJERCICIO.

       VALIDAR-PARAMETROS.
           IF WS-NOMBRE-SEGURIDAD = SPACES
               MOVE "SEGURIDAD" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-OPERADOR = SPACES
               MOVE "OPERADOR" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-EJERCICIO < 1900
               MOVE "EJERCICIO (AAAA)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NIT-AGENTE = SPACES
               MOVE "AGENTE" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CUENTAS = SPACES
               MOVE "CUENTAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CLIENTES = SPACES
               MOVE "CLIENTES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-DECLARACION = SPACES
               MOVE "DECLARACION" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CERTIFICADOS = SPACES
               MOVE "CERTIFICADOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-EXCEPCIONES = SPACES
               MOVE "EXCEPCIONES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               WS-PARAM-FALTANTE.
           ADD 1 TO WS-PARAM-ERRORES.

       OBTENER-EJERCICIO.
           DISPLAY "EJERCICIO FISCAL A DECLARAR (AAAA):".
           ACCEPT WS-EJERCICIO.
           IF WS-EJERCICIO NOT NUMERIC OR WS-EJERCICIO < 1900
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-EJERCICIO.

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
      * PROCEDIMIENTO DE ENTRADA DEL ORDENAMIENTO: RECORRE LA BITACORA
      * DE MOVIMIENTOS Y PASA LOS DEL EJERCICIO QUE TRAEN INTERES O
      * RETENCION, CADA UNO CON EL NIT Y EL NOMBRE DE SU TITULAR (O
      * CON EL MOTIVO POR EL QUE NO SE PUDO RESOLVER).
      ******************************************************************
       ENTRADA-ORDENAMIENTO.
           PERFORM LEER-EXAMINAR-MOVIMIENTO
               UNTIL FIN-MOVIMIENTOS.

       LEER-EXAMINAR-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS
               AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
               NOT AT END PERFORM EXAMINAR-MOVIMIENTO
           END-READ.

       EXAMINAR-MOVIMIENTO.
           ADD 1 TO WS-MOVS-LEIDOS.
           IF MV-FECHA (1:4) = WS-EJERCICIO AND
           (MV-INTERES NOT = 0 OR MV-RETENCION NOT = 0)
               ADD 1 TO WS-MOVS-EJERCICIO
               IF MV-CUENTA NOT = WS-CUENTA-RESUELTA
                   PERFORM RESOLVER-CONTRIBUYENTE
               END-IF
               MOVE WS-RS-TIPO TO RO-TIPO
               MOVE WS-RS-NIT TO RO-NIT
               MOVE WS-RS-CLIENTE TO RO-CLIENTE
               MOVE MV-CUENTA TO RO-CUENTA
               MOVE WS-RS-NOMBRE TO RO-NOMBRE
               MOVE WS-RS-MOTIVO TO RO-MOTIVO
               MOVE MV-INTERES TO RO-INTERES
               MOVE MV-RETENCION TO RO-RETENCION
               RELEASE REG-RETENCION-ORD.

      * CUENTA -> CLIENTE -> NIT. CUALQUIER ESLABON QUE FALTE DEJA LA
      * CUENTA COMO EXCEPCION (TIPO 0) CON SU MOTIVO.
       RESOLVER-CONTRIBUYENTE.
           MOVE MV-CUENTA TO WS-CUENTA-RESUELTA.
           MOVE "0" TO WS-RS-TIPO.
           MOVE SPACES TO WS-RS-NIT.
           MOVE SPACES TO WS-RS-CLIENTE.
           MOVE SPACES TO WS-RS-NOMBRE.
           MOVE SPACES TO WS-RS-MOTIVO.
           MOVE MV-CUENTA TO CM-CUENTA.
           READ ARCHIVO-CUENTAS
               KEY IS CM-CUENTA
               INVALID KEY
                   MOVE "CUENTA NO ESTA EN EL MAESTRO" TO WS-RS-MOTIVO
           END-READ.
           IF WS-RS-MOTIVO = SPACES
               IF CM-CLIENTE = SPACES
                   MOVE "CUENTA SIN CLIENTE" TO WS-RS-MOTIVO
               ELSE
                   MOVE CM-CLIENTE TO WS-RS-CLIENTE
                   PERFORM LEER-CLIENTE-CONTRIBUYENTE.

       LEER-CLIENTE-CONTRIBUYENTE.
           MOVE CM-CLIENTE TO CL-CLIENTE.
           READ ARCHIVO-CLIENTES
               KEY IS CL-CLIENTE
               INVALID KEY
                   MOVE "CLIENTE NO ESTA EN EL MAESTRO"
                       TO WS-RS-MOTIVO
               NOT INVALID KEY
                   MOVE CL-NOMBRE TO WS-RS-NOMBRE
                   IF CL-NIT = SPACES
                       MOVE "CLIENTE SIN NIT" TO WS-RS-MOTIVO
                   ELSE
                       MOVE "1" TO WS-RS-TIPO
                       MOVE CL-NIT TO WS-RS-NIT
                   END-IF
           END-READ.

      ******************************************************************
      * PROCEDIMIENTO DE SALIDA DEL ORDENAMIENTO: CORTE DE CONTROL POR
      * CONTRIBUYENTE (NIT), O POR CUENTA EN LAS EXCEPCIONES. DENTRO
      * DEL GRUPO SE ACUMULA CUENTA POR CUENTA.
      ******************************************************************
       SALIDA-ORDENAMIENTO.
           PERFORM RETORNAR-REGISTRO-ORDENADO.
           PERFORM PROCESAR-REGISTRO-ORDENADO
               UNTIL FIN-ORDENADO.
           IF GRUPO-EN-CURSO
               PERFORM CERRAR-GRUPO.

       RETORNAR-REGISTRO-ORDENADO.
           RETURN ARCHIVO-ORDENADO
               AT END MOVE "S" TO WS-FIN-ORDENADO.

       PROCESAR-REGISTRO-ORDENADO.
           MOVE SPACES TO WS-LLAVE-REGISTRO.
           IF RO-EXCEPCION
               STRING RO-TIPO RO-CLIENTE RO-CUENTA
                   DELIMITED BY SIZE INTO WS-LLAVE-REGISTRO
           ELSE
               STRING RO-TIPO RO-NIT
                   DELIMITED BY SIZE INTO WS-LLAVE-REGISTRO.
           IF GRUPO-EN-CURSO AND WS-LLAVE-REGISTRO NOT = WS-LLAVE-GRUPO
               PERFORM CERRAR-GRUPO.
           IF NOT GRUPO-EN-CURSO
               PERFORM ABRIR-GRUPO.
           ADD RO-INTERES TO WS-GR-INTERES.
           ADD RO-RETENCION TO WS-GR-RETENCION.
           PERFORM ACUMULAR-CUENTA-GRUPO.
           PERFORM RETORNAR-REGISTRO-ORDENADO.

       ABRIR-GRUPO.
           MOVE "S" TO WS-GRUPO-EN-CURSO.
           MOVE WS-LLAVE-REGISTRO TO WS-LLAVE-GRUPO.
           MOVE RO-TIPO TO WS-GR-TIPO.
           MOVE RO-NIT TO WS-GR-NIT.
           MOVE RO-CLIENTE TO WS-GR-CLIENTE.
           MOVE RO-NOMBRE TO WS-GR-NOMBRE.
           MOVE RO-MOTIVO TO WS-GR-MOTIVO.
           MOVE 0 TO WS-GR-INTERES.
           MOVE 0 TO WS-GR-RETENCION.
           MOVE 0 TO WS-NUM-CUENTAS-GR.
           MOVE 0 TO WS-CUENTAS-OMITIDAS-GR.
           MOVE SPACES TO WS-CUENTA-OMITIDA-ULT.

      * LOS REGISTROS LLEGAN ORDENADOS POR CUENTA DENTRO DEL GRUPO:
      * UNA CUENTA NUEVA ABRE ENTRADA EN LA TABLA.
       ACUMULAR-CUENTA-GRUPO.
           IF WS-NUM-CUENTAS-GR = 0 OR
           RO-CUENTA NOT = WS-CG-CUENTA (WS-NUM-CUENTAS-GR)
               IF WS-NUM-CUENTAS-GR >= 100
                   IF RO-CUENTA NOT = WS-CUENTA-OMITIDA-ULT
                       ADD 1 TO WS-CUENTAS-OMITIDAS-GR
                       MOVE RO-CUENTA TO WS-CUENTA-OMITIDA-ULT
                   END-IF
               ELSE
                   ADD 1 TO WS-NUM-CUENTAS-GR
                   MOVE RO-CUENTA TO WS-CG-CUENTA (WS-NUM-CUENTAS-GR)
                   MOVE 0 TO WS-CG-INTERES (WS-NUM-CUENTAS-GR)
                   MOVE 0 TO WS-CG-RETENCION (WS-NUM-CUENTAS-GR).
           IF RO-CUENTA = WS-CG-CUENTA (WS-NUM-CUENTAS-GR)
               ADD RO-INTERES TO WS-CG-INTERES (WS-NUM-CUENTAS-GR)
               ADD RO-RETENCION TO WS-CG-RETENCION (WS-NUM-CUENTAS-GR).

      * UN CONTRIBUYENTE CON TOTALES NEGATIVOS (REVERSOS DE OTRO
      * AÑO, POR EJEMPLO) NO SE DECLARA: VA A EXCEPCIONES. UNO QUE
      * NETEA EN CERO NO TIENE NADA QUE DECLARAR NI CERTIFICAR.
       CERRAR-GRUPO.
           IF GRUPO-EXCEPCION
               PERFORM ESCRIBIR-EXCEPCION-CUENTA
           ELSE
               IF WS-GR-INTERES < 0 OR WS-GR-RETENCION < 0
                   MOVE "TOTALES NEGATIVOS EN EL AÑO" TO WS-GR-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION-NIT
               ELSE
                   IF WS-GR-INTERES = 0 AND WS-GR-RETENCION = 0
                       ADD 1 TO WS-CONTRIB-SIN-MONTOS
                   ELSE
                       PERFORM ESCRIBIR-DETALLE-DECLARACION
                       PERFORM ESCRIBIR-CERTIFICADO-ANUAL.
           MOVE "N" TO WS-GRUPO-EN-CURSO.

      ******************************************************************
      * ARCHIVO DE DECLARACION PARA LA OFICINA DE IMPUESTOS.
      ******************************************************************
       ESCRIBIR-ENCABEZADO-DECLARACION.
           MOVE SPACES TO REG-DECL-ENCABEZADO.
           MOVE "1" TO DE-TIPO.
           MOVE WS-NIT-AGENTE TO DE-NIT-AGENTE.
           MOVE WS-EJERCICIO TO DE-EJERCICIO.
           MOVE WS-FECHA-EJECUCION TO DE-FECHA-GENERACION.
           WRITE REG-DECL-ENCABEZADO.

       ESCRIBIR-DETALLE-DECLARACION.
           ADD 1 TO WS-CONTRIBUYENTES.
           ADD WS-GR-INTERES TO WS-TOTAL-INTERES.
           ADD WS-GR-RETENCION TO WS-TOTAL-RETENCION.
           MOVE SPACES TO REG-DECL-DETALLE.
           MOVE "2" TO DD-TIPO.
           MOVE WS-GR-NIT TO DD-NIT.
           MOVE WS-GR-NOMBRE TO DD-NOMBRE.
           COMPUTE DD-CUENTAS =
               WS-NUM-CUENTAS-GR + WS-CUENTAS-OMITIDAS-GR.
           MOVE WS-GR-INTERES TO DD-INTERES.
           MOVE WS-GR-RETENCION TO DD-RETENCION.
           WRITE REG-DECL-DETALLE.

       ESCRIBIR-TOTALES-DECLARACION.
           MOVE SPACES TO REG-DECL-TOTALES.
           MOVE "9" TO DT-TIPO.
           MOVE WS-CONTRIBUYENTES TO DT-REGISTROS.
           MOVE WS-TOTAL-INTERES TO DT-INTERES.
           MOVE WS-TOTAL-RETENCION TO DT-RETENCION.
           WRITE REG-DECL-TOTALES.

      ******************************************************************
      * CERTIFICADO ANUAL DEL CONTRIBUYENTE: DATOS DEL AGENTE Y DEL
      * TITULAR, UNA LINEA POR CUENTA Y LOS TOTALES DEL AÑO.
      ******************************************************************
       ESCRIBIR-CERTIFICADO-ANUAL.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING "CERTIFICADO ANUAL DE RETENCION EN LA FUENTE  "
               "EJERCICIO: " WS-EJERCICIO
               "  EXPEDIDO: " WS-FECHA-EJECUCION
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING "AGENTE RETENEDOR NIT: " WS-NIT-AGENTE
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING "CONTRIBUYENTE: " WS-GR-NOMBRE
               "  NIT: " WS-GR-NIT
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING "CUENTA     INTERES BRUTO PAGADO   "
               "     RETENCION PRACTICADA"
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           PERFORM ESCRIBIR-CUENTA-CERTIFICADO
               VARYING WS-INDICE-CUENTA FROM 1 BY 1
                   UNTIL WS-INDICE-CUENTA > WS-NUM-CUENTAS-GR.
           IF WS-CUENTAS-OMITIDAS-GR > 0
               MOVE SPACES TO REG-CERTIFICADO
               STRING "MAS " WS-CUENTAS-OMITIDAS-GR
                   " CUENTA(S) INCLUIDAS EN LOS TOTALES."
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
               WRITE REG-CERTIFICADO.
           COMPUTE WS-NETO-GRUPO = WS-GR-INTERES - WS-GR-RETENCION.
           MOVE WS-GR-INTERES TO WS-VALOR-MOSTRADO.
           MOVE WS-GR-RETENCION TO WS-VALOR-MOSTRADO-2.
           MOVE WS-NETO-GRUPO TO WS-VALOR-MOSTRADO-3.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING "TOTAL BRUTO: " WS-VALOR-MOSTRADO
               "  RETENIDO: " WS-VALOR-MOSTRADO-2
               "  NETO: " WS-VALOR-MOSTRADO-3
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE ALL "-" TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

       ESCRIBIR-CUENTA-CERTIFICADO.
           MOVE WS-CG-INTERES (WS-INDICE-CUENTA) TO WS-VALOR-MOSTRADO.
           MOVE WS-CG-RETENCION (WS-INDICE-CUENTA)
               TO WS-VALOR-MOSTRADO-2.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING WS-CG-CUENTA (WS-INDICE-CUENTA) " "
               WS-VALOR-MOSTRADO "  " WS-VALOR-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

      ******************************************************************
      * LISTA DE EXCEPCIONES: UNA LINEA POR CUENTA SIN CONTRIBUYENTE
      * VALIDO Y POR CONTRIBUYENTE CON TOTALES NEGATIVOS, CON LOS
      * MONTOS DEL AÑO QUE QUEDAN FUERA DE LA DECLARACION.
      ******************************************************************
       ESCRIBIR-ENCABEZADO-EXCEPCIONES.
           MOVE SPACES TO REG-EXCEPCION.
           STRING "retencionAnual  EXCEPCIONES DEL EJERCICIO: "
               WS-EJERCICIO "  CORRIDA: " WS-FECHA-EJECUCION "-"
               WS-HORA-EJECUCION "  OPERADOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.
           MOVE SPACES TO REG-EXCEPCION.
           STRING "CUENTA     CLIENTE    NIT             MOTIVO"
               "                                  INTERES"
               "            RETENCION"
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.

       ESCRIBIR-EXCEPCION-CUENTA.
           ADD 1 TO WS-EXCEPCIONES.
           ADD WS-GR-INTERES TO WS-EXC-INTERES.
           ADD WS-GR-RETENCION TO WS-EXC-RETENCION.
           MOVE WS-GR-INTERES TO WS-VALOR-MOSTRADO.
           MOVE WS-GR-RETENCION TO WS-VALOR-MOSTRADO-2.
           MOVE SPACES TO REG-EXCEPCION.
           STRING WS-CG-CUENTA (1) " " WS-GR-CLIENTE " "
               WS-GR-NIT " " WS-GR-MOTIVO " "
               WS-VALOR-MOSTRADO " " WS-VALOR-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.

       ESCRIBIR-EXCEPCION-NIT.
           ADD 1 TO WS-EXCEPCIONES.
           ADD WS-GR-INTERES TO WS-EXC-INTERES.
           ADD WS-GR-RETENCION TO WS-EXC-RETENCION.
           MOVE WS-GR-INTERES TO WS-VALOR-MOSTRADO.
           MOVE WS-GR-RETENCION TO WS-VALOR-MOSTRADO-2.
           MOVE SPACES TO REG-EXCEPCION.
           STRING "(VARIAS)   " WS-GR-CLIENTE " "
               WS-GR-NIT " " WS-GR-MOTIVO " "
               WS-VALOR-MOSTRADO " " WS-VALOR-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.

       ESCRIBIR-TOTALES-EXCEPCIONES.
           MOVE SPACES TO REG-EXCEPCION.
           WRITE REG-EXCEPCION.
           MOVE WS-MOVS-LEIDOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-EXCEPCION.
           STRING "MOVIMIENTOS LEIDOS:            "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.
           MOVE WS-MOVS-EJERCICIO TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-EXCEPCION.
           STRING "MOVIMIENTOS DEL EJERCICIO:     "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.
           MOVE WS-CONTRIBUYENTES TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-EXCEPCION.
           STRING "CONTRIBUYENTES DECLARADOS:     "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.
           MOVE WS-CONTRIB-SIN-MONTOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-EXCEPCION.
           STRING "CONTRIBUYENTES EN CERO:        "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.
           MOVE WS-TOTAL-INTERES TO WS-VALOR-MOSTRADO.
           MOVE WS-TOTAL-RETENCION TO WS-VALOR-MOSTRADO-2.
           MOVE SPACES TO REG-EXCEPCION.
           STRING "TOTALES DECLARADOS    INTERES: " WS-VALOR-MOSTRADO
               "  RETENCION: " WS-VALOR-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.
           MOVE WS-EXCEPCIONES TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-EXCEPCION.
           STRING "EXCEPCIONES:                   "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.
           MOVE WS-EXC-INTERES TO WS-VALOR-MOSTRADO.
           MOVE WS-EXC-RETENCION TO WS-VALOR-MOSTRADO-2.
           MOVE SPACES TO REG-EXCEPCION.
           STRING "FUERA DE DECLARACION  INTERES: " WS-VALOR-MOSTRADO
               "  RETENCION: " WS-VALOR-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-EXCEPCION.
           WRITE REG-EXCEPCION.
