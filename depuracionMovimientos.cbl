       IDENTIFICATION DIVISION.
           PROGRAM-ID. depuracionMovimientos.

      ******************************************************************
      * DEPURACION DE FIN DE EJERCICIO DE LA BITACORA DE MOVIMIENTOS
      *
      * PASA LOS MOVIMIENTOS DE LOS EJERCICIOS CERRADOS (FECHA DEL
      * MOVIMIENTO HASTA EL EJERCICIO INDICADO, QUE DEBE SER ANTERIOR
      * AL AÑO EN CURSO) DE LA BITACORA VIGENTE A UN ARCHIVO
      * HISTORICO NUEVO CON EL MISMO TRAZADO Y LAS MISMAS LLAVES
      * (MOVIMREC), Y LOS BORRA DE LA BITACORA VIGENTE. EL HISTORICO
      * LO LEEN DIRECTO consultaMovimientos Y retencionAnual. CORRA LA
      * DEPURACION DESPUES DE DECLARAR LA RETENCION DEL EJERCICIO.
      *
      * LA DEPURACION SE HACE EN CINCO PASADAS Y PRUEBA SUS CIFRAS:
      *   1. TOTALIZA LA BITACORA VIGENTE COMPLETA (ANTES) Y LOS
      *      MOVIMIENTOS SELECCIONADOS PARA ARCHIVAR.
      *   2. GRABA LOS SELECCIONADOS EN EL HISTORICO.
      *   3. RELEE EL HISTORICO Y LO TOTALIZA (ARCHIVADO). SI NO
      *      IGUALA LO SELECCIONADO NO SE BORRA NADA.
      *   4. POR CADA REGISTRO DEL HISTORICO BORRA EL MISMO REGISTRO
      *      DE LA BITACORA VIGENTE Y TOTALIZA LO BORRADO. UN REGISTRO
      *      QUE YA NO ESTA O QUE DIFIERE DEL ARCHIVADO NO SE BORRA.
      *   5. TOTALIZA LA BITACORA VIGENTE QUE QUEDA (DESPUES).
      * LA DEPURACION CUADRA CUANDO, EN REGISTROS, INTERES, RETENCION
      * Y APORTES/RETIROS, LO ARCHIVADO ES IGUAL A LO BORRADO Y ANTES
      * MENOS DESPUES ES IGUAL A LO BORRADO. LOS CUATRO JUEGOS DE
      * TOTALES Y EL RESULTADO QUEDAN EN EL ARCHIVO DE CONTROL DE
      * DEPURACIONES (DEPURACIONREC) Y EN EL REPORTE.
      *
      * LA DEPURACION ES UNA CORRIDA CON SU PROPIO ID EN LA BITACORA
      * DE CORRIDAS (MODO "H"). EL HISTORICO SE CREA NUEVO EN CADA
      * CORRIDA: SI EL ARCHIVO YA EXISTE LA DEPURACION NO ARRANCA.
      * SIN NOMBRE, EL HISTORICO SE LLAMA MOVHIST-AAAA-FFFFFFFF.DAT
      * (ULTIMO EJERCICIO ARCHIVADO Y FECHA DE LA CORRIDA). UNA
      * CORRIDA DEL LOTE CUYOS MOVIMIENTOS YA PASARON AL HISTORICO NO
      * SE PUEDE REVERSAR CON reversionCorrida.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-CORRIDAS
               ASSIGN TO DYNAMIC WS-NOMBRE-CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO DYNAMIC WS-NOMBRE-MOVIMIENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-LLAVE
               ALTERNATE RECORD KEY IS MV-ID-CORRIDA WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.

           SELECT ARCHIVO-HISTORICO
               ASSIGN TO DYNAMIC WS-NOMBRE-HISTORICO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-LLAVE
               ALTERNATE RECORD KEY IS MH-ID-CORRIDA WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-HISTORICO.

           SELECT OPTIONAL ARCHIVO-CONTROL
               ASSIGN TO DYNAMIC WS-NOMBRE-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.

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

       FD  ARCHIVO-MOVIMIENTOS.
       COPY MOVIMREC.

      * ARCHIVO HISTORICO DE MOVIMIENTOS: MISMO TRAZADO Y LLAVES QUE
      * REG-MOVIMIENTO (VER MOVIMREC).
       FD  ARCHIVO-HISTORICO.
       01  REG-HISTORICO.
           05  MH-LLAVE.
               10  MH-CUENTA          PIC X(10).
               10  MH-FECHA           PIC 9(8).
               10  MH-ID-CORRIDA      PIC X(15).
           05  MH-SALDO-INICIAL       PIC 9(9)V99.
           05  MH-INTERES             PIC S9(9)V99.
           05  MH-RETENCION           PIC S9(9)V99.
           05  MH-CONTRIBUCIONES      PIC S9(11)V99.
           05  MH-SALDO-FINAL         PIC 9(9)V99.

       FD  ARCHIVO-CONTROL.
       COPY DEPURACIONREC.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE            PIC X(132).

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA QUE LA DEPURACION CORRA
      * PROGRAMADA SIN NADIE EN EL TECLADO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-CORRIDAS        PIC X(40).
       01  WS-ESTADO-CORRIDAS        PIC XX.
       01  WS-NOMBRE-MOVIMIENTOS     PIC X(40).
       01  WS-ESTADO-MOVIMIENTOS     PIC XX.
       01  WS-NOMBRE-HISTORICO       PIC X(40).
       01  WS-ESTADO-HISTORICO       PIC XX.
       01  WS-NOMBRE-CONTROL         PIC X(40).
       01  WS-ESTADO-CONTROL         PIC XX.
       01  WS-NOMBRE-REPORTE         PIC X(40).
       01  WS-ESTADO-REPORTE         PIC XX.

      * ARCHIVOS ABIERTOS DURANTE TODA LA CORRIDA; LA BITACORA
      * VIGENTE Y EL HISTORICO SE ABREN Y CIERRAN EN CADA PASADA.
       01  WS-ARCHIVOS-ABIERTOS.
           05  WS-CONTROL-ABIERTO     PIC X VALUE "N".
               88  CONTROL-ABIERTO        VALUE "S".
           05  WS-REPORTE-ABIERTO     PIC X VALUE "N".
               88  REPORTE-ABIERTO        VALUE "S".
       01  WS-APERTURA-FALLIDA       PIC X VALUE "N".
           88  APERTURA-FALLIDA      VALUE "S".
      * UNA PASADA QUE NO PUDO ABRIR SU ARCHIVO O GRABAR EN EL
      * HISTORICO DETIENE LA DEPURACION.
       01  WS-PASADA-FALLIDA         PIC X VALUE "N".
           88  PASADA-FALLIDA        VALUE "S".

      * IDENTIFICACION DE LA CORRIDA EN LA BITACORA DE CORRIDAS (MISMO
      * FORMATO QUE LAS CORRIDAS DEL LOTE). RC-REGISTROS ES EL NUMERO
      * DE MOVIMIENTOS BORRADOS DE LA BITACORA VIGENTE.
       01  WS-ID-CORRIDA             PIC X(15).
       01  WS-MODO-DEPURACION        PIC X VALUE "H".
       01  WS-CORRIDAS-ABIERTO       PIC X VALUE "N".
           88  CORRIDAS-ABIERTO      VALUE "S".
       01  WS-CORRIDA-REGISTRADA     PIC X VALUE "N".
           88  CORRIDA-REGISTRADA    VALUE "S".
       01  WS-ESTADO-FIN-CORRIDA     PIC X(12) VALUE "ABORTADA".
      * RESULTADO PARA EL ARCHIVO DE CONTROL: CUADRADO, DESCUADRADO,
      * SIN CAMBIOS O ABORTADA.
       01  WS-RESULTADO              PIC X(12) VALUE "ABORTADA".

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

      * SEGURIDAD DE OPERADORES: EL OPERADOR SE VALIDA CONTRA EL
      * MAESTRO DE SEGURIDAD AL ARRANCAR Y DEBE TENER LA AUTORIZACION
      * DE LA FUNCION QUE ESTE PROGRAMA EJECUTA.
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

      * ULTIMO EJERCICIO A ARCHIVAR: SE ARCHIVAN LOS MOVIMIENTOS CON
      * FECHA HASTA EL 31 DE DICIEMBRE DE ESE AÑO.
       01  WS-EJERCICIO              PIC 9(4) VALUE 0.
       01  WS-ANIO-EJECUCION         PIC 9(4).

       01  WS-FIN-MOVIMIENTOS        PIC X VALUE "N".
           88  FIN-MOVIMIENTOS       VALUE "S".
       01  WS-FIN-HISTORICO          PIC X VALUE "N".
           88  FIN-HISTORICO         VALUE "S".
      * LA PRIMERA PASADA SOBRE LA BITACORA VIGENTE TAMBIEN TOTALIZA
      * LA SELECCION; LA ULTIMA SOLO CUENTA LO QUE QUEDO.
       01  WS-CONTANDO-SELECCION     PIC X VALUE "N".
           88  CONTANDO-SELECCION    VALUE "S".

      * TOTALES DE CONTROL. CADA PASADA DE LECTURA ACUMULA EN
      * WS-SUMA Y EL RESULTADO SE COPIA AL JUEGO QUE CORRESPONDE; LA
      * SELECCION Y LO BORRADO SE ACUMULAN APARTE.
       01  WS-SUMA.
           05  WS-SUMA-REGISTROS      PIC 9(9).
           05  WS-SUMA-INTERES        PIC S9(13)V99.
           05  WS-SUMA-RETENCION      PIC S9(13)V99.
           05  WS-SUMA-CONTRIBUCIONES PIC S9(15)V99.
       01  WS-TOTALES-ANTES.
           05  WS-ANT-REGISTROS       PIC 9(9) VALUE 0.
           05  WS-ANT-INTERES         PIC S9(13)V99 VALUE 0.
           05  WS-ANT-RETENCION       PIC S9(13)V99 VALUE 0.
           05  WS-ANT-CONTRIBUCIONES  PIC S9(15)V99 VALUE 0.
       01  WS-TOTALES-SELECCION.
           05  WS-SEL-REGISTROS       PIC 9(9) VALUE 0.
           05  WS-SEL-INTERES         PIC S9(13)V99 VALUE 0.
           05  WS-SEL-RETENCION       PIC S9(13)V99 VALUE 0.
           05  WS-SEL-CONTRIBUCIONES  PIC S9(15)V99 VALUE 0.
       01  WS-TOTALES-ARCHIVADO.
           05  WS-ARC-REGISTROS       PIC 9(9) VALUE 0.
           05  WS-ARC-INTERES         PIC S9(13)V99 VALUE 0.
           05  WS-ARC-RETENCION       PIC S9(13)V99 VALUE 0.
           05  WS-ARC-CONTRIBUCIONES  PIC S9(15)V99 VALUE 0.
       01  WS-TOTALES-BORRADO.
           05  WS-BOR-REGISTROS       PIC 9(9) VALUE 0.
           05  WS-BOR-INTERES         PIC S9(13)V99 VALUE 0.
           05  WS-BOR-RETENCION       PIC S9(13)V99 VALUE 0.
           05  WS-BOR-CONTRIBUCIONES  PIC S9(15)V99 VALUE 0.
       01  WS-TOTALES-DESPUES.
           05  WS-DES-REGISTROS       PIC 9(9) VALUE 0.
           05  WS-DES-INTERES         PIC S9(13)V99 VALUE 0.
           05  WS-DES-RETENCION       PIC S9(13)V99 VALUE 0.
           05  WS-DES-CONTRIBUCIONES  PIC S9(15)V99 VALUE 0.
      * ANTES MENOS DESPUES, PARA COMPARAR CONTRA LO BORRADO.
       01  WS-TOTALES-SALIDA.
           05  WS-SAL-REGISTROS       PIC S9(9) VALUE 0.
           05  WS-SAL-INTERES         PIC S9(13)V99 VALUE 0.
           05  WS-SAL-RETENCION       PIC S9(13)V99 VALUE 0.
           05  WS-SAL-CONTRIBUCIONES  PIC S9(15)V99 VALUE 0.

      * REGISTROS DEL HISTORICO QUE NO SE PUDIERON BORRAR DE LA
      * BITACORA VIGENTE, Y CAMPOS QUE NO CUADRARON.
       01  WS-NO-ENCONTRADOS         PIC 9(7) VALUE 0.
       01  WS-NO-IGUALES             PIC 9(7) VALUE 0.
       01  WS-NO-BORRADOS            PIC 9(7) VALUE 0.
       01  WS-DIFERENCIAS            PIC 9(3) VALUE 0.
       01  WS-CONCEPTO-DIFERENCIA    PIC X(40).

       01  WS-ETIQUETA-TOTALES       PIC X(24).
       01  WS-CONTADOR-MOSTRADO      PIC ZZZ,ZZZ,ZZ9.
       01  WS-INTERES-MOSTRADO       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RETENCION-MOSTRADA     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CONTRIB-MOSTRADA       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           MOVE WS-FECHA-EJECUCION (1:4) TO WS-ANIO-EJECUCION.
           MOVE SPACES TO WS-ID-CORRIDA.
           STRING WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION
               DELIMITED BY SIZE INTO WS-ID-CORRIDA.
           DISPLAY "DEPURACION DE LA BITACORA DE MOVIMIENTOS  "
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
               DISPLAY "ARCHIVO DE CONTROL DE CORRIDAS:"
               ACCEPT WS-NOMBRE-CORRIDAS
               DISPLAY "ARCHIVO DE BITACORA DE MOVIMIENTOS:"
               ACCEPT WS-NOMBRE-MOVIMIENTOS
               DISPLAY "ARCHIVO HISTORICO A CREAR (BLANCO = "
                   "MOVHIST-AAAA-FFFFFFFF.DAT):"
               ACCEPT WS-NOMBRE-HISTORICO
               DISPLAY "ARCHIVO DE CONTROL DE DEPURACIONES:"
               ACCEPT WS-NOMBRE-CONTROL
               DISPLAY "ARCHIVO DE REPORTE DE DEPURACION (SALIDA):"
               ACCEPT WS-NOMBRE-REPORTE.
           IF WS-NOMBRE-HISTORICO = SPACES
               STRING "MOVHIST-" WS-EJERCICIO "-" WS-FECHA-EJECUCION
                   ".DAT" DELIMITED BY SIZE INTO WS-NOMBRE-HISTORICO.
           IF WS-EJERCICIO NOT < WS-ANIO-EJECUCION
               DISPLAY "EL EJERCICIO " WS-EJERCICIO " NO ESTA "
                   "CERRADO: SOLO SE ARCHIVAN EJERCICIOS ANTERIORES "
                   "A " WS-ANIO-EJECUCION "."
               GO TO TERMINA-PROGRAMA.
           IF WS-NOMBRE-HISTORICO = WS-NOMBRE-MOVIMIENTOS
               DISPLAY "EL HISTORICO DEBE SER UN ARCHIVO DISTINTO DE "
                   "LA BITACORA VIGENTE."
               GO TO TERMINA-PROGRAMA.
      * EL HISTORICO SE CREA NUEVO: UN ARCHIVO QUE YA EXISTE PUEDE
      * SER EL DE UNA DEPURACION ANTERIOR Y NO SE SOBREESCRIBE.
           OPEN INPUT ARCHIVO-HISTORICO.
           IF WS-ESTADO-HISTORICO = "00"
               CLOSE ARCHIVO-HISTORICO
               DISPLAY "EL ARCHIVO HISTORICO YA EXISTE: "
                   WS-NOMBRE-HISTORICO
               GO TO TERMINA-PROGRAMA.

      * SIN BITACORA DE CORRIDAS LA DEPURACION NO QUEDA REGISTRADA:
      * NO ARRANCA.
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

      * PASADA 1: BITACORA VIGENTE ANTES Y SELECCION.
           MOVE "S" TO WS-CONTANDO-SELECCION.
           PERFORM TOTALIZAR-VIGENTE.
           MOVE "N" TO WS-CONTANDO-SELECCION.
           IF PASADA-FALLIDA
               GO TO CIERRA-DEPURACION.
           MOVE WS-SUMA TO WS-TOTALES-ANTES.
           IF WS-SEL-REGISTROS = 0
               MOVE WS-TOTALES-ANTES TO WS-TOTALES-DESPUES
               MOVE "SIN CAMBIOS" TO WS-RESULTADO
               MOVE "SIN CAMBIOS" TO WS-ESTADO-FIN-CORRIDA
               MOVE SPACES TO WS-NOMBRE-HISTORICO
               GO TO CIERRA-DEPURACION.

      * PASADAS 2 Y 3: GRABAR EL HISTORICO Y RELEERLO.
           PERFORM GRABAR-HISTORICO.
           IF PASADA-FALLIDA
               GO TO CIERRA-DEPURACION.
           PERFORM TOTALIZAR-HISTORICO.
           IF PASADA-FALLIDA
               GO TO CIERRA-DEPURACION.
           MOVE WS-SUMA TO WS-TOTALES-ARCHIVADO.
           IF WS-ARC-REGISTROS NOT = WS-SEL-REGISTROS OR
           WS-ARC-INTERES NOT = WS-SEL-INTERES OR
           WS-ARC-RETENCION NOT = WS-SEL-RETENCION OR
           WS-ARC-CONTRIBUCIONES NOT = WS-SEL-CONTRIBUCIONES
               MOVE "DESCUADRADO" TO WS-RESULTADO
               MOVE "EL HISTORICO NO IGUALA LA SELECCION"
                   TO WS-CONCEPTO-DIFERENCIA
               PERFORM ESCRIBIR-DIFERENCIA
               GO TO CIERRA-DEPURACION.

      * PASADAS 4 Y 5: BORRAR DE LA BITACORA VIGENTE Y TOTALIZAR LO
      * QUE QUEDO.
           PERFORM BORRAR-ARCHIVADOS.
           IF PASADA-FALLIDA
               GO TO CIERRA-DEPURACION.
           PERFORM TOTALIZAR-VIGENTE.
           IF PASADA-FALLIDA
               GO TO CIERRA-DEPURACION.
           MOVE WS-SUMA TO WS-TOTALES-DESPUES.
           PERFORM VERIFICAR-CUADRE.
           IF WS-DIFERENCIAS = 0
               MOVE "CUADRADO" TO WS-RESULTADO
               MOVE "COMPLETADA" TO WS-ESTADO-FIN-CORRIDA
           ELSE
               MOVE "DESCUADRADO" TO WS-RESULTADO
               MOVE "DESCUADRADA" TO WS-ESTADO-FIN-CORRIDA.

       CIERRA-DEPURACION.
           PERFORM ESCRIBIR-TOTALES-REPORTE.
           PERFORM GRABAR-CONTROL.
           PERFORM CERRAR-ARCHIVOS.
           MOVE WS-BOR-REGISTROS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "DEPURACION TERMINADA: " WS-RESULTADO
               " MOVIMIENTOS PASADOS AL HISTORICO: "
               WS-CONTADOR-MOSTRADO.
           IF WS-BOR-REGISTROS > 0
               DISPLAY "ARCHIVO HISTORICO: " WS-NOMBRE-HISTORICO.
           IF WS-RESULTADO = "DESCUADRADO"
               DISPLAY "LA DEPURACION NO CUADRA. VER EL REPORTE: "
                   WS-NOMBRE-REPORTE.
       TERMINA-PROGRAMA.
           PERFORM REGISTRAR-FIN-CORRIDA.
           IF CORRIDAS-ABIERTO
               CLOSE ARCHIVO-CORRIDAS.
      * CODIGO DE RETORNO PARA LA CADENA NOCTURNA (cadenaNocturna):
      * 00 = LA DEPURACION CUADRO O NO HABIA NADA QUE ARCHIVAR,
      * 12 = NO ARRANCO, ABORTO O NO CUADRO.
           IF WS-ESTADO-FIN-CORRIDA = "COMPLETADA" OR
           WS-ESTADO-FIN-CORRIDA = "SIN CAMBIOS"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 12 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * TARJETA DE PARAMETROS (ARRANQUE DESATENDIDO)
      *
      * CARGA LAS RESPUESTAS DE ARRANQUE DESDE UN ARCHIVO DE LINEAS
      * CLAVE=VALOR Y LAS VALIDA TODAS DE UNA VEZ; CADA FALTANTE SE
      * LISTA POR SU CLAVE Y LA DEPURACION NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: SEGURIDAD, OPERADOR, EJERCICIO (AAAA, ULTIMO A
      * ARCHIVAR), CORRIDAS, MOVIMIENTOS, HISTORICO (OPCIONAL),
      * CONTROL, SALIDA.
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
               MOVE SPACES TO WS-NOMBRE-CORRIDAS
               MOVE SPACES TO WS-NOMBRE-MOVIMIENTOS
               MOVE SPACES TO WS-NOMBRE-HISTORICO
               MOVE SPACES TO WS-NOMBRE-CONTROL
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
               WHEN "EJERCICIO"
                   PERFORM ASIGNAR-EJERCICIO-TARJETA
               WHEN "CORRIDAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CORRIDAS
               WHEN "MOVIMIENTOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-MOVIMIENTOS
               WHEN "HISTORICO"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-HISTORICO
               WHEN "CONTROL"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CONTROL
               WHEN "SALIDA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-REPORTE
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
           IF WS-NOMBRE-CORRIDAS = SPACES
               MOVE "CORRIDAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CONTROL = SPACES
               MOVE "CONTROL" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-REPORTE = SPACES
               MOVE "SALIDA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               WS-PARAM-FALTANTE.
           ADD 1 TO WS-PARAM-ERRORES.

       OBTENER-EJERCICIO.
           DISPLAY "ULTIMO EJERCICIO A ARCHIVAR (AAAA):".
           ACCEPT WS-EJERCICIO.
           IF WS-EJERCICIO NOT NUMERIC OR WS-EJERCICIO < 1900
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-EJERCICIO.

      * VALIDA AL OPERADOR CONTRA EL MAESTRO DE SEGURIDAD: DEBE
      * EXISTIR Y ESTAR ACTIVO. LAS AUTORIZACIONES POR FUNCION QUEDAN
      * EN REG-OPERADORES PARA LOS CHEQUEOS POSTERIORES. SI EL
      * ARCHIVO DE SEGURIDAD NO ABRE, NADIE ENTRA.
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
      * APERTURA Y CIERRE DEL CONTROL DE DEPURACIONES Y DEL REPORTE.
      * SI UNO NO ABRE SE CIERRA EL OTRO Y LA DEPURACION NO ARRANCA.
      ******************************************************************
       ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-CONTROL.
           IF WS-ESTADO-CONTROL = "00" OR WS-ESTADO-CONTROL = "05"
               MOVE "S" TO WS-CONTROL-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL CONTROL DE DEPURACIONES. "
                   "ESTADO: " WS-ESTADO-CONTROL
               MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN OUTPUT ARCHIVO-REPORTE
               IF WS-ESTADO-REPORTE = "00"
                   MOVE "S" TO WS-REPORTE-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REPORTE."
                   MOVE "S" TO WS-APERTURA-FALLIDA.

       CERRAR-ARCHIVOS.
           IF CONTROL-ABIERTO
               CLOSE ARCHIVO-CONTROL.
           IF REPORTE-ABIERTO
               CLOSE ARCHIVO-REPORTE.
           MOVE "N" TO WS-CONTROL-ABIERTO.
           MOVE "N" TO WS-REPORTE-ABIERTO.

      ******************************************************************
      * BITACORA DE CORRIDAS: REGISTRO DE ARRANQUE Y DE CIERRE DE LA
      * DEPURACION. RC-ARCHIVO-ENTRADA ES LA BITACORA VIGENTE,
      * RC-ARCHIVO-SALIDA EL HISTORICO CREADO Y RC-REGISTROS LOS
      * MOVIMIENTOS BORRADOS DE LA BITACORA VIGENTE.
      ******************************************************************
       REGISTRAR-INICIO-CORRIDA.
           IF CORRIDAS-ABIERTO
               MOVE SPACES TO REG-CORRIDA
               MOVE WS-ID-CORRIDA TO RC-ID-CORRIDA
               MOVE WS-MODO-DEPURACION TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-MOVIMIENTOS TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-HISTORICO TO RC-ARCHIVO-SALIDA
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
               MOVE WS-MODO-DEPURACION TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-MOVIMIENTOS TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-HISTORICO TO RC-ARCHIVO-SALIDA
               MOVE WS-FECHA-EJECUCION TO RC-FECHA-INICIO
               MOVE WS-HORA-EJECUCION TO RC-HORA-INICIO
               MOVE FUNCTION CURRENT-DATE(1:8) TO RC-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO RC-HORA-FIN
               MOVE WS-BOR-REGISTROS TO RC-REGISTROS
               MOVE WS-ESTADO-FIN-CORRIDA TO RC-ESTADO
               WRITE REG-CORRIDA.

      ******************************************************************
      * PASADAS 1 Y 5: RECORRE LA BITACORA VIGENTE COMPLETA EN ORDEN
      * DE LLAVE Y LA TOTALIZA EN WS-SUMA. EN LA PRIMERA PASADA
      * TAMBIEN TOTALIZA LOS MOVIMIENTOS DE LOS EJERCICIOS A ARCHIVAR.
      ******************************************************************
       TOTALIZAR-VIGENTE.
           INITIALIZE WS-SUMA.
           MOVE "N" TO WS-FIN-MOVIMIENTOS.
           OPEN INPUT ARCHIVO-MOVIMIENTOS.
           IF WS-ESTADO-MOVIMIENTOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE MOVIMIENTOS. "
                   "ESTADO: " WS-ESTADO-MOVIMIENTOS
               MOVE "S" TO WS-PASADA-FALLIDA
           ELSE
               MOVE LOW-VALUES TO MV-LLAVE
               START ARCHIVO-MOVIMIENTOS
                   KEY IS GREATER THAN MV-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-MOVIMIENTOS
               END-START
               PERFORM LEER-TOTALIZAR-VIGENTE
                   UNTIL FIN-MOVIMIENTOS
               CLOSE ARCHIVO-MOVIMIENTOS.

       LEER-TOTALIZAR-VIGENTE.
           READ ARCHIVO-MOVIMIENTOS NEXT
               AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
               NOT AT END PERFORM TOTALIZAR-MOVIMIENTO
           END-READ.

       TOTALIZAR-MOVIMIENTO.
           ADD 1 TO WS-SUMA-REGISTROS.
           ADD MV-INTERES TO WS-SUMA-INTERES.
           ADD MV-RETENCION TO WS-SUMA-RETENCION.
           ADD MV-CONTRIBUCIONES TO WS-SUMA-CONTRIBUCIONES.
           IF CONTANDO-SELECCION AND
           MV-FECHA (1:4) NOT > WS-EJERCICIO
               ADD 1 TO WS-SEL-REGISTROS
               ADD MV-INTERES TO WS-SEL-INTERES
               ADD MV-RETENCION TO WS-SEL-RETENCION
               ADD MV-CONTRIBUCIONES TO WS-SEL-CONTRIBUCIONES.

      ******************************************************************
      * PASADA 2: GRABA EN EL HISTORICO LOS MOVIMIENTOS DE LOS
      * EJERCICIOS A ARCHIVAR, CON SU MISMA LLAVE. LA BITACORA VIGENTE
      * SOLO SE LEE; NADA SE BORRA HASTA QUE EL HISTORICO CUADRE.
      ******************************************************************
       GRABAR-HISTORICO.
           OPEN OUTPUT ARCHIVO-HISTORICO.
           IF WS-ESTADO-HISTORICO NOT = "00"
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO HISTORICO. "
                   "ESTADO: " WS-ESTADO-HISTORICO
               MOVE "S" TO WS-PASADA-FALLIDA
           ELSE
               PERFORM COPIAR-SELECCION
               CLOSE ARCHIVO-HISTORICO.

       COPIAR-SELECCION.
           MOVE "N" TO WS-FIN-MOVIMIENTOS.
           OPEN INPUT ARCHIVO-MOVIMIENTOS.
           IF WS-ESTADO-MOVIMIENTOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE MOVIMIENTOS. "
                   "ESTADO: " WS-ESTADO-MOVIMIENTOS
               MOVE "S" TO WS-PASADA-FALLIDA
           ELSE
               MOVE LOW-VALUES TO MV-LLAVE
               START ARCHIVO-MOVIMIENTOS
                   KEY IS GREATER THAN MV-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-MOVIMIENTOS
               END-START
               PERFORM LEER-COPIAR-MOVIMIENTO
                   UNTIL FIN-MOVIMIENTOS
               CLOSE ARCHIVO-MOVIMIENTOS.

       LEER-COPIAR-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS NEXT
               AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
               NOT AT END PERFORM COPIAR-MOVIMIENTO
           END-READ.

       COPIAR-MOVIMIENTO.
           IF MV-FECHA (1:4) NOT > WS-EJERCICIO
               MOVE REG-MOVIMIENTO TO REG-HISTORICO
               WRITE REG-HISTORICO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EN EL HISTORICO: "
                           MV-CUENTA " " MV-ID-CORRIDA
                       MOVE "S" TO WS-PASADA-FALLIDA
                       MOVE "S" TO WS-FIN-MOVIMIENTOS
               END-WRITE.

      ******************************************************************
      * PASADA 3: RELEE EL HISTORICO RECIEN CERRADO Y LO TOTALIZA.
      ******************************************************************
       TOTALIZAR-HISTORICO.
           INITIALIZE WS-SUMA.
           MOVE "N" TO WS-FIN-HISTORICO.
           OPEN INPUT ARCHIVO-HISTORICO.
           IF WS-ESTADO-HISTORICO NOT = "00"
               DISPLAY "NO SE PUDO RELEER EL ARCHIVO HISTORICO. "
                   "ESTADO: " WS-ESTADO-HISTORICO
               MOVE "S" TO WS-PASADA-FALLIDA
           ELSE
               MOVE LOW-VALUES TO MH-LLAVE
               START ARCHIVO-HISTORICO
                   KEY IS GREATER THAN MH-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-HISTORICO
               END-START
               PERFORM LEER-TOTALIZAR-HISTORICO
                   UNTIL FIN-HISTORICO
               CLOSE ARCHIVO-HISTORICO.

       LEER-TOTALIZAR-HISTORICO.
           READ ARCHIVO-HISTORICO NEXT
               AT END MOVE "S" TO WS-FIN-HISTORICO
               NOT AT END
                   ADD 1 TO WS-SUMA-REGISTROS
                   ADD MH-INTERES TO WS-SUMA-INTERES
                   ADD MH-RETENCION TO WS-SUMA-RETENCION
                   ADD MH-CONTRIBUCIONES TO WS-SUMA-CONTRIBUCIONES
           END-READ.

      ******************************************************************
      * PASADA 4: POR CADA REGISTRO DEL HISTORICO LEE POR LLAVE EL
      * MISMO REGISTRO DE LA BITACORA VIGENTE Y LO BORRA SOLO SI ES
      * IDENTICO AL ARCHIVADO. LO BORRADO SE TOTALIZA CON LOS VALORES
      * LEIDOS DE LA BITACORA VIGENTE, NO CON LOS DEL HISTORICO.
      ******************************************************************
       BORRAR-ARCHIVADOS.
           MOVE "N" TO WS-FIN-HISTORICO.
           OPEN INPUT ARCHIVO-HISTORICO.
           IF WS-ESTADO-HISTORICO NOT = "00"
               DISPLAY "NO SE PUDO RELEER EL ARCHIVO HISTORICO. "
                   "ESTADO: " WS-ESTADO-HISTORICO
               MOVE "S" TO WS-PASADA-FALLIDA
           ELSE
               PERFORM BORRAR-DE-VIGENTE
               CLOSE ARCHIVO-HISTORICO.

       BORRAR-DE-VIGENTE.
           OPEN I-O ARCHIVO-MOVIMIENTOS.
           IF WS-ESTADO-MOVIMIENTOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE MOVIMIENTOS. "
                   "ESTADO: " WS-ESTADO-MOVIMIENTOS
               MOVE "S" TO WS-PASADA-FALLIDA
           ELSE
               MOVE LOW-VALUES TO MH-LLAVE
               START ARCHIVO-HISTORICO
                   KEY IS GREATER THAN MH-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-HISTORICO
               END-START
               PERFORM LEER-BORRAR-ARCHIVADO
                   UNTIL FIN-HISTORICO
               CLOSE ARCHIVO-MOVIMIENTOS.

       LEER-BORRAR-ARCHIVADO.
           READ ARCHIVO-HISTORICO NEXT
               AT END MOVE "S" TO WS-FIN-HISTORICO
               NOT AT END PERFORM BORRAR-MOVIMIENTO
           END-READ.

       BORRAR-MOVIMIENTO.
           MOVE MH-LLAVE TO MV-LLAVE.
           READ ARCHIVO-MOVIMIENTOS
               KEY IS MV-LLAVE
               INVALID KEY
                   ADD 1 TO WS-NO-ENCONTRADOS
                   DISPLAY "ADVERTENCIA: MOVIMIENTO ARCHIVADO QUE NO "
                       "ESTA EN LA BITACORA: " MH-CUENTA " "
                       MH-ID-CORRIDA
               NOT INVALID KEY
                   IF REG-MOVIMIENTO NOT = REG-HISTORICO
                       ADD 1 TO WS-NO-IGUALES
                       DISPLAY "ADVERTENCIA: MOVIMIENTO DISTINTO DEL "
                           "ARCHIVADO, NO SE BORRA: " MV-CUENTA " "
                           MV-ID-CORRIDA
                   ELSE
                       PERFORM ELIMINAR-MOVIMIENTO
                   END-IF
           END-READ.

       ELIMINAR-MOVIMIENTO.
           DELETE ARCHIVO-MOVIMIENTOS RECORD
               INVALID KEY
                   ADD 1 TO WS-NO-BORRADOS
                   DISPLAY "ADVERTENCIA: NO SE PUDO BORRAR EL "
                       "MOVIMIENTO: " MV-CUENTA " " MV-ID-CORRIDA
               NOT INVALID KEY
                   ADD 1 TO WS-BOR-REGISTROS
                   ADD MV-INTERES TO WS-BOR-INTERES
                   ADD MV-RETENCION TO WS-BOR-RETENCION
                   ADD MV-CONTRIBUCIONES TO WS-BOR-CONTRIBUCIONES
           END-DELETE.

      ******************************************************************
      * PRUEBA DE LA DEPURACION: LO ARCHIVADO DEBE IGUALAR LO BORRADO
      * Y ANTES MENOS DESPUES DEBE IGUALAR LO BORRADO, EN CADA CAMPO.
      * CADA CAMPO QUE NO CUADRA QUEDA COMO UNA LINEA DEL REPORTE.
      ******************************************************************
       VERIFICAR-CUADRE.
           MOVE 0 TO WS-DIFERENCIAS.
           COMPUTE WS-SAL-REGISTROS =
               WS-ANT-REGISTROS - WS-DES-REGISTROS.
           COMPUTE WS-SAL-INTERES =
               WS-ANT-INTERES - WS-DES-INTERES.
           COMPUTE WS-SAL-RETENCION =
               WS-ANT-RETENCION - WS-DES-RETENCION.
           COMPUTE WS-SAL-CONTRIBUCIONES =
               WS-ANT-CONTRIBUCIONES - WS-DES-CONTRIBUCIONES.
           IF WS-ARC-REGISTROS NOT = WS-BOR-REGISTROS
               MOVE "REGISTROS: ARCHIVADO CONTRA BORRADO"
                   TO WS-CONCEPTO-DIFERENCIA
               PERFORM ESCRIBIR-DIFERENCIA.
           IF WS-ARC-INTERES NOT = WS-BOR-INTERES
               MOVE "INTERES: ARCHIVADO CONTRA BORRADO"
                   TO WS-CONCEPTO-DIFERENCIA
               PERFORM ESCRIBIR-DIFERENCIA.
           IF WS-ARC-RETENCION NOT = WS-BOR-RETENCION
               MOVE "RETENCION: ARCHIVADO CONTRA BORRADO"
                   TO WS-CONCEPTO-DIFERENCIA
               PERFORM ESCRIBIR-DIFERENCIA.
           IF WS-ARC-CONTRIBUCIONES NOT = WS-BOR-CONTRIBUCIONES
               MOVE "APORTES: ARCHIVADO CONTRA BORRADO"
                   TO WS-CONCEPTO-DIFERENCIA
               PERFORM ESCRIBIR-DIFERENCIA.
           IF WS-SAL-REGISTROS NOT = WS-BOR-REGISTROS
               MOVE "REGISTROS: ANTES - DESPUES CONTRA BORRADO"
                   TO WS-CONCEPTO-DIFERENCIA
               PERFORM ESCRIBIR-DIFERENCIA.
           IF WS-SAL-INTERES NOT = WS-BOR-INTERES
               MOVE "INTERES: ANTES - DESPUES CONTRA BORRADO"
                   TO WS-CONCEPTO-DIFERENCIA
               PERFORM ESCRIBIR-DIFERENCIA.
           IF WS-SAL-RETENCION NOT = WS-BOR-RETENCION
               MOVE "RETENCION: ANTES - DESPUES CONTRA BORRADO"
                   TO WS-CONCEPTO-DIFERENCIA
               PERFORM ESCRIBIR-DIFERENCIA.
           IF WS-SAL-CONTRIBUCIONES NOT = WS-BOR-CONTRIBUCIONES
               MOVE "APORTES: ANTES - DESPUES CONTRA BORRADO"
                   TO WS-CONCEPTO-DIFERENCIA
               PERFORM ESCRIBIR-DIFERENCIA.

       ESCRIBIR-DIFERENCIA.
           ADD 1 TO WS-DIFERENCIAS.
           MOVE SPACES TO REG-REPORTE.
           STRING "*** NO CUADRA: " WS-CONCEPTO-DIFERENCIA
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

      ******************************************************************
      * ARCHIVO DE CONTROL DE DEPURACIONES: UN REGISTRO POR CORRIDA
      * QUE LLEGO A ABRIRLO, CON LOS CUATRO JUEGOS DE TOTALES.
      ******************************************************************
       GRABAR-CONTROL.
           IF CONTROL-ABIERTO
               MOVE SPACES TO REG-DEPURACION
               MOVE WS-ID-CORRIDA TO DH-ID-CORRIDA
               MOVE WS-FECHA-EJECUCION TO DH-FECHA
               MOVE WS-OPERADOR TO DH-OPERADOR
               MOVE WS-EJERCICIO TO DH-EJERCICIO
               MOVE WS-NOMBRE-MOVIMIENTOS TO DH-ARCHIVO-VIGENTE
               MOVE WS-NOMBRE-HISTORICO TO DH-ARCHIVO-HISTORICO
               MOVE WS-ANT-REGISTROS TO DH-ANT-REGISTROS
               MOVE WS-ANT-INTERES TO DH-ANT-INTERES
               MOVE WS-ANT-RETENCION TO DH-ANT-RETENCION
               MOVE WS-ANT-CONTRIBUCIONES TO DH-ANT-CONTRIBUCIONES
               MOVE WS-ARC-REGISTROS TO DH-ARC-REGISTROS
               MOVE WS-ARC-INTERES TO DH-ARC-INTERES
               MOVE WS-ARC-RETENCION TO DH-ARC-RETENCION
               MOVE WS-ARC-CONTRIBUCIONES TO DH-ARC-CONTRIBUCIONES
               MOVE WS-BOR-REGISTROS TO DH-BOR-REGISTROS
               MOVE WS-BOR-INTERES TO DH-BOR-INTERES
               MOVE WS-BOR-RETENCION TO DH-BOR-RETENCION
               MOVE WS-BOR-CONTRIBUCIONES TO DH-BOR-CONTRIBUCIONES
               MOVE WS-DES-REGISTROS TO DH-DES-REGISTROS
               MOVE WS-DES-INTERES TO DH-DES-INTERES
               MOVE WS-DES-RETENCION TO DH-DES-RETENCION
               MOVE WS-DES-CONTRIBUCIONES TO DH-DES-CONTRIBUCIONES
               MOVE WS-RESULTADO TO DH-RESULTADO
               WRITE REG-DEPURACION.

      ******************************************************************
      * REPORTE DE LA DEPURACION
      ******************************************************************
       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "depuracionMovimientos  CORRIDA: " WS-ID-CORRIDA
               "  OPERADOR: " WS-OPERADOR
               "  HASTA EL EJERCICIO: " WS-EJERCICIO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "BITACORA VIGENTE: " WS-NOMBRE-MOVIMIENTOS
               "  HISTORICO: " WS-NOMBRE-HISTORICO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-TOTALES-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "CONCEPTO                  REGISTROS"
               "             INTERES           RETENCION"
               "         APORTES/RETIROS"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "BITACORA ANTES" TO WS-ETIQUETA-TOTALES.
           MOVE WS-TOTALES-ANTES TO WS-SUMA.
           PERFORM ESCRIBIR-LINEA-TOTALES.
           MOVE "SELECCIONADO" TO WS-ETIQUETA-TOTALES.
           MOVE WS-TOTALES-SELECCION TO WS-SUMA.
           PERFORM ESCRIBIR-LINEA-TOTALES.
           MOVE "GRABADO EN HISTORICO" TO WS-ETIQUETA-TOTALES.
           MOVE WS-TOTALES-ARCHIVADO TO WS-SUMA.
           PERFORM ESCRIBIR-LINEA-TOTALES.
           MOVE "BORRADO DE LA BITACORA" TO WS-ETIQUETA-TOTALES.
           MOVE WS-TOTALES-BORRADO TO WS-SUMA.
           PERFORM ESCRIBIR-LINEA-TOTALES.
           MOVE "BITACORA DESPUES" TO WS-ETIQUETA-TOTALES.
           MOVE WS-TOTALES-DESPUES TO WS-SUMA.
           PERFORM ESCRIBIR-LINEA-TOTALES.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-NO-ENCONTRADOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "ARCHIVADOS QUE NO ESTABAN EN LA BITACORA: "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-NO-IGUALES TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "DISTINTOS DEL ARCHIVADO (NO BORRADOS):    "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-NO-BORRADOS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "QUE NO SE PUDIERON BORRAR:                "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "RESULTADO DE LA DEPURACION: " WS-RESULTADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-LINEA-TOTALES.
           MOVE WS-SUMA-REGISTROS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-SUMA-INTERES TO WS-INTERES-MOSTRADO.
           MOVE WS-SUMA-RETENCION TO WS-RETENCION-MOSTRADA.
           MOVE WS-SUMA-CONTRIBUCIONES TO WS-CONTRIB-MOSTRADA.
           MOVE SPACES TO REG-REPORTE.
           STRING WS-ETIQUETA-TOTALES WS-CONTADOR-MOSTRADO " "
               WS-INTERES-MOSTRADO " " WS-RETENCION-MOSTRADA " "
               WS-CONTRIB-MOSTRADA
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
