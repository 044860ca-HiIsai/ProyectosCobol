       IDENTIFICATION DIVISION.
           PROGRAM-ID. cadenaNocturna.

      ******************************************************************
      * CONTROLADOR DE LA CADENA NOCTURNA
      *
      * CORRE EN ORDEN LOS PASOS DEL ARCHIVO DE DEFINICION DE LA
      * CADENA (PASOREC): CADA PASO ES UN PROGRAMA DEL SISTEMA CON SU
      * TARJETA DE PARAMETROS (LOTE DE interesCompuesto, resumenGL,
      * conciliacionCorrida, estadosCuenta, procesoVencimientos,
      * posicionClientes, Y AL CIERRE DE MES devengoMensual Y
      * cierreMensualGL). EN LUGAR DE LA LISTA DE CHEQUEO DE
      * OPERACIONES, CADA PASO DEJA EN LA BITACORA DE PASOS
      * (BITPASOREC) SU ARRANQUE, SU FIN, SU CODIGO DE RETORNO Y LA
      * CORRIDA QUE EL PROGRAMA DEJO EN LA BITACORA DE CORRIDAS, Y LA
      * EJECUCION DEL CONTROLADOR QUEDA EN ESA BITACORA CON MODO "J".
      *
      * CODIGOS DE RETORNO DE LOS PROGRAMAS: 00 TERMINO, 04 TERMINO
      * CON DIFERENCIAS (CONCILIACION, CUADRE O CIERRE), 08 O MAS NO
      * ARRANCO O ABORTO. UN RETORNO 08 O MAS DETIENE LA CADENA; UN
      * 04 LA DETIENE SOLO SI EL PASO LO PIDE EN SU DEFINICION.
      *
      * LOS PASOS MARCADOS DE FIN DE MES SOLO CORREN SI LA FECHA DEL
      * CICLO ES EL ULTIMO DIA DEL MES (O SI LA TARJETA LO FUERZA).
      *
      * REANUDACION: CON LA CLAVE REANUDAR=<ID DE LA CADENA> EL
      * CONTROLADOR LEE LA BITACORA DE PASOS DE ESA CADENA, CONSERVA
      * SU FECHA DE CICLO Y SALTA LOS PASOS QUE YA TERMINARON, ASI
      * QUE LA CADENA SIGUE DESDE EL PASO QUE FALLO SIN REPETIR LO
      * QUE YA CORRIO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-CORRIDAS
               ASSIGN TO DYNAMIC WS-NOMBRE-CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.

           SELECT ARCHIVO-DEFINICION
               ASSIGN TO DYNAMIC WS-NOMBRE-DEFINICION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEFINICION.

           SELECT OPTIONAL ARCHIVO-BITACORA-PASOS
               ASSIGN TO DYNAMIC WS-NOMBRE-BITACORA-PASOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BITACORA-PASOS.

           SELECT ARCHIVO-TARJETA-PASO
               ASSIGN TO DYNAMIC WS-NOMBRE-TARJETA-PASO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TARJETA-PASO.

           SELECT ARCHIVO-TRABAJO
               ASSIGN TO DYNAMIC WS-NOMBRE-TRABAJO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TRABAJO.

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

       FD  ARCHIVO-DEFINICION.
       COPY PASOREC.

       FD  ARCHIVO-BITACORA-PASOS.
       COPY BITPASOREC.

      * TARJETA DE PARAMETROS DE UN PASO Y SU COPIA DE TRABAJO, CON
      * LA FECHA DEL CICLO Y LA CORRIDA DEL PASO ANTERIOR AGREGADAS.
       FD  ARCHIVO-TARJETA-PASO.
       01  REG-TARJETA-PASO       PIC X(80).

       FD  ARCHIVO-TRABAJO.
       01  REG-TRABAJO            PIC X(80).

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA QUE LA CADENA CORRA PROGRAMADA
      * SIN NADIE EN EL TECLADO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-CORRIDAS        PIC X(40).
       01  WS-ESTADO-CORRIDAS        PIC XX.
       01  WS-NOMBRE-DEFINICION      PIC X(40).
       01  WS-ESTADO-DEFINICION      PIC XX.
       01  WS-NOMBRE-BITACORA-PASOS  PIC X(40).
       01  WS-ESTADO-BITACORA-PASOS  PIC XX.
       01  WS-NOMBRE-TARJETA-PASO    PIC X(40).
       01  WS-ESTADO-TARJETA-PASO    PIC XX.
       01  WS-NOMBRE-TRABAJO         PIC X(40).
       01  WS-ESTADO-TRABAJO         PIC XX.

      * IDENTIFICACION DE ESTA EJECUCION EN LA BITACORA DE CORRIDAS Y
      * DE LA CADENA (CICLO) A LA QUE PERTENECE: EN UNA CADENA NUEVA
      * SON EL MISMO ID; AL REANUDAR, LA CADENA ES LA DE LA EJECUCION
      * QUE FALLO. LAS BITACORAS SE ABREN Y CIERRAN EN CADA ESCRITURA:
      * LOS PROGRAMAS DE LOS PASOS ESCRIBEN EN LA MISMA BITACORA DE
      * CORRIDAS, Y UN CORTE DEL CONTROLADOR NO DEBE PERDER LO QUE YA
      * QUEDO ANOTADO DE LOS PASOS.
       01  WS-ID-CORRIDA             PIC X(15).
       01  WS-ID-CADENA              PIC X(15).
       01  WS-MODO-CADENA            PIC X VALUE "J".
       01  WS-CORRIDA-REGISTRADA     PIC X VALUE "N".
           88  CORRIDA-REGISTRADA    VALUE "S".
       01  WS-ESTADO-FIN-CORRIDA     PIC X(12) VALUE "ABORTADA".

      * CODIGO DE RETORNO DEL CONTROLADOR: 00 = TODOS LOS PASOS
      * TERMINARON, 04 = TERMINARON CON DIFERENCIAS ADMITIDAS,
      * 12 = LA CADENA SE DETUVO O NO ARRANCO.
       01  WS-CODIGO-RETORNO         PIC 99 VALUE 12.

      * FECHA DEL CICLO Y CIERRE DE MES. EL CIERRE SE DEDUCE DE LA
      * FECHA (ULTIMO DIA DEL MES) SALVO QUE LA TARJETA LO FUERCE.
       01  WS-FECHA-CICLO            PIC 9(8) VALUE 0.
       01  WS-FECHA-CICLO-X REDEFINES WS-FECHA-CICLO PIC X(8).
       01  WS-FECHA-CICLO-PARTES REDEFINES WS-FECHA-CICLO.
           05  WS-FCI-AAAA           PIC 9(4).
           05  WS-FCI-MM             PIC 99.
           05  WS-FCI-DD             PIC 99.
       01  WS-FECHA-ENTRADA          PIC X(8).
       01  WS-FIN-MES-FORZADO        PIC X VALUE SPACE.
           88  FIN-MES-FORZADO-VALIDO VALUE "S" "N" " ".
       01  WS-ES-FIN-DE-MES          PIC X VALUE "N".
           88  ES-FIN-DE-MES         VALUE "S".
       01  WS-DIA-ENTERO             PIC 9(7).
       01  WS-DIA-SIGUIENTE          PIC 9(8).

      * REANUDACION DE UNA CADENA INTERRUMPIDA.
       01  WS-CADENA-REANUDADA       PIC X(15) VALUE SPACES.
       01  WS-REANUDANDO             PIC X VALUE "N".
           88  REANUDANDO            VALUE "S".
       01  WS-CADENA-HALLADA         PIC X VALUE "N".
           88  CADENA-HALLADA        VALUE "S".
       01  WS-PASOS-PENDIENTES       PIC 999 VALUE 0.

      * PASOS DE LA DEFINICION, CON EL ESTADO Y LA CORRIDA QUE CADA
      * UNO VA DEJANDO (O QUE DEJO EN LA EJECUCION QUE SE REANUDA).
       01  WS-NUM-PASOS              PIC 999 VALUE 0.
       01  WS-TABLA-PASOS.
           05  WS-PASO-ENT OCCURS 50 TIMES.
               10  WS-PS-PASO        PIC 999.
               10  WS-PS-PROGRAMA    PIC X(30).
               10  WS-PS-TARJETA     PIC X(40).
               10  WS-PS-FIN-MES     PIC X.
               10  WS-PS-DETENER     PIC X.
               10  WS-PS-CLAVE-FECHA PIC X(10).
               10  WS-PS-PASO-CORRIDA PIC 999.
               10  WS-PS-INDICE-CORRIDA PIC 999.
               10  WS-PS-DESCRIPCION PIC X(30).
               10  WS-PS-ESTADO      PIC X(12).
                   88  PS-TERMINADO  VALUE "COMPLETADO" "DIFERENCIA"
                                           "OMITIDO" "YA CORRIDO".
               10  WS-PS-RETORNO     PIC 9(4).
               10  WS-PS-ID-CORRIDA  PIC X(15).
               10  WS-PS-PROGRAMA-ANT PIC X(30).
       01  WS-INDICE-PASO            PIC 999.
       01  WS-INDICE-BUSCADO         PIC 999.
       01  WS-PASO-HALLADO           PIC X.
           88  PASO-HALLADO          VALUE "S".
       01  WS-PASO-ANTERIOR          PIC 999.

       01  WS-FIN-DEFINICION         PIC X VALUE "N".
           88  FIN-DEFINICION        VALUE "S".
       01  WS-FIN-BITACORA-PASOS     PIC X VALUE "N".
           88  FIN-BITACORA-PASOS    VALUE "S".
       01  WS-FIN-CORRIDAS           PIC X VALUE "N".
           88  FIN-CORRIDAS          VALUE "S".
       01  WS-FIN-TARJETA-PASO       PIC X VALUE "N".
           88  FIN-TARJETA-PASO      VALUE "S".
       01  WS-ERRORES-DEFINICION     PIC 999 VALUE 0.
       01  WS-ERRORES-REANUDACION    PIC 999 VALUE 0.

      * EJECUCION DE UN PASO: TARJETA QUE RECIBE EL PROGRAMA, ORDEN
      * AL SISTEMA Y CODIGO DE RETORNO. EL SISTEMA DEVUELVE EL CODIGO
      * DE SALIDA DEL PROGRAMA MULTIPLICADO POR 256; UN RESTO DISTINTO
      * DE CERO (PROGRAMA CORTADO) O UN VALOR NEGATIVO (NO SE PUDO
      * LANZAR) SE TOMA COMO PASO ABORTADO.
       01  WS-TARJETA-USADA          PIC X(40).
       01  WS-COMANDO                PIC X(200).
       01  WS-RC-SISTEMA             PIC S9(9).
       01  WS-RC-COCIENTE            PIC S9(9).
       01  WS-RC-RESTO               PIC S9(9).
       01  WS-RC-PASO                PIC 9(4).
       01  WS-RC-NO-ARRANCO          PIC 9(4) VALUE 16.
       01  WS-PASO-PREPARADO         PIC X VALUE "N".
           88  PASO-PREPARADO        VALUE "S".
       01  WS-FECHA-INICIO-PASO      PIC 9(8).
       01  WS-HORA-INICIO-PASO       PIC 9(6).
       01  WS-ID-CORRIDA-PASO        PIC X(15).
       01  WS-ESTADO-PASO            PIC X(12).
       01  WS-LINEA-CLAVE            PIC X(20).
       01  WS-LINEA-VALOR            PIC X(60).

       01  WS-CADENA-DETENIDA        PIC X VALUE "N".
           88  CADENA-DETENIDA       VALUE "S".
       01  WS-HUBO-DIFERENCIAS       PIC X VALUE "N".
           88  HUBO-DIFERENCIAS      VALUE "S".
       01  WS-PASO-DETENIDO          PIC 999 VALUE 0.

      * CONTEOS DE LA EJECUCION.
       01  WS-PASOS-EJECUTADOS       PIC 999 VALUE 0.
       01  WS-PASOS-OMITIDOS         PIC 999 VALUE 0.
       01  WS-PASOS-YA-CORRIDOS      PIC 999 VALUE 0.
       01  WS-CONTADOR-MOSTRADO      PIC ZZ9.

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

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           MOVE SPACES TO WS-ID-CORRIDA.
           STRING WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION
               DELIMITED BY SIZE INTO WS-ID-CORRIDA.
           DISPLAY "CADENA NOCTURNA  CORRIDA: " WS-ID-CORRIDA.
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
               DISPLAY "ARCHIVO DE CONTROL DE CORRIDAS:"
               ACCEPT WS-NOMBRE-CORRIDAS
               DISPLAY "ARCHIVO DE DEFINICION DE LA CADENA:"
               ACCEPT WS-NOMBRE-DEFINICION
               DISPLAY "ARCHIVO DE BITACORA DE PASOS:"
               ACCEPT WS-NOMBRE-BITACORA-PASOS
               DISPLAY "ARCHIVO DE TARJETA DE TRABAJO DE LOS PASOS:"
               ACCEPT WS-NOMBRE-TRABAJO
               PERFORM OBTENER-CADENA-REANUDADA
               IF WS-CADENA-REANUDADA = SPACES
                   PERFORM OBTENER-FECHA-CICLO
               END-IF
               PERFORM OBTENER-FIN-MES-FORZADO.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               GO TO TERMINA-PROGRAMA.
           IF NOT OPERADOR-AUT-LOTE
               DISPLAY "OPERADOR SIN AUTORIZACION DE EJECUCION DE "
                   "PROCESOS: " WS-OPERADOR
               GO TO TERMINA-PROGRAMA.

           PERFORM CARGAR-DEFINICION.
           IF WS-ERRORES-DEFINICION > 0
               DISPLAY "DEFINICION DE LA CADENA INVALIDA: "
                   WS-ERRORES-DEFINICION " ERROR(ES). NO CORRE "
                   "NINGUN PASO."
               GO TO TERMINA-PROGRAMA.
           IF WS-CADENA-REANUDADA NOT = SPACES
               MOVE "S" TO WS-REANUDANDO
               MOVE WS-CADENA-REANUDADA TO WS-ID-CADENA
               PERFORM CARGAR-BITACORA-ANTERIOR
               IF WS-ERRORES-REANUDACION > 0
                   DISPLAY "NO SE PUEDE REANUDAR LA CADENA "
                       WS-ID-CADENA
                   GO TO TERMINA-PROGRAMA
               END-IF
               IF WS-PASOS-PENDIENTES = 0
                   DISPLAY "LA CADENA " WS-ID-CADENA " YA TERMINO "
                       "TODOS SUS PASOS. NADA QUE REANUDAR."
                   MOVE 0 TO WS-CODIGO-RETORNO
                   GO TO TERMINA-PROGRAMA
               END-IF
           ELSE
               MOVE WS-ID-CORRIDA TO WS-ID-CADENA
               IF WS-FECHA-CICLO = 0
                   MOVE WS-FECHA-EJECUCION TO WS-FECHA-CICLO.
           PERFORM DETERMINAR-FIN-DE-MES.

      * SIN BITACORA DE PASOS NO HAY REANUDACION POSIBLE, Y SIN
      * BITACORA DE CORRIDAS LOS PASOS NO AMARRAN CON SUS CORRIDAS:
      * LA CADENA NO ARRANCA SI ALGUNA NO ABRE.
           OPEN EXTEND ARCHIVO-BITACORA-PASOS.
           IF WS-ESTADO-BITACORA-PASOS NOT = "00" AND
           WS-ESTADO-BITACORA-PASOS NOT = "05"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE PASOS. "
                   "ESTADO: " WS-ESTADO-BITACORA-PASOS
               GO TO TERMINA-PROGRAMA.
           CLOSE ARCHIVO-BITACORA-PASOS.
           PERFORM REGISTRAR-INICIO-CORRIDA.
           IF NOT CORRIDA-REGISTRADA
               GO TO TERMINA-PROGRAMA.

           DISPLAY "CADENA: " WS-ID-CADENA "  FECHA DEL CICLO: "
               WS-FECHA-CICLO "  CIERRE DE MES: " WS-ES-FIN-DE-MES.
           PERFORM EJECUTAR-PASO
               VARYING WS-INDICE-PASO FROM 1 BY 1
                   UNTIL WS-INDICE-PASO > WS-NUM-PASOS
                   OR CADENA-DETENIDA.

           IF CADENA-DETENIDA
               MOVE "ABORTADA" TO WS-ESTADO-FIN-CORRIDA
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               MOVE "COMPLETADA" TO WS-ESTADO-FIN-CORRIDA
               IF HUBO-DIFERENCIAS
                   MOVE 4 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE 0 TO WS-CODIGO-RETORNO.
           PERFORM MOSTRAR-RESUMEN-CADENA.
       TERMINA-PROGRAMA.
           PERFORM REGISTRAR-FIN-CORRIDA.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * TARJETA DE PARAMETROS (ARRANQUE DESATENDIDO)
      *
      * CARGA LAS RESPUESTAS DE ARRANQUE DESDE UN ARCHIVO DE LINEAS
      * CLAVE=VALOR Y LAS VALIDA TODAS DE UNA VEZ; CADA FALTANTE SE
      * LISTA POR SU CLAVE Y LA CADENA NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: SEGURIDAD, OPERADOR, CORRIDAS, DEFINICION, BITACORA
      * (BITACORA DE PASOS), TRABAJO (TARJETA DE TRABAJO DE LOS
      * PASOS) Y, OPCIONALES, FECHA (FECHA DEL CICLO AAAAMMDD; BLANCO
      * = HOY), FIN-MES (S/N PARA FORZAR O IMPEDIR LOS PASOS DE FIN
      * DE MES; BLANCO = SEGUN LA FECHA) Y REANUDAR (ID DE LA CADENA
      * A REANUDAR; LA FECHA DEL CICLO ES ENTONCES LA DE ESA CADENA).
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
               MOVE SPACES TO WS-NOMBRE-CORRIDAS
               MOVE SPACES TO WS-NOMBRE-DEFINICION
               MOVE SPACES TO WS-NOMBRE-BITACORA-PASOS
               MOVE SPACES TO WS-NOMBRE-TRABAJO
               MOVE SPACES TO WS-CADENA-REANUDADA
               MOVE SPACE TO WS-FIN-MES-FORZADO
               MOVE 0 TO WS-FECHA-CICLO
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
               WHEN "CORRIDAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CORRIDAS
               WHEN "DEFINICION"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-DEFINICION
               WHEN "BITACORA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-BITACORA-PASOS
               WHEN "TRABAJO"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-TRABAJO
               WHEN "FECHA"
                   PERFORM ASIGNAR-FECHA-TARJETA
               WHEN "FIN-MES"
                   MOVE WS-PARAM-VALOR (1:1) TO WS-FIN-MES-FORZADO
               WHEN "REANUDAR"
                   MOVE WS-PARAM-VALOR TO WS-CADENA-REANUDADA
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
                   ADD 1 TO WS-PARAM-ERRORES
           END-EVALUATE.

       ASIGNAR-FECHA-TARJETA.
           IF WS-PARAM-VALOR (1:8) NOT NUMERIC
               MOVE "FECHA (AAAAMMDD)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO
           ELSE
               MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-CICLO.

       VALIDAR-PARAMETROS.
           IF WS-NOMBRE-SEGURIDAD = SPACES
               MOVE "SEGURIDAD" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-OPERADOR = SPACES
               MOVE "OPERADOR" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CORRIDAS = SPACES
               MOVE "CORRIDAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-DEFINICION = SPACES
               MOVE "DEFINICION" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-BITACORA-PASOS = SPACES
               MOVE "BITACORA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-TRABAJO = SPACES
               MOVE "TRABAJO" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-FECHA-CICLO NOT = 0
               IF WS-FCI-AAAA < 1900 OR
               WS-FCI-MM < 1 OR WS-FCI-MM > 12 OR
               WS-FCI-DD < 1 OR WS-FCI-DD > 31
                   MOVE "FECHA (AAAAMMDD)" TO WS-PARAM-FALTANTE
                   PERFORM ANOTAR-ERROR-PARAMETRO.
           IF NOT FIN-MES-FORZADO-VALIDO
               MOVE "FIN-MES (S/N)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               WS-PARAM-FALTANTE.
           ADD 1 TO WS-PARAM-ERRORES.

       OBTENER-CADENA-REANUDADA.
           DISPLAY "ID DE LA CADENA A REANUDAR (BLANCO = CADENA "
               "NUEVA):".
           ACCEPT WS-CADENA-REANUDADA.

       OBTENER-FECHA-CICLO.
           DISPLAY "FECHA DEL CICLO (AAAAMMDD, BLANCO = HOY):".
           MOVE SPACES TO WS-FECHA-ENTRADA.
           ACCEPT WS-FECHA-ENTRADA.
           IF WS-FECHA-ENTRADA = SPACES
               MOVE 0 TO WS-FECHA-CICLO
           ELSE
               IF WS-FECHA-ENTRADA NOT NUMERIC
                   DISPLAY "ENTRADA INVALIDA."
                   GO TO OBTENER-FECHA-CICLO
               ELSE
                   MOVE WS-FECHA-ENTRADA TO WS-FECHA-CICLO-X
                   IF WS-FCI-AAAA < 1900 OR
                   WS-FCI-MM < 1 OR WS-FCI-MM > 12 OR
                   WS-FCI-DD < 1 OR WS-FCI-DD > 31
                       DISPLAY "ENTRADA INVALIDA."
                       GO TO OBTENER-FECHA-CICLO.

       OBTENER-FIN-MES-FORZADO.
           DISPLAY "PASOS DE FIN DE MES: S = FORZAR, N = IMPEDIR, "
               "BLANCO = SEGUN LA FECHA DEL CICLO:".
           MOVE SPACE TO WS-FIN-MES-FORZADO.
           ACCEPT WS-FIN-MES-FORZADO.
           IF NOT FIN-MES-FORZADO-VALIDO
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FIN-MES-FORZADO.

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
      * DEFINICION DE LA CADENA: SE CARGA Y SE VALIDA COMPLETA ANTES
      * DE CORRER EL PRIMER PASO, PARA QUE UN ERROR DE DEFINICION NO
      * APAREZCA A MITAD DE LA NOCHE. LOS PASOS VAN EN ORDEN
      * ASCENDENTE SIN REPETIR, Y EL PASO QUE APORTA LA CORRIDA DEBE
      * SER UNO ANTERIOR.
      ******************************************************************
       CARGAR-DEFINICION.
           OPEN INPUT ARCHIVO-DEFINICION.
           IF WS-ESTADO-DEFINICION NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA DEFINICION DE LA CADENA. "
                   "ESTADO: " WS-ESTADO-DEFINICION
               ADD 1 TO WS-ERRORES-DEFINICION
           ELSE
               MOVE 0 TO WS-PASO-ANTERIOR
               PERFORM LEER-EXAMINAR-DEFINICION
                   UNTIL FIN-DEFINICION
               CLOSE ARCHIVO-DEFINICION
               IF WS-NUM-PASOS = 0
                   DISPLAY "LA DEFINICION DE LA CADENA NO TIENE PASOS."
                   ADD 1 TO WS-ERRORES-DEFINICION.

       LEER-EXAMINAR-DEFINICION.
           READ ARCHIVO-DEFINICION
               AT END MOVE "S" TO WS-FIN-DEFINICION
               NOT AT END
                   IF REG-DEF-PASO NOT = SPACES AND
                   REG-DEF-PASO (1:1) NOT = "*"
                       PERFORM VALIDAR-PASO-DEFINICION
                   END-IF
           END-READ.

       VALIDAR-PASO-DEFINICION.
           IF DP-PASO-X NOT NUMERIC
               DISPLAY "DEFINICION: NUMERO DE PASO INVALIDO: "
                   DP-PASO-X
               ADD 1 TO WS-ERRORES-DEFINICION
           ELSE
               IF DP-PASO NOT > WS-PASO-ANTERIOR
                   DISPLAY "DEFINICION: PASO " DP-PASO " FUERA DE "
                       "ORDEN O REPETIDO."
                   ADD 1 TO WS-ERRORES-DEFINICION
               ELSE
                   IF WS-NUM-PASOS >= 50
                       DISPLAY "DEFINICION: MAS DE 50 PASOS; EL PASO "
                           DP-PASO " NO SE ADMITE."
                       ADD 1 TO WS-ERRORES-DEFINICION
                   ELSE
                       MOVE DP-PASO TO WS-PASO-ANTERIOR
                       PERFORM AGREGAR-PASO-DEFINICION.

       AGREGAR-PASO-DEFINICION.
           IF DP-PROGRAMA = SPACES
               DISPLAY "DEFINICION: PASO " DP-PASO " SIN PROGRAMA."
               ADD 1 TO WS-ERRORES-DEFINICION.
           IF DP-TARJETA = SPACES
               DISPLAY "DEFINICION: PASO " DP-PASO " SIN TARJETA DE "
                   "PARAMETROS."
               ADD 1 TO WS-ERRORES-DEFINICION.
           IF DP-SOLO-FIN-MES NOT = "S" AND DP-SOLO-FIN-MES NOT = "N"
           AND DP-SOLO-FIN-MES NOT = SPACE
               DISPLAY "DEFINICION: PASO " DP-PASO " CON MARCA DE "
                   "FIN DE MES INVALIDA (S/N)."
               ADD 1 TO WS-ERRORES-DEFINICION.
           IF DP-DETENER-DIFERENCIA NOT = "S" AND
           DP-DETENER-DIFERENCIA NOT = "N" AND
           DP-DETENER-DIFERENCIA NOT = SPACE
               DISPLAY "DEFINICION: PASO " DP-PASO " CON MARCA DE "
                   "DETENCION POR DIFERENCIA INVALIDA (S/N)."
               ADD 1 TO WS-ERRORES-DEFINICION.
           IF DP-PASO-CORRIDA-X = SPACES
               MOVE 0 TO DP-PASO-CORRIDA.
           ADD 1 TO WS-NUM-PASOS.
           MOVE DP-PASO TO WS-PS-PASO (WS-NUM-PASOS).
           MOVE DP-PROGRAMA TO WS-PS-PROGRAMA (WS-NUM-PASOS).
           MOVE DP-TARJETA TO WS-PS-TARJETA (WS-NUM-PASOS).
           MOVE DP-SOLO-FIN-MES TO WS-PS-FIN-MES (WS-NUM-PASOS).
           MOVE DP-DETENER-DIFERENCIA TO WS-PS-DETENER (WS-NUM-PASOS).
           MOVE DP-CLAVE-FECHA TO WS-PS-CLAVE-FECHA (WS-NUM-PASOS).
           MOVE 0 TO WS-PS-PASO-CORRIDA (WS-NUM-PASOS).
           MOVE 0 TO WS-PS-INDICE-CORRIDA (WS-NUM-PASOS).
           MOVE DP-DESCRIPCION TO WS-PS-DESCRIPCION (WS-NUM-PASOS).
           MOVE SPACES TO WS-PS-ESTADO (WS-NUM-PASOS).
           MOVE 0 TO WS-PS-RETORNO (WS-NUM-PASOS).
           MOVE SPACES TO WS-PS-ID-CORRIDA (WS-NUM-PASOS).
           MOVE SPACES TO WS-PS-PROGRAMA-ANT (WS-NUM-PASOS).
           IF DP-PASO-CORRIDA-X NOT NUMERIC
               DISPLAY "DEFINICION: PASO " DP-PASO " CON PASO DE "
                   "CORRIDA INVALIDO: " DP-PASO-CORRIDA-X
               ADD 1 TO WS-ERRORES-DEFINICION
           ELSE
               IF DP-PASO-CORRIDA > 0
                   PERFORM RESOLVER-PASO-CORRIDA.

      * EL PASO QUE APORTA LA CORRIDA TIENE QUE ESTAR YA EN LA TABLA
      * (UN PASO ANTERIOR); SE GUARDA SU POSICION EN LA TABLA.
       RESOLVER-PASO-CORRIDA.
           MOVE DP-PASO-CORRIDA TO WS-PS-PASO-CORRIDA (WS-NUM-PASOS).
           MOVE "N" TO WS-PASO-HALLADO.
           PERFORM BUSCAR-PASO-CORRIDA
               VARYING WS-INDICE-BUSCADO FROM 1 BY 1
                   UNTIL WS-INDICE-BUSCADO >= WS-NUM-PASOS
                   OR PASO-HALLADO.
           IF NOT PASO-HALLADO
               DISPLAY "DEFINICION: EL PASO " DP-PASO " TOMA LA "
                   "CORRIDA DEL PASO " DP-PASO-CORRIDA ", QUE NO ES "
                   "UN PASO ANTERIOR."
               ADD 1 TO WS-ERRORES-DEFINICION.

       BUSCAR-PASO-CORRIDA.
           IF WS-PS-PASO (WS-INDICE-BUSCADO) = DP-PASO-CORRIDA
               MOVE "S" TO WS-PASO-HALLADO
               MOVE WS-INDICE-BUSCADO
                   TO WS-PS-INDICE-CORRIDA (WS-NUM-PASOS).

      ******************************************************************
      * REANUDACION: LEE LA BITACORA DE PASOS DE LA CADENA A REANUDAR.
      * EL ULTIMO REGISTRO DE CADA PASO ES EL QUE VALE (UN PASO QUE
      * QUEDO EN INICIADO SE CORTO A MEDIAS Y SE VUELVE A CORRER). UN
      * PASO YA TERMINADO DEBE SEGUIR SIENDO EL MISMO PROGRAMA EN LA
      * DEFINICION; SI LA DEFINICION CAMBIO, NO SE REANUDA.
      ******************************************************************
       CARGAR-BITACORA-ANTERIOR.
           OPEN INPUT ARCHIVO-BITACORA-PASOS.
           IF WS-ESTADO-BITACORA-PASOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE PASOS. "
                   "ESTADO: " WS-ESTADO-BITACORA-PASOS
               ADD 1 TO WS-ERRORES-REANUDACION
           ELSE
               PERFORM LEER-EXAMINAR-BITACORA-PASO
                   UNTIL FIN-BITACORA-PASOS
               CLOSE ARCHIVO-BITACORA-PASOS
               IF NOT CADENA-HALLADA
                   DISPLAY "LA CADENA " WS-ID-CADENA " NO ESTA EN LA "
                       "BITACORA DE PASOS."
                   ADD 1 TO WS-ERRORES-REANUDACION
               ELSE
                   PERFORM VERIFICAR-PASO-REANUDADO
                       VARYING WS-INDICE-PASO FROM 1 BY 1
                           UNTIL WS-INDICE-PASO > WS-NUM-PASOS.

       LEER-EXAMINAR-BITACORA-PASO.
           READ ARCHIVO-BITACORA-PASOS
               AT END MOVE "S" TO WS-FIN-BITACORA-PASOS
               NOT AT END
                   IF BP-ID-CADENA = WS-ID-CADENA
                       MOVE "S" TO WS-CADENA-HALLADA
                       MOVE BP-FECHA-CICLO TO WS-FECHA-CICLO
                       PERFORM ANOTAR-PASO-ANTERIOR
                   END-IF
           END-READ.

       ANOTAR-PASO-ANTERIOR.
           MOVE "N" TO WS-PASO-HALLADO.
           PERFORM BUSCAR-PASO-BITACORA
               VARYING WS-INDICE-BUSCADO FROM 1 BY 1
                   UNTIL WS-INDICE-BUSCADO > WS-NUM-PASOS
                   OR PASO-HALLADO.
           IF NOT PASO-HALLADO
               DISPLAY "EL PASO " BP-PASO " DE LA BITACORA NO ESTA EN "
                   "LA DEFINICION DE LA CADENA."
               ADD 1 TO WS-ERRORES-REANUDACION.

       BUSCAR-PASO-BITACORA.
           IF WS-PS-PASO (WS-INDICE-BUSCADO) = BP-PASO
               MOVE "S" TO WS-PASO-HALLADO
               MOVE BP-ESTADO TO WS-PS-ESTADO (WS-INDICE-BUSCADO)
               MOVE BP-CODIGO-RETORNO
                   TO WS-PS-RETORNO (WS-INDICE-BUSCADO)
               MOVE BP-ID-CORRIDA-PASO
                   TO WS-PS-ID-CORRIDA (WS-INDICE-BUSCADO)
               MOVE BP-PROGRAMA
                   TO WS-PS-PROGRAMA-ANT (WS-INDICE-BUSCADO).

       VERIFICAR-PASO-REANUDADO.
           IF PS-TERMINADO (WS-INDICE-PASO)
               IF WS-PS-PROGRAMA-ANT (WS-INDICE-PASO) NOT =
               WS-PS-PROGRAMA (WS-INDICE-PASO)
                   DISPLAY "EL PASO " WS-PS-PASO (WS-INDICE-PASO)
                       " CORRIO " WS-PS-PROGRAMA-ANT (WS-INDICE-PASO)
                       " Y LA DEFINICION AHORA DICE "
                       WS-PS-PROGRAMA (WS-INDICE-PASO)
                   ADD 1 TO WS-ERRORES-REANUDACION
               END-IF
           ELSE
               ADD 1 TO WS-PASOS-PENDIENTES.

      * EL CICLO ES DE CIERRE DE MES SI EL DIA SIGUIENTE A LA FECHA
      * DEL CICLO ES PRIMERO DE MES, SALVO QUE LA TARJETA LO FUERCE.
       DETERMINAR-FIN-DE-MES.
           EVALUATE WS-FIN-MES-FORZADO
               WHEN "S"
                   MOVE "S" TO WS-ES-FIN-DE-MES
               WHEN "N"
                   MOVE "N" TO WS-ES-FIN-DE-MES
               WHEN OTHER
                   COMPUTE WS-DIA-ENTERO =
                       FUNCTION INTEGER-OF-DATE (WS-FECHA-CICLO) + 1
                   COMPUTE WS-DIA-SIGUIENTE =
                       FUNCTION DATE-OF-INTEGER (WS-DIA-ENTERO)
                   IF WS-DIA-SIGUIENTE (7:2) = "01"
                       MOVE "S" TO WS-ES-FIN-DE-MES
                   ELSE
                       MOVE "N" TO WS-ES-FIN-DE-MES
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * BITACORA DE CORRIDAS: REGISTRO DE ARRANQUE Y DE CIERRE DE ESTA
      * EJECUCION DEL CONTROLADOR. RC-REGISTROS ES EL NUMERO DE PASOS
      * QUE CORRIERON EN ESTA EJECUCION.
      ******************************************************************
       REGISTRAR-INICIO-CORRIDA.
           OPEN EXTEND ARCHIVO-CORRIDAS.
           IF WS-ESTADO-CORRIDAS NOT = "00" AND
           WS-ESTADO-CORRIDAS NOT = "05"
               DISPLAY "NO SE PUDO ABRIR EL CONTROL DE CORRIDAS. "
                   "ESTADO: " WS-ESTADO-CORRIDAS
           ELSE
               PERFORM ARMAR-REGISTRO-CORRIDA
               MOVE 0 TO RC-FECHA-FIN
               MOVE 0 TO RC-HORA-FIN
               MOVE 0 TO RC-REGISTROS
               MOVE "INICIADA" TO RC-ESTADO
               WRITE REG-CORRIDA
               CLOSE ARCHIVO-CORRIDAS
               MOVE "S" TO WS-CORRIDA-REGISTRADA.

       REGISTRAR-FIN-CORRIDA.
           IF CORRIDA-REGISTRADA
               OPEN EXTEND ARCHIVO-CORRIDAS
               IF WS-ESTADO-CORRIDAS NOT = "00" AND
               WS-ESTADO-CORRIDAS NOT = "05"
                   DISPLAY "NO SE PUDO REGISTRAR EL CIERRE DE LA "
                       "CORRIDA. ESTADO: " WS-ESTADO-CORRIDAS
               ELSE
                   PERFORM ARMAR-REGISTRO-CORRIDA
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RC-FECHA-FIN
                   MOVE FUNCTION CURRENT-DATE(9:6) TO RC-HORA-FIN
                   MOVE WS-PASOS-EJECUTADOS TO RC-REGISTROS
                   MOVE WS-ESTADO-FIN-CORRIDA TO RC-ESTADO
                   WRITE REG-CORRIDA
                   CLOSE ARCHIVO-CORRIDAS.

       ARMAR-REGISTRO-CORRIDA.
           MOVE SPACES TO REG-CORRIDA.
           MOVE WS-ID-CORRIDA TO RC-ID-CORRIDA.
           MOVE WS-MODO-CADENA TO RC-MODO.
           MOVE WS-OPERADOR TO RC-OPERADOR.
           MOVE WS-NOMBRE-DEFINICION TO RC-ARCHIVO-ENTRADA.
           MOVE WS-NOMBRE-BITACORA-PASOS TO RC-ARCHIVO-SALIDA.
           MOVE WS-FECHA-EJECUCION TO RC-FECHA-INICIO.
           MOVE WS-HORA-EJECUCION TO RC-HORA-INICIO.

      ******************************************************************
      * EJECUCION DE UN PASO. AL REANUDAR, UN PASO YA TERMINADO SOLO
      * DEJA CONSTANCIA Y CONSERVA SU CORRIDA PARA LOS PASOS QUE LA
      * USAN; UN PASO DE FIN DE MES FUERA DEL CIERRE SE OMITE.
      ******************************************************************
       EJECUTAR-PASO.
           EVALUATE TRUE
               WHEN REANUDANDO AND PS-TERMINADO (WS-INDICE-PASO)
                   PERFORM ANOTAR-PASO-YA-CORRIDO
               WHEN WS-PS-FIN-MES (WS-INDICE-PASO) = "S" AND
               NOT ES-FIN-DE-MES
                   PERFORM ANOTAR-PASO-OMITIDO
               WHEN OTHER
                   PERFORM CORRER-PASO
           END-EVALUATE.

       ANOTAR-PASO-YA-CORRIDO.
           ADD 1 TO WS-PASOS-YA-CORRIDOS.
           MOVE "YA CORRIDO" TO WS-PS-ESTADO (WS-INDICE-PASO).
           MOVE WS-PS-ID-CORRIDA (WS-INDICE-PASO)
               TO WS-ID-CORRIDA-PASO.
           MOVE WS-PS-RETORNO (WS-INDICE-PASO) TO WS-RC-PASO.
           PERFORM MARCAR-INICIO-PASO.
           PERFORM ESCRIBIR-FIN-PASO.
           DISPLAY "PASO " WS-PS-PASO (WS-INDICE-PASO) " "
               WS-PS-PROGRAMA (WS-INDICE-PASO) " YA CORRIO EN LA "
               "CADENA; NO SE REPITE.".

       ANOTAR-PASO-OMITIDO.
           ADD 1 TO WS-PASOS-OMITIDOS.
           MOVE "OMITIDO" TO WS-PS-ESTADO (WS-INDICE-PASO).
           MOVE SPACES TO WS-ID-CORRIDA-PASO.
           MOVE 0 TO WS-RC-PASO.
           PERFORM MARCAR-INICIO-PASO.
           PERFORM ESCRIBIR-FIN-PASO.
           DISPLAY "PASO " WS-PS-PASO (WS-INDICE-PASO) " "
               WS-PS-PROGRAMA (WS-INDICE-PASO) " SOLO CORRE AL "
               "CIERRE DE MES; OMITIDO.".

      * EL PROGRAMA RECIBE EN SU ENTRADA EL NOMBRE DE SU TARJETA, QUE
      * ES LA PRIMERA PREGUNTA DE TODOS LOS PROGRAMAS DEL SISTEMA. AL
      * TERMINAR SE BUSCA LA CORRIDA QUE DEJO EN LA BITACORA Y SE
      * CLASIFICA SU CODIGO DE RETORNO.
       CORRER-PASO.
           ADD 1 TO WS-PASOS-EJECUTADOS.
           MOVE SPACES TO WS-ID-CORRIDA-PASO.
           PERFORM MARCAR-INICIO-PASO.
           PERFORM PREPARAR-TARJETA-PASO.
           IF NOT PASO-PREPARADO
               MOVE WS-RC-NO-ARRANCO TO WS-RC-PASO
               MOVE "FALLIDO" TO WS-ESTADO-PASO
               MOVE "S" TO WS-CADENA-DETENIDA
               MOVE WS-PS-PASO (WS-INDICE-PASO) TO WS-PASO-DETENIDO
           ELSE
               PERFORM ESCRIBIR-INICIO-PASO
               DISPLAY "PASO " WS-PS-PASO (WS-INDICE-PASO) " "
                   WS-PS-PROGRAMA (WS-INDICE-PASO) " "
                   WS-PS-DESCRIPCION (WS-INDICE-PASO)
               MOVE SPACES TO WS-COMANDO
               STRING "echo " DELIMITED BY SIZE
                   WS-TARJETA-USADA DELIMITED BY SPACE
                   " | " DELIMITED BY SIZE
                   WS-PS-PROGRAMA (WS-INDICE-PASO) DELIMITED BY "  "
                   INTO WS-COMANDO
               CALL "SYSTEM" USING WS-COMANDO
               MOVE RETURN-CODE TO WS-RC-SISTEMA
               PERFORM CALCULAR-RETORNO-PASO
               PERFORM BUSCAR-CORRIDA-PASO
               PERFORM CLASIFICAR-RETORNO-PASO.
           MOVE WS-ESTADO-PASO TO WS-PS-ESTADO (WS-INDICE-PASO).
           MOVE WS-RC-PASO TO WS-PS-RETORNO (WS-INDICE-PASO).
           MOVE WS-ID-CORRIDA-PASO TO WS-PS-ID-CORRIDA (WS-INDICE-PASO).
           PERFORM ESCRIBIR-FIN-PASO.
           DISPLAY "PASO " WS-PS-PASO (WS-INDICE-PASO) " TERMINO: "
               WS-ESTADO-PASO " RETORNO " WS-RC-PASO
               " CORRIDA " WS-ID-CORRIDA-PASO.

       CALCULAR-RETORNO-PASO.
           IF WS-RC-SISTEMA < 0
               MOVE WS-RC-NO-ARRANCO TO WS-RC-PASO
           ELSE
               DIVIDE WS-RC-SISTEMA BY 256 GIVING WS-RC-COCIENTE
                   REMAINDER WS-RC-RESTO
               IF WS-RC-RESTO NOT = 0 OR WS-RC-COCIENTE > 9999
                   MOVE WS-RC-NO-ARRANCO TO WS-RC-PASO
               ELSE
                   MOVE WS-RC-COCIENTE TO WS-RC-PASO.

      * 00 TERMINO; 01-07 TERMINO CON DIFERENCIAS, QUE DETIENEN LA
      * CADENA SOLO SI EL PASO LO PIDE; 08 O MAS ABORTO.
       CLASIFICAR-RETORNO-PASO.
           EVALUATE TRUE
               WHEN WS-RC-PASO = 0
                   MOVE "COMPLETADO" TO WS-ESTADO-PASO
               WHEN WS-RC-PASO < 8 AND
               WS-PS-DETENER (WS-INDICE-PASO) NOT = "S"
                   MOVE "DIFERENCIA" TO WS-ESTADO-PASO
                   MOVE "S" TO WS-HUBO-DIFERENCIAS
               WHEN WS-RC-PASO < 8
                   MOVE "DETENIDO" TO WS-ESTADO-PASO
               WHEN OTHER
                   MOVE "FALLIDO" TO WS-ESTADO-PASO
           END-EVALUATE.
           IF WS-ESTADO-PASO = "DETENIDO" OR
           WS-ESTADO-PASO = "FALLIDO"
               MOVE "S" TO WS-CADENA-DETENIDA
               MOVE WS-PS-PASO (WS-INDICE-PASO) TO WS-PASO-DETENIDO.

      ******************************************************************
      * TARJETA DEL PASO. SI EL PASO NO RECIBE NADA DEL CICLO CORRE
      * CON SU TARJETA TAL CUAL. SI RECIBE LA FECHA DEL CICLO O LA
      * CORRIDA DE UN PASO ANTERIOR, SE COPIA SU TARJETA A LA TARJETA
      * DE TRABAJO SIN LAS LINEAS DE ESAS CLAVES Y SE LE AGREGAN CON
      * LOS VALORES DE ESTA NOCHE.
      ******************************************************************
       PREPARAR-TARJETA-PASO.
           MOVE "S" TO WS-PASO-PREPARADO.
           MOVE WS-PS-TARJETA (WS-INDICE-PASO) TO WS-TARJETA-USADA.
           IF WS-PS-INDICE-CORRIDA (WS-INDICE-PASO) > 0
               MOVE WS-PS-INDICE-CORRIDA (WS-INDICE-PASO)
                   TO WS-INDICE-BUSCADO
               IF WS-PS-ID-CORRIDA (WS-INDICE-BUSCADO) = SPACES
                   DISPLAY "PASO " WS-PS-PASO (WS-INDICE-PASO)
                       ": EL PASO " WS-PS-PASO (WS-INDICE-BUSCADO)
                       " NO DEJO CORRIDA EN LA BITACORA; EL PASO NO "
                       "PUEDE CORRER."
                   MOVE "N" TO WS-PASO-PREPARADO.
           IF PASO-PREPARADO AND
           (WS-PS-CLAVE-FECHA (WS-INDICE-PASO) NOT = SPACES OR
           WS-PS-INDICE-CORRIDA (WS-INDICE-PASO) > 0)
               PERFORM ARMAR-TARJETA-TRABAJO.

       ARMAR-TARJETA-TRABAJO.
           MOVE WS-PS-TARJETA (WS-INDICE-PASO)
               TO WS-NOMBRE-TARJETA-PASO.
           OPEN INPUT ARCHIVO-TARJETA-PASO.
           IF WS-ESTADO-TARJETA-PASO NOT = "00"
               DISPLAY "PASO " WS-PS-PASO (WS-INDICE-PASO)
                   ": NO SE PUDO ABRIR SU TARJETA "
                   WS-NOMBRE-TARJETA-PASO
               MOVE "N" TO WS-PASO-PREPARADO
           ELSE
               OPEN OUTPUT ARCHIVO-TRABAJO
               IF WS-ESTADO-TRABAJO NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR LA TARJETA DE TRABAJO. "
                       "ESTADO: " WS-ESTADO-TRABAJO
                   MOVE "N" TO WS-PASO-PREPARADO
                   CLOSE ARCHIVO-TARJETA-PASO
               ELSE
                   MOVE "N" TO WS-FIN-TARJETA-PASO
                   PERFORM COPIAR-LINEA-TARJETA
                       UNTIL FIN-TARJETA-PASO
                   PERFORM AGREGAR-CLAVES-CICLO
                   CLOSE ARCHIVO-TARJETA-PASO
                   CLOSE ARCHIVO-TRABAJO
                   MOVE WS-NOMBRE-TRABAJO TO WS-TARJETA-USADA.

       COPIAR-LINEA-TARJETA.
           READ ARCHIVO-TARJETA-PASO
               AT END MOVE "S" TO WS-FIN-TARJETA-PASO
               NOT AT END
                   MOVE SPACES TO WS-LINEA-CLAVE
                   MOVE SPACES TO WS-LINEA-VALOR
                   UNSTRING REG-TARJETA-PASO DELIMITED BY "="
                       INTO WS-LINEA-CLAVE WS-LINEA-VALOR
                   IF (WS-LINEA-CLAVE = "CORRIDA" AND
                   WS-PS-INDICE-CORRIDA (WS-INDICE-PASO) > 0) OR
                   (WS-LINEA-CLAVE = WS-PS-CLAVE-FECHA (WS-INDICE-PASO)
                   AND WS-LINEA-CLAVE NOT = SPACES)
                       CONTINUE
                   ELSE
                       MOVE REG-TARJETA-PASO TO REG-TRABAJO
                       WRITE REG-TRABAJO
                   END-IF
           END-READ.

       AGREGAR-CLAVES-CICLO.
           IF WS-PS-CLAVE-FECHA (WS-INDICE-PASO) NOT = SPACES
               MOVE SPACES TO REG-TRABAJO
               STRING WS-PS-CLAVE-FECHA (WS-INDICE-PASO)
                   DELIMITED BY SPACE
                   "=" WS-FECHA-CICLO DELIMITED BY SIZE
                   INTO REG-TRABAJO
               WRITE REG-TRABAJO.
           IF WS-PS-INDICE-CORRIDA (WS-INDICE-PASO) > 0
               MOVE SPACES TO REG-TRABAJO
               STRING "CORRIDA=" WS-PS-ID-CORRIDA (WS-INDICE-BUSCADO)
                   DELIMITED BY SIZE INTO REG-TRABAJO
               WRITE REG-TRABAJO.

      * LA CORRIDA DEL PASO ES LA ULTIMA QUE ARRANCO EN LA BITACORA
      * DE CORRIDAS DESDE QUE ARRANCO EL PASO, SIN CONTAR LAS DEL
      * CONTROLADOR (MODO "J"). LOS PASOS CORREN UNO TRAS OTRO, ASI
      * QUE NO HAY OTRA CORRIDA DE LA CADENA EN ESE INTERVALO.
       BUSCAR-CORRIDA-PASO.
           MOVE SPACES TO WS-ID-CORRIDA-PASO.
           MOVE "N" TO WS-FIN-CORRIDAS.
           OPEN INPUT ARCHIVO-CORRIDAS.
           IF WS-ESTADO-CORRIDAS NOT = "00"
               DISPLAY "NO SE PUDO LEER EL CONTROL DE CORRIDAS. "
                   "ESTADO: " WS-ESTADO-CORRIDAS
           ELSE
               PERFORM LEER-EXAMINAR-CORRIDA
                   UNTIL FIN-CORRIDAS
               CLOSE ARCHIVO-CORRIDAS.

       LEER-EXAMINAR-CORRIDA.
           READ ARCHIVO-CORRIDAS
               AT END MOVE "S" TO WS-FIN-CORRIDAS
               NOT AT END
                   IF RC-MODO NOT = WS-MODO-CADENA AND
                   (RC-FECHA-INICIO > WS-FECHA-INICIO-PASO OR
                   (RC-FECHA-INICIO = WS-FECHA-INICIO-PASO AND
                   RC-HORA-INICIO NOT < WS-HORA-INICIO-PASO))
                       PERFORM VERIFICAR-CORRIDA-NUEVA
                   END-IF
           END-READ.

      * LA BITACORA MARCA EL TIEMPO AL SEGUNDO: UNA CORRIDA DEL PASO
      * ANTERIOR PUEDE CAER EN EL MISMO SEGUNDO EN QUE ARRANCO ESTE.
      * UNA CORRIDA YA ASIGNADA A OTRO PASO DE LA CADENA NO ES DE ESTE.
       VERIFICAR-CORRIDA-NUEVA.
           MOVE "N" TO WS-PASO-HALLADO.
           PERFORM BUSCAR-CORRIDA-ASIGNADA
               VARYING WS-INDICE-BUSCADO FROM 1 BY 1
                   UNTIL WS-INDICE-BUSCADO > WS-NUM-PASOS
                   OR PASO-HALLADO.
           IF NOT PASO-HALLADO
               MOVE RC-ID-CORRIDA TO WS-ID-CORRIDA-PASO.

       BUSCAR-CORRIDA-ASIGNADA.
           IF WS-PS-ID-CORRIDA (WS-INDICE-BUSCADO) = RC-ID-CORRIDA
               MOVE "S" TO WS-PASO-HALLADO.

      ******************************************************************
      * BITACORA DE PASOS: UN REGISTRO AL ARRANCAR EL PASO Y OTRO AL
      * TERMINAR, CADA UNO GRABADO Y CERRADO DE INMEDIATO.
      ******************************************************************
       MARCAR-INICIO-PASO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-INICIO-PASO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-INICIO-PASO.

       ESCRIBIR-INICIO-PASO.
           PERFORM ARMAR-REGISTRO-PASO.
           MOVE 0 TO BP-FECHA-FIN.
           MOVE 0 TO BP-HORA-FIN.
           MOVE 0 TO BP-CODIGO-RETORNO.
           MOVE "INICIADO" TO BP-ESTADO.
           MOVE SPACES TO BP-ID-CORRIDA-PASO.
           PERFORM GRABAR-BITACORA-PASO.

       ESCRIBIR-FIN-PASO.
           PERFORM ARMAR-REGISTRO-PASO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BP-FECHA-FIN.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BP-HORA-FIN.
           MOVE WS-RC-PASO TO BP-CODIGO-RETORNO.
           MOVE WS-PS-ESTADO (WS-INDICE-PASO) TO BP-ESTADO.
           MOVE WS-ID-CORRIDA-PASO TO BP-ID-CORRIDA-PASO.
           PERFORM GRABAR-BITACORA-PASO.

       ARMAR-REGISTRO-PASO.
           MOVE SPACES TO REG-BITACORA-PASO.
           MOVE WS-ID-CADENA TO BP-ID-CADENA.
           MOVE WS-ID-CORRIDA TO BP-ID-CORRIDA.
           MOVE WS-FECHA-CICLO TO BP-FECHA-CICLO.
           MOVE WS-PS-PASO (WS-INDICE-PASO) TO BP-PASO.
           MOVE WS-PS-PROGRAMA (WS-INDICE-PASO) TO BP-PROGRAMA.
           MOVE WS-PS-TARJETA (WS-INDICE-PASO) TO BP-TARJETA.
           MOVE WS-FECHA-INICIO-PASO TO BP-FECHA-INICIO.
           MOVE WS-HORA-INICIO-PASO TO BP-HORA-INICIO.

       GRABAR-BITACORA-PASO.
           OPEN EXTEND ARCHIVO-BITACORA-PASOS.
           IF WS-ESTADO-BITACORA-PASOS NOT = "00" AND
           WS-ESTADO-BITACORA-PASOS NOT = "05"
               DISPLAY "NO SE PUDO GRABAR EN LA BITACORA DE PASOS. "
                   "ESTADO: " WS-ESTADO-BITACORA-PASOS
                   " PASO: " BP-PASO " " BP-ESTADO
           ELSE
               WRITE REG-BITACORA-PASO
               CLOSE ARCHIVO-BITACORA-PASOS.

      ******************************************************************
      * RESUMEN DE LA CADENA EN LA CONSOLA DEL PLANIFICADOR: ESTADO DE
      * CADA PASO Y, SI LA CADENA SE DETUVO, COMO REANUDARLA.
      ******************************************************************
       MOSTRAR-RESUMEN-CADENA.
           DISPLAY "RESUMEN DE LA CADENA " WS-ID-CADENA.
           DISPLAY "PASO PROGRAMA                       ESTADO       "
               "RET  CORRIDA".
           PERFORM MOSTRAR-PASO-RESUMEN
               VARYING WS-INDICE-PASO FROM 1 BY 1
                   UNTIL WS-INDICE-PASO > WS-NUM-PASOS.
           MOVE WS-PASOS-EJECUTADOS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "PASOS EJECUTADOS: " WS-CONTADOR-MOSTRADO.
           MOVE WS-PASOS-OMITIDOS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "PASOS DE FIN DE MES OMITIDOS: "
               WS-CONTADOR-MOSTRADO.
           IF REANUDANDO
               MOVE WS-PASOS-YA-CORRIDOS TO WS-CONTADOR-MOSTRADO
               DISPLAY "PASOS YA CORRIDOS ANTES DE REANUDAR: "
                   WS-CONTADOR-MOSTRADO.
           IF CADENA-DETENIDA
               DISPLAY "CADENA DETENIDA EN EL PASO " WS-PASO-DETENIDO
                   ". CORRIJA LA CAUSA Y REANUDE CON REANUDAR="
                   WS-ID-CADENA
           ELSE
               IF HUBO-DIFERENCIAS
                   DISPLAY "CADENA TERMINADA CON DIFERENCIAS. REVISE "
                       "LOS REPORTES DE LOS PASOS EN DIFERENCIA."
               ELSE
                   DISPLAY "CADENA TERMINADA.".

       MOSTRAR-PASO-RESUMEN.
           DISPLAY WS-PS-PASO (WS-INDICE-PASO) "  "
               WS-PS-PROGRAMA (WS-INDICE-PASO) " "
               WS-PS-ESTADO (WS-INDICE-PASO) " "
               WS-PS-RETORNO (WS-INDICE-PASO) " "
               WS-PS-ID-CORRIDA (WS-INDICE-PASO).
