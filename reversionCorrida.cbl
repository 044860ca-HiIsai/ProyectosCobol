       IDENTIFICATION DIVISION.
           PROGRAM-ID. reversionCorrida.

      ******************************************************************
      * REVERSO DE UNA CORRIDA DEL LOTE DE interesCompuesto
      *
      * DADO EL ID DE UNA CORRIDA DEL LOTE (MODO L) QUE SALIO MAL, LA
      * DESHACE COMPLETA A PARTIR DE SUS PROPIOS MOVIMIENTOS EN LA
      * BITACORA: CADA CUENTA VUELVE AL SALDO DE ARRANQUE DE LA
      * CORRIDA (MV-SALDO-INICIAL), SE DESCUENTAN DE LOS ACUMULADOS
      * DEL MAESTRO EL INTERES, LA RETENCION Y LOS APORTES QUE LA
      * CORRIDA ABONO Y LA FECHA DE ULTIMO PROCESO VUELVE A LA DEL
      * MOVIMIENTO ANTERIOR DE LA CUENTA EN UNA CORRIDA QUE LA FIJA
      * (VER CERRAR-CUENTA). EL REVERSO CORRE BAJO UN ID DE CORRIDA
      * PROPIO (MODO R): DEJA UN MOVIMIENTO DE REVERSO POR
      * CADA MOVIMIENTO DE LA CORRIDA, UN FEED AL GL CON LOS MISMOS
      * REGISTROS DE LA CORRIDA EN NEGATIVO (PARA CONTABILIZARLO CON
      * resumenGL COMO CUALQUIER FEED) Y MARCA LA CORRIDA ORIGINAL
      * COMO REVERSADA EN LA BITACORA DE CORRIDAS.
      *
      * ANTES DE TOCAR NADA SE VALIDAN TODAS LAS CUENTAS: SI EL SALDO
      * DEL MAESTRO YA NO ES EL DE CIERRE DE LA CORRIDA (UNA CORRIDA
      * POSTERIOR LA MOVIO) O LA CUENTA YA NO ESTA ACTIVA, EL REVERSO
      * NO SE APLICA A NINGUNA CUENTA Y LAS EXCEPCIONES SE LISTAN EN
      * EL REPORTE. LAS CORRIDAS POSTERIORES SE REVERSAN PRIMERO.
      * SI AL APLICAR UNA CUENTA NO SE PUEDE GRABAR, EL REVERSO QUEDA
      * PARCIAL: EL FEED AL GL NIEGA SOLO LAS CUENTAS REVERSADAS, LA
      * CORRIDA ORIGINAL NO SE MARCA Y EL REVERSO TERMINA ABORTADO
      * (VER CERRAR-REVERSO-PARCIAL).
      * SOLO UN SUPERVISOR PUEDE REVERSAR UNA CORRIDA.
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

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO DYNAMIC WS-NOMBRE-CUENTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.

           SELECT ARCHIVO-GL
               ASSIGN TO DYNAMIC WS-NOMBRE-GL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GL.

           SELECT ARCHIVO-GL-REVERSO
               ASSIGN TO DYNAMIC WS-NOMBRE-GL-REVERSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GL-REVERSO.

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
       FD  ARCHIVO-CORRIDAS.
       COPY CORRIDAREC.

       FD  ARCHIVO-MOVIMIENTOS.
       COPY MOVIMREC.

       FD  ARCHIVO-CUENTAS.
       COPY CUENTAREC.

       FD  ARCHIVO-GL.
       COPY GLREC.

      * FEED DE REVERSO: MISMO TRAZADO DE GLREC; CADA REGISTRO SE
      * ARMA SOBRE REG-GL Y SE GRABA CON WRITE ... FROM.
       FD  ARCHIVO-GL-REVERSO.
       01  REG-GL-REVERSO         PIC X(68).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE            PIC X(132).

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA QUE EL REVERSO QUEDE DOCUMENTADO
      * EN UN ARCHIVO Y NO SOLO EN LO QUE SE DIGITO EN PANTALLA.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

      * ARCHIVO DE TRABAJO DEL ORDENAMIENTO: TODA LA BITACORA DE
      * MOVIMIENTOS POR CUENTA Y, DENTRO DE LA CUENTA, DEL MAS
      * RECIENTE AL MAS ANTIGUO (LA SECUENCIA ES LA POSICION EN LA
      * BITACORA LEIDA POR SU LLAVE CUENTA / FECHA / CORRIDA, Y EL ID
      * DE CORRIDA EMPIEZA CON SU FECHA Y HORA DE ARRANQUE). ASI
      * LOS MOVIMIENTOS DE LA CORRIDA SE DESHACEN EN ORDEN INVERSO Y
      * EL PRIMER MOVIMIENTO QUE LES SIGUE DE UNA CORRIDA QUE FIJA LA
      * FECHA DE ULTIMO PROCESO DA LA QUE LA CUENTA TENIA ANTES DE LA
      * CORRIDA.
       SD  ARCHIVO-ORDENADO.
       01  REG-MOV-ORD.
           05  OR-CUENTA              PIC X(10).
           05  OR-SECUENCIA           PIC 9(9).
           05  OR-DE-LA-CORRIDA       PIC X.
               88  OR-ES-DE-LA-CORRIDA    VALUE "S".
           05  OR-FECHA               PIC 9(8).
           05  OR-ID-CORRIDA          PIC X(15).
           05  OR-SALDO-INICIAL       PIC 9(9)V99.
           05  OR-INTERES             PIC S9(9)V99.
           05  OR-RETENCION           PIC S9(9)V99.
           05  OR-CONTRIBUCIONES      PIC S9(11)V99.
           05  OR-SALDO-FINAL         PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-CORRIDAS        PIC X(40).
       01  WS-ESTADO-CORRIDAS        PIC XX.
       01  WS-NOMBRE-MOVIMIENTOS     PIC X(40).
       01  WS-ESTADO-MOVIMIENTOS     PIC XX.
       01  WS-NOMBRE-CUENTAS         PIC X(40).
       01  WS-ESTADO-CUENTAS         PIC XX.
       01  WS-NOMBRE-GL              PIC X(40).
       01  WS-ESTADO-GL              PIC XX.
       01  WS-NOMBRE-GL-REVERSO      PIC X(40).
       01  WS-ESTADO-GL-REVERSO      PIC XX.
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

      * SEGURIDAD DE OPERADORES: EL OPERADOR SE VALIDA CONTRA EL
      * MAESTRO DE SEGURIDAD AL ARRANCAR; REVERSAR UNA CORRIDA EXIGE
      * NIVEL SUPERVISOR.
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
           05  WS-OP-SUPERVISOR       PIC X VALUE "N".
               88  OPERADOR-SUPERVISOR    VALUE "S".

      * IDENTIFICACION DE LA CORRIDA DE REVERSO EN LA BITACORA DE
      * CORRIDAS (MISMO FORMATO QUE LAS CORRIDAS DEL LOTE).
       01  WS-ID-CORRIDA             PIC X(15).
       01  WS-MODO-REVERSO           PIC X VALUE "R".
       01  WS-CORRIDAS-ABIERTO       PIC X VALUE "N".
           88  CORRIDAS-ABIERTO      VALUE "S".
       01  WS-CORRIDA-REGISTRADA     PIC X VALUE "N".
           88  CORRIDA-REGISTRADA    VALUE "S".
       01  WS-ESTADO-FIN-CORRIDA     PIC X(12) VALUE "ABORTADA".

      * CORRIDA A REVERSAR Y LO QUE DICE DE ELLA LA BITACORA: SU
      * ESTADO FINAL ES EL DEL ULTIMO REGISTRO CON SU ID.
       01  WS-CORRIDA-ORIGEN         PIC X(15).
       01  WS-ORIGEN-ENCONTRADA      PIC X VALUE "N".
           88  ORIGEN-ENCONTRADA     VALUE "S".
       01  WS-ORIGEN-MODO            PIC X.
       01  WS-ORIGEN-ESTADO          PIC X(12).
       01  WS-ORIGEN-FECHA-INICIO    PIC 9(8).
       01  WS-ORIGEN-HORA-INICIO     PIC 9(6).
       01  WS-ORIGEN-REGISTROS       PIC 9(7) VALUE 0.
       01  WS-FIN-CORRIDAS           PIC X VALUE "N".
           88  FIN-CORRIDAS          VALUE "S".

      * CORRIDAS CUYOS MOVIMIENTOS NO SIRVEN PARA RESTAURAR LA FECHA
      * DE ULTIMO PROCESO, TOMADAS DE LA BITACORA DE CORRIDAS. SI NO
      * CABEN, LAS QUE SOBRAN SE CUENTAN Y SE AVISAN EN EL REPORTE.
       01  WS-NUM-EXCLUIDAS          PIC 9(5) VALUE 0.
       01  WS-EXCLUIDAS-OMITIDAS     PIC 9(7) VALUE 0.
       01  WS-TABLA-EXCLUIDAS.
           05  WS-CE-CORRIDA OCCURS 5000 TIMES PIC X(15).
       01  WS-INDICE-EXCLUIDA        PIC 9(5).
       01  WS-CORRIDA-BUSCADA        PIC X(15).
       01  WS-CORRIDA-EXCLUIDA       PIC X VALUE "N".
           88  CORRIDA-EXCLUIDA      VALUE "S".

      * CUENTAS QUE QUEDARON CON EXCEPCION EN LA FASE DE APLICACION
      * (EL MAESTRO NO SE REVERSO): SUS REGISTROS DEL FEED GL NO SE
      * NIEGAN. SI NO CABEN, LAS QUE SOBRAN SE CUENTAN Y SE AVISAN.
       01  WS-NUM-NO-APLICADAS       PIC 9(5) VALUE 0.
       01  WS-NO-APLICADAS-OMITIDAS  PIC 9(7) VALUE 0.
       01  WS-TABLA-NO-APLICADAS.
           05  WS-NA-CUENTA OCCURS 5000 TIMES PIC X(10).
       01  WS-INDICE-NO-APLICADA     PIC 9(5).
       01  WS-CUENTA-NO-APLICADA     PIC X VALUE "N".
           88  CUENTA-NO-APLICADA    VALUE "S".

      * FASE DEL RECORRIDO ORDENADO: PRIMERO SE VALIDA TODO SIN
      * GRABAR NADA Y SOLO SI NO HAY EXCEPCIONES SE APLICA.
       01  WS-FASE                   PIC X.
           88  FASE-VALIDACION       VALUE "V".
           88  FASE-APLICACION       VALUE "A".

       01  WS-FIN-MOVIMIENTOS        PIC X VALUE "N".
           88  FIN-MOVIMIENTOS       VALUE "S".
       01  WS-FIN-ORDENADO           PIC X VALUE "N".
           88  FIN-ORDENADO          VALUE "S".
       01  WS-FIN-GL                 PIC X VALUE "N".
           88  FIN-GL                VALUE "S".
       01  WS-SECUENCIA-MOV          PIC 9(9) VALUE 0.

      * CUENTA EN CURSO DEL CORTE DE CONTROL.
       01  WS-CUENTA-EN-CURSO        PIC X(10).
       01  WS-HAY-CUENTA             PIC X VALUE "N".
           88  HAY-CUENTA            VALUE "S".
       01  WS-CUENTA-CON-CORRIDA     PIC X VALUE "N".
           88  CUENTA-CON-CORRIDA    VALUE "S".
       01  WS-CUENTA-EN-MAESTRO      PIC X VALUE "N".
           88  CUENTA-EN-MAESTRO     VALUE "S".
       01  WS-CUENTA-CON-EXCEPCION   PIC X VALUE "N".
           88  CUENTA-CON-EXCEPCION  VALUE "S".
       01  WS-FECHA-PREVIA-HALLADA   PIC X VALUE "N".
           88  FECHA-PREVIA-HALLADA  VALUE "S".
       01  WS-FECHA-PREVIA           PIC 9(8).
       01  WS-SALDO-ESPERADO         PIC 9(9)V99.
       01  WS-SALDO-ANTES            PIC 9(9)V99.
       01  WS-INTERES-CUENTA         PIC S9(11)V99.
       01  WS-RETENCION-CUENTA       PIC S9(11)V99.
       01  WS-CONTRIB-CUENTA         PIC S9(11)V99.
       01  WS-MOTIVO-EXCEPCION       PIC X(50).

      * CONTEOS Y TOTALES DE CONTROL DEL REVERSO.
       01  WS-CUENTAS-CORRIDA        PIC 9(7) VALUE 0.
       01  WS-MOVS-CORRIDA           PIC 9(7) VALUE 0.
       01  WS-CUENTAS-EXCEPCION      PIC 9(7) VALUE 0.
       01  WS-CUENTAS-REVERSADAS     PIC 9(7) VALUE 0.
       01  WS-CUENTAS-SIN-FECHA      PIC 9(7) VALUE 0.
       01  WS-MOVS-REVERSADOS        PIC 9(7) VALUE 0.
       01  WS-GL-ORIGEN-REGS         PIC 9(7) VALUE 0.
       01  WS-GL-REVERSO-REGS        PIC 9(7) VALUE 0.
       01  WS-GL-NO-NEGADOS          PIC 9(7) VALUE 0.
       01  WS-TOTAL-INTERES          PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-RETENCION        PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-CONTRIB          PIC S9(13)V99 VALUE 0.
       01  WS-GL-TOTAL-INTERES       PIC S9(13)V99 VALUE 0.
       01  WS-GL-TOTAL-RETENCION     PIC S9(13)V99 VALUE 0.

       01  WS-CONTADOR-MOSTRADO      PIC ZZZ,ZZZ,ZZ9.
       01  WS-CONTADOR-MOSTRADO-2    PIC ZZZ,ZZZ,ZZ9.
       01  WS-VALOR-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-MOSTRADO-2       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNADO-MOSTRADO       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNADO-MOSTRADO-2     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNADO-MOSTRADO-3     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           MOVE SPACES TO WS-ID-CORRIDA.
           STRING WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION
               DELIMITED BY SIZE INTO WS-ID-CORRIDA.
           DISPLAY "REVERSO DE CORRIDA DEL LOTE  " WS-ID-CORRIDA.
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
               DISPLAY "OPERADOR SUPERVISOR (INICIALES):"
               ACCEPT WS-OPERADOR.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               GO TO TERMINA-PROGRAMA.
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY "EL OPERADOR " WS-OPERADOR " NO ES "
                   "SUPERVISOR. SOLO UN SUPERVISOR PUEDE REVERSAR "
                   "UNA CORRIDA."
               GO TO TERMINA-PROGRAMA.
           IF NOT USANDO-TARJETA
               DISPLAY "ARCHIVO DE CONTROL DE CORRIDAS:"
               ACCEPT WS-NOMBRE-CORRIDAS
               DISPLAY "ARCHIVO DE BITACORA DE MOVIMIENTOS:"
               ACCEPT WS-NOMBRE-MOVIMIENTOS
               DISPLAY "ARCHIVO MAESTRO DE CUENTAS:"
               ACCEPT WS-NOMBRE-CUENTAS
               DISPLAY "ARCHIVO DE INTERFASE GL DE LA CORRIDA:"
               ACCEPT WS-NOMBRE-GL
               DISPLAY "ARCHIVO DE INTERFASE GL DEL REVERSO (SALIDA):"
               ACCEPT WS-NOMBRE-GL-REVERSO
               DISPLAY "ARCHIVO DE REPORTE DEL REVERSO (SALIDA):"
               ACCEPT WS-NOMBRE-REPORTE
               PERFORM OBTENER-CORRIDA-ORIGEN.

      * LA CORRIDA DEBE SER DEL LOTE, HABER TERMINADO (COMPLETADA O
      * ABORTADA A MEDIO CAMINO) Y NO ESTAR YA REVERSADA.
           PERFORM BUSCAR-CORRIDA-ORIGEN.
           IF NOT ORIGEN-ENCONTRADA
               DISPLAY "LA CORRIDA " WS-CORRIDA-ORIGEN " NO ESTA EN "
                   "LA BITACORA DE CORRIDAS."
               GO TO TERMINA-PROGRAMA.
           IF WS-ORIGEN-MODO NOT = "L"
               DISPLAY "LA CORRIDA " WS-CORRIDA-ORIGEN " NO ES UNA "
                   "CORRIDA DEL LOTE (MODO " WS-ORIGEN-MODO "). SOLO "
                   "SE REVERSAN CORRIDAS DEL LOTE."
               GO TO TERMINA-PROGRAMA.
           IF WS-ORIGEN-ESTADO = "REVERSADA"
               DISPLAY "LA CORRIDA " WS-CORRIDA-ORIGEN " YA FUE "
                   "REVERSADA."
               GO TO TERMINA-PROGRAMA.
           IF WS-ORIGEN-ESTADO NOT = "COMPLETADA" AND
           WS-ORIGEN-ESTADO NOT = "ABORTADA"
               DISPLAY "LA CORRIDA " WS-CORRIDA-ORIGEN " NO HA "
                   "TERMINADO (ESTADO " WS-ORIGEN-ESTADO "). NO SE "
                   "REVERSA UNA CORRIDA EN CURSO."
               GO TO TERMINA-PROGRAMA.

           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REPORTE."
               GO TO TERMINA-PROGRAMA.
           PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
      * SIN BITACORA DE CORRIDAS NO HAY DONDE MARCAR LA CORRIDA COMO
      * REVERSADA: EL REVERSO NO ARRANCA.
           OPEN EXTEND ARCHIVO-CORRIDAS.
           IF WS-ESTADO-CORRIDAS = "00" OR WS-ESTADO-CORRIDAS = "05"
               MOVE "S" TO WS-CORRIDAS-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL CONTROL DE CORRIDAS PARA "
                   "REGISTRAR EL REVERSO. ESTADO: " WS-ESTADO-CORRIDAS
               CLOSE ARCHIVO-REPORTE
               GO TO TERMINA-PROGRAMA.
           PERFORM REGISTRAR-INICIO-CORRIDA.
           OPEN I-O ARCHIVO-CUENTAS.
           IF WS-ESTADO-CUENTAS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS. "
                   "ESTADO: " WS-ESTADO-CUENTAS
               CLOSE ARCHIVO-REPORTE
               GO TO TERMINA-PROGRAMA.

      * PRIMERA PASADA: VALIDA TODAS LAS CUENTAS DE LA CORRIDA SIN
      * GRABAR NADA.
           MOVE "V" TO WS-FASE.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY OR-CUENTA
               ON DESCENDING KEY OR-SECUENCIA
               INPUT PROCEDURE IS ENTRADA-ORDENAMIENTO
               OUTPUT PROCEDURE IS SALIDA-ORDENAMIENTO.
           PERFORM CONTAR-FEED-ORIGEN.
           IF WS-MOVS-CORRIDA = 0
               MOVE "LA BITACORA NO TIENE MOVIMIENTOS DE LA CORRIDA"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM ABORTAR-REVERSO
               GO TO TERMINA-PROGRAMA.
           IF WS-CUENTAS-EXCEPCION > 0
               MOVE "CUENTAS CON EXCEPCION; NO SE REVERSA NINGUNA"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM ABORTAR-REVERSO
               GO TO TERMINA-PROGRAMA.
           IF WS-GL-ORIGEN-REGS = 0
               MOVE "EL FEED AL GL NO TRAE REGISTROS DE LA CORRIDA"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM ABORTAR-REVERSO
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-GL-REVERSO.
           IF WS-ESTADO-GL-REVERSO NOT = "00"
               MOVE "NO SE PUDO ABRIR EL FEED GL DEL REVERSO"
                   TO WS-MOTIVO-EXCEPCION
               PERFORM ABORTAR-REVERSO
               GO TO TERMINA-PROGRAMA.

      * SEGUNDA PASADA: APLICA EL REVERSO CUENTA POR CUENTA Y DEJA
      * LOS MOVIMIENTOS DE REVERSO EN LA BITACORA.
           MOVE "A" TO WS-FASE.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY OR-CUENTA
               ON DESCENDING KEY OR-SECUENCIA
               INPUT PROCEDURE IS ENTRADA-ORDENAMIENTO
               OUTPUT PROCEDURE IS SALIDA-ORDENAMIENTO.
           PERFORM GENERAR-FEED-REVERSO.
           CLOSE ARCHIVO-GL-REVERSO.
           CLOSE ARCHIVO-CUENTAS.
           IF WS-CUENTAS-EXCEPCION > 0
               PERFORM CERRAR-REVERSO-PARCIAL
               GO TO TERMINA-PROGRAMA.

           PERFORM MARCAR-CORRIDA-REVERSADA.
           MOVE "COMPLETADA" TO WS-ESTADO-FIN-CORRIDA.
           PERFORM ESCRIBIR-TOTALES-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           DISPLAY "CORRIDA " WS-CORRIDA-ORIGEN " REVERSADA POR LA "
               "CORRIDA " WS-ID-CORRIDA ". CUENTAS: "
               WS-CUENTAS-REVERSADAS " MOVIMIENTOS: "
               WS-MOVS-REVERSADOS.
           DISPLAY "CONTABILICE EL FEED DE REVERSO CON resumenGL: "
               WS-NOMBRE-GL-REVERSO.
       TERMINA-PROGRAMA.
           PERFORM REGISTRAR-FIN-CORRIDA.
           IF CORRIDAS-ABIERTO
               CLOSE ARCHIVO-CORRIDAS.
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
      * LISTA POR SU CLAVE Y EL REVERSO NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: SEGURIDAD, OPERADOR, CORRIDAS, MOVIMIENTOS, CUENTAS,
      * GL (FEED DE LA CORRIDA A REVERSAR), GLREVERSO (FEED DE
      * SALIDA), SALIDA (REPORTE) Y CORRIDA (ID A REVERSAR).
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
               MOVE SPACES TO WS-NOMBRE-MOVIMIENTOS
               MOVE SPACES TO WS-NOMBRE-CUENTAS
               MOVE SPACES TO WS-NOMBRE-GL
               MOVE SPACES TO WS-NOMBRE-GL-REVERSO
               MOVE SPACES TO WS-NOMBRE-REPORTE
               MOVE SPACES TO WS-CORRIDA-ORIGEN
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
               WHEN "MOVIMIENTOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-MOVIMIENTOS
               WHEN "CUENTAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CUENTAS
               WHEN "GL"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-GL
               WHEN "GLREVERSO"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-GL-REVERSO
               WHEN "SALIDA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-REPORTE
               WHEN "CORRIDA"
                   MOVE WS-PARAM-VALOR TO WS-CORRIDA-ORIGEN
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
           IF WS-NOMBRE-CORRIDAS = SPACES
               MOVE "CORRIDAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CUENTAS = SPACES
               MOVE "CUENTAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-GL = SPACES
               MOVE "GL" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-GL-REVERSO = SPACES
               MOVE "GLREVERSO" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-REPORTE = SPACES
               MOVE "SALIDA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-CORRIDA-ORIGEN = SPACES
               MOVE "CORRIDA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               WS-PARAM-FALTANTE.
           ADD 1 TO WS-PARAM-ERRORES.

       OBTENER-CORRIDA-ORIGEN.
           DISPLAY "ID DE LA CORRIDA A REVERSAR (VER "
               "consultaCorridas):".
           ACCEPT WS-CORRIDA-ORIGEN.
           IF WS-CORRIDA-ORIGEN = SPACES
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-CORRIDA-ORIGEN.

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

      * SE COPIAN LAS AUTORIZACIONES (Y EL NIVEL SUPERVISOR) MIENTRAS
      * EL ARCHIVO DE SEGURIDAD SIGUE ABIERTO; LOS CHEQUEOS
      * POSTERIORES LEEN ESTAS COPIAS DE MEMORIA DE TRABAJO.
       COPIAR-AUTORIZACIONES-OP.
           MOVE OP-AUT-TASAS TO WS-OP-AUT-TASAS.
           MOVE OP-AUT-CUENTAS TO WS-OP-AUT-CUENTAS.
           MOVE OP-AUT-LOTE TO WS-OP-AUT-LOTE.
           MOVE OP-AUT-CONSULTA TO WS-OP-AUT-CONSULTA.
           MOVE OP-SUPERVISOR TO WS-OP-SUPERVISOR.

      ******************************************************************
      * BITACORA DE CORRIDAS: ESTADO FINAL DE LA CORRIDA A REVERSAR
      * (EL DEL ULTIMO REGISTRO CON SU ID), REGISTRO DE LA CORRIDA DE
      * REVERSO Y MARCA DE REVERSADA SOBRE LA CORRIDA ORIGINAL.
      ******************************************************************
       BUSCAR-CORRIDA-ORIGEN.
           OPEN INPUT ARCHIVO-CORRIDAS.
           IF WS-ESTADO-CORRIDAS NOT = "00" AND
           WS-ESTADO-CORRIDAS NOT = "05"
               DISPLAY "NO SE PUDO ABRIR EL CONTROL DE CORRIDAS. "
                   "ESTADO: " WS-ESTADO-CORRIDAS
           ELSE
               PERFORM LEER-EXAMINAR-CORRIDA
                   UNTIL FIN-CORRIDAS
               CLOSE ARCHIVO-CORRIDAS.

       LEER-EXAMINAR-CORRIDA.
           READ ARCHIVO-CORRIDAS
               AT END MOVE "S" TO WS-FIN-CORRIDAS
               NOT AT END
                   IF RC-ID-CORRIDA = WS-CORRIDA-ORIGEN
                       MOVE "S" TO WS-ORIGEN-ENCONTRADA
                       MOVE RC-MODO TO WS-ORIGEN-MODO
                       MOVE RC-ESTADO TO WS-ORIGEN-ESTADO
                       MOVE RC-FECHA-INICIO TO WS-ORIGEN-FECHA-INICIO
                       MOVE RC-HORA-INICIO TO WS-ORIGEN-HORA-INICIO
                       MOVE RC-REGISTROS TO WS-ORIGEN-REGISTROS
                   END-IF
                   PERFORM ANOTAR-CORRIDA-EXCLUIDA
           END-READ.

      * CORRIDAS QUE NO FIJAN LA FECHA DE ULTIMO PROCESO DE LA CUENTA:
      * VENCIMIENTOS, CANCELACIONES, REVERSOS Y CORRIDAS REVERSADAS
      * (EL REGISTRO REVERSADA LLEVA EL ID DE LA CORRIDA ORIGINAL).
       ANOTAR-CORRIDA-EXCLUIDA.
           IF (RC-ESTADO = "INICIADA" AND
           (RC-MODO = "V" OR RC-MODO = "C" OR RC-MODO = "R")) OR
           RC-ESTADO = "REVERSADA"
               IF WS-NUM-EXCLUIDAS >= 5000
                   ADD 1 TO WS-EXCLUIDAS-OMITIDAS
               ELSE
                   ADD 1 TO WS-NUM-EXCLUIDAS
                   MOVE RC-ID-CORRIDA
                       TO WS-CE-CORRIDA (WS-NUM-EXCLUIDAS).

       BUSCAR-CORRIDA-EXCLUIDA.
           MOVE "N" TO WS-CORRIDA-EXCLUIDA.
           PERFORM COMPARAR-CORRIDA-EXCLUIDA
               VARYING WS-INDICE-EXCLUIDA FROM 1 BY 1
                   UNTIL WS-INDICE-EXCLUIDA > WS-NUM-EXCLUIDAS
                   OR CORRIDA-EXCLUIDA.

       COMPARAR-CORRIDA-EXCLUIDA.
           IF WS-CE-CORRIDA (WS-INDICE-EXCLUIDA) = WS-CORRIDA-BUSCADA
               MOVE "S" TO WS-CORRIDA-EXCLUIDA.

       REGISTRAR-INICIO-CORRIDA.
           IF CORRIDAS-ABIERTO
               MOVE SPACES TO REG-CORRIDA
               MOVE WS-ID-CORRIDA TO RC-ID-CORRIDA
               MOVE WS-MODO-REVERSO TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-MOVIMIENTOS TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-GL-REVERSO TO RC-ARCHIVO-SALIDA
               MOVE WS-FECHA-EJECUCION TO RC-FECHA-INICIO
               MOVE WS-HORA-EJECUCION TO RC-HORA-INICIO
               MOVE 0 TO RC-FECHA-FIN
               MOVE 0 TO RC-HORA-FIN
               MOVE 0 TO RC-REGISTROS
               MOVE "INICIADA" TO RC-ESTADO
               WRITE REG-CORRIDA
               MOVE "S" TO WS-CORRIDA-REGISTRADA.

      * RC-REGISTROS DEL REVERSO ES EL CONTEO DEL FEED DE REVERSO
      * (CON PRESTAMOS), IGUAL QUE EN LAS CORRIDAS DEL LOTE, PARA QUE
      * conciliacionCorrida LO AMARRE CONTRA SU FEED.
       REGISTRAR-FIN-CORRIDA.
           IF CORRIDAS-ABIERTO AND CORRIDA-REGISTRADA
               MOVE SPACES TO REG-CORRIDA
               MOVE WS-ID-CORRIDA TO RC-ID-CORRIDA
               MOVE WS-MODO-REVERSO TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-MOVIMIENTOS TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-GL-REVERSO TO RC-ARCHIVO-SALIDA
               MOVE WS-FECHA-EJECUCION TO RC-FECHA-INICIO
               MOVE WS-HORA-EJECUCION TO RC-HORA-INICIO
               MOVE FUNCTION CURRENT-DATE(1:8) TO RC-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO RC-HORA-FIN
               MOVE WS-GL-REVERSO-REGS TO RC-REGISTROS
               MOVE WS-ESTADO-FIN-CORRIDA TO RC-ESTADO
               WRITE REG-CORRIDA.

      * LA CORRIDA ORIGINAL RECIBE UN REGISTRO MAS CON ESTADO
      * REVERSADA (SU NUEVO ESTADO FINAL) Y EL ID DEL REVERSO EN
      * RC-ARCHIVO-SALIDA. RC-REGISTROS CONSERVA EL CONTEO DEL FEED DE
      * LA CORRIDA ORIGINAL, CONTRA EL QUE LA AMARRA
      * conciliacionCorrida.
       MARCAR-CORRIDA-REVERSADA.
           MOVE SPACES TO REG-CORRIDA.
           MOVE WS-CORRIDA-ORIGEN TO RC-ID-CORRIDA.
           MOVE WS-ORIGEN-MODO TO RC-MODO.
           MOVE WS-OPERADOR TO RC-OPERADOR.
           MOVE WS-NOMBRE-MOVIMIENTOS TO RC-ARCHIVO-ENTRADA.
           MOVE WS-ID-CORRIDA TO RC-ARCHIVO-SALIDA.
           MOVE WS-ORIGEN-FECHA-INICIO TO RC-FECHA-INICIO.
           MOVE WS-ORIGEN-HORA-INICIO TO RC-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RC-FECHA-FIN.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RC-HORA-FIN.
           MOVE WS-ORIGEN-REGISTROS TO RC-REGISTROS.
           MOVE "REVERSADA" TO RC-ESTADO.
           WRITE REG-CORRIDA.

      * EL REVERSO SE SUSPENDE SIN HABER GRABADO NADA EN EL MAESTRO
      * NI EN LA BITACORA DE MOVIMIENTOS; EL MOTIVO QUEDA EN EL
      * REPORTE Y LA CORRIDA DE REVERSO SE REGISTRA ABORTADA.
       ABORTAR-REVERSO.
           MOVE SPACES TO REG-REPORTE.
           STRING "REVERSO NO APLICADO: " WS-MOTIVO-EXCEPCION
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           PERFORM ESCRIBIR-TOTALES-REPORTE.
           CLOSE ARCHIVO-CUENTAS.
           CLOSE ARCHIVO-REPORTE.
           DISPLAY "REVERSO NO APLICADO: " WS-MOTIVO-EXCEPCION.
           DISPLAY "REVISE EL REPORTE: " WS-NOMBRE-REPORTE.

      * ALGUNA CUENTA FALLO EN LA FASE DE APLICACION: LAS DEMAS YA
      * QUEDARON REVERSADAS EN EL MAESTRO Y EN LA BITACORA, Y EL FEED
      * DE REVERSO TRAE SOLO LAS SUYAS, ASI QUE HAY QUE CONTABILIZARLO.
      * LA CORRIDA ORIGINAL NO SE MARCA REVERSADA Y EL REVERSO SE
      * REGISTRA ABORTADO; LAS CUENTAS NO APLICADAS SON LAS LINEAS DE
      * EXCEPCION DEL REPORTE Y SE CORRIGEN A MANO.
       CERRAR-REVERSO-PARCIAL.
           MOVE SPACES TO REG-REPORTE.
           STRING "REVERSO PARCIAL: LAS CUENTAS CON EXCEPCION NO SE "
               "REVERSARON; LAS LISTADAS ARRIBA SI."
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           PERFORM ESCRIBIR-TOTALES-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           DISPLAY "REVERSO PARCIAL DE LA CORRIDA " WS-CORRIDA-ORIGEN
               ". CUENTAS REVERSADAS: " WS-CUENTAS-REVERSADAS
               " NO REVERSADAS: " WS-CUENTAS-EXCEPCION.
           DISPLAY "LA CORRIDA NO QUEDA MARCADA REVERSADA. REVISE EL "
               "REPORTE: " WS-NOMBRE-REPORTE.
           DISPLAY "CONTABILICE EL FEED DE REVERSO CON resumenGL: "
               WS-NOMBRE-GL-REVERSO.

      ******************************************************************
      * ORDENAMIENTO DE LA BITACORA DE MOVIMIENTOS
      *
      * LA ENTRADA LIBERA TODA LA BITACORA CON SU SECUENCIA Y LA
      * MARCA DE SI EL MOVIMIENTO ES DE LA CORRIDA A REVERSAR; LA
      * SALIDA HACE EL CORTE DE CONTROL POR CUENTA Y, SEGUN LA FASE,
      * SOLO VALIDA O APLICA EL REVERSO.
      ******************************************************************
       ENTRADA-ORDENAMIENTO.
           MOVE "N" TO WS-FIN-MOVIMIENTOS.
           MOVE 0 TO WS-SECUENCIA-MOV.
           OPEN INPUT ARCHIVO-MOVIMIENTOS.
           IF WS-ESTADO-MOVIMIENTOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE MOVIMIENTOS. "
                   "ESTADO: " WS-ESTADO-MOVIMIENTOS
           ELSE
               MOVE LOW-VALUES TO MV-LLAVE
               START ARCHIVO-MOVIMIENTOS
                   KEY IS GREATER THAN MV-LLAVE
                   INVALID KEY MOVE "S" TO WS-FIN-MOVIMIENTOS
               END-START
               PERFORM LEER-MOVIMIENTO
               PERFORM LIBERAR-MOVIMIENTO
                   UNTIL FIN-MOVIMIENTOS
               CLOSE ARCHIVO-MOVIMIENTOS.

       LEER-MOVIMIENTO.
           IF NOT FIN-MOVIMIENTOS
               READ ARCHIVO-MOVIMIENTOS NEXT
                   AT END MOVE "S" TO WS-FIN-MOVIMIENTOS.

       LIBERAR-MOVIMIENTO.
           ADD 1 TO WS-SECUENCIA-MOV.
           MOVE MV-CUENTA TO OR-CUENTA.
           MOVE WS-SECUENCIA-MOV TO OR-SECUENCIA.
           IF MV-ID-CORRIDA = WS-CORRIDA-ORIGEN
               MOVE "S" TO OR-DE-LA-CORRIDA
           ELSE
               MOVE "N" TO OR-DE-LA-CORRIDA.
           MOVE MV-FECHA TO OR-FECHA.
           MOVE MV-ID-CORRIDA TO OR-ID-CORRIDA.
           MOVE MV-SALDO-INICIAL TO OR-SALDO-INICIAL.
           MOVE MV-INTERES TO OR-INTERES.
           MOVE MV-RETENCION TO OR-RETENCION.
           MOVE MV-CONTRIBUCIONES TO OR-CONTRIBUCIONES.
           MOVE MV-SALDO-FINAL TO OR-SALDO-FINAL.
           RELEASE REG-MOV-ORD.
           PERFORM LEER-MOVIMIENTO.

      * EN LA FASE DE APLICACION LA BITACORA YA FUE LEIDA COMPLETA
      * POR LA ENTRADA DEL ORDENAMIENTO, ASI QUE AQUI SE ABRE EN
      * I-O PARA AGREGAR LOS MOVIMIENTOS DE REVERSO.
       SALIDA-ORDENAMIENTO.
           MOVE "N" TO WS-FIN-ORDENADO.
           MOVE "N" TO WS-HAY-CUENTA.
           IF FASE-APLICACION
               OPEN I-O ARCHIVO-MOVIMIENTOS
               IF WS-ESTADO-MOVIMIENTOS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR LA BITACORA DE "
                       "MOVIMIENTOS PARA EL REVERSO. ESTADO: "
                       WS-ESTADO-MOVIMIENTOS
                   MOVE "S" TO WS-FIN-ORDENADO.
           PERFORM RETORNAR-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO-ORDENADO
               UNTIL FIN-ORDENADO.
           IF HAY-CUENTA
               PERFORM CERRAR-CUENTA.
           IF FASE-APLICACION AND WS-ESTADO-MOVIMIENTOS = "00"
               CLOSE ARCHIVO-MOVIMIENTOS.

       RETORNAR-MOVIMIENTO.
           IF NOT FIN-ORDENADO
               RETURN ARCHIVO-ORDENADO
                   AT END MOVE "S" TO WS-FIN-ORDENADO.

       PROCESAR-MOVIMIENTO-ORDENADO.
           IF HAY-CUENTA AND OR-CUENTA NOT = WS-CUENTA-EN-CURSO
               PERFORM CERRAR-CUENTA.
           IF NOT HAY-CUENTA
               PERFORM ABRIR-CUENTA.
           IF OR-ES-DE-LA-CORRIDA
               IF NOT CUENTA-CON-CORRIDA
                   PERFORM INICIAR-CUENTA-CORRIDA
               END-IF
               PERFORM PROCESAR-MOVIMIENTO-CORRIDA
           ELSE
               IF CUENTA-CON-CORRIDA AND NOT FECHA-PREVIA-HALLADA
                   PERFORM EXAMINAR-MOVIMIENTO-PREVIO.
           PERFORM RETORNAR-MOVIMIENTO.

      * SOLO LAS CORRIDAS DEL LOTE FIJAN CM-FECHA-ULT-PROCESO; UN
      * MOVIMIENTO DE VENCIMIENTO, CANCELACION, REVERSO O DE UNA
      * CORRIDA YA REVERSADA NO DICE NADA DE ESA FECHA Y SE SALTA.
       EXAMINAR-MOVIMIENTO-PREVIO.
           MOVE OR-ID-CORRIDA TO WS-CORRIDA-BUSCADA.
           PERFORM BUSCAR-CORRIDA-EXCLUIDA.
           IF NOT CORRIDA-EXCLUIDA
               MOVE OR-FECHA TO WS-FECHA-PREVIA
               MOVE "S" TO WS-FECHA-PREVIA-HALLADA.

       ABRIR-CUENTA.
           MOVE OR-CUENTA TO WS-CUENTA-EN-CURSO.
           MOVE "S" TO WS-HAY-CUENTA.
           MOVE "N" TO WS-CUENTA-CON-CORRIDA.
           MOVE "N" TO WS-CUENTA-EN-MAESTRO.
           MOVE "N" TO WS-CUENTA-CON-EXCEPCION.
           MOVE "N" TO WS-FECHA-PREVIA-HALLADA.
           MOVE 0 TO WS-FECHA-PREVIA.
           MOVE 0 TO WS-INTERES-CUENTA.
           MOVE 0 TO WS-RETENCION-CUENTA.
           MOVE 0 TO WS-CONTRIB-CUENTA.

      * PRIMER MOVIMIENTO DE LA CORRIDA EN LA CUENTA (EL MAS RECIENTE):
      * SE LEE EL MAESTRO. EL SALDO ACTUAL DEBE SER EL DE CIERRE DE
      * ESE MOVIMIENTO; SI NO, ALGO MOVIO LA CUENTA DESPUES.
       INICIAR-CUENTA-CORRIDA.
           MOVE "S" TO WS-CUENTA-CON-CORRIDA.
           ADD 1 TO WS-CUENTAS-CORRIDA.
           MOVE OR-CUENTA TO CM-CUENTA.
           READ ARCHIVO-CUENTAS
               KEY IS CM-CUENTA
               INVALID KEY
                   MOVE "CUENTA NO EXISTE EN EL MAESTRO"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION-CUENTA
               NOT INVALID KEY
                   MOVE "S" TO WS-CUENTA-EN-MAESTRO
           END-READ.
           IF CUENTA-EN-MAESTRO
               MOVE CM-SALDO TO WS-SALDO-ESPERADO
               MOVE CM-SALDO TO WS-SALDO-ANTES
               IF NOT CM-ACTIVO
                   MOVE "CUENTA NO ACTIVA EN EL MAESTRO"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION-CUENTA.

      * CADA MOVIMIENTO DE LA CORRIDA, DEL MAS RECIENTE AL MAS
      * ANTIGUO: EL SALDO ESPERADO DEBE SER SU CIERRE Y PASA A SER SU
      * ARRANQUE. EN LA FASE DE APLICACION SE GRABA SU REVERSO; SI LA
      * BITACORA NO LO ACEPTA LA CUENTA QUEDA CON EXCEPCION Y EL
      * MAESTRO NO SE TOCA, PARA QUE LA BITACORA SIGA EXPLICANDO EL
      * SALDO.
       PROCESAR-MOVIMIENTO-CORRIDA.
           IF FASE-VALIDACION
               ADD 1 TO WS-MOVS-CORRIDA.
           IF CUENTA-EN-MAESTRO AND NOT CUENTA-CON-EXCEPCION
               IF WS-SALDO-ESPERADO NOT = OR-SALDO-FINAL
                   MOVE "SALDO DEL MAESTRO DIFIERE DEL CIERRE"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION-CUENTA
               ELSE
                   MOVE OR-SALDO-INICIAL TO WS-SALDO-ESPERADO
                   ADD OR-INTERES TO WS-INTERES-CUENTA
                   ADD OR-RETENCION TO WS-RETENCION-CUENTA
                   ADD OR-CONTRIBUCIONES TO WS-CONTRIB-CUENTA
                   IF FASE-APLICACION
                       PERFORM ESCRIBIR-MOVIMIENTO-REVERSO.

       ESCRIBIR-MOVIMIENTO-REVERSO.
           MOVE SPACES TO REG-MOVIMIENTO.
           MOVE OR-CUENTA TO MV-CUENTA.
           MOVE WS-ID-CORRIDA TO MV-ID-CORRIDA.
           MOVE WS-FECHA-EJECUCION TO MV-FECHA.
           MOVE OR-SALDO-FINAL TO MV-SALDO-INICIAL.
           COMPUTE MV-INTERES = 0 - OR-INTERES.
           COMPUTE MV-RETENCION = 0 - OR-RETENCION.
           COMPUTE MV-CONTRIBUCIONES = 0 - OR-CONTRIBUCIONES.
           MOVE OR-SALDO-INICIAL TO MV-SALDO-FINAL.
           WRITE REG-MOVIMIENTO
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR EL MOVIMIENTO DE REVERSO"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION-CUENTA
               NOT INVALID KEY
                   ADD 1 TO WS-MOVS-REVERSADOS
           END-WRITE.

      * FIN DE LA CUENTA EN EL CORTE DE CONTROL: EN LA FASE DE
      * APLICACION SE REGRABA EL MAESTRO CON EL SALDO DE ARRANQUE DE
      * LA CORRIDA, LOS ACUMULADOS SIN LO QUE ELLA ABONO Y LA FECHA
      * DEL MOVIMIENTO ANTERIOR DE UNA CORRIDA DEL LOTE. SIN ESE
      * MOVIMIENTO EN LA BITACORA VIGENTE (LA CORRIDA REVERSADA FUE
      * LA PRIMERA DE LA CUENTA, O LAS ANTERIORES YA PASARON AL
      * HISTORICO) LA FECHA DE ULTIMO PROCESO QUEDA EN CERO, COMO LA
      * DE UNA CUENTA RECIEN ABIERTA: devengoMensual LA EXCLUYE POR
      * SIN FECHA EN VEZ DE DEVENGAR DESDE UNA CORRIDA QUE YA NO
      * EXISTE. LA CUENTA SE CUENTA EN LOS TOTALES DEL REPORTE.
       CERRAR-CUENTA.
           IF CUENTA-CON-CORRIDA AND CUENTA-EN-MAESTRO AND
           NOT CUENTA-CON-EXCEPCION
               IF FASE-APLICACION
                   PERFORM REGRABAR-CUENTA-REVERSADA
               END-IF.
           MOVE "N" TO WS-HAY-CUENTA.

       REGRABAR-CUENTA-REVERSADA.
           MOVE WS-SALDO-ESPERADO TO CM-SALDO.
           SUBTRACT WS-CONTRIB-CUENTA FROM CM-CONTRIBUCIONES.
           IF CM-INTERES-ACUM NOT NUMERIC
               MOVE 0 TO CM-INTERES-ACUM.
           IF CM-RETENCION-ACUM NOT NUMERIC
               MOVE 0 TO CM-RETENCION-ACUM.
           IF WS-INTERES-CUENTA > CM-INTERES-ACUM
               MOVE 0 TO CM-INTERES-ACUM
           ELSE
               SUBTRACT WS-INTERES-CUENTA FROM CM-INTERES-ACUM.
           IF WS-RETENCION-CUENTA > CM-RETENCION-ACUM
               MOVE 0 TO CM-RETENCION-ACUM
           ELSE
               SUBTRACT WS-RETENCION-CUENTA FROM CM-RETENCION-ACUM.
           IF FECHA-PREVIA-HALLADA
               MOVE WS-FECHA-PREVIA TO CM-FECHA-ULT-PROCESO
           ELSE
               MOVE 0 TO CM-FECHA-ULT-PROCESO
               ADD 1 TO WS-CUENTAS-SIN-FECHA.
           REWRITE REG-CUENTAS
               INVALID KEY
                   PERFORM RETIRAR-MOVIMIENTO-REVERSO
               NOT INVALID KEY
                   ADD 1 TO WS-CUENTAS-REVERSADAS
                   ADD WS-INTERES-CUENTA TO WS-TOTAL-INTERES
                   ADD WS-RETENCION-CUENTA TO WS-TOTAL-RETENCION
                   ADD WS-CONTRIB-CUENTA TO WS-TOTAL-CONTRIB
                   PERFORM ESCRIBIR-LINEA-CUENTA
           END-REWRITE.

      * EL MAESTRO NO ACEPTO LA CUENTA REVERSADA: SE BORRA DE LA
      * BITACORA EL MOVIMIENTO DE REVERSO YA GRABADO, PARA QUE NO
      * QUEDE UN REVERSO QUE EL MAESTRO NO RECIBIO, Y LA CUENTA QUEDA
      * CON EXCEPCION.
       RETIRAR-MOVIMIENTO-REVERSO.
           MOVE WS-CUENTA-EN-CURSO TO MV-CUENTA.
           MOVE WS-FECHA-EJECUCION TO MV-FECHA.
           MOVE WS-ID-CORRIDA TO MV-ID-CORRIDA.
           DELETE ARCHIVO-MOVIMIENTOS RECORD
               INVALID KEY
                   MOVE "CUENTA SIN REGRABAR Y REVERSO SIN BORRAR"
                       TO WS-MOTIVO-EXCEPCION
               NOT INVALID KEY
                   SUBTRACT 1 FROM WS-MOVS-REVERSADOS
                   MOVE "NO SE PUDO REGRABAR LA CUENTA"
                       TO WS-MOTIVO-EXCEPCION
           END-DELETE.
           PERFORM ANOTAR-EXCEPCION-CUENTA.

      * LA CUENTA SE TOMA DEL CORTE DE CONTROL: AL CERRAR LA CUENTA EL
      * REGISTRO ORDENADO YA ES EL DE LA SIGUIENTE.
       ANOTAR-EXCEPCION-CUENTA.
           MOVE "S" TO WS-CUENTA-CON-EXCEPCION.
           ADD 1 TO WS-CUENTAS-EXCEPCION.
           IF FASE-APLICACION
               PERFORM ANOTAR-CUENTA-NO-APLICADA.
           MOVE SPACES TO REG-REPORTE.
           STRING "  EXCEPCION: CUENTA " WS-CUENTA-EN-CURSO " "
               WS-MOTIVO-EXCEPCION
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ANOTAR-CUENTA-NO-APLICADA.
           IF WS-NUM-NO-APLICADAS < 5000
               ADD 1 TO WS-NUM-NO-APLICADAS
               MOVE WS-CUENTA-EN-CURSO
                   TO WS-NA-CUENTA (WS-NUM-NO-APLICADAS)
           ELSE
               ADD 1 TO WS-NO-APLICADAS-OMITIDAS.

       BUSCAR-CUENTA-NO-APLICADA.
           MOVE "N" TO WS-CUENTA-NO-APLICADA.
           PERFORM COMPARAR-CUENTA-NO-APLICADA
               VARYING WS-INDICE-NO-APLICADA FROM 1 BY 1
               UNTIL WS-INDICE-NO-APLICADA > WS-NUM-NO-APLICADAS
               OR CUENTA-NO-APLICADA.

       COMPARAR-CUENTA-NO-APLICADA.
           IF WS-NA-CUENTA (WS-INDICE-NO-APLICADA) = GL-CUENTA
               MOVE "S" TO WS-CUENTA-NO-APLICADA.

      ******************************************************************
      * FEED AL GL: LA PRIMERA PASADA CUENTA LOS REGISTROS DE LA
      * CORRIDA EN SU FEED; DESPUES DE APLICAR EL REVERSO SE GRABA EL
      * FEED NEGADO: LOS MISMOS REGISTROS (DEPOSITOS Y PRESTAMOS) CON
      * EL INTERES Y LA RETENCION EN NEGATIVO, BAJO EL ID Y LA FECHA
      * DEL REVERSO. LOS REGISTROS DE UNA CUENTA QUE NO SE PUDO
      * REVERSAR EN EL MAESTRO NO SE NIEGAN; SOLO SE CUENTAN.
      ******************************************************************
       CONTAR-FEED-ORIGEN.
           MOVE "N" TO WS-FIN-GL.
           OPEN INPUT ARCHIVO-GL.
           IF WS-ESTADO-GL NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL FEED GL DE LA CORRIDA. "
                   "ESTADO: " WS-ESTADO-GL
           ELSE
               PERFORM LEER-REGISTRO-GL
               PERFORM CONTAR-REGISTRO-GL
                   UNTIL FIN-GL
               CLOSE ARCHIVO-GL.

       LEER-REGISTRO-GL.
           READ ARCHIVO-GL
               AT END MOVE "S" TO WS-FIN-GL.

       CONTAR-REGISTRO-GL.
           IF GL-ID-CORRIDA = WS-CORRIDA-ORIGEN
               ADD 1 TO WS-GL-ORIGEN-REGS.
           PERFORM LEER-REGISTRO-GL.

       GENERAR-FEED-REVERSO.
           MOVE "N" TO WS-FIN-GL.
           OPEN INPUT ARCHIVO-GL.
           IF WS-ESTADO-GL NOT = "00"
               DISPLAY "NO SE PUDO REABRIR EL FEED GL DE LA CORRIDA. "
                   "ESTADO: " WS-ESTADO-GL
           ELSE
               PERFORM LEER-REGISTRO-GL
               PERFORM NEGAR-REGISTRO-GL
                   UNTIL FIN-GL
               CLOSE ARCHIVO-GL.

       NEGAR-REGISTRO-GL.
           MOVE "N" TO WS-CUENTA-NO-APLICADA.
           IF GL-ID-CORRIDA = WS-CORRIDA-ORIGEN
               PERFORM BUSCAR-CUENTA-NO-APLICADA
               IF CUENTA-NO-APLICADA
                   ADD 1 TO WS-GL-NO-NEGADOS
               END-IF
           END-IF.
           IF GL-ID-CORRIDA = WS-CORRIDA-ORIGEN AND
           NOT CUENTA-NO-APLICADA
               IF GL-RETENCION-CALCULADA NOT NUMERIC
                   MOVE 0 TO GL-RETENCION-CALCULADA
               END-IF
               COMPUTE GL-INTERES-CALCULADO =
                   0 - GL-INTERES-CALCULADO
               COMPUTE GL-RETENCION-CALCULADA =
                   0 - GL-RETENCION-CALCULADA
               MOVE WS-FECHA-EJECUCION TO GL-FECHA-EJECUCION
               MOVE WS-ID-CORRIDA TO GL-ID-CORRIDA
               WRITE REG-GL-REVERSO FROM REG-GL
               ADD 1 TO WS-GL-REVERSO-REGS
               ADD GL-INTERES-CALCULADO TO WS-GL-TOTAL-INTERES
               ADD GL-RETENCION-CALCULADA TO WS-GL-TOTAL-RETENCION.
           PERFORM LEER-REGISTRO-GL.

      ******************************************************************
      * REPORTE DEL REVERSO: ENCABEZADO, UNA LINEA POR CUENTA
      * REVERSADA, LAS EXCEPCIONES Y LOS TOTALES DE CONTROL.
      ******************************************************************
       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "reversionCorrida  REVERSO: " WS-ID-CORRIDA
               "  CORRIDA REVERSADA: " WS-CORRIDA-ORIGEN
               "  SUPERVISOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTA     SALDO ANTES    SALDO REPUESTO "
               "  INTERES REVERSADO  RETENCION REVERSADA"
               "  APORTES REVERSADOS ULT.PROCESO"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-LINEA-CUENTA.
           MOVE WS-SALDO-ANTES TO WS-VALOR-MOSTRADO.
           MOVE CM-SALDO TO WS-VALOR-MOSTRADO-2.
           MOVE WS-INTERES-CUENTA TO WS-SIGNADO-MOSTRADO.
           MOVE WS-RETENCION-CUENTA TO WS-SIGNADO-MOSTRADO-2.
           MOVE WS-CONTRIB-CUENTA TO WS-SIGNADO-MOSTRADO-3.
           MOVE SPACES TO REG-REPORTE.
           STRING CM-CUENTA " " WS-VALOR-MOSTRADO " "
               WS-VALOR-MOSTRADO-2 WS-SIGNADO-MOSTRADO
               WS-SIGNADO-MOSTRADO-2 WS-SIGNADO-MOSTRADO-3 " "
               CM-FECHA-ULT-PROCESO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-TOTALES-REPORTE.
           MOVE WS-CUENTAS-CORRIDA TO WS-CONTADOR-MOSTRADO.
           MOVE WS-MOVS-CORRIDA TO WS-CONTADOR-MOSTRADO-2.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS DE LA CORRIDA: " WS-CONTADOR-MOSTRADO
               "  MOVIMIENTOS DE LA CORRIDA: " WS-CONTADOR-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CUENTAS-EXCEPCION TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS CON EXCEPCION: " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CUENTAS-REVERSADAS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-MOVS-REVERSADOS TO WS-CONTADOR-MOSTRADO-2.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS REVERSADAS: " WS-CONTADOR-MOSTRADO
               "  MOVIMIENTOS DE REVERSO: " WS-CONTADOR-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CUENTAS-SIN-FECHA TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS SIN CORRIDA ANTERIOR EN LA BITACORA "
               "(FECHA DE ULTIMO PROCESO EN CERO): "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           IF WS-EXCLUIDAS-OMITIDAS > 0
               MOVE WS-EXCLUIDAS-OMITIDAS TO WS-CONTADOR-MOSTRADO
               MOVE SPACES TO REG-REPORTE
               STRING "AVISO: MAS DE 5000 CORRIDAS SIN FECHA DE "
                   "PROCESO EN LA BITACORA; " WS-CONTADOR-MOSTRADO
                   " NO SE CONSIDERARON. REVISE LAS FECHAS."
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE.
           MOVE WS-TOTAL-INTERES TO WS-SIGNADO-MOSTRADO.
           MOVE WS-TOTAL-RETENCION TO WS-SIGNADO-MOSTRADO-2.
           MOVE WS-TOTAL-CONTRIB TO WS-SIGNADO-MOSTRADO-3.
           MOVE SPACES TO REG-REPORTE.
           STRING "REVERSADO DEL MAESTRO: INTERES "
               WS-SIGNADO-MOSTRADO "  RETENCION "
               WS-SIGNADO-MOSTRADO-2 "  APORTES "
               WS-SIGNADO-MOSTRADO-3
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-GL-ORIGEN-REGS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-GL-REVERSO-REGS TO WS-CONTADOR-MOSTRADO-2.
           MOVE SPACES TO REG-REPORTE.
           STRING "REGISTROS GL DE LA CORRIDA: " WS-CONTADOR-MOSTRADO
               "  REGISTROS GL DEL REVERSO: " WS-CONTADOR-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           IF WS-GL-NO-NEGADOS > 0
               MOVE WS-GL-NO-NEGADOS TO WS-CONTADOR-MOSTRADO
               MOVE SPACES TO REG-REPORTE
               STRING "REGISTROS GL NO NEGADOS (CUENTAS NO "
                   "REVERSADAS): " WS-CONTADOR-MOSTRADO
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE.
           IF WS-NO-APLICADAS-OMITIDAS > 0
               MOVE WS-NO-APLICADAS-OMITIDAS TO WS-CONTADOR-MOSTRADO
               MOVE SPACES TO REG-REPORTE
               STRING "AVISO: MAS DE 5000 CUENTAS NO REVERSADAS; "
                   WS-CONTADOR-MOSTRADO " SE NEGARON EN EL FEED GL. "
                   "REVISE EL FEED."
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE.
           MOVE WS-GL-TOTAL-INTERES TO WS-SIGNADO-MOSTRADO.
           MOVE WS-GL-TOTAL-RETENCION TO WS-SIGNADO-MOSTRADO-2.
           MOVE SPACES TO REG-REPORTE.
           STRING "FEED GL DEL REVERSO: INTERES "
               WS-SIGNADO-MOSTRADO "  RETENCION "
               WS-SIGNADO-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
