       IDENTIFICATION DIVISION.
           PROGRAM-ID. devengoMensual.

      ******************************************************************
      * DEVENGO MENSUAL DE INTERESES DE DEPOSITOS
      *
      * AL CORTE DE MES RECORRE EL MAESTRO DE CUENTAS Y CALCULA EL
      * INTERES GANADO Y AUN NO ABONADO DE CADA CUENTA ACTIVA DESDE
      * SU ULTIMO PROCESO (CM-FECHA-ULT-PROCESO) HASTA LA FECHA DE
      * CORTE, O HASTA SU VENCIMIENTO SI VENCE ANTES. EL INTERES ES
      * SIMPLE SOBRE EL SALDO, CON LA TASA DEL PRODUCTO VIGENTE EN
      * CADA TRAMO SEGUN LA HISTORIA DE TASAS (UN CAMBIO DE TASA
      * DENTRO DEL PERIODO PARTE EL CALCULO EN TRAMOS) Y CON LA
      * CONVENCION DE DIAS DE LA CUENTA: LA DEL ARCHIVO DE ENTRADA DEL
      * LOTE NOCTURNO, QUE ES DONDE CADA CUENTA LA TRAE, O LA DE LA
      * CORRIDA PARA LAS CUENTAS QUE NO ESTAN EN ESE ARCHIVO.
      *
      * EL DEVENGO NO TOCA EL MAESTRO. SALE EN UN FEED AL GL CON SU
      * PROPIO CODIGO CONTABLE Y CON SU REVERSO AUTOMATICO: CADA
      * CUENTA LLEVA UN REGISTRO POSITIVO CON FECHA DE CORTE Y OTRO
      * NEGATIVO CON FECHA DEL PRIMER DIA DEL MES SIGUIENTE, ASI QUE
      * resumenGL CONTABILIZA EL DEVENGO EN EL MES QUE CIERRA Y LO
      * DESHACE AL ABRIR EL SIGUIENTE, CUANDO EL LOTE ABONE EL
      * INTERES DE VERDAD. EL REPORTE DE DETALLE SALE ORDENADO Y
      * TOTALIZADO POR PRODUCTO. CADA CORRIDA QUEDA EN LA BITACORA DE
      * CORRIDAS CON MODO "D".
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-CORRIDAS
               ASSIGN TO DYNAMIC WS-NOMBRE-CORRIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.

           SELECT ARCHIVO-CUENTAS
               ASSIGN TO DYNAMIC WS-NOMBRE-CUENTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUENTA
               FILE STATUS IS WS-ESTADO-CUENTAS.

           SELECT ARCHIVO-TASAS
               ASSIGN TO DYNAMIC WS-NOMBRE-TASAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-PRODUCTO
               FILE STATUS IS WS-ESTADO-TASAS.

           SELECT ARCHIVO-LOTE-ENTRADA
               ASSIGN TO DYNAMIC WS-NOMBRE-LOTE-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOTE-ENTRADA.

           SELECT ARCHIVO-GL
               ASSIGN TO DYNAMIC WS-NOMBRE-GL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GL.

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

       FD  ARCHIVO-CUENTAS.
       COPY CUENTAREC.

       FD  ARCHIVO-TASAS.
       COPY TASASREC.

      * ARCHIVO DE ENTRADA DEL LOTE NOCTURNO (interesCompuesto): DE
      * SU TRAZADO SOLO SE USAN LA CUENTA Y LA CONVENCION DE DIAS
      * (1 = 30/360, 2 = ACTUAL/365; EN BLANCO EL LOTE USA 30/360).
       FD  ARCHIVO-LOTE-ENTRADA.
       01  REG-LOTE-ENTRADA.
           05  LE-CUENTA          PIC X(10).
           05  FILLER             PIC X(59).
           05  LE-CONVENCION      PIC X.

       FD  ARCHIVO-GL.
       COPY GLREC.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE            PIC X(132).

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA QUE EL DEVENGO CORRA PROGRAMADO
      * SIN NADIE EN EL TECLADO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

      * CUENTAS DEVENGADAS, ORDENADAS POR PRODUCTO Y CUENTA PARA EL
      * REPORTE CON CORTE DE CONTROL POR PRODUCTO.
       SD  ARCHIVO-ORDENADO.
       01  REG-DEVENGO-ORD.
           05  DO-PRODUCTO            PIC X(10).
           05  DO-CUENTA              PIC X(10).
           05  DO-CLIENTE             PIC X(10).
           05  DO-SALDO               PIC 9(9)V99.
           05  DO-FECHA-DESDE         PIC 9(8).
           05  DO-FECHA-HASTA         PIC 9(8).
           05  DO-DIAS                PIC 9(5).
           05  DO-TASA                PIC 99V9.
           05  DO-CONVENCION          PIC 9.
           05  DO-TRAMOS              PIC 99.
           05  DO-DEVENGO             PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-CORRIDAS        PIC X(40).
       01  WS-ESTADO-CORRIDAS        PIC XX.
       01  WS-NOMBRE-CUENTAS         PIC X(40).
       01  WS-ESTADO-CUENTAS         PIC XX.
       01  WS-NOMBRE-TASAS           PIC X(40).
       01  WS-ESTADO-TASAS           PIC XX.
       01  WS-NOMBRE-LOTE-ENTRADA    PIC X(40).
       01  WS-ESTADO-LOTE-ENTRADA    PIC XX.
       01  WS-NOMBRE-GL              PIC X(40).
       01  WS-ESTADO-GL              PIC XX.
       01  WS-NOMBRE-REPORTE         PIC X(40).
       01  WS-ESTADO-REPORTE         PIC XX.

      * TARJETA DE PARAMETROS: CON UNA TARJETA CARGADA Y VALIDADA LAS
      * PREGUNTAS DE ARRANQUE SE OMITEN; EL CORTE VIENE COMO AAAAMMDD.
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

      * SEGURIDAD DE OPERADORES: EL DEVENGO ES UN PROCESO DE LOTE Y
      * EXIGE AUTORIZACION DE EJECUCION DE PROCESOS.
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

      * IDENTIFICACION DE LA CORRIDA EN LA BITACORA (MISMO FORMATO
      * QUE LAS CORRIDAS DEL LOTE); EL FEED DEL DEVENGO LLEVA ESTE ID.
       01  WS-ID-CORRIDA             PIC X(15).
       01  WS-MODO-DEVENGO           PIC X VALUE "D".
       01  WS-CORRIDAS-ABIERTO       PIC X VALUE "N".
           88  CORRIDAS-ABIERTO      VALUE "S".
       01  WS-CORRIDA-REGISTRADA     PIC X VALUE "N".
           88  CORRIDA-REGISTRADA    VALUE "S".
       01  WS-ESTADO-FIN-CORRIDA     PIC X(12) VALUE "ABORTADA".

      * CODIGO CONTABLE DEL FEED DEL DEVENGO (INTERESES POR PAGAR
      * DEVENGADOS); resumenGL LO CUADRA CONTRA EL GASTO DE INTERES.
       01  WS-CODIGO-GL-DEVENGO      PIC X(10) VALUE "405000".

      * FECHA DE CORTE DEL DEVENGO Y FECHA DEL REVERSO AUTOMATICO
      * (PRIMER DIA DEL MES SIGUIENTE AL CORTE).
       01  WS-FECHA-CORTE            PIC 9(8).
       01  WS-FC-DETALLE REDEFINES WS-FECHA-CORTE.
           05  WS-FC-AAAA            PIC 9(4).
           05  WS-FC-MM              PIC 99.
           05  WS-FC-DD              PIC 99.
       01  WS-FECHA-REVERSO          PIC 9(8).
       01  WS-FR-DETALLE REDEFINES WS-FECHA-REVERSO.
           05  WS-FR-AAAA            PIC 9(4).
           05  WS-FR-MM              PIC 99.
           05  WS-FR-DD              PIC 99.

      * CONVENCION DE DIAS POR CUENTA, CARGADA DEL ARCHIVO DE ENTRADA
      * DEL LOTE; LA CONVENCION DE LA CORRIDA CUBRE A LAS DEMAS.
       01  WS-CONVENCION-CORRIDA     PIC 9 VALUE 1.
           88  CONVENCION-CORRIDA-VALIDA VALUES 1 2.
       01  WS-FIN-LOTE-ENTRADA       PIC X VALUE "N".
           88  FIN-LOTE-ENTRADA      VALUE "S".
       01  WS-NUM-CONVENCIONES       PIC 9(5) VALUE 0.
       01  WS-CONVENCIONES-OMITIDAS  PIC 9(7) VALUE 0.
       01  WS-TABLA-CONVENCIONES.
           05  WS-CV-ENTRADA OCCURS 5000 TIMES.
               10  WS-CV-CUENTA       PIC X(10).
               10  WS-CV-CONVENCION   PIC 9.
       01  WS-INDICE-CONVENCION      PIC 9(5).
       01  WS-CUENTA-BUSCADA         PIC X(10).
       01  WS-CONVENCION-HALLADA     PIC X VALUE "N".
           88  CONVENCION-HALLADA    VALUE "S".
       01  WS-CONVENCION             PIC 9.
           88  CONVENCION-30-360     VALUE 1.
           88  CONVENCION-ACT-365    VALUE 2.

       01  WS-FIN-CUENTAS            PIC X VALUE "N".
           88  FIN-CUENTAS           VALUE "S".
       01  WS-FIN-ORDENADO           PIC X VALUE "N".
           88  FIN-ORDENADO          VALUE "S".
       01  WS-PRODUCTO-EN-CURSO      PIC X VALUE "N".
           88  PRODUCTO-EN-CURSO     VALUE "S".
       01  WS-PRODUCTO-ACT           PIC X(10).
       01  WS-MOTIVO-EXCLUSION       PIC X(40).

      * PERIODO Y TRAMOS DEL DEVENGO DE LA CUENTA EN CURSO: CADA
      * TRAMO VA DE UNA FECHA A LA SIGUIENTE FECHA EFECTIVA DE LA
      * HISTORIA DE TASAS (O AL FIN DEL PERIODO) CON SU PROPIA TASA.
       01  WS-FECHA-DESDE            PIC 9(8).
       01  WS-FECHA-HASTA            PIC 9(8).
       01  WS-TRAMO-DESDE            PIC 9(8).
       01  WS-TD-DETALLE REDEFINES WS-TRAMO-DESDE.
           05  WS-TD-AAAA            PIC 9(4).
           05  WS-TD-MM              PIC 99.
           05  WS-TD-DD              PIC 99.
       01  WS-TRAMO-HASTA            PIC 9(8).
       01  WS-TH-DETALLE REDEFINES WS-TRAMO-HASTA.
           05  WS-TH-AAAA            PIC 9(4).
           05  WS-TH-MM              PIC 99.
           05  WS-TH-DD              PIC 99.
       01  WS-DIA-DESDE-360          PIC 99.
       01  WS-DIA-HASTA-360          PIC 99.
       01  WS-DIAS-TRAMO             PIC S9(7).
       01  WS-BASE-DIAS              PIC 999.
       01  WS-DIAS-PERIODO           PIC 9(5).
       01  WS-NUM-TRAMOS             PIC 99.
       01  WS-TASA-TRAMO             PIC 99V9.
       01  WS-MEJOR-FECHA            PIC 9(8).
       01  WS-NUM-HISTORIA           PIC 99.
       01  WS-INDICE-HIST            PIC 99.
       01  WS-DEVENGO-ACUM           PIC 9(9)V9(6).
       01  WS-DEVENGO-CUENTA         PIC 9(9)V99.

      * CONTEOS Y TOTALES DE CONTROL.
       01  WS-CUENTAS-LEIDAS         PIC 9(7) VALUE 0.
       01  WS-CUENTAS-NO-ACTIVAS     PIC 9(7) VALUE 0.
       01  WS-CUENTAS-AL-DIA         PIC 9(7) VALUE 0.
       01  WS-CUENTAS-EXCLUIDAS      PIC 9(7) VALUE 0.
       01  WS-CUENTAS-DEVENGADAS     PIC 9(7) VALUE 0.
       01  WS-GL-REGISTROS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-SALDOS           PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DEVENGO          PIC 9(13)V99 VALUE 0.
       01  WS-PR-CUENTAS             PIC 9(7) VALUE 0.
       01  WS-PR-SALDOS              PIC 9(13)V99 VALUE 0.
       01  WS-PR-DEVENGO             PIC 9(13)V99 VALUE 0.

       01  WS-CONTADOR-MOSTRADO      PIC ZZZ,ZZZ,ZZ9.
       01  WS-VALOR-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-MOSTRADO-2       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-MOSTRADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-MOSTRADO-2       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TASA-MOSTRADA          PIC Z9.9.
       01  WS-DIAS-MOSTRADOS         PIC ZZ,ZZ9.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           MOVE SPACES TO WS-ID-CORRIDA.
           STRING WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION
               DELIMITED BY SIZE INTO WS-ID-CORRIDA.
           DISPLAY "DEVENGO MENSUAL DE INTERESES  " WS-ID-CORRIDA.
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
               DISPLAY "ARCHIVO DE CONTROL DE CORRIDAS:"
               ACCEPT WS-NOMBRE-CORRIDAS
               DISPLAY "ARCHIVO MAESTRO DE CUENTAS:"
               ACCEPT WS-NOMBRE-CUENTAS
               DISPLAY "ARCHIVO DE TABLA DE TASAS:"
               ACCEPT WS-NOMBRE-TASAS
               DISPLAY "ARCHIVO DE ENTRADA DEL LOTE (CONVENCION DE "
                   "DIAS POR CUENTA; BLANCO = NINGUNO):"
               ACCEPT WS-NOMBRE-LOTE-ENTRADA
               PERFORM OBTENER-CONVENCION
               PERFORM OBTENER-FECHA-CORTE
               DISPLAY "ARCHIVO DE INTERFASE GL DEL DEVENGO (SALIDA):"
               ACCEPT WS-NOMBRE-GL
               DISPLAY "ARCHIVO DE REPORTE DE DEVENGO (SALIDA):"
               ACCEPT WS-NOMBRE-REPORTE.
           PERFORM FIJAR-FECHA-REVERSO.

           IF WS-NOMBRE-LOTE-ENTRADA NOT = SPACES
               OPEN INPUT ARCHIVO-LOTE-ENTRADA
               IF WS-ESTADO-LOTE-ENTRADA NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE ENTRADA "
                       "DEL LOTE. ESTADO: " WS-ESTADO-LOTE-ENTRADA
                   GO TO TERMINA-PROGRAMA
               ELSE
                   PERFORM CARGAR-CONVENCIONES
                   CLOSE ARCHIVO-LOTE-ENTRADA.

      * SIN BITACORA DE CORRIDAS EL FEED DEL DEVENGO NO AMARRA EN EL
      * CIERRE MENSUAL: LA CORRIDA NO ARRANCA.
           OPEN EXTEND ARCHIVO-CORRIDAS.
           IF WS-ESTADO-CORRIDAS = "00" OR WS-ESTADO-CORRIDAS = "05"
               MOVE "S" TO WS-CORRIDAS-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL CONTROL DE CORRIDAS. "
                   "ESTADO: " WS-ESTADO-CORRIDAS
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-ESTADO-CUENTAS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS. "
                   "ESTADO: " WS-ESTADO-CUENTAS
               GO TO TERMINA-PROGRAMA.
           OPEN INPUT ARCHIVO-TASAS.
           IF WS-ESTADO-TASAS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TABLA DE "
                   "TASAS. ESTADO: " WS-ESTADO-TASAS
               CLOSE ARCHIVO-CUENTAS
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-GL.
           IF WS-ESTADO-GL NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE INTERFASE GL. "
                   "ESTADO: " WS-ESTADO-GL
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-TASAS
               GO TO TERMINA-PROGRAMA.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REPORTE."
               CLOSE ARCHIVO-CUENTAS
               CLOSE ARCHIVO-TASAS
               CLOSE ARCHIVO-GL
               GO TO TERMINA-PROGRAMA.

           PERFORM REGISTRAR-INICIO-CORRIDA.
           PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
      * LA ENTRADA DEL ORDENAMIENTO CALCULA EL DEVENGO CUENTA POR
      * CUENTA (LAS EXCLUIDAS SALEN AL REPORTE AL PASAR) Y LA SALIDA
      * ESCRIBE EL DETALLE POR PRODUCTO Y EL FEED AL GL.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY DO-PRODUCTO DO-CUENTA
               INPUT PROCEDURE IS ENTRADA-ORDENAMIENTO
               OUTPUT PROCEDURE IS SALIDA-ORDENAMIENTO.
           PERFORM ESCRIBIR-TOTALES-REPORTE.

           CLOSE ARCHIVO-CUENTAS.
           CLOSE ARCHIVO-TASAS.
           CLOSE ARCHIVO-GL.
           CLOSE ARCHIVO-REPORTE.
           IF WS-GL-REGISTROS > 0
               MOVE "COMPLETADA" TO WS-ESTADO-FIN-CORRIDA
           ELSE
               MOVE "SIN CAMBIOS" TO WS-ESTADO-FIN-CORRIDA.
           MOVE WS-CUENTAS-DEVENGADAS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "CUENTAS DEVENGADAS: " WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-DEVENGO TO WS-TOTAL-MOSTRADO.
           DISPLAY "TOTAL DEVENGADO AL " WS-FECHA-CORTE ": "
               WS-TOTAL-MOSTRADO.
           IF WS-CUENTAS-EXCLUIDAS > 0
               MOVE WS-CUENTAS-EXCLUIDAS TO WS-CONTADOR-MOSTRADO
               DISPLAY "CUENTAS EXCLUIDAS (VER REPORTE): "
                   WS-CONTADOR-MOSTRADO.
           IF WS-GL-REGISTROS > 0
               DISPLAY "CONTABILICE EL FEED CON resumenGL: "
                   WS-NOMBRE-GL.
       TERMINA-PROGRAMA.
           PERFORM REGISTRAR-FIN-CORRIDA.
           IF CORRIDAS-ABIERTO
               CLOSE ARCHIVO-CORRIDAS.
      * CODIGO DE RETORNO PARA LA CADENA NOCTURNA (cadenaNocturna):
      * 00 = LA CORRIDA TERMINO, 12 = NO ARRANCO O ABORTO.
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
      * LISTA POR SU CLAVE Y EL DEVENGO NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: SEGURIDAD, OPERADOR, CORRIDAS, CUENTAS, TASAS, CORTE
      * (AAAAMMDD), GL, SALIDA Y, OPCIONALES, LOTE (ARCHIVO DE
      * ENTRADA DEL LOTE CON LA CONVENCION DE CADA CUENTA) Y
      * CONVENCION (1 = 30/360, 2 = ACTUAL/365; POR OMISION 1).
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
               MOVE SPACES TO WS-NOMBRE-CUENTAS
               MOVE SPACES TO WS-NOMBRE-TASAS
               MOVE SPACES TO WS-NOMBRE-LOTE-ENTRADA
               MOVE SPACES TO WS-NOMBRE-GL
               MOVE SPACES TO WS-NOMBRE-REPORTE
               MOVE 0 TO WS-FECHA-CORTE
               MOVE 1 TO WS-CONVENCION-CORRIDA
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
               WHEN "CUENTAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CUENTAS
               WHEN "TASAS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-TASAS
               WHEN "LOTE"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-LOTE-ENTRADA
               WHEN "CONVENCION"
                   PERFORM ASIGNAR-CONVENCION-TARJETA
               WHEN "CORTE"
                   PERFORM ASIGNAR-CORTE-TARJETA
               WHEN "GL"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-GL
               WHEN "SALIDA"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-REPORTE
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
                   ADD 1 TO WS-PARAM-ERRORES
           END-EVALUATE.

       ASIGNAR-CONVENCION-TARJETA.
           IF WS-PARAM-VALOR (1:1) NOT NUMERIC
               MOVE "CONVENCION (1 O 2)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO
           ELSE
               MOVE WS-PARAM-VALOR (1:1) TO WS-CONVENCION-CORRIDA.

       ASIGNAR-CORTE-TARJETA.
           IF WS-PARAM-VALOR (1:8) NOT NUMERIC
               MOVE "CORTE (AAAAMMDD)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO
           ELSE
               MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-CORTE.

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
           IF WS-NOMBRE-CUENTAS = SPACES
               MOVE "CUENTAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-TASAS = SPACES
               MOVE "TASAS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF NOT CONVENCION-CORRIDA-VALIDA
               MOVE "CONVENCION (1 O 2)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-FC-AAAA < 1900 OR
           WS-FC-MM < 1 OR WS-FC-MM > 12 OR
           WS-FC-DD < 1 OR WS-FC-DD > 31
               MOVE "CORTE (AAAAMMDD)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-GL = SPACES
               MOVE "GL" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-REPORTE = SPACES
               MOVE "SALIDA" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               WS-PARAM-FALTANTE.
           ADD 1 TO WS-PARAM-ERRORES.

       OBTENER-CONVENCION.
           DISPLAY "CONVENCION DE DIAS PARA LAS CUENTAS QUE NO ESTAN "
               "EN EL LOTE: 1=30/360  2=ACTUAL/365".
           ACCEPT WS-CONVENCION-CORRIDA.
           IF NOT CONVENCION-CORRIDA-VALIDA
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-CONVENCION.

       OBTENER-FECHA-CORTE.
           DISPLAY "FECHA DE CORTE DEL DEVENGO (AAAAMMDD):".
           ACCEPT WS-FECHA-CORTE.
           IF WS-FECHA-CORTE NOT NUMERIC OR
           WS-FC-AAAA < 1900 OR
           WS-FC-MM < 1 OR WS-FC-MM > 12 OR
           WS-FC-DD < 1 OR WS-FC-DD > 31
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FECHA-CORTE.

      * EL REVERSO AUTOMATICO CAE EL PRIMER DIA DEL MES SIGUIENTE
      * AL CORTE.
       FIJAR-FECHA-REVERSO.
           MOVE WS-FECHA-CORTE TO WS-FECHA-REVERSO.
           MOVE 1 TO WS-FR-DD.
           IF WS-FR-MM = 12
               MOVE 1 TO WS-FR-MM
               ADD 1 TO WS-FR-AAAA
           ELSE
               ADD 1 TO WS-FR-MM.

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
      * CONVENCION DE DIAS POR CUENTA: SE CARGA DEL ARCHIVO DE ENTRADA
      * DEL LOTE. UNA CUENTA REPETIDA CONSERVA LA PRIMERA CONVENCION;
      * UNA CONVENCION EN BLANCO ES 30/360, COMO EN EL LOTE; UNA
      * INVALIDA SE IGNORA (EL LOTE RECHAZA ESE REGISTRO).
      ******************************************************************
       CARGAR-CONVENCIONES.
           PERFORM LEER-LOTE-ENTRADA.
           PERFORM ANOTAR-CONVENCION
               UNTIL FIN-LOTE-ENTRADA.
           IF WS-CONVENCIONES-OMITIDAS > 0
               MOVE WS-CONVENCIONES-OMITIDAS TO WS-CONTADOR-MOSTRADO
               DISPLAY "MAS DE 5000 CUENTAS EN EL LOTE; "
                   WS-CONTADOR-MOSTRADO " DEVENGAN CON LA "
                   "CONVENCION DE LA CORRIDA.".

       LEER-LOTE-ENTRADA.
           READ ARCHIVO-LOTE-ENTRADA
               AT END MOVE "S" TO WS-FIN-LOTE-ENTRADA.

       ANOTAR-CONVENCION.
           IF LE-CUENTA NOT = SPACES AND
           (LE-CONVENCION = SPACE OR LE-CONVENCION = "1" OR
           LE-CONVENCION = "2")
               MOVE LE-CUENTA TO WS-CUENTA-BUSCADA
               PERFORM BUSCAR-CONVENCION
               IF NOT CONVENCION-HALLADA
                   IF WS-NUM-CONVENCIONES >= 5000
                       ADD 1 TO WS-CONVENCIONES-OMITIDAS
                   ELSE
                       ADD 1 TO WS-NUM-CONVENCIONES
                       MOVE LE-CUENTA
                           TO WS-CV-CUENTA (WS-NUM-CONVENCIONES)
                       IF LE-CONVENCION = "2"
                           MOVE 2 TO
                               WS-CV-CONVENCION (WS-NUM-CONVENCIONES)
                       ELSE
                           MOVE 1 TO
                               WS-CV-CONVENCION (WS-NUM-CONVENCIONES).
           PERFORM LEER-LOTE-ENTRADA.

      * BUSCA LA CONVENCION DE WS-CUENTA-BUSCADA; SI NO ESTA EN
      * LA TABLA QUEDA LA DE LA CORRIDA.
       BUSCAR-CONVENCION.
           MOVE "N" TO WS-CONVENCION-HALLADA.
           MOVE WS-CONVENCION-CORRIDA TO WS-CONVENCION.
           PERFORM COMPARAR-CONVENCION
               VARYING WS-INDICE-CONVENCION FROM 1 BY 1
                   UNTIL WS-INDICE-CONVENCION > WS-NUM-CONVENCIONES
                   OR CONVENCION-HALLADA.

       COMPARAR-CONVENCION.
           IF WS-CV-CUENTA (WS-INDICE-CONVENCION) = WS-CUENTA-BUSCADA
               MOVE "S" TO WS-CONVENCION-HALLADA
               MOVE WS-CV-CONVENCION (WS-INDICE-CONVENCION)
                   TO WS-CONVENCION.

      ******************************************************************
      * BITACORA DE CORRIDAS: REGISTRO DE ARRANQUE Y DE CIERRE. UNA
      * CORRIDA SIN NADA QUE DEVENGAR NO DEJA FEED Y CIERRA CON ESTADO
      * SIN CAMBIOS, PARA QUE EL CIERRE MENSUAL NO LA BUSQUE EN LA
      * HISTORIA DEL GL.
      ******************************************************************
       REGISTRAR-INICIO-CORRIDA.
           IF CORRIDAS-ABIERTO
               MOVE SPACES TO REG-CORRIDA
               MOVE WS-ID-CORRIDA TO RC-ID-CORRIDA
               MOVE WS-MODO-DEVENGO TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-CUENTAS TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-GL TO RC-ARCHIVO-SALIDA
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
               MOVE WS-MODO-DEVENGO TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-CUENTAS TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-GL TO RC-ARCHIVO-SALIDA
               MOVE WS-FECHA-EJECUCION TO RC-FECHA-INICIO
               MOVE WS-HORA-EJECUCION TO RC-HORA-INICIO
               MOVE FUNCTION CURRENT-DATE(1:8) TO RC-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO RC-HORA-FIN
               MOVE WS-GL-REGISTROS TO RC-REGISTROS
               MOVE WS-ESTADO-FIN-CORRIDA TO RC-ESTADO
               WRITE REG-CORRIDA.

      ******************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL ORDENAMIENTO: RECORRE EL MAESTRO
      * EN ORDEN DE CUENTA. SOLO DEVENGAN LAS CUENTAS ACTIVAS (LAS
      * VENCIDAS EN PAGO Y LAS INACTIVAS YA NO GANAN INTERES) CON
      * SALDO Y CON DIAS SIN ABONAR ANTES DEL CORTE.
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
               NOT AT END PERFORM EXAMINAR-CUENTA
           END-READ.

       EXAMINAR-CUENTA.
           ADD 1 TO WS-CUENTAS-LEIDAS.
           MOVE SPACES TO WS-MOTIVO-EXCLUSION.
           IF NOT CM-ACTIVO
               ADD 1 TO WS-CUENTAS-NO-ACTIVAS
           ELSE
               PERFORM FIJAR-PERIODO-DEVENGO
               IF WS-MOTIVO-EXCLUSION = SPACES
                   IF WS-FECHA-DESDE NOT < WS-FECHA-HASTA OR
                   CM-SALDO = 0
                       ADD 1 TO WS-CUENTAS-AL-DIA
                   ELSE
                       PERFORM BUSCAR-PRODUCTO-CUENTA
                       IF WS-MOTIVO-EXCLUSION = SPACES
                           PERFORM DEVENGAR-CUENTA
                       END-IF
                   END-IF
               END-IF
               IF WS-MOTIVO-EXCLUSION NOT = SPACES
                   PERFORM ESCRIBIR-LINEA-EXCLUIDA.

      * EL PERIODO VA DEL ULTIMO PROCESO AL CORTE; UN DEPOSITO A
      * TERMINO QUE VENCE ANTES DEL CORTE DEVENGA SOLO HASTA SU
      * VENCIMIENTO (LO DEMAS LO RESUELVE procesoVencimientos). UN
      * MAESTRO DEL TRAZADO ANTERIOR DEBE PASAR ANTES POR
      * conversionCuentas; EL CHEQUEO NUMERIC ES SOLO DEFENSIVO.
       FIJAR-PERIODO-DEVENGO.
           IF CM-FECHA-ULT-PROCESO NOT NUMERIC OR
           CM-FECHA-ULT-PROCESO = 0
               MOVE "SIN FECHA DE ULTIMO PROCESO"
                   TO WS-MOTIVO-EXCLUSION
           ELSE
               MOVE CM-FECHA-ULT-PROCESO TO WS-FECHA-DESDE
               MOVE WS-FECHA-CORTE TO WS-FECHA-HASTA
               IF CM-FECHA-VENCIMIENTO NUMERIC AND
               CM-FECHA-VENCIMIENTO > 0 AND
               CM-FECHA-VENCIMIENTO < WS-FECHA-CORTE
                   MOVE CM-FECHA-VENCIMIENTO TO WS-FECHA-HASTA.

      * LA TASA Y SU HISTORIA SE LEEN DE LA TABLA; UN PRODUCTO
      * RETIRADO DE LA VENTA SIGUE DEVENGANDO PARA LAS CUENTAS QUE
      * YA LO TIENEN.
       BUSCAR-PRODUCTO-CUENTA.
           MOVE CM-PRODUCTO TO TB-PRODUCTO.
           READ ARCHIVO-TASAS
               KEY IS TB-PRODUCTO
               INVALID KEY
                   MOVE "PRODUCTO NO ESTA EN LA TABLA DE TASAS"
                       TO WS-MOTIVO-EXCLUSION
           END-READ.

      ******************************************************************
      * CALCULO DEL DEVENGO DE LA CUENTA: INTERES SIMPLE SOBRE EL
      * SALDO, TRAMO POR TRAMO, SIN REDONDEAR HASTA EL TOTAL.
      ******************************************************************
       DEVENGAR-CUENTA.
           MOVE CM-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM BUSCAR-CONVENCION.
           MOVE 0 TO WS-NUM-HISTORIA.
           IF TB-NUM-HISTORIA NUMERIC AND TB-NUM-HISTORIA > 0
               MOVE TB-NUM-HISTORIA TO WS-NUM-HISTORIA.
           IF WS-NUM-HISTORIA > 12
               MOVE 12 TO WS-NUM-HISTORIA.
           MOVE 0 TO WS-DEVENGO-ACUM.
           MOVE 0 TO WS-DIAS-PERIODO.
           MOVE 0 TO WS-NUM-TRAMOS.
           MOVE WS-FECHA-DESDE TO WS-TRAMO-DESDE.
           PERFORM DEVENGAR-TRAMO
               UNTIL WS-TRAMO-DESDE NOT < WS-FECHA-HASTA.
           COMPUTE WS-DEVENGO-CUENTA ROUNDED = WS-DEVENGO-ACUM.
           IF WS-DEVENGO-CUENTA = 0
               ADD 1 TO WS-CUENTAS-AL-DIA
           ELSE
               PERFORM LIBERAR-DEVENGO.

       DEVENGAR-TRAMO.
           PERFORM FIJAR-TASA-TRAMO.
           PERFORM CONTAR-DIAS-TRAMO.
           IF WS-DIAS-TRAMO > 0
               COMPUTE WS-DEVENGO-ACUM = WS-DEVENGO-ACUM +
                   CM-SALDO * WS-TASA-TRAMO * WS-DIAS-TRAMO
                   / (100 * WS-BASE-DIAS)
               ADD WS-DIAS-TRAMO TO WS-DIAS-PERIODO.
           ADD 1 TO WS-NUM-TRAMOS.
           MOVE WS-TRAMO-HASTA TO WS-TRAMO-DESDE.

      * TASA DEL TRAMO: LA DE LA ENTRADA DE HISTORIA MAS RECIENTE QUE
      * NO SEA POSTERIOR AL INICIO DEL TRAMO (SI TODAS SON FUTURAS O
      * NO HAY HISTORIA, LA TASA VIGENTE DEL PRODUCTO, COMO EN EL
      * LOTE). EL TRAMO TERMINA EN LA PRIMERA FECHA EFECTIVA
      * POSTERIOR A SU INICIO, O AL FIN DEL PERIODO.
       FIJAR-TASA-TRAMO.
           MOVE TB-TASA TO WS-TASA-TRAMO.
           MOVE 0 TO WS-MEJOR-FECHA.
           MOVE WS-FECHA-HASTA TO WS-TRAMO-HASTA.
           PERFORM EXAMINAR-TASA-HISTORIA
               VARYING WS-INDICE-HIST FROM 1 BY 1
                   UNTIL WS-INDICE-HIST > WS-NUM-HISTORIA.

       EXAMINAR-TASA-HISTORIA.
           IF TB-FECHA-EFECTIVA (WS-INDICE-HIST) NUMERIC
               IF TB-FECHA-EFECTIVA (WS-INDICE-HIST) <= WS-TRAMO-DESDE
               AND TB-FECHA-EFECTIVA (WS-INDICE-HIST) >= WS-MEJOR-FECHA
                   MOVE TB-FECHA-EFECTIVA (WS-INDICE-HIST)
                       TO WS-MEJOR-FECHA
                   MOVE TB-TASA-HIST (WS-INDICE-HIST) TO WS-TASA-TRAMO
               END-IF
               IF TB-FECHA-EFECTIVA (WS-INDICE-HIST) > WS-TRAMO-DESDE
               AND TB-FECHA-EFECTIVA (WS-INDICE-HIST) < WS-TRAMO-HASTA
                   MOVE TB-FECHA-EFECTIVA (WS-INDICE-HIST)
                       TO WS-TRAMO-HASTA.

      * DIAS DEL TRAMO SEGUN LA CONVENCION DE LA CUENTA: ACTUAL/365
      * CUENTA LOS DIAS REALES SOBRE BASE 365; 30/360 CUENTA MESES DE
      * 30 DIAS (EL 31 SE TOMA COMO 30, Y EL 31 FINAL SOLO SI EL
      * INICIO YA ERA FIN DE MES) SOBRE BASE 360.
       CONTAR-DIAS-TRAMO.
           IF CONVENCION-ACT-365
               MOVE 365 TO WS-BASE-DIAS
               COMPUTE WS-DIAS-TRAMO =
                   FUNCTION INTEGER-OF-DATE (WS-TRAMO-HASTA) -
                   FUNCTION INTEGER-OF-DATE (WS-TRAMO-DESDE)
           ELSE
               MOVE 360 TO WS-BASE-DIAS
               MOVE WS-TD-DD TO WS-DIA-DESDE-360
               MOVE WS-TH-DD TO WS-DIA-HASTA-360
               IF WS-DIA-DESDE-360 > 30
                   MOVE 30 TO WS-DIA-DESDE-360
               END-IF
               IF WS-DIA-HASTA-360 > 30 AND WS-DIA-DESDE-360 = 30
                   MOVE 30 TO WS-DIA-HASTA-360
               END-IF
               COMPUTE WS-DIAS-TRAMO =
                   (WS-TH-AAAA - WS-TD-AAAA) * 360 +
                   (WS-TH-MM - WS-TD-MM) * 30 +
                   WS-DIA-HASTA-360 - WS-DIA-DESDE-360.

       LIBERAR-DEVENGO.
           MOVE CM-PRODUCTO TO DO-PRODUCTO.
           MOVE CM-CUENTA TO DO-CUENTA.
           MOVE CM-CLIENTE TO DO-CLIENTE.
           MOVE CM-SALDO TO DO-SALDO.
           MOVE WS-FECHA-DESDE TO DO-FECHA-DESDE.
           MOVE WS-FECHA-HASTA TO DO-FECHA-HASTA.
           MOVE WS-DIAS-PERIODO TO DO-DIAS.
           MOVE WS-TASA-TRAMO TO DO-TASA.
           MOVE WS-CONVENCION TO DO-CONVENCION.
           MOVE WS-NUM-TRAMOS TO DO-TRAMOS.
           MOVE WS-DEVENGO-CUENTA TO DO-DEVENGO.
           RELEASE REG-DEVENGO-ORD.

      ******************************************************************
      * PROCEDIMIENTO DE SALIDA DEL ORDENAMIENTO: DETALLE POR
      * PRODUCTO CON SU SUBTOTAL, Y POR CADA CUENTA EL PAR DE
      * REGISTROS DEL FEED (DEVENGO AL CORTE Y SU REVERSO).
      ******************************************************************
       SALIDA-ORDENAMIENTO.
           PERFORM RETORNAR-DEVENGO.
           PERFORM PROCESAR-DEVENGO
               UNTIL FIN-ORDENADO.
           IF PRODUCTO-EN-CURSO
               PERFORM CERRAR-PRODUCTO.

       RETORNAR-DEVENGO.
           RETURN ARCHIVO-ORDENADO
               AT END MOVE "S" TO WS-FIN-ORDENADO.

       PROCESAR-DEVENGO.
           IF PRODUCTO-EN-CURSO AND DO-PRODUCTO NOT = WS-PRODUCTO-ACT
               PERFORM CERRAR-PRODUCTO.
           IF NOT PRODUCTO-EN-CURSO
               PERFORM ABRIR-PRODUCTO.
           ADD 1 TO WS-PR-CUENTAS.
           ADD DO-SALDO TO WS-PR-SALDOS.
           ADD DO-DEVENGO TO WS-PR-DEVENGO.
           ADD 1 TO WS-CUENTAS-DEVENGADAS.
           ADD DO-SALDO TO WS-TOTAL-SALDOS.
           ADD DO-DEVENGO TO WS-TOTAL-DEVENGO.
           PERFORM ESCRIBIR-LINEA-DEVENGO.
           PERFORM ESCRIBIR-GL-DEVENGO.
           PERFORM RETORNAR-DEVENGO.

       ABRIR-PRODUCTO.
           MOVE "S" TO WS-PRODUCTO-EN-CURSO.
           MOVE DO-PRODUCTO TO WS-PRODUCTO-ACT.
           MOVE 0 TO WS-PR-CUENTAS.
           MOVE 0 TO WS-PR-SALDOS.
           MOVE 0 TO WS-PR-DEVENGO.
           MOVE DO-PRODUCTO TO TB-PRODUCTO.
           READ ARCHIVO-TASAS
               KEY IS TB-PRODUCTO
               INVALID KEY MOVE SPACES TO TB-DESCRIPCION
           END-READ.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "PRODUCTO: " WS-PRODUCTO-ACT " " TB-DESCRIPCION
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTA     CLIENTE             SALDO  DESDE    "
               "HASTA      DIAS  TASA CONV TRAMOS       DEVENGADO"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       CERRAR-PRODUCTO.
           MOVE WS-PR-CUENTAS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-PR-SALDOS TO WS-TOTAL-MOSTRADO.
           MOVE WS-PR-DEVENGO TO WS-TOTAL-MOSTRADO-2.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL PRODUCTO " WS-PRODUCTO-ACT
               " CUENTAS: " WS-CONTADOR-MOSTRADO
               " SALDO: " WS-TOTAL-MOSTRADO
               " DEVENGADO: " WS-TOTAL-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "N" TO WS-PRODUCTO-EN-CURSO.

       ESCRIBIR-LINEA-DEVENGO.
           MOVE DO-SALDO TO WS-VALOR-MOSTRADO.
           MOVE DO-DEVENGO TO WS-VALOR-MOSTRADO-2.
           MOVE DO-DIAS TO WS-DIAS-MOSTRADOS.
           MOVE DO-TASA TO WS-TASA-MOSTRADA.
           MOVE SPACES TO REG-REPORTE.
           STRING DO-CUENTA " " DO-CLIENTE " " WS-VALOR-MOSTRADO " "
               DO-FECHA-DESDE " " DO-FECHA-HASTA " "
               WS-DIAS-MOSTRADOS " " WS-TASA-MOSTRADA "    "
               DO-CONVENCION "     " DO-TRAMOS " "
               WS-VALOR-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

      * DEVENGO CON FECHA DE CORTE Y SU REVERSO EN NEGATIVO CON FECHA
      * DEL PRIMER DIA DEL MES SIGUIENTE. EL DEVENGO NO TIENE
      * RETENCION: SE RETIENE CUANDO EL LOTE ABONA EL INTERES.
       ESCRIBIR-GL-DEVENGO.
           MOVE SPACES TO REG-GL.
           MOVE DO-CUENTA TO GL-CUENTA.
           MOVE WS-CODIGO-GL-DEVENGO TO GL-CODIGO-CONTABLE.
           MOVE DO-DEVENGO TO GL-INTERES-CALCULADO.
           MOVE 0 TO GL-RETENCION-CALCULADA.
           MOVE WS-FECHA-CORTE TO GL-FECHA-EJECUCION.
           MOVE 0 TO GL-PERIODO.
           MOVE WS-ID-CORRIDA TO GL-ID-CORRIDA.
           WRITE REG-GL.
           ADD 1 TO WS-GL-REGISTROS.
           COMPUTE GL-INTERES-CALCULADO = 0 - DO-DEVENGO.
           MOVE WS-FECHA-REVERSO TO GL-FECHA-EJECUCION.
           WRITE REG-GL.
           ADD 1 TO WS-GL-REGISTROS.

      ******************************************************************
      * REPORTE DE DEVENGO: ENCABEZADO, CUENTAS EXCLUIDAS (SALEN AL
      * RECORRER EL MAESTRO), DETALLE POR PRODUCTO Y TOTALES.
      ******************************************************************
       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "devengoMensual  CORRIDA: " WS-ID-CORRIDA
               "  OPERADOR: " WS-OPERADOR
               "  CORTE: " WS-FECHA-CORTE
               "  REVERSO: " WS-FECHA-REVERSO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           STRING "CONVENCION DE LA CORRIDA: " WS-CONVENCION-CORRIDA
               "  (1=30/360 2=ACTUAL/365)  CUENTAS CON CONVENCION "
               "DEL LOTE: " WS-NUM-CONVENCIONES
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-LINEA-EXCLUIDA.
           ADD 1 TO WS-CUENTAS-EXCLUIDAS.
           MOVE SPACES TO REG-REPORTE.
           STRING "EXCLUIDA: " CM-CUENTA " PRODUCTO: " CM-PRODUCTO
               " " WS-MOTIVO-EXCLUSION
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.

       ESCRIBIR-TOTALES-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CUENTAS-LEIDAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS LEIDAS:          " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CUENTAS-NO-ACTIVAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS NO ACTIVAS:      " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CUENTAS-AL-DIA TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS SIN DEVENGO:     " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CUENTAS-EXCLUIDAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS EXCLUIDAS:       " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-CUENTAS-DEVENGADAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "CUENTAS DEVENGADAS:      " WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-SALDOS TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL SALDOS DEVENGADOS: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOTAL-DEVENGO TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "TOTAL DEVENGADO:         " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-GL-REGISTROS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-REPORTE.
           STRING "REGISTROS AL FEED GL:    " WS-CONTADOR-MOSTRADO
               "  (DEVENGO Y REVERSO)"
               DELIMITED BY SIZE INTO REG-REPORTE.
           WRITE REG-REPORTE.
