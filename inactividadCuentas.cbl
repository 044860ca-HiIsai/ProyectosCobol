       IDENTIFICATION DIVISION.
           PROGRAM-ID. inactividadCuentas.

      ******************************************************************
      * CLASIFICACION DE CUENTAS POR INACTIVIDAD Y FONDOS NO
      * RECLAMADOS
      *
      * RECORRE EL MAESTRO DE CUENTAS Y FIJA PARA CADA CUENTA LA
      * FECHA DE SU ULTIMA ACTIVIDAD DEL CLIENTE, LA MAS RECIENTE DE:
      *   - UN MOVIMIENTO CON APORTES/RETIROS EN LA BITACORA DE
      *     MOVIMIENTOS (Y EN EL HISTORICO, SI SE INDICA). NO CUENTAN
      *     LOS DE CORRIDAS DE VENCIMIENTOS (MODO "V", SE EJECUTAN POR
      *     INSTRUCCION GRABADA), LOS DE REVERSOS (MODO "R") NI LOS DE
      *     CORRIDAS QUE FUERON REVERSADAS;
      *   - LA APERTURA O LA REACTIVACION DE LA CUENTA EN LA BITACORA
      *     DE CAMBIOS (ACCIONES AGREGAR Y REACTIVAR);
      *   - EN UNA CUENTA EN PAGO AL VENCIMIENTO (ESTADO "P"), LA
      *     FECHA DE VENCIMIENTO, DESDE LA QUE EL DINERO ESTA A
      *     DISPOSICION DEL CLIENTE.
      * SIN NINGUNA DE ELLAS SE TOMA CM-FECHA-ULT-PROCESO.
      *
      * LOS MESES TRANSCURRIDOS HASTA LA FECHA DE CORTE CLASIFICAN
      * LA CUENTA: INACTIVA DESDE MESES-INACTIVA Y REPORTABLE COMO
      * FONDO NO RECLAMADO DESDE MESES-REPORTABLE. NO SE CLASIFICAN
      * LAS CUENTAS CERRADAS (ESTADO "I") NI LOS DEPOSITOS A TERMINO
      * QUE AUN NO VENCEN AL CORTE (EL CLIENTE NO TIENE QUE HACER
      * NADA ANTES DEL VENCIMIENTO).
      *
      * CON MARCAR=S CADA CUENTA ACTIVA QUE CLASIFICA PASA AL ESTADO
      * "D" (INACTIVA POR ABANDONO), QUEDA EN LA BITACORA DE CAMBIOS
      * CON LA ACCION DORMIDA Y DEJA DE ADMITIRSE EN EL LOTE HASTA
      * QUE SE REACTIVE POR mantenimientoCuentas (OPCION 7, CON
      * DOBLE CONTROL). LAS CUENTAS EN PAGO CONSERVAN EL ESTADO "P",
      * QUE EL LOTE YA NO PROCESA.
      *
      * SALIDAS, PARA LAS CUENTAS CLASIFICADAS CON SALDO:
      *   - LISTA DE CONTACTO POR TITULAR (CLIENTE, NOMBRE Y NIT DEL
      *     MAESTRO DE CLIENTES), CON LOS TOTALES DE CONTROL AL FINAL;
      *   - ARCHIVO DE ENTREGA DE FONDOS NO RECLAMADOS CON EL MONTO
      *     POR PROPIETARIO (NIT) DE LAS CUENTAS REPORTABLES.
      *
      * LA CLASIFICACION ES UNA CORRIDA CON SU PROPIO ID EN LA
      * BITACORA DE CORRIDAS (MODO "N"). SI LAS APERTURAS Y
      * REACTIVACIONES NO CABEN EN SU TABLA, LAS QUE SOBRAN SON LAS
      * MAS RECIENTES Y SUS CUENTAS PARECERIAN MAS INACTIVAS DE LO
      * QUE SON: LA LISTA Y EL ARCHIVO SE PRODUCEN IGUAL, PERO NO SE
      * MARCA NINGUNA CUENTA Y LA CORRIDA TERMINA CON ESTADO
      * INCOMPLETA.
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

           SELECT ARCHIVO-CLIENTES
               ASSIGN TO DYNAMIC WS-NOMBRE-CLIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLIENTE
               FILE STATUS IS WS-ESTADO-CLIENTES.

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

           SELECT OPTIONAL ARCHIVO-CAMBIOS
               ASSIGN TO DYNAMIC WS-NOMBRE-CAMBIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.

           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO DYNAMIC WS-NOMBRE-CONTACTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTACTOS.

           SELECT ARCHIVO-ABANDONOS
               ASSIGN TO DYNAMIC WS-NOMBRE-ABANDONOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ABANDONOS.

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

       FD  ARCHIVO-CLIENTES.
       COPY CLIENTEREC.

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

       FD  ARCHIVO-CAMBIOS.
       COPY CAMBIOREC.

       FD  ARCHIVO-CONTACTOS.
       01  REG-CONTACTO           PIC X(132).

      * ARCHIVO DE ENTREGA DE FONDOS NO RECLAMADOS: REGISTROS DE 120
      * POSICIONES, TIPO 1 = ENCABEZADO, 2 = PROPIETARIO, 9 =
      * TOTALES. LOS MONTOS VAN SIN SIGNO NI PUNTO DECIMAL (DOS
      * DECIMALES IMPLICITOS), RELLENOS CON CEROS A LA IZQUIERDA. UN
      * PROPIETARIO SIN NIT RESUELTO SE ENTREGA CUENTA POR CUENTA,
      * CON EL NIT EN BLANCO.
       FD  ARCHIVO-ABANDONOS.
       01  REG-ABAN-ENCABEZADO.
           05  AE-TIPO                PIC X.
           05  AE-NIT-TENEDOR         PIC X(15).
           05  AE-FECHA-CORTE         PIC 9(8).
           05  AE-FECHA-GENERACION    PIC 9(8).
           05  AE-MESES-REPORTABLE    PIC 9(3).
           05  FILLER                 PIC X(85).
       01  REG-ABAN-PROPIETARIO.
           05  AP-TIPO                PIC X.
           05  AP-NIT                 PIC X(15).
           05  AP-NOMBRE              PIC X(30).
           05  AP-CLIENTE             PIC X(10).
           05  AP-CUENTAS             PIC 9(5).
           05  AP-MONTO               PIC 9(13)V99.
           05  AP-ULT-ACTIVIDAD       PIC 9(8).
           05  FILLER                 PIC X(36).
       01  REG-ABAN-TOTALES.
           05  AT-TIPO                PIC X.
           05  AT-PROPIETARIOS        PIC 9(7).
           05  AT-CUENTAS             PIC 9(7).
           05  AT-MONTO               PIC 9(15)V99.
           05  FILLER                 PIC X(88).

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA QUE LA CLASIFICACION CORRA
      * PROGRAMADA SIN NADIE EN EL TECLADO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO          PIC X(80).

      * CUENTAS CLASIFICADAS CON SALDO, ORDENADAS POR PROPIETARIO.
      * LAS QUE NO RESUELVEN A UN NIT (TIPO 0) VAN ADELANTE, CADA
      * UNA COMO SU PROPIO PROPIETARIO.
       SD  ARCHIVO-ORDENADO.
       01  REG-INACTIVA-ORD.
           05  IO-TIPO                PIC X.
               88  IO-SIN-NIT         VALUE "0".
           05  IO-NIT                 PIC X(15).
           05  IO-CLIENTE             PIC X(10).
           05  IO-CUENTA              PIC X(10).
           05  IO-NOMBRE              PIC X(30).
           05  IO-MOTIVO              PIC X(30).
           05  IO-PRODUCTO            PIC X(10).
           05  IO-ESTADO              PIC X.
           05  IO-CLASE               PIC X.
               88  IO-INACTIVA        VALUE "D".
               88  IO-REPORTABLE      VALUE "R".
           05  IO-SALDO               PIC 9(9)V99.
           05  IO-ULT-ACTIVIDAD       PIC 9(8).
           05  IO-ORIGEN              PIC X.
           05  IO-MESES               PIC 9(4).

       WORKING-STORAGE SECTION.

       01  WS-NOMBRE-CORRIDAS        PIC X(40).
       01  WS-ESTADO-CORRIDAS        PIC XX.
       01  WS-NOMBRE-CUENTAS         PIC X(40).
       01  WS-ESTADO-CUENTAS         PIC XX.
       01  WS-NOMBRE-CLIENTES        PIC X(40).
       01  WS-ESTADO-CLIENTES        PIC XX.
       01  WS-NOMBRE-MOVIMIENTOS     PIC X(40).
       01  WS-ESTADO-MOVIMIENTOS     PIC XX.
       01  WS-NOMBRE-HISTORICO       PIC X(40).
       01  WS-ESTADO-HISTORICO       PIC XX.
       01  WS-NOMBRE-CAMBIOS         PIC X(40).
       01  WS-ESTADO-CAMBIOS         PIC XX.
       01  WS-NOMBRE-CONTACTOS       PIC X(40).
       01  WS-ESTADO-CONTACTOS       PIC XX.
       01  WS-NOMBRE-ABANDONOS       PIC X(40).
       01  WS-ESTADO-ABANDONOS       PIC XX.

      * ARCHIVOS ABIERTOS, PARA CERRAR SOLO LOS QUE ABRIERON SI LA
      * APERTURA SE INTERRUMPE A MEDIO CAMINO.
       01  WS-ARCHIVOS-ABIERTOS.
           05  WS-CUENTAS-ABIERTO     PIC X VALUE "N".
               88  CUENTAS-ABIERTO        VALUE "S".
           05  WS-CLIENTES-ABIERTO    PIC X VALUE "N".
               88  CLIENTES-ABIERTO       VALUE "S".
           05  WS-MOVIMIENTOS-ABIERTO PIC X VALUE "N".
               88  MOVIMIENTOS-ABIERTO    VALUE "S".
           05  WS-HISTORICO-ABIERTO   PIC X VALUE "N".
               88  HISTORICO-ABIERTO      VALUE "S".
           05  WS-CAMBIOS-ABIERTO     PIC X VALUE "N".
               88  CAMBIOS-ABIERTO        VALUE "S".
           05  WS-CONTACTOS-ABIERTO   PIC X VALUE "N".
               88  CONTACTOS-ABIERTO      VALUE "S".
           05  WS-ABANDONOS-ABIERTO   PIC X VALUE "N".
               88  ABANDONOS-ABIERTO      VALUE "S".
       01  WS-APERTURA-FALLIDA       PIC X VALUE "N".
           88  APERTURA-FALLIDA      VALUE "S".

      * IDENTIFICACION DE LA CORRIDA EN LA BITACORA DE CORRIDAS (MISMO
      * FORMATO QUE LAS CORRIDAS DEL LOTE). RC-REGISTROS ES EL NUMERO
      * DE CUENTAS REPORTABLES ENTREGADAS EN EL ARCHIVO.
       01  WS-ID-CORRIDA             PIC X(15).
       01  WS-MODO-INACTIVIDAD       PIC X VALUE "N".
       01  WS-CORRIDAS-ABIERTO       PIC X VALUE "N".
           88  CORRIDAS-ABIERTO      VALUE "S".
       01  WS-CORRIDA-REGISTRADA     PIC X VALUE "N".
           88  CORRIDA-REGISTRADA    VALUE "S".
       01  WS-ESTADO-FIN-CORRIDA     PIC X(12) VALUE "ABORTADA".

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

      * PARAMETROS DE LA CLASIFICACION. SIN VALOR EN LA TARJETA (O EN
      * CERO EN PANTALLA) LOS PLAZOS QUEDAN EN 24 Y 60 MESES, LA
      * FECHA DE CORTE EN HOY Y LAS CUENTAS SIN MARCAR.
       01  WS-MESES-INACTIVA         PIC 9(3) VALUE 0.
       01  WS-MESES-REPORTABLE       PIC 9(3) VALUE 0.
       01  WS-MESES-INACTIVA-DEF     PIC 9(3) VALUE 24.
       01  WS-MESES-REPORTABLE-DEF   PIC 9(3) VALUE 60.
       01  WS-MARCAR                 PIC X VALUE "N".
           88  MARCAR-DORMIDAS       VALUE "S".
           88  MARCAR-VALIDO         VALUES "S" "N".
       01  WS-NIT-TENEDOR            PIC X(15).
       01  WS-FECHA-CORTE            PIC 9(8) VALUE 0.
       01  WS-FC-DETALLE REDEFINES WS-FECHA-CORTE.
           05  WS-FC-AAAA            PIC 9(4).
           05  WS-FC-MM              PIC 99.
           05  WS-FC-DD              PIC 99.
       01  WS-FECHA-CORTE-X          PIC X(8).

      * CORRIDAS CUYOS MOVIMIENTOS NO SON ACTIVIDAD DEL CLIENTE:
      * VENCIMIENTOS, REVERSOS Y CORRIDAS REVERSADAS, TOMADAS DE LA
      * BITACORA DE CORRIDAS. SI NO CABEN, LAS QUE SOBRAN CUENTAN COMO
      * ACTIVIDAD (LA CUENTA PARECE MENOS INACTIVA, NUNCA MAS).
       01  WS-FIN-CORRIDAS           PIC X VALUE "N".
           88  FIN-CORRIDAS          VALUE "S".
       01  WS-NUM-EXCLUIDAS          PIC 9(5) VALUE 0.
       01  WS-EXCLUIDAS-OMITIDAS     PIC 9(7) VALUE 0.
       01  WS-TABLA-EXCLUIDAS.
           05  WS-CE-CORRIDA OCCURS 5000 TIMES PIC X(15).
       01  WS-INDICE-EXCLUIDA        PIC 9(5).
       01  WS-CORRIDA-BUSCADA        PIC X(15).
       01  WS-CORRIDA-EXCLUIDA       PIC X VALUE "N".
           88  CORRIDA-EXCLUIDA      VALUE "S".

      * APERTURAS Y REACTIVACIONES DE LA BITACORA DE CAMBIOS: LA MAS
      * RECIENTE POR CUENTA. LAS QUE NO CABEN SE CUENTAN Y SE AVISAN,
      * Y ENTONCES NO SE MARCAN CUENTAS (VER EL ENCABEZADO).
       01  WS-FIN-CAMBIOS            PIC X VALUE "N".
           88  FIN-CAMBIOS           VALUE "S".
       01  WS-NUM-CONTACTOS          PIC 9(5) VALUE 0.
       01  WS-CONTACTOS-OMITIDOS     PIC 9(7) VALUE 0.
       01  WS-TABLA-CONTACTOS.
           05  WS-CC-ENTRADA OCCURS 5000 TIMES.
               10  WS-CC-CUENTA       PIC X(10).
               10  WS-CC-FECHA        PIC 9(8).
       01  WS-INDICE-CONTACTO        PIC 9(5).
       01  WS-CUENTA-BUSCADA         PIC X(10).
       01  WS-CONTACTO-HALLADO       PIC X VALUE "N".
           88  CONTACTO-HALLADO      VALUE "S".

      * ULTIMA ACTIVIDAD DE LA CUENTA EN CURSO Y SU ORIGEN:
      * M = MOVIMIENTO, H = MOVIMIENTO EN EL HISTORICO, C = APERTURA
      * O REACTIVACION, V = VENCIMIENTO EN PAGO, P = ULTIMO PROCESO.
       01  WS-ULT-ACTIVIDAD          PIC 9(8).
       01  WS-UA-DETALLE REDEFINES WS-ULT-ACTIVIDAD.
           05  WS-UA-AAAA            PIC 9(4).
           05  WS-UA-MM              PIC 99.
           05  WS-UA-DD              PIC 99.
       01  WS-ORIGEN-ACTIVIDAD       PIC X.
       01  WS-MESES-CALCULO          PIC S9(5).
       01  WS-MESES-SIN-ACTIVIDAD    PIC 9(4).
       01  WS-CLASE                  PIC X.
       01  WS-FIN-MOVIMIENTOS        PIC X VALUE "N".
           88  FIN-MOVIMIENTOS       VALUE "S".
       01  WS-FIN-HISTORICO          PIC X VALUE "N".
           88  FIN-HISTORICO         VALUE "S".
       01  WS-FIN-CUENTAS            PIC X VALUE "N".
           88  FIN-CUENTAS           VALUE "S".
       01  WS-FIN-ORDENADO           PIC X VALUE "N".
           88  FIN-ORDENADO          VALUE "S".
       01  WS-IMAGEN-ANTES           PIC X(200).

      * TITULAR RESUELTO DE LA CUENTA EN CURSO.
       01  WS-RS-TIPO                PIC X.
       01  WS-RS-NIT                 PIC X(15).
       01  WS-RS-NOMBRE              PIC X(30).
       01  WS-RS-MOTIVO              PIC X(30).

      * CORTE DE CONTROL POR PROPIETARIO DE LAS CUENTAS REPORTABLES.
       01  WS-LLAVE-REGISTRO         PIC X(40).
       01  WS-LLAVE-GRUPO            PIC X(40).
       01  WS-GRUPO-EN-CURSO         PIC X VALUE "N".
           88  GRUPO-EN-CURSO        VALUE "S".
       01  WS-GR-NIT                 PIC X(15).
       01  WS-GR-NOMBRE              PIC X(30).
       01  WS-GR-CLIENTE             PIC X(10).
       01  WS-GR-CUENTAS             PIC 9(5).
       01  WS-GR-MONTO               PIC 9(13)V99.
       01  WS-GR-ULT-ACTIVIDAD       PIC 9(8).

      * CONTEOS Y TOTALES DE CONTROL DE LA CORRIDA.
       01  WS-CUENTAS-LEIDAS         PIC 9(7) VALUE 0.
       01  WS-CUENTAS-CERRADAS       PIC 9(7) VALUE 0.
       01  WS-CUENTAS-EN-PLAZO       PIC 9(7) VALUE 0.
       01  WS-CUENTAS-SIN-FECHA      PIC 9(7) VALUE 0.
       01  WS-CUENTAS-AL-DIA         PIC 9(7) VALUE 0.
       01  WS-CUENTAS-INACTIVAS      PIC 9(7) VALUE 0.
       01  WS-CUENTAS-REPORTABLES    PIC 9(7) VALUE 0.
       01  WS-CLASIFICADAS-SIN-SALDO PIC 9(7) VALUE 0.
       01  WS-CUENTAS-MARCADAS       PIC 9(7) VALUE 0.
       01  WS-CUENTAS-SIN-TITULAR    PIC 9(7) VALUE 0.
       01  WS-CUENTAS-ENTREGADAS     PIC 9(7) VALUE 0.
       01  WS-PROPIETARIOS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-INACTIVAS        PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-REPORTABLES      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-ENTREGADO        PIC 9(15)V99 VALUE 0.
       01  WS-CONTADOR-MOSTRADO      PIC ZZZ,ZZ9.
       01  WS-TOTAL-MOSTRADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SALDO-MOSTRADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MESES-MOSTRADOS        PIC ZZZ9.
       01  WS-CLASE-REPORTE          PIC X(10).
       01  WS-ORIGEN-REPORTE         PIC X(12).

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EJECUCION.
           MOVE SPACES TO WS-ID-CORRIDA.
           STRING WS-FECHA-EJECUCION "-" WS-HORA-EJECUCION
               DELIMITED BY SIZE INTO WS-ID-CORRIDA.
           DISPLAY "CLASIFICACION DE CUENTAS POR INACTIVIDAD  "
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
               PERFORM OBTENER-PARAMETROS-PANTALLA.
           IF WS-FECHA-CORTE = 0
               MOVE WS-FECHA-EJECUCION TO WS-FECHA-CORTE.
           IF WS-MESES-INACTIVA = 0
               MOVE WS-MESES-INACTIVA-DEF TO WS-MESES-INACTIVA.
           IF WS-MESES-REPORTABLE = 0
               MOVE WS-MESES-REPORTABLE-DEF TO WS-MESES-REPORTABLE.
           IF WS-MESES-REPORTABLE NOT > WS-MESES-INACTIVA
               DISPLAY "LOS MESES PARA REPORTAR (" WS-MESES-REPORTABLE
                   ") DEBEN SER MAS QUE LOS MESES PARA INACTIVAR ("
                   WS-MESES-INACTIVA ")."
               GO TO TERMINA-PROGRAMA.

      * LAS CORRIDAS EXCLUIDAS SE LEEN ANTES DE ABRIR LA BITACORA DE
      * CORRIDAS PARA AGREGAR LA CORRIDA PROPIA. SIN BITACORA DE
      * CORRIDAS LA CLASIFICACION NO ARRANCA.
           PERFORM CARGAR-CORRIDAS-EXCLUIDAS.
           PERFORM CARGAR-APERTURAS-REACTIVACIONES.
           IF WS-CONTACTOS-OMITIDOS > 0 AND MARCAR-DORMIDAS
               DISPLAY "MAS DE 5000 CUENTAS CON APERTURA O "
                   "REACTIVACION: NO SE MARCA NINGUNA CUENTA."
               MOVE "N" TO WS-MARCAR.
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

           PERFORM ESCRIBIR-ENCABEZADO-CONTACTOS.
           PERFORM ESCRIBIR-ENCABEZADO-ABANDONOS.
           SORT ARCHIVO-ORDENADO
               ON ASCENDING KEY IO-TIPO IO-NIT IO-CLIENTE IO-CUENTA
               INPUT PROCEDURE IS ENTRADA-ORDENAMIENTO
               OUTPUT PROCEDURE IS SALIDA-ORDENAMIENTO.
           PERFORM ESCRIBIR-TOTALES-ABANDONOS.
           PERFORM ESCRIBIR-TOTALES-CONTACTOS.
           IF WS-CONTACTOS-OMITIDOS > 0
               MOVE "INCOMPLETA" TO WS-ESTADO-FIN-CORRIDA
           ELSE
               MOVE "COMPLETADA" TO WS-ESTADO-FIN-CORRIDA.

           PERFORM CERRAR-ARCHIVOS.
           MOVE WS-CUENTAS-INACTIVAS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "CLASIFICACION TERMINADA. CUENTAS INACTIVAS: "
               WS-CONTADOR-MOSTRADO.
           MOVE WS-CUENTAS-REPORTABLES TO WS-CONTADOR-MOSTRADO.
           DISPLAY "CUENTAS REPORTABLES COMO FONDOS NO RECLAMADOS: "
               WS-CONTADOR-MOSTRADO.
           IF MARCAR-DORMIDAS
               MOVE WS-CUENTAS-MARCADAS TO WS-CONTADOR-MOSTRADO
               DISPLAY "CUENTAS MARCADAS EN ESTADO D: "
                   WS-CONTADOR-MOSTRADO.
           DISPLAY "LISTA DE CONTACTO: " WS-NOMBRE-CONTACTOS.
           DISPLAY "ARCHIVO DE FONDOS NO RECLAMADOS: "
               WS-NOMBRE-ABANDONOS.
       TERMINA-PROGRAMA.
           PERFORM REGISTRAR-FIN-CORRIDA.
           IF CORRIDAS-ABIERTO
               CLOSE ARCHIVO-CORRIDAS.
      * CODIGO DE RETORNO PARA LA CADENA NOCTURNA (cadenaNocturna):
      * 00 = LA CORRIDA TERMINO, 12 = NO ARRANCO, ABORTO O QUEDO
      * INCOMPLETA.
           IF WS-ESTADO-FIN-CORRIDA = "COMPLETADA"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 12 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * TARJETA DE PARAMETROS (ARRANQUE DESATENDIDO)
      *
      * CARGA LAS RESPUESTAS DE ARRANQUE DESDE UN ARCHIVO DE LINEAS
      * CLAVE=VALOR Y LAS VALIDA TODAS DE UNA VEZ; CADA FALTANTE SE
      * LISTA POR SU CLAVE Y LA CLASIFICACION NO ARRANCA. LAS LINEAS
      * EN BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: SEGURIDAD, OPERADOR, CORRIDAS, CUENTAS, CLIENTES,
      * MOVIMIENTOS, HISTORICO (OPCIONAL), CAMBIOS, FECHA (CORTE
      * AAAAMMDD, OPCIONAL), MESES-INACTIVA Y MESES-REPORTABLE
      * (OPCIONALES), MARCAR (S/N, OPCIONAL), TENEDOR (NIT DE LA
      * ENTIDAD QUE ENTREGA LOS FONDOS), CONTACTOS, ABANDONOS.
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
               MOVE SPACES TO WS-NOMBRE-CLIENTES
               MOVE SPACES TO WS-NOMBRE-MOVIMIENTOS
               MOVE SPACES TO WS-NOMBRE-HISTORICO
               MOVE SPACES TO WS-NOMBRE-CAMBIOS
               MOVE SPACES TO WS-NIT-TENEDOR
               MOVE SPACES TO WS-NOMBRE-CONTACTOS
               MOVE SPACES TO WS-NOMBRE-ABANDONOS
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
               WHEN "CLIENTES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CLIENTES
               WHEN "MOVIMIENTOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-MOVIMIENTOS
               WHEN "HISTORICO"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-HISTORICO
               WHEN "CAMBIOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CAMBIOS
               WHEN "FECHA"
                   PERFORM ASIGNAR-FECHA-TARJETA
               WHEN "MESES-INACTIVA"
                   IF WS-PARAM-VALOR (1:3) NUMERIC
                       MOVE WS-PARAM-VALOR (1:3) TO WS-MESES-INACTIVA
                   ELSE
                       MOVE "MESES-INACTIVA (999)" TO WS-PARAM-FALTANTE
                       PERFORM ANOTAR-ERROR-PARAMETRO
                   END-IF
               WHEN "MESES-REPORTABLE"
                   IF WS-PARAM-VALOR (1:3) NUMERIC
                       MOVE WS-PARAM-VALOR (1:3) TO WS-MESES-REPORTABLE
                   ELSE
                       MOVE "MESES-REPORTABLE (999)"
                           TO WS-PARAM-FALTANTE
                       PERFORM ANOTAR-ERROR-PARAMETRO
                   END-IF
               WHEN "MARCAR"
                   MOVE WS-PARAM-VALOR (1:1) TO WS-MARCAR
               WHEN "TENEDOR"
                   MOVE WS-PARAM-VALOR TO WS-NIT-TENEDOR
               WHEN "CONTACTOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CONTACTOS
               WHEN "ABANDONOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-ABANDONOS
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
                   ADD 1 TO WS-PARAM-ERRORES
           END-EVALUATE.

       ASIGNAR-FECHA-TARJETA.
           MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-CORTE-X.
           IF WS-FECHA-CORTE-X NOT NUMERIC
               MOVE "FECHA (AAAAMMDD)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO
           ELSE
               MOVE WS-FECHA-CORTE-X TO WS-FECHA-CORTE
               IF WS-FC-AAAA < 1900 OR WS-FC-MM < 1 OR WS-FC-MM > 12
               OR WS-FC-DD < 1 OR WS-FC-DD > 31
                   MOVE "FECHA (AAAAMMDD)" TO WS-PARAM-FALTANTE
                   PERFORM ANOTAR-ERROR-PARAMETRO.

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
           IF WS-NOMBRE-CLIENTES = SPACES
               MOVE "CLIENTES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-MOVIMIENTOS = SPACES
               MOVE "MOVIMIENTOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CAMBIOS = SPACES
               MOVE "CAMBIOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF NOT MARCAR-VALIDO
               MOVE "MARCAR (S/N)" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NIT-TENEDOR = SPACES
               MOVE "TENEDOR" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-CONTACTOS = SPACES
               MOVE "CONTACTOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-ABANDONOS = SPACES
               MOVE "ABANDONOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               WS-PARAM-FALTANTE.
           ADD 1 TO WS-PARAM-ERRORES.

       OBTENER-PARAMETROS-PANTALLA.
           DISPLAY "ARCHIVO DE CONTROL DE CORRIDAS:".
           ACCEPT WS-NOMBRE-CORRIDAS.
           DISPLAY "ARCHIVO MAESTRO DE CUENTAS:".
           ACCEPT WS-NOMBRE-CUENTAS.
           DISPLAY "ARCHIVO MAESTRO DE CLIENTES:".
           ACCEPT WS-NOMBRE-CLIENTES.
           DISPLAY "ARCHIVO DE BITACORA DE MOVIMIENTOS:".
           ACCEPT WS-NOMBRE-MOVIMIENTOS.
           DISPLAY "ARCHIVO HISTORICO DE MOVIMIENTOS (BLANCO = "
               "SOLO LA BITACORA VIGENTE):".
           ACCEPT WS-NOMBRE-HISTORICO.
           DISPLAY "ARCHIVO DE BITACORA DE CAMBIOS:".
           ACCEPT WS-NOMBRE-CAMBIOS.
           PERFORM OBTENER-FECHA-CORTE.
           DISPLAY "MESES SIN ACTIVIDAD PARA INACTIVAR (0 = 24):".
           ACCEPT WS-MESES-INACTIVA.
           DISPLAY "MESES SIN ACTIVIDAD PARA REPORTAR (0 = 60):".
           ACCEPT WS-MESES-REPORTABLE.
           PERFORM OBTENER-MARCAR.
           DISPLAY "NIT DE LA ENTIDAD TENEDORA DE LOS FONDOS:".
           ACCEPT WS-NIT-TENEDOR.
           DISPLAY "ARCHIVO DE LISTA DE CONTACTO (SALIDA):".
           ACCEPT WS-NOMBRE-CONTACTOS.
           DISPLAY "ARCHIVO DE FONDOS NO RECLAMADOS (SALIDA):".
           ACCEPT WS-NOMBRE-ABANDONOS.

       OBTENER-FECHA-CORTE.
           DISPLAY "FECHA DE CORTE (AAAAMMDD, 0 = HOY):".
           ACCEPT WS-FECHA-CORTE.
           IF WS-FECHA-CORTE NOT NUMERIC
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FECHA-CORTE.
           IF WS-FECHA-CORTE NOT = 0 AND
           (WS-FC-AAAA < 1900 OR WS-FC-MM < 1 OR WS-FC-MM > 12 OR
           WS-FC-DD < 1 OR WS-FC-DD > 31)
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-FECHA-CORTE.

       OBTENER-MARCAR.
           DISPLAY "MARCAR LAS CUENTAS ACTIVAS CLASIFICADAS EN "
               "ESTADO D (S/N):".
           ACCEPT WS-MARCAR.
           IF NOT MARCAR-VALIDO
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-MARCAR.

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
      * CORRIDAS EXCLUIDAS: DE LA BITACORA DE CORRIDAS SE TOMAN LOS
      * ARRANQUES DE VENCIMIENTOS Y REVERSOS Y LOS REGISTROS DE
      * CORRIDAS REVERSADAS (QUE LLEVAN EL ID DE LA CORRIDA ORIGINAL).
      ******************************************************************
       CARGAR-CORRIDAS-EXCLUIDAS.
           OPEN INPUT ARCHIVO-CORRIDAS.
           IF WS-ESTADO-CORRIDAS = "00"
               PERFORM LEER-CORRIDA-EXCLUIDA
                   UNTIL FIN-CORRIDAS
               CLOSE ARCHIVO-CORRIDAS.

       LEER-CORRIDA-EXCLUIDA.
           READ ARCHIVO-CORRIDAS
               AT END MOVE "S" TO WS-FIN-CORRIDAS
               NOT AT END PERFORM ANOTAR-CORRIDA-EXCLUIDA
           END-READ.

       ANOTAR-CORRIDA-EXCLUIDA.
           IF (RC-ESTADO = "INICIADA" AND
           (RC-MODO = "V" OR RC-MODO = "R")) OR
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

      ******************************************************************
      * APERTURAS Y REACTIVACIONES: DE LA BITACORA DE CAMBIOS SE TOMA
      * LA FECHA MAS RECIENTE DE CADA CUENTA CON ACCION AGREGAR O
      * REACTIVAR, QUE SON CONTACTO DEL CLIENTE CON LA ENTIDAD.
      ******************************************************************
       CARGAR-APERTURAS-REACTIVACIONES.
           OPEN INPUT ARCHIVO-CAMBIOS.
           IF WS-ESTADO-CAMBIOS = "00"
               PERFORM LEER-CAMBIO-CUENTA
                   UNTIL FIN-CAMBIOS
               CLOSE ARCHIVO-CAMBIOS.

       LEER-CAMBIO-CUENTA.
           READ ARCHIVO-CAMBIOS
               AT END MOVE "S" TO WS-FIN-CAMBIOS
               NOT AT END
                   IF CB-ARCHIVO = "CUENTAS" AND
                   (CB-ACCION = "AGREGAR" OR CB-ACCION = "REACTIVAR")
                       PERFORM ANOTAR-CONTACTO-CUENTA
                   END-IF
           END-READ.

       ANOTAR-CONTACTO-CUENTA.
           MOVE CB-LLAVE TO WS-CUENTA-BUSCADA.
           PERFORM BUSCAR-CONTACTO-CUENTA.
           IF CONTACTO-HALLADO
               IF CB-FECHA > WS-CC-FECHA (WS-INDICE-CONTACTO)
                   MOVE CB-FECHA TO WS-CC-FECHA (WS-INDICE-CONTACTO)
               END-IF
           ELSE
               IF WS-NUM-CONTACTOS >= 5000
                   ADD 1 TO WS-CONTACTOS-OMITIDOS
               ELSE
                   ADD 1 TO WS-NUM-CONTACTOS
                   MOVE CB-LLAVE TO WS-CC-CUENTA (WS-NUM-CONTACTOS)
                   MOVE CB-FECHA TO WS-CC-FECHA (WS-NUM-CONTACTOS).

      * DEJA WS-INDICE-CONTACTO EN LA ENTRADA HALLADA.
       BUSCAR-CONTACTO-CUENTA.
           MOVE "N" TO WS-CONTACTO-HALLADO.
           PERFORM COMPARAR-CONTACTO-CUENTA
               VARYING WS-INDICE-CONTACTO FROM 1 BY 1
                   UNTIL WS-INDICE-CONTACTO > WS-NUM-CONTACTOS
                   OR CONTACTO-HALLADO.
           IF CONTACTO-HALLADO
               SUBTRACT 1 FROM WS-INDICE-CONTACTO.

       COMPARAR-CONTACTO-CUENTA.
           IF WS-CC-CUENTA (WS-INDICE-CONTACTO) = WS-CUENTA-BUSCADA
               MOVE "S" TO WS-CONTACTO-HALLADO.

      ******************************************************************
      * APERTURA Y CIERRE DE LOS ARCHIVOS DE LA CORRIDA. SI UNO NO
      * ABRE SE CIERRAN LOS QUE YA ESTABAN ABIERTOS Y LA CORRIDA NO
      * ARRANCA. EL MAESTRO DE CUENTAS SE ABRE PARA ACTUALIZAR Y LA
      * BITACORA DE CAMBIOS PARA AGREGAR SOLO CUANDO SE MARCAN
      * CUENTAS.
      ******************************************************************
       ABRIR-ARCHIVOS.
           IF MARCAR-DORMIDAS
               OPEN I-O ARCHIVO-CUENTAS
           ELSE
               OPEN INPUT ARCHIVO-CUENTAS.
           IF WS-ESTADO-CUENTAS = "00"
               MOVE "S" TO WS-CUENTAS-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS. "
                   "ESTADO: " WS-ESTADO-CUENTAS
               MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN INPUT ARCHIVO-CLIENTES
               IF WS-ESTADO-CLIENTES = "00"
                   MOVE "S" TO WS-CLIENTES-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CLIENTES. "
                       "ESTADO: " WS-ESTADO-CLIENTES
                   MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN INPUT ARCHIVO-MOVIMIENTOS
               IF WS-ESTADO-MOVIMIENTOS = "00"
                   MOVE "S" TO WS-MOVIMIENTOS-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR LA BITACORA DE "
                       "MOVIMIENTOS. ESTADO: " WS-ESTADO-MOVIMIENTOS
                   MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA AND WS-NOMBRE-HISTORICO NOT = SPACES
               OPEN INPUT ARCHIVO-HISTORICO
               IF WS-ESTADO-HISTORICO = "00"
                   MOVE "S" TO WS-HISTORICO-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO HISTORICO DE "
                       "MOVIMIENTOS. ESTADO: " WS-ESTADO-HISTORICO
                   MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA AND MARCAR-DORMIDAS
               OPEN EXTEND ARCHIVO-CAMBIOS
               IF WS-ESTADO-CAMBIOS = "00" OR WS-ESTADO-CAMBIOS = "05"
                   MOVE "S" TO WS-CAMBIOS-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR LA BITACORA DE CAMBIOS. "
                       "SIN RASTRO DE AUDITORIA NO SE MARCAN CUENTAS."
                   MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN OUTPUT ARCHIVO-CONTACTOS
               IF WS-ESTADO-CONTACTOS = "00"
                   MOVE "S" TO WS-CONTACTOS-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR LA LISTA DE CONTACTO."
                   MOVE "S" TO WS-APERTURA-FALLIDA.
           IF NOT APERTURA-FALLIDA
               OPEN OUTPUT ARCHIVO-ABANDONOS
               IF WS-ESTADO-ABANDONOS = "00"
                   MOVE "S" TO WS-ABANDONOS-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE FONDOS NO "
                       "RECLAMADOS."
                   MOVE "S" TO WS-APERTURA-FALLIDA.

       CERRAR-ARCHIVOS.
           IF CUENTAS-ABIERTO
               CLOSE ARCHIVO-CUENTAS.
           IF CLIENTES-ABIERTO
               CLOSE ARCHIVO-CLIENTES.
           IF MOVIMIENTOS-ABIERTO
               CLOSE ARCHIVO-MOVIMIENTOS.
           IF HISTORICO-ABIERTO
               CLOSE ARCHIVO-HISTORICO.
           IF CAMBIOS-ABIERTO
               CLOSE ARCHIVO-CAMBIOS.
           IF CONTACTOS-ABIERTO
               CLOSE ARCHIVO-CONTACTOS.
           IF ABANDONOS-ABIERTO
               CLOSE ARCHIVO-ABANDONOS.
           MOVE "N" TO WS-CUENTAS-ABIERTO.
           MOVE "N" TO WS-CLIENTES-ABIERTO.
           MOVE "N" TO WS-MOVIMIENTOS-ABIERTO.
           MOVE "N" TO WS-HISTORICO-ABIERTO.
           MOVE "N" TO WS-CAMBIOS-ABIERTO.
           MOVE "N" TO WS-CONTACTOS-ABIERTO.
           MOVE "N" TO WS-ABANDONOS-ABIERTO.

      ******************************************************************
      * BITACORA DE CORRIDAS: REGISTRO DE ARRANQUE Y DE CIERRE DE LA
      * CLASIFICACION. RC-ARCHIVO-SALIDA ES EL ARCHIVO DE FONDOS NO
      * RECLAMADOS Y RC-REGISTROS LAS CUENTAS ENTREGADAS EN EL.
      ******************************************************************
       REGISTRAR-INICIO-CORRIDA.
           IF CORRIDAS-ABIERTO
               MOVE SPACES TO REG-CORRIDA
               MOVE WS-ID-CORRIDA TO RC-ID-CORRIDA
               MOVE WS-MODO-INACTIVIDAD TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-CUENTAS TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-ABANDONOS TO RC-ARCHIVO-SALIDA
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
               MOVE WS-MODO-INACTIVIDAD TO RC-MODO
               MOVE WS-OPERADOR TO RC-OPERADOR
               MOVE WS-NOMBRE-CUENTAS TO RC-ARCHIVO-ENTRADA
               MOVE WS-NOMBRE-ABANDONOS TO RC-ARCHIVO-SALIDA
               MOVE WS-FECHA-EJECUCION TO RC-FECHA-INICIO
               MOVE WS-HORA-EJECUCION TO RC-HORA-INICIO
               MOVE FUNCTION CURRENT-DATE(1:8) TO RC-FECHA-FIN
               MOVE FUNCTION CURRENT-DATE(9:6) TO RC-HORA-FIN
               MOVE WS-CUENTAS-ENTREGADAS TO RC-REGISTROS
               MOVE WS-ESTADO-FIN-CORRIDA TO RC-ESTADO
               WRITE REG-CORRIDA.

      ******************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL ORDENAMIENTO: CLASIFICA CADA
      * CUENTA DEL MAESTRO Y PASA AL ORDENAMIENTO LAS CLASIFICADAS
      * QUE TIENEN SALDO.
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

      * UN DEPOSITO A TERMINO VIGENTE AL CORTE NO SE CLASIFICA. LA
      * CUENTA EN PAGO SI, AUNQUE SU VENCIMIENTO ESTE GRABADO.
       EXAMINAR-CUENTA.
           ADD 1 TO WS-CUENTAS-LEIDAS.
           EVALUATE TRUE
               WHEN CM-INACTIVO
                   ADD 1 TO WS-CUENTAS-CERRADAS
               WHEN NOT CM-POR-PAGAR AND
                   CM-FECHA-VENCIMIENTO NUMERIC AND
                   CM-FECHA-VENCIMIENTO > WS-FECHA-CORTE
                   ADD 1 TO WS-CUENTAS-EN-PLAZO
               WHEN OTHER
                   PERFORM FIJAR-ULTIMA-ACTIVIDAD
                   IF WS-ULT-ACTIVIDAD = 0
                       ADD 1 TO WS-CUENTAS-SIN-FECHA
                   ELSE
                       PERFORM CLASIFICAR-CUENTA
                   END-IF
           END-EVALUATE.

       FIJAR-ULTIMA-ACTIVIDAD.
           MOVE 0 TO WS-ULT-ACTIVIDAD.
           MOVE SPACE TO WS-ORIGEN-ACTIVIDAD.
           PERFORM BUSCAR-MOVIMIENTOS-CUENTA.
           IF HISTORICO-ABIERTO
               PERFORM BUSCAR-HISTORICO-CUENTA.
           MOVE CM-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM BUSCAR-CONTACTO-CUENTA.
           IF CONTACTO-HALLADO AND
           WS-CC-FECHA (WS-INDICE-CONTACTO) > WS-ULT-ACTIVIDAD AND
           WS-CC-FECHA (WS-INDICE-CONTACTO) NOT > WS-FECHA-CORTE
               MOVE WS-CC-FECHA (WS-INDICE-CONTACTO)
                   TO WS-ULT-ACTIVIDAD
               MOVE "C" TO WS-ORIGEN-ACTIVIDAD.
           IF CM-POR-PAGAR AND CM-FECHA-VENCIMIENTO NUMERIC AND
           CM-FECHA-VENCIMIENTO > WS-ULT-ACTIVIDAD
               MOVE CM-FECHA-VENCIMIENTO TO WS-ULT-ACTIVIDAD
               MOVE "V" TO WS-ORIGEN-ACTIVIDAD.
           IF WS-ULT-ACTIVIDAD = 0 AND CM-FECHA-ULT-PROCESO NUMERIC
               MOVE CM-FECHA-ULT-PROCESO TO WS-ULT-ACTIVIDAD
               MOVE "P" TO WS-ORIGEN-ACTIVIDAD.

      * LOS MOVIMIENTOS DE LA CUENTA, EN ORDEN DE FECHA, DIRECTO POR
      * LA LLAVE DE LA BITACORA.
       BUSCAR-MOVIMIENTOS-CUENTA.
           MOVE "N" TO WS-FIN-MOVIMIENTOS.
           MOVE LOW-VALUES TO MV-LLAVE.
           MOVE CM-CUENTA TO MV-CUENTA.
           START ARCHIVO-MOVIMIENTOS
               KEY IS NOT LESS THAN MV-LLAVE
               INVALID KEY MOVE "S" TO WS-FIN-MOVIMIENTOS
           END-START.
           PERFORM LEER-MOVIMIENTO-CUENTA
               UNTIL FIN-MOVIMIENTOS.

       LEER-MOVIMIENTO-CUENTA.
           READ ARCHIVO-MOVIMIENTOS NEXT
               AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
               NOT AT END
                   IF MV-CUENTA NOT = CM-CUENTA
                       MOVE "S" TO WS-FIN-MOVIMIENTOS
                   ELSE
                       IF MV-CONTRIBUCIONES NOT = 0 AND
                       MV-FECHA > WS-ULT-ACTIVIDAD AND
                       MV-FECHA NOT > WS-FECHA-CORTE
                           MOVE MV-ID-CORRIDA TO WS-CORRIDA-BUSCADA
                           PERFORM BUSCAR-CORRIDA-EXCLUIDA
                           IF NOT CORRIDA-EXCLUIDA
                               MOVE MV-FECHA TO WS-ULT-ACTIVIDAD
                               MOVE "M" TO WS-ORIGEN-ACTIVIDAD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-HISTORICO-CUENTA.
           MOVE "N" TO WS-FIN-HISTORICO.
           MOVE LOW-VALUES TO MH-LLAVE.
           MOVE CM-CUENTA TO MH-CUENTA.
           START ARCHIVO-HISTORICO
               KEY IS NOT LESS THAN MH-LLAVE
               INVALID KEY MOVE "S" TO WS-FIN-HISTORICO
           END-START.
           PERFORM LEER-HISTORICO-CUENTA
               UNTIL FIN-HISTORICO.

       LEER-HISTORICO-CUENTA.
           READ ARCHIVO-HISTORICO NEXT
               AT END MOVE "S" TO WS-FIN-HISTORICO
               NOT AT END
                   IF MH-CUENTA NOT = CM-CUENTA
                       MOVE "S" TO WS-FIN-HISTORICO
                   ELSE
                       IF MH-CONTRIBUCIONES NOT = 0 AND
                       MH-FECHA > WS-ULT-ACTIVIDAD AND
                       MH-FECHA NOT > WS-FECHA-CORTE
                           MOVE MH-ID-CORRIDA TO WS-CORRIDA-BUSCADA
                           PERFORM BUSCAR-CORRIDA-EXCLUIDA
                           IF NOT CORRIDA-EXCLUIDA
                               MOVE MH-FECHA TO WS-ULT-ACTIVIDAD
                               MOVE "H" TO WS-ORIGEN-ACTIVIDAD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * MESES CUMPLIDOS ENTRE LA ULTIMA ACTIVIDAD Y EL CORTE: EL MES
      * EN CURSO CUENTA SOLO SI YA SE LLEGO AL MISMO DIA.
       CLASIFICAR-CUENTA.
           COMPUTE WS-MESES-CALCULO =
               (WS-FC-AAAA - WS-UA-AAAA) * 12 + WS-FC-MM - WS-UA-MM.
           IF WS-FC-DD < WS-UA-DD
               SUBTRACT 1 FROM WS-MESES-CALCULO.
           IF WS-MESES-CALCULO < 0
               MOVE 0 TO WS-MESES-CALCULO.
           MOVE WS-MESES-CALCULO TO WS-MESES-SIN-ACTIVIDAD.
           EVALUATE TRUE
               WHEN WS-MESES-SIN-ACTIVIDAD >= WS-MESES-REPORTABLE
                   MOVE "R" TO WS-CLASE
                   ADD 1 TO WS-CUENTAS-REPORTABLES
                   ADD CM-SALDO TO WS-TOTAL-REPORTABLES
               WHEN WS-MESES-SIN-ACTIVIDAD >= WS-MESES-INACTIVA
                   MOVE "D" TO WS-CLASE
                   ADD 1 TO WS-CUENTAS-INACTIVAS
                   ADD CM-SALDO TO WS-TOTAL-INACTIVAS
               WHEN OTHER
                   MOVE SPACE TO WS-CLASE
                   ADD 1 TO WS-CUENTAS-AL-DIA
           END-EVALUATE.
           IF WS-CLASE NOT = SPACE
               IF MARCAR-DORMIDAS AND CM-ACTIVO
                   PERFORM MARCAR-CUENTA-DORMIDA
               END-IF
               IF CM-SALDO = 0
                   ADD 1 TO WS-CLASIFICADAS-SIN-SALDO
               ELSE
                   PERFORM LIBERAR-CUENTA-CLASIFICADA.

      * LA CUENTA PASA A ESTADO "D" Y EL CAMBIO QUEDA EN LA BITACORA
      * DE CAMBIOS CON SU IMAGEN ANTES Y DESPUES. EL APROBADOR VA EN
      * BLANCO: ES UN CAMBIO DEL PROCESO, SIN DOBLE CONTROL.
       MARCAR-CUENTA-DORMIDA.
           MOVE REG-CUENTAS TO WS-IMAGEN-ANTES.
           MOVE "D" TO CM-ESTADO.
           REWRITE REG-CUENTAS
               INVALID KEY
                   DISPLAY "ADVERTENCIA: NO SE PUDO MARCAR LA CUENTA "
                       CM-CUENTA ". ESTADO: " WS-ESTADO-CUENTAS
                   MOVE WS-IMAGEN-ANTES TO REG-CUENTAS
               NOT INVALID KEY
                   ADD 1 TO WS-CUENTAS-MARCADAS
                   PERFORM REGISTRAR-CAMBIO-DORMIDA
           END-REWRITE.

       REGISTRAR-CAMBIO-DORMIDA.
           MOVE SPACES TO REG-CAMBIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CB-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CB-HORA.
           MOVE WS-OPERADOR TO CB-OPERADOR.
           MOVE "CUENTAS" TO CB-ARCHIVO.
           MOVE "DORMIDA" TO CB-ACCION.
           MOVE CM-CUENTA TO CB-LLAVE.
           MOVE WS-IMAGEN-ANTES TO CB-IMAGEN-ANTES.
           MOVE REG-CUENTAS TO CB-IMAGEN-DESPUES.
           MOVE SPACES TO CB-APROBADOR.
           WRITE REG-CAMBIO.

       LIBERAR-CUENTA-CLASIFICADA.
           PERFORM RESOLVER-TITULAR.
           MOVE WS-RS-TIPO TO IO-TIPO.
           MOVE WS-RS-NIT TO IO-NIT.
           MOVE CM-CLIENTE TO IO-CLIENTE.
           MOVE CM-CUENTA TO IO-CUENTA.
           MOVE WS-RS-NOMBRE TO IO-NOMBRE.
           MOVE WS-RS-MOTIVO TO IO-MOTIVO.
           MOVE CM-PRODUCTO TO IO-PRODUCTO.
           MOVE CM-ESTADO TO IO-ESTADO.
           MOVE WS-CLASE TO IO-CLASE.
           MOVE CM-SALDO TO IO-SALDO.
           MOVE WS-ULT-ACTIVIDAD TO IO-ULT-ACTIVIDAD.
           MOVE WS-ORIGEN-ACTIVIDAD TO IO-ORIGEN.
           MOVE WS-MESES-SIN-ACTIVIDAD TO IO-MESES.
           RELEASE REG-INACTIVA-ORD.

      * CUENTA -> CLIENTE -> NIT. CUALQUIER ESLABON QUE FALTE DEJA LA
      * CUENTA SIN NIT (TIPO 0) CON SU MOTIVO.
       RESOLVER-TITULAR.
           MOVE "0" TO WS-RS-TIPO.
           MOVE SPACES TO WS-RS-NIT.
           MOVE SPACES TO WS-RS-NOMBRE.
           MOVE SPACES TO WS-RS-MOTIVO.
           IF CM-CLIENTE = SPACES
               MOVE "CUENTA SIN CLIENTE" TO WS-RS-MOTIVO
           ELSE
               MOVE CM-CLIENTE TO CL-CLIENTE
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
      * PROCEDIMIENTO DE SALIDA DEL ORDENAMIENTO: CADA CUENTA VA A LA
      * LISTA DE CONTACTO; LAS REPORTABLES SE ACUMULAN POR PROPIETARIO
      * (NIT, O CUENTA POR CUENTA SI NO HAY NIT) PARA EL ARCHIVO DE
      * FONDOS NO RECLAMADOS.
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
           PERFORM ESCRIBIR-LINEA-CONTACTO.
           IF IO-REPORTABLE
               PERFORM ACUMULAR-PROPIETARIO.
           PERFORM RETORNAR-REGISTRO-ORDENADO.

       ACUMULAR-PROPIETARIO.
           MOVE SPACES TO WS-LLAVE-REGISTRO.
           IF IO-SIN-NIT
               STRING IO-TIPO IO-CLIENTE IO-CUENTA
                   DELIMITED BY SIZE INTO WS-LLAVE-REGISTRO
           ELSE
               STRING IO-TIPO IO-NIT
                   DELIMITED BY SIZE INTO WS-LLAVE-REGISTRO.
           IF GRUPO-EN-CURSO AND WS-LLAVE-REGISTRO NOT = WS-LLAVE-GRUPO
               PERFORM CERRAR-GRUPO.
           IF NOT GRUPO-EN-CURSO
               PERFORM ABRIR-GRUPO.
           ADD 1 TO WS-GR-CUENTAS.
           ADD IO-SALDO TO WS-GR-MONTO.
           IF IO-ULT-ACTIVIDAD > WS-GR-ULT-ACTIVIDAD
               MOVE IO-ULT-ACTIVIDAD TO WS-GR-ULT-ACTIVIDAD.

       ABRIR-GRUPO.
           MOVE "S" TO WS-GRUPO-EN-CURSO.
           MOVE WS-LLAVE-REGISTRO TO WS-LLAVE-GRUPO.
           MOVE IO-NIT TO WS-GR-NIT.
           MOVE IO-NOMBRE TO WS-GR-NOMBRE.
           IF IO-NOMBRE = SPACES
               MOVE "PROPIETARIO DESCONOCIDO" TO WS-GR-NOMBRE.
           MOVE IO-CLIENTE TO WS-GR-CLIENTE.
           MOVE 0 TO WS-GR-CUENTAS.
           MOVE 0 TO WS-GR-MONTO.
           MOVE 0 TO WS-GR-ULT-ACTIVIDAD.

      * EL PROPIETARIO LLEVA LA ACTIVIDAD MAS RECIENTE DE SUS CUENTAS
      * REPORTABLES.
       CERRAR-GRUPO.
           MOVE SPACES TO REG-ABAN-PROPIETARIO.
           MOVE "2" TO AP-TIPO.
           MOVE WS-GR-NIT TO AP-NIT.
           MOVE WS-GR-NOMBRE TO AP-NOMBRE.
           MOVE WS-GR-CLIENTE TO AP-CLIENTE.
           MOVE WS-GR-CUENTAS TO AP-CUENTAS.
           MOVE WS-GR-MONTO TO AP-MONTO.
           MOVE WS-GR-ULT-ACTIVIDAD TO AP-ULT-ACTIVIDAD.
           WRITE REG-ABAN-PROPIETARIO.
           ADD 1 TO WS-PROPIETARIOS.
           ADD WS-GR-CUENTAS TO WS-CUENTAS-ENTREGADAS.
           ADD WS-GR-MONTO TO WS-TOTAL-ENTREGADO.
           MOVE "N" TO WS-GRUPO-EN-CURSO.

      ******************************************************************
      * ARCHIVO DE FONDOS NO RECLAMADOS.
      ******************************************************************
       ESCRIBIR-ENCABEZADO-ABANDONOS.
           MOVE SPACES TO REG-ABAN-ENCABEZADO.
           MOVE "1" TO AE-TIPO.
           MOVE WS-NIT-TENEDOR TO AE-NIT-TENEDOR.
           MOVE WS-FECHA-CORTE TO AE-FECHA-CORTE.
           MOVE WS-FECHA-EJECUCION TO AE-FECHA-GENERACION.
           MOVE WS-MESES-REPORTABLE TO AE-MESES-REPORTABLE.
           WRITE REG-ABAN-ENCABEZADO.

       ESCRIBIR-TOTALES-ABANDONOS.
           MOVE SPACES TO REG-ABAN-TOTALES.
           MOVE "9" TO AT-TIPO.
           MOVE WS-PROPIETARIOS TO AT-PROPIETARIOS.
           MOVE WS-CUENTAS-ENTREGADAS TO AT-CUENTAS.
           MOVE WS-TOTAL-ENTREGADO TO AT-MONTO.
           WRITE REG-ABAN-TOTALES.

      ******************************************************************
      * LISTA DE CONTACTO
      ******************************************************************
       ESCRIBIR-ENCABEZADO-CONTACTOS.
           MOVE SPACES TO REG-CONTACTO.
           STRING "inactividadCuentas  CORRIDA: " WS-ID-CORRIDA
               "  OPERADOR: " WS-OPERADOR
               "  CORTE: " WS-FECHA-CORTE
               "  INACTIVA: " WS-MESES-INACTIVA " MESES"
               "  REPORTABLE: " WS-MESES-REPORTABLE " MESES"
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "CLIENTE    NOMBRE                         "
               "NIT             CUENTA     EST CLASE      "
               "         SALDO ULT.ACTIV MESES ORIGEN"
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.

       ESCRIBIR-LINEA-CONTACTO.
           IF IO-REPORTABLE
               MOVE "REPORTABLE" TO WS-CLASE-REPORTE
           ELSE
               MOVE "INACTIVA" TO WS-CLASE-REPORTE.
           EVALUATE IO-ORIGEN
               WHEN "M"
                   MOVE "MOVIMIENTO" TO WS-ORIGEN-REPORTE
               WHEN "H"
                   MOVE "HISTORICO" TO WS-ORIGEN-REPORTE
               WHEN "C"
                   MOVE "ALTA/REACTIV" TO WS-ORIGEN-REPORTE
               WHEN "V"
                   MOVE "VENCIMIENTO" TO WS-ORIGEN-REPORTE
               WHEN OTHER
                   MOVE "ULT.PROCESO" TO WS-ORIGEN-REPORTE
           END-EVALUATE.
           MOVE IO-SALDO TO WS-SALDO-MOSTRADO.
           MOVE IO-MESES TO WS-MESES-MOSTRADOS.
           MOVE SPACES TO REG-CONTACTO.
           IF IO-SIN-NIT
               STRING IO-CLIENTE " " IO-NOMBRE " "
                   "(" IO-MOTIVO (1:13) ") " IO-CUENTA " "
                   IO-ESTADO "   " WS-CLASE-REPORTE " "
                   WS-SALDO-MOSTRADO " " IO-ULT-ACTIVIDAD " "
                   WS-MESES-MOSTRADOS "  " WS-ORIGEN-REPORTE
                   DELIMITED BY SIZE INTO REG-CONTACTO
           ELSE
               STRING IO-CLIENTE " " IO-NOMBRE " "
                   IO-NIT " " IO-CUENTA " "
                   IO-ESTADO "   " WS-CLASE-REPORTE " "
                   WS-SALDO-MOSTRADO " " IO-ULT-ACTIVIDAD " "
                   WS-MESES-MOSTRADOS "  " WS-ORIGEN-REPORTE
                   DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           IF IO-SIN-NIT
               ADD 1 TO WS-CUENTAS-SIN-TITULAR.

       ESCRIBIR-TOTALES-CONTACTOS.
           MOVE SPACES TO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-CUENTAS-LEIDAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "CUENTAS LEIDAS DEL MAESTRO:          "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-CUENTAS-CERRADAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "CERRADAS (ESTADO I), NO CLASIFICAN:  "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-CUENTAS-EN-PLAZO TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "DEPOSITOS AUN NO VENCIDOS AL CORTE:  "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-CUENTAS-SIN-FECHA TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "SIN NINGUNA FECHA DE ACTIVIDAD:      "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-CUENTAS-AL-DIA TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "CON ACTIVIDAD RECIENTE:              "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-CUENTAS-INACTIVAS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-INACTIVAS TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "INACTIVAS:                           "
               WS-CONTADOR-MOSTRADO "  SALDO: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-CUENTAS-REPORTABLES TO WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-REPORTABLES TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "REPORTABLES:                         "
               WS-CONTADOR-MOSTRADO "  SALDO: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-CLASIFICADAS-SIN-SALDO TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "CLASIFICADAS SIN SALDO (NO LISTADAS):"
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-CUENTAS-SIN-TITULAR TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "LISTADAS SIN NIT DEL TITULAR:        "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-CUENTAS-MARCADAS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "MARCADAS EN ESTADO D:                "
               WS-CONTADOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           MOVE WS-PROPIETARIOS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-TOTAL-ENTREGADO TO WS-TOTAL-MOSTRADO.
           MOVE SPACES TO REG-CONTACTO.
           STRING "PROPIETARIOS ENTREGADOS:             "
               WS-CONTADOR-MOSTRADO "  MONTO: " WS-TOTAL-MOSTRADO
               DELIMITED BY SIZE INTO REG-CONTACTO.
           WRITE REG-CONTACTO.
           IF WS-EXCLUIDAS-OMITIDAS > 0
               MOVE WS-EXCLUIDAS-OMITIDAS TO WS-CONTADOR-MOSTRADO
               MOVE SPACES TO REG-CONTACTO
               STRING "AVISO: MAS DE 5000 CORRIDAS EXCLUIDAS; "
                   WS-CONTADOR-MOSTRADO " CUENTAN COMO ACTIVIDAD."
                   DELIMITED BY SIZE INTO REG-CONTACTO
               WRITE REG-CONTACTO.
           IF WS-CONTACTOS-OMITIDOS > 0
               MOVE WS-CONTACTOS-OMITIDOS TO WS-CONTADOR-MOSTRADO
               MOVE SPACES TO REG-CONTACTO
               STRING "AVISO: MAS DE 5000 CUENTAS CON APERTURA O "
                   "REACTIVACION; " WS-CONTADOR-MOSTRADO
                   " NO SE CONSIDERARON."
                   DELIMITED BY SIZE INTO REG-CONTACTO
               WRITE REG-CONTACTO
               MOVE SPACES TO REG-CONTACTO
               STRING "AVISO: NO SE MARCO NINGUNA CUENTA Y LA "
                   "CORRIDA QUEDA INCOMPLETA; LAS CUENTAS PUEDEN "
                   "APARECER MAS INACTIVAS DE LO QUE SON."
                   DELIMITED BY SIZE INTO REG-CONTACTO
               WRITE REG-CONTACTO.
