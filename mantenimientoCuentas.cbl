      *
      * PERMITE A UN OPERADOR AUTORIZADO ABRIR UNA CUENTA CON SU
      * PRODUCTO Y SALDO INICIAL, CORREGIR PRODUCTO Y SALDO,
      * DESACTIVAR UNA CUENTA SIN BORRAR SU REGISTRO, REACTIVAR UNA
      * CUENTA INACTIVA POR ABANDONO Y LISTAR EL MAESTRO COMPLETO.
      * ES EL ARCHIVO CONTRA EL QUE EL LOTE DE
      * interesCompuesto VALIDA CADA CUENTA DE ENTRADA Y DONDE DEJA
      * GRABADO EL SALDO DE CIERRE DE CADA CORRIDA.
      *
      * DOBLE CONTROL: LOS CAMBIOS DIGITADOS NO TOCAN EL MAESTRO;
      * QUEDAN EN EL ARCHIVO DE CAMBIOS PENDIENTES (PENDIENTEREC)
      * HASTA QUE OTRO OPERADOR CON NIVEL SUPERVISOR LOS APRUEBA O LOS
      * RECHAZA CON UN MOTIVO (OPCION 6). SOLO AL APROBARSE SE GRABA
      * EL MAESTRO Y SE ANOTA LA BITACORA CON QUIEN DIGITO Y QUIEN
      * APROBO.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.

           SELECT OPTIONAL ARCHIVO-PENDIENTES
               ASSIGN TO DYNAMIC WS-NOMBRE-PENDIENTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-ID-PENDIENTE
               FILE STATUS IS WS-ESTADO-PENDIENTES.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ARCHIVO-CAMBIOS.
       COPY CAMBIOREC.

       FD  ARCHIVO-PENDIENTES.
       COPY PENDIENTEREC.

      * TARJETA DE PARAMETROS: UNA LINEA CLAVE=VALOR POR CADA
      * RESPUESTA DE ARRANQUE, PARA PODER PROGRAMAR EL MANTENIMIENTO
      * SIN NADIE EN EL TECLADO (EL MENU SIGUE SIENDO INTERACTIVO).
               88  OPERADOR-AUT-LOTE      VALUE "S".
           05  WS-OP-AUT-CONSULTA     PIC X VALUE "N".
               88  OPERADOR-AUT-CONSULTA  VALUE "S".
           05  WS-OP-SUPERVISOR       PIC X VALUE "N".
               88  OPERADOR-SUPERVISOR    VALUE "S".

      * BITACORA DE CAMBIOS: IMAGEN ANTES/DESPUES DE CADA CAMBIO EN
      * EL MAESTRO (VER CAMBIOREC). SIN ESTA BITACORA EL UNICO RASTRO
       01  WS-IMAGEN-ANTES           PIC X(200).
       01  WS-ACCION-CAMBIO          PIC X(10).

      * CAMBIOS PENDIENTES DE APROBACION. EL ARCHIVO ES OBLIGATORIO:
      * SIN EL NO HAY DONDE DEJAR UN CAMBIO NI DE DONDE APROBARLO.
       01  WS-NOMBRE-PENDIENTES      PIC X(40).
       01  WS-ESTADO-PENDIENTES      PIC XX.
       01  WS-SECUENCIA-PENDIENTE    PIC 999 VALUE 0.
       01  WS-FIN-PENDIENTES         PIC X VALUE "N".
           88  FIN-PENDIENTES        VALUE "S".
       01  WS-PENDIENTE-EXISTE       PIC X VALUE "N".
           88  PENDIENTE-EXISTE      VALUE "S".
       01  WS-PENDIENTE-VIGENTE      PIC X VALUE "N".
           88  PENDIENTE-VIGENTE     VALUE "S".
       01  WS-GRABACION-OK           PIC X VALUE "N".
           88  GRABACION-OK          VALUE "S".
       01  WS-DECISION               PIC X.
           88  DECISION-APROBAR      VALUE "A".
           88  DECISION-RECHAZAR     VALUE "R".
           88  DECISION-SALTAR       VALUE "S".
           88  DECISION-FIN          VALUE "F".
       01  WS-MOTIVO-RECHAZO         PIC X(40).
       01  WS-IMAGEN-ACTUAL          PIC X(200).
       01  WS-CONTADOR-REVISADOS     PIC 9(5) VALUE 0.
       01  WS-CONTADOR-APROBADOS     PIC 9(5) VALUE 0.
       01  WS-CONTADOR-RECHAZADOS    PIC 9(5) VALUE 0.

       01  WS-OPCION                 PIC X.
           88  OPCION-AGREGAR        VALUE "1".
           88  OPCION-MODIFICAR      VALUE "2".
           88  OPCION-DESACTIVAR     VALUE "3".
           88  OPCION-LISTAR         VALUE "4".
           88  OPCION-SALIR          VALUE "5".
           88  OPCION-APROBAR        VALUE "6".
           88  OPCION-REACTIVAR      VALUE "7".

       01  ENTRADA                   PIC Z(9).ZZ.
       01  WS-SALDO-ENTRADA          PIC 9(9)V99.
               DISPLAY "ARCHIVO MAESTRO DE CUENTAS:"
               ACCEPT WS-NOMBRE-CUENTAS
               DISPLAY "ARCHIVO DE BITACORA DE CAMBIOS:"
               ACCEPT WS-NOMBRE-CAMBIOS
               DISPLAY "ARCHIVO DE CAMBIOS PENDIENTES DE APROBACION:"
               ACCEPT WS-NOMBRE-PENDIENTES.
           OPEN EXTEND ARCHIVO-CAMBIOS.
           IF WS-ESTADO-CAMBIOS = "00" OR WS-ESTADO-CAMBIOS = "05"
               MOVE "S" TO WS-CAMBIOS-ABIERTO
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS. "
                   "ESTADO: " WS-ESTADO-CUENTAS
               GO TO TERMINA-PROGRAMA.
           OPEN I-O ARCHIVO-PENDIENTES.
           IF WS-ESTADO-PENDIENTES NOT = "00" AND
           WS-ESTADO-PENDIENTES NOT = "05"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CAMBIOS "
                   "PENDIENTES. ESTADO: " WS-ESTADO-PENDIENTES
               GO TO TERMINA-PROGRAMA.
           PERFORM PROCESAR-OPCION
               UNTIL OPCION-SALIR.
           CLOSE ARCHIVO-CUENTAS.
           CLOSE ARCHIVO-CAMBIOS.
           CLOSE ARCHIVO-PENDIENTES.
       TERMINA-PROGRAMA.
           STOP RUN.

      * LISTA POR SU CLAVE Y EL PROGRAMA NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: OPERADOR, SEGURIDAD, CUENTAS, CAMBIOS, PENDIENTES.
      ******************************************************************
       CARGAR-TARJETA-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS.
               MOVE SPACES TO WS-NOMBRE-SEGURIDAD
               MOVE SPACES TO WS-NOMBRE-CUENTAS
               MOVE SPACES TO WS-NOMBRE-CAMBIOS
               MOVE SPACES TO WS-NOMBRE-PENDIENTES
               PERFORM LEER-LINEA-PARAMETROS
               PERFORM PROCESAR-LINEA-PARAMETROS
                   UNTIL FIN-PARAMETROS
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CUENTAS
               WHEN "CAMBIOS"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-CAMBIOS
               WHEN "PENDIENTES"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-PENDIENTES
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
           IF WS-NOMBRE-CAMBIOS = SPACES
               MOVE "CAMBIOS" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-NOMBRE-PENDIENTES = SPACES
               MOVE "PENDIENTES" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
           DISPLAY "  3 = DESACTIVAR CUENTA".
           DISPLAY "  4 = LISTAR EL MAESTRO".
           DISPLAY "  5 = SALIR".
           DISPLAY "  6 = APROBAR O RECHAZAR CAMBIOS PENDIENTES".
           DISPLAY "  7 = REACTIVAR CUENTA INACTIVA POR ABANDONO".
           ACCEPT WS-OPCION.
      * LAS OPCIONES DE CAMBIO EXIGEN AUTORIZACION DE CUENTAS; EL
      * LISTADO SE ADMITE TAMBIEN CON SOLO AUTORIZACION DE CONSULTA.
      * LA APROBACION DE PENDIENTES EXIGE NIVEL SUPERVISOR.
           EVALUATE TRUE
               WHEN OPCION-AGREGAR AND OPERADOR-AUT-CUENTAS
                   PERFORM AGREGAR-CUENTA
                   PERFORM MODIFICAR-CUENTA
               WHEN OPCION-DESACTIVAR AND OPERADOR-AUT-CUENTAS
                   PERFORM DESACTIVAR-CUENTA
               WHEN OPCION-REACTIVAR AND OPERADOR-AUT-CUENTAS
                   PERFORM REACTIVAR-CUENTA
               WHEN OPCION-LISTAR AND
                   (OPERADOR-AUT-CUENTAS OR OPERADOR-AUT-CONSULTA)
                   PERFORM LISTAR-CUENTAS
               WHEN OPCION-APROBAR AND OPERADOR-SUPERVISOR
                   PERFORM REVISAR-PENDIENTES
               WHEN OPCION-AGREGAR OR OPCION-MODIFICAR OR
                   OPCION-DESACTIVAR OR OPCION-LISTAR OR
                   OPCION-APROBAR OR OPCION-REACTIVAR
                   PERFORM AVISAR-NO-AUTORIZADO
               WHEN OPCION-SALIR
                   CONTINUE
           MOVE OP-AUT-CUENTAS TO WS-OP-AUT-CUENTAS.
           MOVE OP-AUT-LOTE TO WS-OP-AUT-LOTE.
           MOVE OP-AUT-CONSULTA TO WS-OP-AUT-CONSULTA.
           MOVE OP-SUPERVISOR TO WS-OP-SUPERVISOR.

      * EN LAS OPCIONES DE CAMBIO EL REGISTRO ARMADO QUEDA COMO
      * CAMBIO PENDIENTE; EL MAESTRO NO SE TOCA HASTA LA APROBACION.
       AGREGAR-CUENTA.
           PERFORM OBTENER-CUENTA-BUSCADA.
           PERFORM BUSCAR-PENDIENTE-LLAVE.
           PERFORM BUSCAR-CUENTA.
           IF PENDIENTE-EXISTE
               PERFORM AVISAR-PENDIENTE-EXISTE
           ELSE
               IF CUENTA-EXISTE
                   DISPLAY "LA CUENTA YA EXISTE: " CM-CUENTA
               ELSE
                   INITIALIZE REG-CUENTAS
                   MOVE WS-CUENTA-BUSCADA TO CM-CUENTA
                   DISPLAY "CODIGO DE CLIENTE TITULAR:"
                   ACCEPT CM-CLIENTE
                   DISPLAY "CODIGO DE PRODUCTO:"
                   ACCEPT CM-PRODUCTO
                   PERFORM OBTENER-SALDO-ENTRADA
                   MOVE WS-SALDO-ENTRADA TO CM-SALDO
                   MOVE 0 TO CM-CONTRIBUCIONES
                   MOVE 0 TO CM-FECHA-ULT-PROCESO
                   MOVE 0 TO CM-INTERES-ACUM
                   MOVE 0 TO CM-RETENCION-ACUM
                   PERFORM OBTENER-VENCIMIENTO
                   MOVE WS-VENCIMIENTO-ENT TO CM-FECHA-VENCIMIENTO
                   PERFORM OBTENER-INSTRUCCION
                   MOVE WS-INSTRUCCION-ENT TO CM-INSTRUCCION-VENC
      * EL CAPITAL BASE ARRANCA IGUAL AL SALDO DE APERTURA; EL
      * PROCESO DE VENCIMIENTOS LO REAJUSTA EN CADA RENOVACION.
                   MOVE WS-SALDO-ENTRADA TO CM-CAPITAL-BASE
                   MOVE "A" TO CM-ESTADO
                   MOVE SPACES TO WS-IMAGEN-ANTES
                   MOVE "AGREGAR" TO WS-ACCION-CAMBIO
                   PERFORM REGISTRAR-PENDIENTE.

       MODIFICAR-CUENTA.
           PERFORM OBTENER-CUENTA-BUSCADA.
           PERFORM BUSCAR-PENDIENTE-LLAVE.
           PERFORM BUSCAR-CUENTA.
           IF PENDIENTE-EXISTE
               PERFORM AVISAR-PENDIENTE-EXISTE
           ELSE
               IF NOT CUENTA-EXISTE
                   DISPLAY "CUENTA NO ENCONTRADA: " WS-CUENTA-BUSCADA
               ELSE
                   MOVE REG-CUENTAS TO WS-IMAGEN-ANTES
                   MOVE "MODIFICAR" TO WS-ACCION-CAMBIO
                   PERFORM MOSTRAR-CUENTA
                   DISPLAY "NUEVO CODIGO DE CLIENTE TITULAR:"
                   ACCEPT CM-CLIENTE
                   DISPLAY "NUEVO CODIGO DE PRODUCTO:"
                   ACCEPT CM-PRODUCTO
                   PERFORM OBTENER-SALDO-ENTRADA
                   MOVE WS-SALDO-ENTRADA TO CM-SALDO
      * EL SALDO CORREGIDO PASA A SER EL NUEVO CAPITAL BASE.
                   MOVE WS-SALDO-ENTRADA TO CM-CAPITAL-BASE
                   PERFORM OBTENER-VENCIMIENTO
                   MOVE WS-VENCIMIENTO-ENT TO CM-FECHA-VENCIMIENTO
                   PERFORM OBTENER-INSTRUCCION
                   MOVE WS-INSTRUCCION-ENT TO CM-INSTRUCCION-VENC
                   PERFORM REGISTRAR-PENDIENTE.

      * LA CUENTA DESACTIVADA CONSERVA SU REGISTRO Y SUS ACUMULADOS;
      * SOLO DEJA DE ADMITIRSE EN LAS CORRIDAS DEL LOTE.
       DESACTIVAR-CUENTA.
           PERFORM OBTENER-CUENTA-BUSCADA.
           PERFORM BUSCAR-PENDIENTE-LLAVE.
           PERFORM BUSCAR-CUENTA.
           IF PENDIENTE-EXISTE
               PERFORM AVISAR-PENDIENTE-EXISTE
           ELSE
               IF NOT CUENTA-EXISTE
                   DISPLAY "CUENTA NO ENCONTRADA: " WS-CUENTA-BUSCADA
               ELSE
                   IF CM-INACTIVO
                       DISPLAY "LA CUENTA YA ESTA INACTIVA: " CM-CUENTA
                   ELSE
                       MOVE REG-CUENTAS TO WS-IMAGEN-ANTES
                       MOVE "DESACTIVAR" TO WS-ACCION-CAMBIO
                       MOVE "I" TO CM-ESTADO
                       PERFORM REGISTRAR-PENDIENTE.

      * SOLO LA CUENTA QUE inactividadCuentas DEJO EN ESTADO "D"
      * VUELVE A ACTIVA, CUANDO EL CLIENTE SE PRESENTA. LA BITACORA
      * DE CAMBIOS GUARDA LA REACTIVACION, QUE LA CLASIFICACION DE
      * INACTIVIDAD TOMA COMO ACTIVIDAD DEL CLIENTE.
       REACTIVAR-CUENTA.
           PERFORM OBTENER-CUENTA-BUSCADA.
           PERFORM BUSCAR-PENDIENTE-LLAVE.
           PERFORM BUSCAR-CUENTA.
           IF PENDIENTE-EXISTE
               PERFORM AVISAR-PENDIENTE-EXISTE
           ELSE
               IF NOT CUENTA-EXISTE
                   DISPLAY "CUENTA NO ENCONTRADA: " WS-CUENTA-BUSCADA
               ELSE
                   IF NOT CM-DORMIDA
                       DISPLAY "LA CUENTA NO ESTA INACTIVA POR "
                           "ABANDONO: "
                           CM-CUENTA
                   ELSE
                       MOVE REG-CUENTAS TO WS-IMAGEN-ANTES
                       MOVE "REACTIVAR" TO WS-ACCION-CAMBIO
                       MOVE "A" TO CM-ESTADO
                       PERFORM REGISTRAR-PENDIENTE.

       REGRABAR-CUENTA.
           MOVE "N" TO WS-GRABACION-OK.
           REWRITE REG-CUENTAS
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR LA CUENTA. "
                       "ESTADO: " WS-ESTADO-CUENTAS
               NOT INVALID KEY
                   MOVE "S" TO WS-GRABACION-OK
                   DISPLAY "CUENTA ACTUALIZADA POR " PC-OPERADOR
                       " Y APROBADA POR " WS-OPERADOR ": " CM-CUENTA
                   PERFORM REGISTRAR-CAMBIO
           END-REWRITE.

       GRABAR-CUENTA-NUEVA.
           MOVE "N" TO WS-GRABACION-OK.
           WRITE REG-CUENTAS
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA CUENTA. "
                       "ESTADO: " WS-ESTADO-CUENTAS
               NOT INVALID KEY
                   MOVE "S" TO WS-GRABACION-OK
                   DISPLAY "CUENTA ABIERTA POR " PC-OPERADOR
                       " Y APROBADA POR " WS-OPERADOR ": " CM-CUENTA
                   PERFORM REGISTRAR-CAMBIO
           END-WRITE.

      * DEJA EN LA BITACORA DE CAMBIOS LA IMAGEN ANTES/DESPUES DEL
      * REGISTRO RECIEN GRABADO (WS-IMAGEN-ANTES Y WS-ACCION-CAMBIO
      * DEBEN QUEDAR CARGADOS POR QUIEN INVOCA ESTE PARRAFO). SOLO SE
      * LLAMA AL APLICAR UN PENDIENTE APROBADO: QUIEN LO DIGITO QUEDA
      * COMO OPERADOR Y EL SUPERVISOR EN SESION COMO APROBADOR.
       REGISTRAR-CAMBIO.
           IF CAMBIOS-ABIERTO
               MOVE SPACES TO REG-CAMBIO
               MOVE FUNCTION CURRENT-DATE(1:8) TO CB-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO CB-HORA
               MOVE PC-OPERADOR TO CB-OPERADOR
               MOVE WS-OPERADOR TO CB-APROBADOR
               MOVE "CUENTAS" TO CB-ARCHIVO
               MOVE WS-ACCION-CAMBIO TO CB-ACCION
               MOVE CM-CUENTA TO CB-LLAVE
               MOVE REG-CUENTAS TO CB-IMAGEN-DESPUES
               WRITE REG-CAMBIO.

      ******************************************************************
      * DOBLE CONTROL: CAMBIOS PENDIENTES DE APROBACION
      *
      * REGISTRAR-PENDIENTE DEJA EL REGISTRO ARMADO EN REG-CUENTAS COMO
      * IMAGEN DESPUES (WS-IMAGEN-ANTES Y WS-ACCION-CAMBIO CARGADOS
      * POR QUIEN INVOCA). UNA CUENTA ADMITE UN SOLO PENDIENTE A LA
      * VEZ: EL SEGUNDO TENDRIA UNA IMAGEN ANTES QUE YA NO SERIA LA
      * VIGENTE CUANDO SE APROBARA EL PRIMERO.
      ******************************************************************
       REGISTRAR-PENDIENTE.
           MOVE SPACES TO REG-PENDIENTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PC-FECHA-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PC-HORA-REGISTRO.
           ADD 1 TO WS-SECUENCIA-PENDIENTE.
           MOVE WS-SECUENCIA-PENDIENTE TO PC-SECUENCIA.
           MOVE "CUENTAS" TO PC-ARCHIVO.
           MOVE WS-ACCION-CAMBIO TO PC-ACCION.
           MOVE CM-CUENTA TO PC-LLAVE.
           MOVE WS-OPERADOR TO PC-OPERADOR.
           MOVE "P" TO PC-ESTADO.
           MOVE 0 TO PC-FECHA-RESOLUCION.
           MOVE 0 TO PC-HORA-RESOLUCION.
           MOVE WS-IMAGEN-ANTES TO PC-IMAGEN-ANTES.
           MOVE REG-CUENTAS TO PC-IMAGEN-DESPUES.
           PERFORM GRABAR-PENDIENTE.

      * SI LA LLAVE YA EXISTE (OTRA SESION EN EL MISMO SEGUNDO) SE
      * AVANZA LA SECUENCIA Y SE REINTENTA.
       GRABAR-PENDIENTE.
           WRITE REG-PENDIENTE
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-ESTADO-PENDIENTES = "22"
               ADD 1 TO WS-SECUENCIA-PENDIENTE
               MOVE WS-SECUENCIA-PENDIENTE TO PC-SECUENCIA
               GO TO GRABAR-PENDIENTE.
           IF WS-ESTADO-PENDIENTES = "00"
               DISPLAY "CAMBIO REGISTRADO POR " WS-OPERADOR
                   " PENDIENTE DE APROBACION: " PC-ID-PENDIENTE
                   " " PC-ACCION " " PC-LLAVE
           ELSE
               DISPLAY "NO SE PUDO GRABAR EL CAMBIO PENDIENTE. "
                   "ESTADO: " WS-ESTADO-PENDIENTES.

      * BUSCA UN PENDIENTE SIN RESOLVER PARA LA CUENTA DIGITADA.
       BUSCAR-PENDIENTE-LLAVE.
           MOVE "N" TO WS-PENDIENTE-EXISTE.
           MOVE "N" TO WS-FIN-PENDIENTES.
           MOVE LOW-VALUES TO PC-ID-PENDIENTE.
           START ARCHIVO-PENDIENTES
               KEY IS GREATER THAN PC-ID-PENDIENTE
               INVALID KEY MOVE "S" TO WS-FIN-PENDIENTES
           END-START.
           PERFORM LEER-COMPARAR-PENDIENTE
               UNTIL FIN-PENDIENTES OR PENDIENTE-EXISTE.

       LEER-COMPARAR-PENDIENTE.
           READ ARCHIVO-PENDIENTES NEXT
               AT END MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   IF PC-PENDIENTE AND PC-ARCHIVO = "CUENTAS" AND
                   PC-LLAVE = WS-CUENTA-BUSCADA
                       MOVE "S" TO WS-PENDIENTE-EXISTE
                   END-IF
           END-READ.

       AVISAR-PENDIENTE-EXISTE.
           DISPLAY "LA CUENTA " WS-CUENTA-BUSCADA " YA TIENE UN "
               "CAMBIO PENDIENTE DE APROBACION: " PC-ID-PENDIENTE
               " (" PC-OPERADOR ").".

      ******************************************************************
      * REVISION DE PENDIENTES POR UN SUPERVISOR
      *
      * RECORRE LOS PENDIENTES DE EL MAESTRO DE CUENTAS EN ORDEN DE
      * CAPTURA. CADA UNO SE APRUEBA, SE RECHAZA CON UN MOTIVO O SE
      * SALTA (QUEDA PENDIENTE). LOS CAMBIOS DIGITADOS POR EL MISMO
      * SUPERVISOR EN SESION SE MUESTRAN PERO NO SE ADMITEN: LOS DEBE
      * RESOLVER OTRO SUPERVISOR.
      ******************************************************************
       REVISAR-PENDIENTES.
           MOVE 0 TO WS-CONTADOR-REVISADOS.
           MOVE 0 TO WS-CONTADOR-APROBADOS.
           MOVE 0 TO WS-CONTADOR-RECHAZADOS.
           MOVE "N" TO WS-FIN-PENDIENTES.
           MOVE LOW-VALUES TO PC-ID-PENDIENTE.
           START ARCHIVO-PENDIENTES
               KEY IS GREATER THAN PC-ID-PENDIENTE
               INVALID KEY MOVE "S" TO WS-FIN-PENDIENTES
           END-START.
           PERFORM LEER-REVISAR-PENDIENTE
               UNTIL FIN-PENDIENTES.
           DISPLAY "PENDIENTES REVISADOS: " WS-CONTADOR-REVISADOS
               "  APROBADOS: " WS-CONTADOR-APROBADOS
               "  RECHAZADOS: " WS-CONTADOR-RECHAZADOS.

       LEER-REVISAR-PENDIENTE.
           READ ARCHIVO-PENDIENTES NEXT
               AT END MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   IF PC-PENDIENTE AND PC-ARCHIVO = "CUENTAS"
                       PERFORM REVISAR-PENDIENTE
                   END-IF
           END-READ.

       REVISAR-PENDIENTE.
           ADD 1 TO WS-CONTADOR-REVISADOS.
           PERFORM MOSTRAR-PENDIENTE.
           IF PC-OPERADOR = WS-OPERADOR
               DISPLAY "   CAMBIO DIGITADO POR USTED: DEBE RESOLVERLO "
                   "OTRO SUPERVISOR."
           ELSE
               PERFORM OBTENER-DECISION
               EVALUATE TRUE
                   WHEN DECISION-APROBAR
                       PERFORM APLICAR-PENDIENTE
                   WHEN DECISION-RECHAZAR
                       PERFORM OBTENER-MOTIVO-RECHAZO
                       PERFORM RECHAZAR-PENDIENTE
                   WHEN DECISION-FIN
                       MOVE "S" TO WS-FIN-PENDIENTES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

       MOSTRAR-PENDIENTE.
           DISPLAY " ".
           DISPLAY PC-ID-PENDIENTE " " PC-OPERADOR " " PC-ARCHIVO " "
               PC-ACCION " " PC-LLAVE.
           IF PC-IMAGEN-ANTES = SPACES
               DISPLAY "   ANTES:   (REGISTRO NUEVO)"
           ELSE
               DISPLAY "   ANTES:   " PC-IMAGEN-ANTES.
           DISPLAY "   DESPUES: " PC-IMAGEN-DESPUES.

       OBTENER-DECISION.
           DISPLAY "A = APROBAR, R = RECHAZAR, S = SALTAR, "
               "F = TERMINAR LA REVISION:".
           ACCEPT WS-DECISION.
           IF NOT DECISION-APROBAR AND NOT DECISION-RECHAZAR AND
           NOT DECISION-SALTAR AND NOT DECISION-FIN
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-DECISION.

       OBTENER-MOTIVO-RECHAZO.
           DISPLAY "MOTIVO DEL RECHAZO:".
           ACCEPT WS-MOTIVO-RECHAZO.
           IF WS-MOTIVO-RECHAZO = SPACES
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-MOTIVO-RECHAZO.

      * APLICA UN PENDIENTE APROBADO. LA CUENTA DEBE SEGUIR COMO
      * ESTABA AL DIGITARSE EL CAMBIO (O SEGUIR SIN EXISTIR, EN UNA
      * APERTURA); SI NO, EL PENDIENTE SE RECHAZA Y HAY QUE DIGITARLO
      * DE NUEVO. OJO: LA CORRIDA NOCTURNA DEL LOTE REGRABA SALDO Y
      * FECHA DE PROCESO, ASI QUE UN PENDIENTE SOBRE UNA CUENTA
      * ACTIVA DEBE APROBARSE ANTES DEL LOTE DE ESA NOCHE.
       APLICAR-PENDIENTE.
           MOVE PC-LLAVE TO WS-CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA.
           MOVE "S" TO WS-PENDIENTE-VIGENTE.
           IF PC-ACCION = "AGREGAR"
               IF CUENTA-EXISTE
                   MOVE "N" TO WS-PENDIENTE-VIGENTE
               END-IF
           ELSE
               IF NOT CUENTA-EXISTE
                   MOVE "N" TO WS-PENDIENTE-VIGENTE
               ELSE
                   MOVE REG-CUENTAS TO WS-IMAGEN-ACTUAL
                   IF WS-IMAGEN-ACTUAL NOT = PC-IMAGEN-ANTES
                       MOVE "N" TO WS-PENDIENTE-VIGENTE
                   END-IF
               END-IF
           END-IF.
           IF NOT PENDIENTE-VIGENTE
               DISPLAY "   LA CUENTA CAMBIO DESDE QUE SE DIGITO EL "
                   "PENDIENTE; SE RECHAZA."
               MOVE "REGISTRO CAMBIO DESPUES DE LA SOLICITUD"
                   TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZAR-PENDIENTE
           ELSE
               MOVE PC-IMAGEN-ANTES TO WS-IMAGEN-ANTES
               MOVE PC-ACCION TO WS-ACCION-CAMBIO
               MOVE PC-IMAGEN-DESPUES TO REG-CUENTAS
               IF PC-ACCION = "AGREGAR"
                   PERFORM GRABAR-CUENTA-NUEVA
               ELSE
                   PERFORM REGRABAR-CUENTA
               END-IF
               IF GRABACION-OK
                   MOVE "A" TO PC-ESTADO
                   MOVE SPACES TO PC-MOTIVO-RECHAZO
                   PERFORM RESOLVER-PENDIENTE
                   ADD 1 TO WS-CONTADOR-APROBADOS.

       RECHAZAR-PENDIENTE.
           MOVE "R" TO PC-ESTADO.
           MOVE WS-MOTIVO-RECHAZO TO PC-MOTIVO-RECHAZO.
           PERFORM RESOLVER-PENDIENTE.
           ADD 1 TO WS-CONTADOR-RECHAZADOS.

      * REGRABA EL PENDIENTE RECIEN LEIDO CON SU RESOLUCION; EL
      * REGISTRO QUEDA EN EL ARCHIVO COMO RASTRO.
       RESOLVER-PENDIENTE.
           MOVE WS-OPERADOR TO PC-APROBADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PC-FECHA-RESOLUCION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PC-HORA-RESOLUCION.
           REWRITE REG-PENDIENTE
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR EL PENDIENTE "
                       PC-ID-PENDIENTE ". ESTADO: "
                       WS-ESTADO-PENDIENTES
           END-REWRITE.

       LISTAR-CUENTAS.
           MOVE "N" TO WS-FIN-LISTADO.
           MOVE 0 TO WS-CONTADOR-LISTADO.
