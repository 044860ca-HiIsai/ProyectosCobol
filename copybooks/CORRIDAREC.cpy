      * OPERADOR, ARCHIVOS, MARCAS DE TIEMPO Y CONTEOS, PARA PODER
      * RESPONDER QUE CORRIDAS HUBO Y CUAL GENERO CADA FEED SIN
      * ARQUEOLOGIA SOBRE LOS ARCHIVOS DE SALIDA.
      *
      * UNA CORRIDA DEL LOTE QUE SE REVERSA (reversionCorrida) RECIBE
      * UN REGISTRO MAS CON SU MISMO ID Y ESTADO REVERSADA, QUE PASA
      * A SER SU ESTADO FINAL; EN ESE REGISTRO RC-ARCHIVO-SALIDA
      * LLEVA EL ID DE LA CORRIDA DE REVERSO, QUE A SU VEZ QUEDA
      * REGISTRADA CON MODO "R".
      *
      * CADA PROCESO DIARIO DE VENCIMIENTOS (procesoVencimientos)
      * QUEDA CON MODO "V": RC-ARCHIVO-ENTRADA ES EL MAESTRO DE
      * CUENTAS, RC-ARCHIVO-SALIDA SU FEED AL GL Y RC-REGISTROS LOS
      * REGISTROS DE ESE FEED. UNA CORRIDA QUE NO PAGO NADA NO DEJA
      * FEED Y TERMINA CON ESTADO SIN CAMBIOS.
      *
      * CADA SESION DE CANCELACION ANTICIPADA (cancelacionAnticipada),
      * DE VENTANILLA O POR LOTE, QUEDA CON MODO "C":
      * RC-ARCHIVO-ENTRADA ES EL ARCHIVO DE SOLICITUDES (EN BLANCO EN
      * VENTANILLA), RC-ARCHIVO-SALIDA SU FEED AL GL Y RC-REGISTROS
      * LOS REGISTROS DE ESE FEED. UNA SESION QUE NO CANCELO NADA NO
      * DEJA FEED Y TERMINA CON ESTADO SIN CAMBIOS.
      *
      * CADA DEVENGO DE FIN DE MES (devengoMensual) QUEDA CON MODO
      * "D": RC-ARCHIVO-ENTRADA ES EL MAESTRO DE CUENTAS,
      * RC-ARCHIVO-SALIDA SU FEED AL GL Y RC-REGISTROS LOS REGISTROS
      * DE ESE FEED, CONTANDO EL DEVENGO Y SU REVERSO AUTOMATICO. UNA
      * CORRIDA SIN NADA QUE DEVENGAR NO DEJA FEED Y TERMINA CON
      * ESTADO SIN CAMBIOS.
      *
      * CADA EJECUCION DEL CONTROLADOR DE LA CADENA NOCTURNA
      * (cadenaNocturna) QUEDA CON MODO "J": RC-ARCHIVO-ENTRADA ES LA
      * DEFINICION DE LA CADENA, RC-ARCHIVO-SALIDA SU BITACORA DE
      * PASOS Y RC-REGISTROS EL NUMERO DE PASOS QUE CORRIO.
      *
      * CADA DEPURACION DE LA BITACORA DE MOVIMIENTOS
      * (depuracionMovimientos) QUEDA CON MODO "H": RC-ARCHIVO-ENTRADA
      * ES LA BITACORA VIGENTE, RC-ARCHIVO-SALIDA EL HISTORICO CREADO
      * Y RC-REGISTROS LOS MOVIMIENTOS PASADOS AL HISTORICO. UNA
      * DEPURACION QUE NO CUADRA TERMINA CON ESTADO DESCUADRADA.
      *
      * CADA CLASIFICACION DE CUENTAS POR INACTIVIDAD
      * (inactividadCuentas) QUEDA CON MODO "N": RC-ARCHIVO-ENTRADA
      * ES EL MAESTRO DE CUENTAS, RC-ARCHIVO-SALIDA EL ARCHIVO DE
      * FONDOS NO RECLAMADOS Y RC-REGISTROS LAS CUENTAS ENTREGADAS
      * EN EL. UNA CLASIFICACION CUYAS APERTURAS Y REACTIVACIONES NO
      * CUPIERON EN SU TABLA NO MARCA CUENTAS Y TERMINA CON ESTADO
      * INCOMPLETA.
       01  REG-CORRIDA.
           05  RC-ID-CORRIDA          PIC X(15).
           05  RC-MODO                PIC X.
