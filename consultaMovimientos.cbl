      * POR CADA CORRIDA DEL LOTE, EL SALDO DE ARRANQUE, EL INTERES
      * ABONADO, LO RETENIDO, LOS APORTES/RETIROS APLICADOS Y EL
      * SALDO DE CIERRE, PARA SUSTENTAR ANTE EL CLIENTE COMO LLEGO
      * SU CUENTA DEL SALDO DE APERTURA AL DE HOY. LA LLAVE DE LA
      * BITACORA EMPIEZA POR CUENTA Y FECHA, ASI QUE LA LECTURA VA
      * DIRECTO A LA CUENTA Y ENTREGA SUS MOVIMIENTOS EN ORDEN DE
      * FECHA.
      *
      * LOS EJERCICIOS CERRADOS YA NO ESTAN EN LA BITACORA VIGENTE:
      * depuracionMovimientos LOS PASA A UN ARCHIVO HISTORICO CON EL
      * MISMO TRAZADO. SI SE INDICA UN ARCHIVO HISTORICO, LA CONSULTA
      * LISTA PRIMERO LOS MOVIMIENTOS ARCHIVADOS DE LA CUENTA Y LUEGO
      * LOS VIGENTES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
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

           SELECT ARCHIVO-SEGURIDAD
               ASSIGN TO DYNAMIC WS-NOMBRE-SEGURIDAD
               ORGANIZATION IS INDEXED
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

       FD  ARCHIVO-SEGURIDAD.
       COPY OPERREC.


       01  WS-NOMBRE-MOVIMIENTOS     PIC X(40).
       01  WS-ESTADO-MOVIMIENTOS     PIC XX.
       01  WS-NOMBRE-HISTORICO       PIC X(40).
       01  WS-ESTADO-HISTORICO       PIC XX.

      * TARJETA DE PARAMETROS: CON UNA TARJETA CARGADA Y VALIDADA LAS
      * PREGUNTAS DE ARRANQUE SE OMITEN.

       01  WS-FIN-MOVIMIENTOS        PIC X VALUE "N".
           88  FIN-MOVIMIENTOS       VALUE "S".
       01  WS-FIN-HISTORICO          PIC X VALUE "N".
           88  FIN-HISTORICO         VALUE "S".

       01  WS-CONTADOR-LISTADO       PIC 9(5) VALUE 0.
       01  WS-CONTADOR-HISTORICO     PIC 9(5) VALUE 0.
       01  WS-CONTADOR-MOSTRADO      PIC ZZ,ZZ9.

       01  WS-SALDO-INI-MOSTRADO     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-INTERES-MOSTRADO       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RETENCION-MOSTRADA     PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-CONTRIB-MOSTRADA       PIC -(9)9.99.
       01  WS-SALDO-FIN-MOSTRADO     PIC ZZZ,ZZZ,ZZ9.99.

               ACCEPT WS-OPERADOR
               DISPLAY "ARCHIVO DE BITACORA DE MOVIMIENTOS:"
               ACCEPT WS-NOMBRE-MOVIMIENTOS
               DISPLAY "ARCHIVO HISTORICO DE MOVIMIENTOS (BLANCO = "
                   "SOLO LA BITACORA VIGENTE):"
               ACCEPT WS-NOMBRE-HISTORICO
               PERFORM OBTENER-CUENTA-BUSCADA.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE MOVIMIENTOS. "
                   "ESTADO: " WS-ESTADO-MOVIMIENTOS
               GO TO TERMINA-PROGRAMA.
           IF WS-NOMBRE-HISTORICO NOT = SPACES
               OPEN INPUT ARCHIVO-HISTORICO
               IF WS-ESTADO-HISTORICO NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL ARCHIVO HISTORICO DE "
                       "MOVIMIENTOS. ESTADO: " WS-ESTADO-HISTORICO
                   CLOSE ARCHIVO-MOVIMIENTOS
                   GO TO TERMINA-PROGRAMA.
           DISPLAY "MOVIMIENTOS DE LA CUENTA: " WS-CUENTA-BUSCADA.
           DISPLAY "CORRIDA         FECHA    SALDO INICIAL   "
               "INTERES        RETENCION      CONTRIBUCIONES "
               "SALDO FINAL".
           IF WS-NOMBRE-HISTORICO NOT = SPACES
               PERFORM LISTAR-HISTORICO
               CLOSE ARCHIVO-HISTORICO.
           MOVE LOW-VALUES TO MV-LLAVE.
           MOVE WS-CUENTA-BUSCADA TO MV-CUENTA.
           START ARCHIVO-MOVIMIENTOS
               KEY IS NOT LESS THAN MV-LLAVE
               INVALID KEY MOVE "S" TO WS-FIN-MOVIMIENTOS
           END-START.
           PERFORM LEER-MOSTRAR-MOVIMIENTO
               UNTIL FIN-MOVIMIENTOS.
           MOVE WS-CONTADOR-LISTADO TO WS-CONTADOR-MOSTRADO.
      * LISTA POR SU CLAVE Y LA CONSULTA NO ARRANCA. LAS LINEAS EN
      * BLANCO Y LAS QUE EMPIEZAN CON * SE IGNORAN.
      *
      * CLAVES: SEGURIDAD, OPERADOR, MOVIMIENTOS, CUENTA Y, OPCIONAL,
      * HISTORICO (ARCHIVO HISTORICO A CONSULTAR TAMBIEN).
      ******************************************************************
       CARGAR-TARJETA-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS.
               MOVE SPACES TO WS-NOMBRE-SEGURIDAD
               MOVE SPACES TO WS-OPERADOR
               MOVE SPACES TO WS-NOMBRE-MOVIMIENTOS
               MOVE SPACES TO WS-NOMBRE-HISTORICO
               MOVE SPACES TO WS-CUENTA-BUSCADA
               PERFORM LEER-LINEA-PARAMETROS
               PERFORM PROCESAR-LINEA-PARAMETROS
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-MOVIMIENTOS
               WHEN "CUENTA"
                   MOVE WS-PARAM-VALOR TO WS-CUENTA-BUSCADA
               WHEN "HISTORICO"
                   MOVE WS-PARAM-VALOR TO WS-NOMBRE-HISTORICO
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
               GO TO OBTENER-CUENTA-BUSCADA.

       LEER-MOSTRAR-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS NEXT
               AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
               NOT AT END
                   IF MV-CUENTA = WS-CUENTA-BUSCADA
                       PERFORM MOSTRAR-MOVIMIENTO
                       ADD 1 TO WS-CONTADOR-LISTADO
                   ELSE
                       MOVE "S" TO WS-FIN-MOVIMIENTOS
                   END-IF
           END-READ.

      * MOVIMIENTOS ARCHIVADOS DE LA CUENTA: SE LEEN POR LA MISMA
      * LLAVE Y SE MUESTRAN CON EL MISMO FORMATO, ANTES DE LOS
      * VIGENTES, QUE SON POSTERIORES.
       LISTAR-HISTORICO.
           DISPLAY "-- ARCHIVO HISTORICO: " WS-NOMBRE-HISTORICO.
           MOVE LOW-VALUES TO MH-LLAVE.
           MOVE WS-CUENTA-BUSCADA TO MH-CUENTA.
           START ARCHIVO-HISTORICO
               KEY IS NOT LESS THAN MH-LLAVE
               INVALID KEY MOVE "S" TO WS-FIN-HISTORICO
           END-START.
           PERFORM LEER-MOSTRAR-HISTORICO
               UNTIL FIN-HISTORICO.
           MOVE WS-CONTADOR-HISTORICO TO WS-CONTADOR-MOSTRADO.
           DISPLAY "MOVIMIENTOS ARCHIVADOS DE LA CUENTA: "
               WS-CONTADOR-MOSTRADO.
           DISPLAY "-- BITACORA VIGENTE: " WS-NOMBRE-MOVIMIENTOS.

       LEER-MOSTRAR-HISTORICO.
           READ ARCHIVO-HISTORICO NEXT
               AT END MOVE "S" TO WS-FIN-HISTORICO
               NOT AT END
                   IF MH-CUENTA = WS-CUENTA-BUSCADA
                       MOVE REG-HISTORICO TO REG-MOVIMIENTO
                       PERFORM MOSTRAR-MOVIMIENTO
                       ADD 1 TO WS-CONTADOR-HISTORICO
                   ELSE
                       MOVE "S" TO WS-FIN-HISTORICO
                   END-IF
           END-READ.

