      *             SALDO DEBE COINCIDIR CON EL SALDO DE CIERRE DE
      *             LA BITACORA (UNA CORRIDA POSTERIOR SOBRE LA
      *             MISMA CUENTA SE REPORTA COMO DIFERENCIA).
      *             EN UNA CORRIDA DE REVERSO (MODO R, VER
      *             reversionCorrida) SOLO SE PRUEBA EL SALDO: EL
      *             REVERSO DEVUELVE LA ESTAMPA A LA FECHA ANTERIOR.
      *             LO MISMO EN UNA CORRIDA DE VENCIMIENTOS (MODO V),
      *             QUE NO CALCULA INTERES Y NO MUEVE LA ESTAMPA.
      *
      * LAS CORRIDAS DE PAGO A CLIENTES (CANCELACIONES ANTICIPADAS,
      * MODO C, Y VENCIMIENTOS, MODO V) NO TRAEN INTERES EN EL FEED
      * SINO PAGOS (CODIGO 210000) Y PENALIDADES (CODIGO 420000), QUE
      * SE TOTALIZAN APARTE. EN ELLAS LA PRUEBA 1 CUENTA LOS PAGOS
      * DEL FEED CONTRA LOS MOVIMIENTOS CON RETIRO, Y LA PRUEBA 2
      * AMARRA LOS PAGOS CONTRA LOS RETIROS DE LA BITACORA, LAS
      * PENALIDADES CONTRA SU INTERES NEGATIVO Y EL TOTAL DEL FEED
      * CONTRA EL MOVIMIENTO DE SALDOS. UNA CORRIDA SIN PAGOS QUE
      * CERRO SIN CAMBIOS NO DEJO FEED Y NO ES DIFERENCIA.
      *
      * IMPRIME UN CERTIFICADO SUPERADA/FALLIDA CON CADA DIFERENCIA
      * DETALLADA, PARA LIBERAR EL FEED A CONTABILIDAD CON EVIDENCIA

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO DYNAMIC WS-NOMBRE-MOVIMIENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-LLAVE
               ALTERNATE RECORD KEY IS MV-ID-CORRIDA WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.

           SELECT ARCHIVO-CUENTAS
           88  CORRIDA-ENCONTRADA    VALUE "S".
       01  WS-RC-REGISTROS           PIC 9(7).
       01  WS-RC-ESTADO              PIC X(12).
       01  WS-RC-MODO                PIC X.
           88  CORRIDA-DE-REVERSO    VALUE "R".
           88  CORRIDA-DE-PAGOS      VALUES "C", "V".
           88  CORRIDA-SIN-ESTAMPA   VALUES "R", "V".

       01  WS-FIN-CORRIDAS           PIC X VALUE "N".
           88  FIN-CORRIDAS          VALUE "S".
      * SOLO LOS DEPOSITOS ENTRAN A LAS PRUEBAS 1 Y 2.
       01  WS-CODIGO-FEED-PRESTAMO   PIC X(10) VALUE "410000".
       01  WS-GL-REGISTROS           PIC 9(7) VALUE 0.
       01  WS-GL-INTERES             PIC S9(13)V99 VALUE 0.
       01  WS-GL-RETENCION           PIC S9(13)V99 VALUE 0.
       01  WS-GL-TOTAL-REGISTROS     PIC 9(7) VALUE 0.
       01  WS-GL-PRESTAMO-REGS       PIC 9(7) VALUE 0.
       01  WS-GL-PRESTAMO-INTERES    PIC S9(13)V99 VALUE 0.
      * PAGOS A CLIENTES Y PENALIDADES DE LAS CORRIDAS DE PAGO: EL
      * MONTO VIENE EN GL-INTERES-CALCULADO.
       01  WS-CODIGO-FEED-PAGO       PIC X(10) VALUE "210000".
       01  WS-CODIGO-FEED-PENALIDAD  PIC X(10) VALUE "420000".
       01  WS-GL-PAGO-REGS           PIC 9(7) VALUE 0.
       01  WS-GL-PAGOS               PIC S9(13)V99 VALUE 0.
       01  WS-GL-PENALIDAD-REGS      PIC 9(7) VALUE 0.
       01  WS-GL-PENALIDADES         PIC S9(13)V99 VALUE 0.

      * LO QUE DICE LA BITACORA DE MOVIMIENTOS DE LA CORRIDA.
       01  WS-MV-REGISTROS           PIC 9(7) VALUE 0.
       01  WS-MV-INTERES             PIC S9(13)V99 VALUE 0.
       01  WS-MV-RETENCION           PIC S9(13)V99 VALUE 0.
       01  WS-MV-CONTRIBUCIONES      PIC S9(13)V99 VALUE 0.
       01  WS-MV-MOVIMIENTO          PIC S9(13)V99 VALUE 0.
       01  WS-MV-CON-RETIRO          PIC 9(7) VALUE 0.
       01  WS-MOVIMIENTO-CUENTA      PIC S9(11)V99.

      * LADOS DE LA PRUEBA 2 Y DIFERENCIAS DE CADA PRUEBA.

       01  WS-CONTADOR-MOSTRADO      PIC ZZZ,ZZZ,ZZ9.
       01  WS-CONTADOR-MOSTRADO-2    PIC ZZZ,ZZZ,ZZ9.
       01  WS-VALOR-MOSTRADO         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNADO-MOSTRADO       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNADO-MOSTRADO-2     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

      * CODIGO DE RETORNO PARA LA CADENA NOCTURNA (cadenaNocturna):
      * 00 = TERMINO, 04 = TERMINO CON DIFERENCIAS, 12 = NO ARRANCO.
       01  WS-CODIGO-RETORNO         PIC 99 VALUE 12.

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.

           CLOSE ARCHIVO-CERTIFICADO.
           IF WS-TOTAL-DIFERENCIAS = 0
               MOVE 0 TO WS-CODIGO-RETORNO
               DISPLAY "CONCILIACION SUPERADA. EL FEED DE LA CORRIDA "
                   WS-CORRIDA-BUSCADA " PUEDE LIBERARSE."
           ELSE
               MOVE 4 TO WS-CODIGO-RETORNO
               DISPLAY "CONCILIACION FALLIDA: " WS-TOTAL-DIFERENCIAS
                   " DIFERENCIA(S). NO LIBERE EL FEED; REVISE EL "
                   "CERTIFICADO.".
       TERMINA-PROGRAMA.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      ******************************************************************
      * BITACORA DE CORRIDAS: TOMA EL REGISTRO DE CIERRE DE LA
      * CORRIDA (EL ULTIMO CON SU ID) PARA CONOCER SU ESTADO FINAL Y
      * EL CONTEO RC-REGISTROS CONTRA EL QUE AMARRA EL FEED. EL MODO Y
      * EL CONTEO SE TOMAN DE LOS REGISTROS PROPIOS DE LA CORRIDA, NO
      * DEL REGISTRO REVERSADA QUE AGREGA reversionCorrida.
      ******************************************************************
       BUSCAR-CORRIDA-BITACORA.
           OPEN INPUT ARCHIVO-CORRIDAS.
               NOT AT END
                   IF RC-ID-CORRIDA = WS-CORRIDA-BUSCADA
                       MOVE "S" TO WS-CORRIDA-ENCONTRADA
                       MOVE RC-ESTADO TO WS-RC-ESTADO
                       IF RC-ESTADO NOT = "REVERSADA"
                           MOVE RC-REGISTROS TO WS-RC-REGISTROS
                           MOVE RC-MODO TO WS-RC-MODO
                       END-IF
                   END-IF
           END-READ.

           IF GL-RETENCION-CALCULADA NOT NUMERIC
               MOVE 0 TO GL-RETENCION-CALCULADA.
           ADD 1 TO WS-GL-TOTAL-REGISTROS.
           EVALUATE GL-CODIGO-CONTABLE
               WHEN WS-CODIGO-FEED-PRESTAMO
                   ADD 1 TO WS-GL-PRESTAMO-REGS
                   ADD GL-INTERES-CALCULADO TO WS-GL-PRESTAMO-INTERES
               WHEN WS-CODIGO-FEED-PAGO
                   ADD 1 TO WS-GL-PAGO-REGS
                   ADD GL-INTERES-CALCULADO TO WS-GL-PAGOS
               WHEN WS-CODIGO-FEED-PENALIDAD
                   ADD 1 TO WS-GL-PENALIDAD-REGS
                   ADD GL-INTERES-CALCULADO TO WS-GL-PENALIDADES
               WHEN OTHER
                   ADD 1 TO WS-GL-REGISTROS
                   ADD GL-INTERES-CALCULADO TO WS-GL-INTERES
                   ADD GL-RETENCION-CALCULADA TO WS-GL-RETENCION
           END-EVALUATE.

      ******************************************************************
      * BITACORA DE MOVIMIENTOS: TOTALES DE LA CORRIDA Y, POR CADA
      * CUENTA, LA VERIFICACION CONTRA EL MAESTRO (ESTAMPA DE FECHA
      * Y SALDO DE CIERRE). SE LEE SOLO LA CORRIDA, POR LA LLAVE
      * ALTERNA DE LA BITACORA.
      ******************************************************************
       TOTALIZAR-MOVIMIENTOS.
           OPEN INPUT ARCHIVO-MOVIMIENTOS.
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE MOVIMIENTOS. "
                   "ESTADO: " WS-ESTADO-MOVIMIENTOS
           ELSE
               MOVE WS-CORRIDA-BUSCADA TO MV-ID-CORRIDA
               START ARCHIVO-MOVIMIENTOS
                   KEY IS EQUAL TO MV-ID-CORRIDA
                   INVALID KEY MOVE "S" TO WS-FIN-MOVIMIENTOS
               END-START
               PERFORM LEER-EXAMINAR-MOVIMIENTO
                   UNTIL FIN-MOVIMIENTOS
               CLOSE ARCHIVO-MOVIMIENTOS.

       LEER-EXAMINAR-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS NEXT
               AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
               NOT AT END
                   IF MV-ID-CORRIDA = WS-CORRIDA-BUSCADA
                       PERFORM ACUMULAR-MOVIMIENTO
                   ELSE
                       MOVE "S" TO WS-FIN-MOVIMIENTOS
                   END-IF
           END-READ.

           COMPUTE WS-MOVIMIENTO-CUENTA =
               MV-SALDO-FINAL - MV-SALDO-INICIAL.
           ADD WS-MOVIMIENTO-CUENTA TO WS-MV-MOVIMIENTO.
           IF MV-CONTRIBUCIONES < 0
               ADD 1 TO WS-MV-CON-RETIRO.
           IF CUENTAS-ABIERTO
               PERFORM VERIFICAR-CUENTA-MAESTRO.

           END-READ.

       COMPARAR-CUENTA-MAESTRO.
           IF CM-FECHA-ULT-PROCESO NOT = WS-FECHA-CORRIDA AND
           NOT CORRIDA-SIN-ESTAMPA
               ADD 1 TO WS-CUENTAS-SIN-ESTAMPA
               PERFORM ANOTAR-CUENTA-SIN-ESTAMPA
           ELSE
                   WS-RC-ESTADO
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
               IF WS-RC-ESTADO = "REVERSADA"
                   ADD 1 TO WS-TOTAL-DIFERENCIAS
                   MOVE SPACES TO REG-CERTIFICADO
                   STRING "  DIFERENCIA: LA CORRIDA FUE REVERSADA; "
                       "SU FEED SOLO SE LIBERA JUNTO CON EL DEL "
                       "REVERSO"
                       DELIMITED BY SIZE INTO REG-CERTIFICADO
                   WRITE REG-CERTIFICADO
               ELSE
                   IF WS-RC-ESTADO NOT = "COMPLETADA" AND
                   NOT (CORRIDA-DE-PAGOS AND
                   WS-RC-ESTADO = "SIN CAMBIOS")
                       ADD 1 TO WS-TOTAL-DIFERENCIAS
                       MOVE SPACES TO REG-CERTIFICADO
                       STRING "  DIFERENCIA: LA CORRIDA NO TERMINO "
                           "COMPLETADA"
                           DELIMITED BY SIZE INTO REG-CERTIFICADO
                       WRITE REG-CERTIFICADO
                   END-IF
               END-IF
               PERFORM COMPARAR-CONTEOS-CORRIDA.

      * PROCESADO POR LA CORRIDA INTERRUMPIDA (CUYO FEED QUEDO BAJO
      * EL OTRO ID), ASI QUE SUPERAR EL CONTEO DEL FEED NO BLOQUEA
      * LA LIBERACION; QUEDAR POR DEBAJO SI ES UNA DIFERENCIA.
      * EN LAS CORRIDAS DE PAGO CADA MONTO PAGADO AL CLIENTE DEJA UN
      * REGISTRO 210000 Y UN MOVIMIENTO CON RETIRO; LAS RENOVACIONES
      * SIN PAGO SOLO DEJAN MOVIMIENTO Y LA PENALIDAD VA EN EL MISMO
      * MOVIMIENTO DEL PAGO, ASI QUE SE CUENTAN PAGOS CONTRA RETIROS.
       COMPARAR-CONTEOS-CORRIDA.
           IF CORRIDA-DE-PAGOS
               MOVE WS-GL-PAGO-REGS TO WS-CONTADOR-MOSTRADO
               MOVE WS-MV-CON-RETIRO TO WS-CONTADOR-MOSTRADO-2
               MOVE SPACES TO REG-CERTIFICADO
               STRING "PRUEBA 1: PAGOS DEL FEED (210000) "
                   WS-CONTADOR-MOSTRADO
                   " CONTRA MOVIMIENTOS CON RETIRO "
                   WS-CONTADOR-MOSTRADO-2
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
               PERFORM COMPARAR-CONTEOS-PAGOS
           ELSE
               PERFORM COMPARAR-CONTEOS-DEPOSITOS.
           PERFORM COMPARAR-CONTEO-BITACORA.

       COMPARAR-CONTEOS-PAGOS.
           IF WS-GL-PAGO-REGS = WS-MV-CON-RETIRO
               MOVE SPACES TO REG-CERTIFICADO
               STRING "  PRUEBA 1 SUPERADA"
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           ELSE
               ADD 1 TO WS-TOTAL-DIFERENCIAS
               MOVE SPACES TO REG-CERTIFICADO
               STRING "  DIFERENCIA: LOS PAGOS DEL FEED Y LOS "
                   "RETIROS DE LA BITACORA NO TRAEN EL MISMO CONTEO"
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
               WRITE REG-CERTIFICADO.

       COMPARAR-CONTEOS-DEPOSITOS.
           MOVE WS-GL-REGISTROS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-MV-REGISTROS TO WS-CONTADOR-MOSTRADO-2.
           MOVE SPACES TO REG-CERTIFICADO.
                   "MOVIMIENTOS NO TRAEN EL MISMO CONTEO"
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
               WRITE REG-CERTIFICADO.

       COMPARAR-CONTEO-BITACORA.
           MOVE WS-RC-REGISTROS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-GL-TOTAL-REGISTROS TO WS-CONTADOR-MOSTRADO-2.
           MOVE SPACES TO REG-CERTIFICADO.
               "  INTERES: " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE WS-GL-PAGO-REGS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-GL-PAGOS TO WS-VALOR-MOSTRADO.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING "FEED GL PAGOS A CLIENTES (210000): "
               "REGISTROS: " WS-CONTADOR-MOSTRADO
               "  MONTO: " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE WS-GL-PENALIDAD-REGS TO WS-CONTADOR-MOSTRADO.
           MOVE WS-GL-PENALIDADES TO WS-VALOR-MOSTRADO.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING "FEED GL PENALIDADES (420000):      "
               "REGISTROS: " WS-CONTADOR-MOSTRADO
               "  MONTO: " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE WS-MV-CONTRIBUCIONES TO WS-SIGNADO-MOSTRADO.
           MOVE WS-MV-MOVIMIENTO TO WS-SIGNADO-MOSTRADO-2.
           MOVE SPACES TO REG-CERTIFICADO.
               "  MOVIMIENTO DE SALDOS: " WS-SIGNADO-MOSTRADO-2
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           IF CORRIDA-DE-PAGOS
               PERFORM COMPARAR-PAGOS-BITACORA
               COMPUTE WS-LADO-GL = WS-GL-INTERES - WS-GL-RETENCION
                   - WS-GL-PENALIDADES - WS-GL-PAGOS
               COMPUTE WS-DIFERENCIA = WS-LADO-GL - WS-MV-MOVIMIENTO
               MOVE WS-LADO-GL TO WS-SIGNADO-MOSTRADO
               MOVE WS-DIFERENCIA TO WS-SIGNADO-MOSTRADO-2
               MOVE SPACES TO REG-CERTIFICADO
               STRING "PRUEBA 2: INTERES - RETENCION - PENALIDADES - "
                   "PAGOS = " WS-SIGNADO-MOSTRADO
                   "  DIFERENCIA CONTRA MOVIMIENTO: "
                   WS-SIGNADO-MOSTRADO-2
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
           ELSE
               COMPUTE WS-LADO-GL = WS-GL-INTERES - WS-GL-RETENCION
                   + WS-MV-CONTRIBUCIONES
               COMPUTE WS-DIFERENCIA = WS-LADO-GL - WS-MV-MOVIMIENTO
               MOVE WS-LADO-GL TO WS-SIGNADO-MOSTRADO
               MOVE WS-DIFERENCIA TO WS-SIGNADO-MOSTRADO-2
               MOVE SPACES TO REG-CERTIFICADO
               STRING "PRUEBA 2: INTERES - RETENCION + "
                   "CONTRIBUCIONES = " WS-SIGNADO-MOSTRADO
                   "  DIFERENCIA CONTRA MOVIMIENTO: "
                   WS-SIGNADO-MOSTRADO-2
                   DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           IF WS-DIFERENCIA = 0
               MOVE SPACES TO REG-CERTIFICADO
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
               WRITE REG-CERTIFICADO.

      * LOS PAGOS DEL FEED SON LOS RETIROS DE LA BITACORA Y LAS
      * PENALIDADES SON SU INTERES NEGATIVO; CADA LADO SE AMARRA POR
      * SEPARADO PARA QUE UNA DIFERENCIA NO SE COMPENSE CON OTRA.
       COMPARAR-PAGOS-BITACORA.
           COMPUTE WS-DIFERENCIA = WS-GL-PAGOS + WS-MV-CONTRIBUCIONES.
           MOVE WS-DIFERENCIA TO WS-SIGNADO-MOSTRADO.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING "PRUEBA 2: PAGOS 210000 CONTRA RETIROS DE LA "
               "BITACORA  DIFERENCIA: " WS-SIGNADO-MOSTRADO
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           IF WS-DIFERENCIA NOT = 0
               ADD 1 TO WS-TOTAL-DIFERENCIAS
               MOVE SPACES TO REG-CERTIFICADO
               STRING "  DIFERENCIA: LO PAGADO EN EL FEED NO ES LO "
                   "RETIRADO EN LA BITACORA"
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
               WRITE REG-CERTIFICADO.
           COMPUTE WS-DIFERENCIA = WS-GL-PENALIDADES + WS-MV-INTERES.
           MOVE WS-DIFERENCIA TO WS-SIGNADO-MOSTRADO.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING "PRUEBA 2: PENALIDADES 420000 CONTRA INTERES "
               "NEGATIVO DE LA BITACORA  DIFERENCIA: "
               WS-SIGNADO-MOSTRADO
               DELIMITED BY SIZE INTO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           IF WS-DIFERENCIA NOT = 0
               ADD 1 TO WS-TOTAL-DIFERENCIAS
               MOVE SPACES TO REG-CERTIFICADO
               STRING "  DIFERENCIA: LAS PENALIDADES DEL FEED NO SON "
                   "LO DESCONTADO EN LA BITACORA"
                   DELIMITED BY SIZE INTO REG-CERTIFICADO
               WRITE REG-CERTIFICADO.

       ESCRIBIR-PRUEBA-MAESTRO.
           MOVE WS-MV-REGISTROS TO WS-CONTADOR-MOSTRADO.
           MOVE SPACES TO REG-CERTIFICADO.
