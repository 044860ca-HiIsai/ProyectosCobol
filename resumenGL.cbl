           05  OR-CODIGO              PIC X(10).
           05  OR-FECHA               PIC 9(8).
           05  OR-ID-CORRIDA          PIC X(15).
           05  OR-INTERES             PIC S9(9)V99.
           05  OR-RETENCION           PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-CODIGO-FEED-PRESTAMO   PIC X(10) VALUE "410000".
       01  WS-CUENTA-CXC-PRESTAMOS   PIC X(10).

      * LAS CANCELACIONES DE DEPOSITOS TRAEN DOS CODIGOS MAS: EL PAGO
      * AL CLIENTE (210000, SALE DE LOS DEPOSITOS A TERMINO CONTRA LA
      * CUENTA DE DESEMBOLSOS) Y LA PENALIDAD COBRADA (420000, PASA
      * DEL DEPOSITO AL INGRESO). LOS PAGOS AL VENCIMIENTO
      * (procesoVencimientos) USAN EL MISMO CODIGO DE PAGO. NINGUNO
      * LLEVA RETENCION NI SE REVERSA: reversionCorrida SOLO REVERSA
      * CORRIDAS DEL LOTE.
       01  WS-CODIGO-FEED-CANCELACION PIC X(10) VALUE "210000".
       01  WS-CODIGO-FEED-PENALIDAD  PIC X(10) VALUE "420000".
       01  WS-CUENTA-DESEMBOLSO      PIC X(10).

      * EL DEVENGO DE FIN DE MES (devengoMensual) TRAE SU PROPIO
      * CODIGO (405000, INTERESES POR PAGAR DEVENGADOS) CONTRA LA
      * MISMA CONTRAPARTIDA DE GASTO QUE LOS DEPOSITOS. CADA DEVENGO
      * VIENE CON SU REVERSO EN NEGATIVO AL PRIMER DIA DEL MES
      * SIGUIENTE, QUE SALE COMO GRUPO APARTE CON LAS PARTIDAS
      * INVERTIDAS.
       01  WS-CODIGO-FEED-DEVENGO    PIC X(10) VALUE "405000".

      * GRUPO EN CURSO DEL CORTE DE CONTROL: EL FEED ORDENADO SE
      * RESUME EN UNA SOLA PASADA, ASI QUE SOLO EL GRUPO VIGENTE
      * VIVE EN MEMORIA Y EL FEED PUEDE TRAER CUALQUIER CANTIDAD DE
       01  WS-GR-CODIGO-ACT          PIC X(10).
       01  WS-GR-FECHA-ACT           PIC 9(8).
       01  WS-GR-ID-CORRIDA-ACT      PIC X(15).
       01  WS-GR-INTERES-ACT         PIC S9(11)V99.
       01  WS-GR-RETENCION-ACT       PIC S9(11)V99.
       01  WS-GR-REGISTROS-ACT       PIC 9(7).
       01  WS-GRUPO-EN-CURSO         PIC X VALUE "N".
           88  GRUPO-EN-CURSO        VALUE "S".

      * TOTALES DE CONTROL DEL CUADRE.
       01  WS-CONTADOR-GL            PIC 9(7) VALUE 0.
       01  WS-TOTAL-INTERES          PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-RETENCION        PIC S9(13)V99 VALUE 0.
       01  WS-NETO-GRUPO             PIC S9(11)V99.

      * CORRIDAS DE ORIGEN DEL FEED, SIN REPETIR: UN FEED NORMAL
      * TRAE UNA SOLA, PERO UNA CORRIDA REANUDADA DE CHECKPOINT (QUE
       01  WS-DIFERENCIA             PIC S9(13)V99 VALUE 0.

       01  WS-CONTADOR-MOSTRADO      PIC ZZZ,ZZZ,ZZ9.
       01  WS-VALOR-MOSTRADO         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RETENCION-MOSTRADA     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFERENCIA-MOSTRADA    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      * IDENTIFICACION DE LA CORRIDA Y CONTROL DE PAGINACION DEL
       01  WS-LINEAS-POR-PAGINA      PIC 999 VALUE 20.
       01  WS-LINEAS-PAGINA          PIC 999 VALUE 0.

      * CODIGO DE RETORNO PARA LA CADENA NOCTURNA (cadenaNocturna):
      * 00 = TERMINO, 04 = TERMINO CON DIFERENCIAS, 12 = NO ARRANCO.
       01  WS-CODIGO-RETORNO         PIC 99 VALUE 12.

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
               ACCEPT WS-NOMBRE-HISTORIA
               PERFORM OBTENER-CONTRAPARTIDA
               PERFORM OBTENER-CUENTA-RETENCION
               PERFORM OBTENER-CUENTA-CXC
               PERFORM OBTENER-CUENTA-DESEMBOLSO.
           PERFORM VALIDAR-OPERADOR.
           IF NOT OPERADOR-VALIDO
               GO TO TERMINA-PROGRAMA.
           CLOSE ARCHIVO-RESUMEN.
           DISPLAY "RESUMEN GENERADO. GRUPOS: " WS-NUM-GRUPOS
               " REGISTROS LEIDOS: " WS-CONTADOR-GL.
           IF WS-DIFERENCIA = 0
               MOVE 0 TO WS-CODIGO-RETORNO
           ELSE
               MOVE 4 TO WS-CODIGO-RETORNO.
       TERMINA-PROGRAMA.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *
      * CLAVES: SEGURIDAD, OPERADOR, GL, ASIENTOS, RESUMEN,
      * HISTORIA, CONTRAPARTIDA, RETENCION (CUENTA DE RETENCION POR
      * PAGAR), CXC Y DESEMBOLSO (CUENTA DE PAGOS A CLIENTES).
      ******************************************************************
       CARGAR-TARJETA-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS.
               MOVE SPACES TO WS-CUENTA-CONTRAPARTIDA
               MOVE SPACES TO WS-CUENTA-RETENCION
               MOVE SPACES TO WS-CUENTA-CXC-PRESTAMOS
               MOVE SPACES TO WS-CUENTA-DESEMBOLSO
               PERFORM LEER-LINEA-PARAMETROS
               PERFORM PROCESAR-LINEA-PARAMETROS
                   UNTIL FIN-PARAMETROS
                   MOVE WS-PARAM-VALOR TO WS-CUENTA-RETENCION
               WHEN "CXC"
                   MOVE WS-PARAM-VALOR TO WS-CUENTA-CXC-PRESTAMOS
               WHEN "DESEMBOLSO"
                   MOVE WS-PARAM-VALOR TO WS-CUENTA-DESEMBOLSO
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN LA TARJETA: "
                       WS-PARAM-CLAVE
           IF WS-CUENTA-CXC-PRESTAMOS = SPACES
               MOVE "CXC" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.
           IF WS-CUENTA-DESEMBOLSO = SPACES
               MOVE "DESEMBOLSO" TO WS-PARAM-FALTANTE
               PERFORM ANOTAR-ERROR-PARAMETRO.

       ANOTAR-ERROR-PARAMETRO.
           DISPLAY "PARAMETRO FALTANTE O INVALIDO: "
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-CUENTA-CXC.

       OBTENER-CUENTA-DESEMBOLSO.
           DISPLAY "CUENTA DE DESEMBOLSOS (PAGOS A CLIENTES):".
           ACCEPT WS-CUENTA-DESEMBOLSO.
           IF WS-CUENTA-DESEMBOLSO = SPACES
               DISPLAY "ENTRADA INVALIDA."
               GO TO OBTENER-CUENTA-DESEMBOLSO.

       LEER-REGISTRO-GL.
           READ ARCHIVO-GL
               AT END MOVE "S" TO WS-FIN-GL.
           MOVE "N" TO WS-GRUPO-EN-CURSO.

      * CADA GRUPO GENERA SU JUEGO DE PARTIDAS SEGUN SU NATURALEZA
      * (DEPOSITOS = GASTO PAGADO, PRESTAMOS = INGRESO DEVENGADO,
      * CANCELACIONES = PAGO Y PENALIDAD, DEVENGO DE FIN DE MES =
      * GASTO POR PAGAR) Y SU LINEA EN EL RESUMEN;
      * TODO GRUPO NETEA A CERO.
       GENERAR-ASIENTOS-GRUPO.
           EVALUATE WS-GR-CODIGO-ACT
               WHEN WS-CODIGO-FEED-CANCELACION
                   PERFORM GENERAR-ASIENTO-CANCELACION
               WHEN WS-CODIGO-FEED-PENALIDAD
                   PERFORM GENERAR-ASIENTO-PENALIDAD
               WHEN WS-CODIGO-FEED-DEVENGO
                   PERFORM GENERAR-ASIENTO-DEVENGO
               WHEN OTHER
                   PERFORM GENERAR-ASIENTO-INTERES
           END-EVALUATE.
           PERFORM ESCRIBIR-LINEA-GRUPO.
           PERFORM POSTEAR-GRUPO-HISTORIA.

      * UN GRUPO DE INTERES EN NEGATIVO VIENE DE UN FEED DE REVERSO
      * (reversionCorrida) Y GENERA LAS MISMAS PARTIDAS CON DEBE Y
      * HABER INVERTIDOS.
       GENERAR-ASIENTO-INTERES.
           IF WS-GR-INTERES-ACT < 0 OR WS-GR-RETENCION-ACT < 0
               IF WS-GR-CODIGO-ACT = WS-CODIGO-FEED-PRESTAMO
                   PERFORM REVERSAR-ASIENTO-PRESTAMO
               ELSE
                   PERFORM REVERSAR-ASIENTO-DEPOSITO
               END-IF
           ELSE
               IF WS-GR-CODIGO-ACT = WS-CODIGO-FEED-PRESTAMO
                   PERFORM GENERAR-ASIENTO-PRESTAMO
               ELSE
                   PERFORM GENERAR-ASIENTO-DEPOSITO.

      * PAGO AL CLIENTE POR CANCELACION: DEBITO AL PASIVO DE
      * DEPOSITOS A TERMINO (CODIGO DEL FEED) Y CREDITO A LA CUENTA
      * DE DESEMBOLSOS POR EL NETO PAGADO.
       GENERAR-ASIENTO-CANCELACION.
           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-GR-FECHA-ACT TO AS-FECHA.
           MOVE WS-GR-CODIGO-ACT TO AS-CODIGO-CONTABLE.
           MOVE WS-GR-INTERES-ACT TO AS-DEBE.
           MOVE 0 TO AS-HABER.
           MOVE "PAGO DE DEPOSITOS CANCELADOS" TO AS-DESCRIPCION.
           WRITE REG-ASIENTO.
           ADD WS-GR-INTERES-ACT TO WS-TOTAL-DEBE.

           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-GR-FECHA-ACT TO AS-FECHA.
           MOVE WS-CUENTA-DESEMBOLSO TO AS-CODIGO-CONTABLE.
           MOVE 0 TO AS-DEBE.
           MOVE WS-GR-INTERES-ACT TO AS-HABER.
           MOVE "DESEMBOLSO A CLIENTES" TO AS-DESCRIPCION.
           WRITE REG-ASIENTO.
           ADD WS-GR-INTERES-ACT TO WS-TOTAL-HABER.

      * PENALIDAD COBRADA: DEBITO AL PASIVO DE DEPOSITOS A TERMINO
      * POR LO QUE EL CLIENTE DEJA DE RECIBIR Y CREDITO AL INGRESO
      * POR PENALIDADES (CODIGO DEL FEED).
       GENERAR-ASIENTO-PENALIDAD.
           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-GR-FECHA-ACT TO AS-FECHA.
           MOVE WS-CODIGO-FEED-CANCELACION TO AS-CODIGO-CONTABLE.
           MOVE WS-GR-INTERES-ACT TO AS-DEBE.
           MOVE 0 TO AS-HABER.
           MOVE "PENALIDAD DESCONTADA DEPOSITO" TO AS-DESCRIPCION.
           WRITE REG-ASIENTO.
           ADD WS-GR-INTERES-ACT TO WS-TOTAL-DEBE.

           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-GR-FECHA-ACT TO AS-FECHA.
           MOVE WS-GR-CODIGO-ACT TO AS-CODIGO-CONTABLE.
           MOVE 0 TO AS-DEBE.
           MOVE WS-GR-INTERES-ACT TO AS-HABER.
           MOVE "INGRESO POR PENALIDADES" TO AS-DESCRIPCION.
           WRITE REG-ASIENTO.
           ADD WS-GR-INTERES-ACT TO WS-TOTAL-HABER.

      * DEVENGO DE FIN DE MES: CREDITO AL PASIVO DE INTERESES POR
      * PAGAR DEVENGADOS (CODIGO DEL FEED) Y DEBITO A LA CONTRAPARTIDA
      * DE GASTO. EL GRUPO NEGATIVO ES EL REVERSO AUTOMATICO DEL MES
      * SIGUIENTE Y LLEVA LAS MISMAS PARTIDAS INVERTIDAS.
       GENERAR-ASIENTO-DEVENGO.
           IF WS-GR-INTERES-ACT < 0
               COMPUTE WS-NETO-GRUPO = 0 - WS-GR-INTERES-ACT
               MOVE SPACES TO REG-ASIENTO
               MOVE WS-GR-FECHA-ACT TO AS-FECHA
               MOVE WS-GR-CODIGO-ACT TO AS-CODIGO-CONTABLE
               MOVE WS-NETO-GRUPO TO AS-DEBE
               MOVE 0 TO AS-HABER
               MOVE "REVERSO DEVENGO DE INTERESES" TO AS-DESCRIPCION
               WRITE REG-ASIENTO
               ADD WS-NETO-GRUPO TO WS-TOTAL-DEBE
               MOVE SPACES TO REG-ASIENTO
               MOVE WS-GR-FECHA-ACT TO AS-FECHA
               MOVE WS-CUENTA-CONTRAPARTIDA TO AS-CODIGO-CONTABLE
               MOVE 0 TO AS-DEBE
               MOVE WS-NETO-GRUPO TO AS-HABER
               MOVE "REVERSO GASTO DEVENGADO" TO AS-DESCRIPCION
               WRITE REG-ASIENTO
               ADD WS-NETO-GRUPO TO WS-TOTAL-HABER
           ELSE
               MOVE SPACES TO REG-ASIENTO
               MOVE WS-GR-FECHA-ACT TO AS-FECHA
               MOVE WS-GR-CODIGO-ACT TO AS-CODIGO-CONTABLE
               MOVE 0 TO AS-DEBE
               MOVE WS-GR-INTERES-ACT TO AS-HABER
               MOVE "INTERESES POR PAGAR DEVENGADOS" TO AS-DESCRIPCION
               WRITE REG-ASIENTO
               ADD WS-GR-INTERES-ACT TO WS-TOTAL-HABER
               MOVE SPACES TO REG-ASIENTO
               MOVE WS-GR-FECHA-ACT TO AS-FECHA
               MOVE WS-CUENTA-CONTRAPARTIDA TO AS-CODIGO-CONTABLE
               MOVE WS-GR-INTERES-ACT TO AS-DEBE
               MOVE 0 TO AS-HABER
               MOVE "GASTO DE INTERES DEVENGADO" TO AS-DESCRIPCION
               WRITE REG-ASIENTO
               ADD WS-GR-INTERES-ACT TO WS-TOTAL-DEBE.

      * GRABA EL GRUPO RESUMIDO EN LA HISTORIA ACUMULADA DEL GL, CON
      * LA CORRIDA DE ORIGEN DEL PROPIO GRUPO (NO LA DEL PRIMER
      * REGISTRO DEL FEED); SOBRE ESTA HISTORIA CORREN EL CIERRE
           WRITE REG-ASIENTO.
           ADD WS-GR-INTERES-ACT TO WS-TOTAL-DEBE.

      * REVERSO DE INTERES DE PRESTAMOS: DEBITO AL CODIGO DEL FEED
      * Y CREDITO A LA CUENTA POR COBRAR POR EL VALOR REVERSADO.
       REVERSAR-ASIENTO-PRESTAMO.
           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-GR-FECHA-ACT TO AS-FECHA.
           MOVE WS-GR-CODIGO-ACT TO AS-CODIGO-CONTABLE.
           COMPUTE AS-DEBE = 0 - WS-GR-INTERES-ACT.
           MOVE 0 TO AS-HABER.
           MOVE "REVERSO INTERES DE PRESTAMOS" TO AS-DESCRIPCION.
           WRITE REG-ASIENTO.
           ADD AS-DEBE TO WS-TOTAL-DEBE.

           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-GR-FECHA-ACT TO AS-FECHA.
           MOVE WS-CUENTA-CXC-PRESTAMOS TO AS-CODIGO-CONTABLE.
           MOVE 0 TO AS-DEBE.
           COMPUTE AS-HABER = 0 - WS-GR-INTERES-ACT.
           MOVE "REVERSO CXC INTERESES PRESTAMO" TO AS-DESCRIPCION.
           WRITE REG-ASIENTO.
           ADD AS-HABER TO WS-TOTAL-HABER.

      * REVERSO DE INTERES DE DEPOSITOS: DEBITO DEL NETO A LA CUENTA
      * DEL FEED, DEBITO DE LA RETENCION A LA RETENCION POR PAGAR Y
      * CREDITO DEL BRUTO A LA CONTRAPARTIDA DE GASTO.
       REVERSAR-ASIENTO-DEPOSITO.
           COMPUTE WS-NETO-GRUPO =
               WS-GR-INTERES-ACT -
               WS-GR-RETENCION-ACT.

           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-GR-FECHA-ACT TO AS-FECHA.
           MOVE WS-GR-CODIGO-ACT TO AS-CODIGO-CONTABLE.
           COMPUTE AS-DEBE = 0 - WS-NETO-GRUPO.
           MOVE 0 TO AS-HABER.
           MOVE "REVERSO INTERES NETO ABONADO" TO AS-DESCRIPCION.
           WRITE REG-ASIENTO.
           ADD AS-DEBE TO WS-TOTAL-DEBE.

           IF WS-GR-RETENCION-ACT < 0
               MOVE SPACES TO REG-ASIENTO
               MOVE WS-GR-FECHA-ACT TO AS-FECHA
               MOVE WS-CUENTA-RETENCION TO AS-CODIGO-CONTABLE
               COMPUTE AS-DEBE = 0 - WS-GR-RETENCION-ACT
               MOVE 0 TO AS-HABER
               MOVE "REVERSO RETENCION EN LA FUENTE" TO AS-DESCRIPCION
               WRITE REG-ASIENTO
               ADD AS-DEBE TO WS-TOTAL-DEBE.

           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-GR-FECHA-ACT TO AS-FECHA.
           MOVE WS-CUENTA-CONTRAPARTIDA TO AS-CODIGO-CONTABLE.
           MOVE 0 TO AS-DEBE.
           COMPUTE AS-HABER = 0 - WS-GR-INTERES-ACT.
           MOVE "REVERSO CONTRAPARTIDA GASTO" TO AS-DESCRIPCION.
           WRITE REG-ASIENTO.
           ADD AS-HABER TO WS-TOTAL-HABER.

       ESCRIBIR-LINEA-GRUPO.
           MOVE WS-GR-REGISTROS-ACT
               TO WS-CONTADOR-MOSTRADO.
