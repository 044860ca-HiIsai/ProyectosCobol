      * CORRIDAS SIN FEED Y LOS FEEDS SIN CORRIDA SE LISTAN UNO POR
      * UNO, PARA QUE EL DESCUADRE APAREZCA EN EL CIERRE Y NO CUANDO
      * EL MAYOR NO AMARRE A FIN DE MES.
      *
      * EL DEVENGO DE FIN DE MES (devengoMensual, MODO D) DEJA SU
      * FEED REPARTIDO EN DOS MESES: EL DEVENGO CON FECHA DE CORTE Y
      * SU REVERSO EL PRIMER DIA DEL MES SIGUIENTE, Y LA CORRIDA
      * PUEDE ARRANCAR EN CUALQUIERA DE LOS DOS. POR ESO ESAS
      * CORRIDAS SE CRUZAN CONTRA SU FEED SIN IMPORTAR EL MES, Y EL
      * REPORTE TRAE APARTE EL DEVENGO CONSTITUIDO, EL REVERSADO Y SU
      * EFECTO NETO EN EL MES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-TABLA-CODIGOS.
           05  WS-CODIGO-ENT OCCURS 500 TIMES.
               10  WS-CD-CODIGO      PIC X(10).
               10  WS-CD-INTERES     PIC S9(13)V99.
               10  WS-CD-RETENCION   PIC S9(13)V99.
               10  WS-CD-REGISTROS   PIC 9(7).
       01  WS-INDICE-CODIGO          PIC 999.
       01  WS-CODIGO-HALLADO         PIC X.
               10  WS-CR-CON-FEED    PIC X.
       01  WS-INDICE-CORRIDA         PIC 999.

      * CORRIDAS DE DEVENGO CON FEED EN LA HISTORIA, DE CUALQUIER
      * MES, Y TOTALES DEL DEVENGO DEL MES (EL REVERSO VA NEGATIVO).
       01  WS-CODIGO-GL-DEVENGO      PIC X(10) VALUE "405000".
       01  WS-NUM-DEVENGOS           PIC 999 VALUE 0.
       01  WS-TABLA-DEVENGOS.
           05  WS-DV-CORRIDA OCCURS 500 TIMES PIC X(15).
       01  WS-INDICE-DEVENGO         PIC 999.
       01  WS-CORRIDA-BUSCADA        PIC X(15).
       01  WS-DEVENGO-HALLADO        PIC X.
           88  DEVENGO-HALLADO       VALUE "S".
       01  WS-DEVENGO-CONSTITUIDO    PIC S9(13)V99 VALUE 0.
       01  WS-DEVENGO-REVERSADO      PIC S9(13)V99 VALUE 0.
       01  WS-DEVENGO-NETO        PIC S9(13)V99 VALUE 0.

       01  WS-DIFERENCIAS            PIC 9(5) VALUE 0.
       01  WS-CONTADOR-MOSTRADO      PIC ZZ,ZZ9.
       01  WS-REGS-MOSTRADOS         PIC ZZZ,ZZZ,ZZ9.
       01  WS-VALOR-MOSTRADO         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RETENCION-MOSTRADA     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

      * CODIGO DE RETORNO PARA LA CADENA NOCTURNA (cadenaNocturna):
      * 00 = TERMINO, 04 = TERMINO CON DIFERENCIAS, 12 = NO ARRANCO.
       01  WS-CODIGO-RETORNO         PIC 99 VALUE 12.

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           CLOSE ARCHIVO-CORRIDAS.
           CLOSE ARCHIVO-CIERRE.
           IF WS-DIFERENCIAS = 0
               MOVE 0 TO WS-CODIGO-RETORNO
               DISPLAY "CIERRE DEL MES " WS-MES-CIERRE " CUADRADO: "
                   "CADA CORRIDA COMPLETADA TIENE SU FEED Y CADA "
                   "FEED SU CORRIDA."
           ELSE
               MOVE 4 TO WS-CODIGO-RETORNO
               DISPLAY "CIERRE DEL MES " WS-MES-CIERRE " CON "
                   WS-DIFERENCIAS " DIFERENCIA(S). REVISE EL "
                   "REPORTE ANTES DE CERRAR EL MAYOR.".
       TERMINA-PROGRAMA.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      ******************************************************************
      * PASADA SOBRE LA HISTORIA DEL GL: ACUMULA LOS TOTALES DEL MES
      * POR CODIGO CONTABLE Y RECOGE, SIN REPETIR, LAS CORRIDAS QUE
      * TIENEN FEED CONTABILIZADO EN EL MES. DE LOS GRUPOS DE
      * DEVENGO SE ANOTA LA CORRIDA AUNQUE SEAN DE OTRO MES.
      ******************************************************************
       RECORRER-HISTORIA.
           MOVE LOW-VALUES TO HG-LLAVE.
                   IF HG-FECHA (1:6) = WS-MES-CIERRE
                       PERFORM ACUMULAR-HISTORIA-MES
                   END-IF
                   IF HG-CODIGO = WS-CODIGO-GL-DEVENGO
                       PERFORM ANOTAR-CORRIDA-DEVENGO
                   END-IF
           END-READ.

       ACUMULAR-HISTORIA-MES.
                       TO WS-CD-RETENCION (WS-NUM-CODIGOS)
                   MOVE HG-REGISTROS
                       TO WS-CD-REGISTROS (WS-NUM-CODIGOS).
           IF HG-CODIGO = WS-CODIGO-GL-DEVENGO
               IF HG-INTERES < 0
                   ADD HG-INTERES TO WS-DEVENGO-REVERSADO
               ELSE
                   ADD HG-INTERES TO WS-DEVENGO-CONSTITUIDO.
           PERFORM ANOTAR-FEED-CORRIDA.

       BUSCAR-CODIGO.
           IF WS-FD-CORRIDA (WS-INDICE-FEED) = HG-ID-CORRIDA
               MOVE "S" TO WS-FEED-HALLADO.

       ANOTAR-CORRIDA-DEVENGO.
           MOVE HG-ID-CORRIDA TO WS-CORRIDA-BUSCADA.
           PERFORM BUSCAR-CORRIDA-DEVENGO.
           IF NOT DEVENGO-HALLADO
               IF WS-NUM-DEVENGOS >= 500
                   DISPLAY "MAS DE 500 CORRIDAS DE DEVENGO EN LA "
                       "HISTORIA. EL CRUCE SOLO CUBRE LAS PRIMERAS "
                       "500."
               ELSE
                   ADD 1 TO WS-NUM-DEVENGOS
                   MOVE HG-ID-CORRIDA
                       TO WS-DV-CORRIDA (WS-NUM-DEVENGOS).

      * BUSCA WS-CORRIDA-BUSCADA ENTRE LAS CORRIDAS DE DEVENGO CON FEED.
       BUSCAR-CORRIDA-DEVENGO.
           MOVE "N" TO WS-DEVENGO-HALLADO.
           PERFORM COMPARAR-CORRIDA-DEVENGO
               VARYING WS-INDICE-DEVENGO FROM 1 BY 1
                   UNTIL WS-INDICE-DEVENGO > WS-NUM-DEVENGOS
                   OR DEVENGO-HALLADO.

       COMPARAR-CORRIDA-DEVENGO.
           IF WS-DV-CORRIDA (WS-INDICE-DEVENGO) = WS-CORRIDA-BUSCADA
               MOVE "S" TO WS-DEVENGO-HALLADO.

      ******************************************************************
      * PASADA SOBRE LA BITACORA DE CORRIDAS: RECOGE LAS CORRIDAS DE
      * LOTE MARCADAS COMPLETADAS EN EL MES DEL CIERRE. LOS REVERSOS
      * DE CORRIDA (MODO R), LAS SESIONES DE CANCELACION ANTICIPADA
      * QUE CANCELARON ALGO (MODO C) Y LAS CORRIDAS DE VENCIMIENTOS
      * QUE PAGARON ALGO (MODO V) TAMBIEN GENERAN FEED Y ENTRAN AL
      * CRUCE. UNA CORRIDA DE DEVENGO (MODO D) COMPLETADA EN
      * CUALQUIER MES RESPALDA SU FEED DEL MES; SI ARRANCO EN EL MES
      * ENTRA AL CRUCE Y BASTA QUE SU FEED ESTE EN LA HISTORIA.
      ******************************************************************
       RECORRER-CORRIDAS.
           PERFORM LEER-EXAMINAR-CORRIDA
           READ ARCHIVO-CORRIDAS
               AT END MOVE "S" TO WS-FIN-CORRIDAS
               NOT AT END
                   IF (RC-MODO = "L" OR RC-MODO = "R" OR
                   RC-MODO = "C" OR RC-MODO = "V") AND
                   RC-ESTADO = "COMPLETADA" AND
                   RC-FECHA-INICIO (1:6) = WS-MES-CIERRE
                       PERFORM ANOTAR-CORRIDA-MES
                   END-IF
                   IF RC-MODO = "D" AND RC-ESTADO = "COMPLETADA"
                       PERFORM ANOTAR-CORRIDA-DEVENGO-MES
                   END-IF
           END-READ.

       ANOTAR-CORRIDA-MES.
                   TO WS-CR-CORRIDA (WS-NUM-CORRIDAS)
               MOVE "N" TO WS-CR-CON-FEED (WS-NUM-CORRIDAS).

       ANOTAR-CORRIDA-DEVENGO-MES.
           PERFORM MARCAR-FEED-DEVENGO
               VARYING WS-INDICE-FEED FROM 1 BY 1
                   UNTIL WS-INDICE-FEED > WS-NUM-FEEDS.
           IF RC-FECHA-INICIO (1:6) = WS-MES-CIERRE
               PERFORM ANOTAR-CORRIDA-MES
               IF WS-CR-CORRIDA (WS-NUM-CORRIDAS) = RC-ID-CORRIDA
                   MOVE RC-ID-CORRIDA TO WS-CORRIDA-BUSCADA
                   PERFORM BUSCAR-CORRIDA-DEVENGO
                   IF DEVENGO-HALLADO
                       MOVE "S" TO WS-CR-CON-FEED (WS-NUM-CORRIDAS).

       MARCAR-FEED-DEVENGO.
           IF WS-FD-CORRIDA (WS-INDICE-FEED) = RC-ID-CORRIDA
               MOVE "S" TO WS-FD-CON-CORRIDA (WS-INDICE-FEED).

      ******************************************************************
      * CRUCE UNO A UNO: MARCA CADA CORRIDA QUE TIENE FEED Y CADA
      * FEED QUE TIENE CORRIDA; LO QUE QUEDE SIN MARCAR ES UNA
               MOVE "S" TO WS-FD-CON-CORRIDA (WS-INDICE-FEED).

      ******************************************************************
      * REPORTE DEL CIERRE: TOTALES DEL MES POR CODIGO CONTABLE,
      * TOTALES DEL DEVENGO Y LISTA DE DIFERENCIAS DEL CRUCE
      * CORRIDAS/FEEDS.
      ******************************************************************
       ESCRIBIR-REPORTE-CIERRE.
           MOVE SPACES TO REG-CIERRE.
           PERFORM ESCRIBIR-LINEA-CODIGO
               VARYING WS-INDICE-CODIGO FROM 1 BY 1
                   UNTIL WS-INDICE-CODIGO > WS-NUM-CODIGOS.
           PERFORM ESCRIBIR-TOTALES-DEVENGO.
           PERFORM ESCRIBIR-CRUCE-CORRIDAS.
           PERFORM ESCRIBIR-CRUCE-FEEDS.
           MOVE WS-DIFERENCIAS TO WS-CONTADOR-MOSTRADO.
               DELIMITED BY SIZE INTO REG-CIERRE.
           WRITE REG-CIERRE.

      * DEVENGO DEL MES: LO CONSTITUIDO AL CORTE, LO REVERSADO DEL
      * MES ANTERIOR (EN NEGATIVO) Y EL EFECTO NETO EN EL MES.
       ESCRIBIR-TOTALES-DEVENGO.
           COMPUTE WS-DEVENGO-NETO =
               WS-DEVENGO-CONSTITUIDO + WS-DEVENGO-REVERSADO.
           MOVE SPACES TO REG-CIERRE.
           STRING "DEVENGO DE INTERESES DEL MES (CODIGO "
               WS-CODIGO-GL-DEVENGO "):"
               DELIMITED BY SIZE INTO REG-CIERRE.
           WRITE REG-CIERRE.
           MOVE WS-DEVENGO-CONSTITUIDO TO WS-VALOR-MOSTRADO.
           MOVE SPACES TO REG-CIERRE.
           STRING "  DEVENGO CONSTITUIDO:        " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CIERRE.
           WRITE REG-CIERRE.
           MOVE WS-DEVENGO-REVERSADO TO WS-VALOR-MOSTRADO.
           MOVE SPACES TO REG-CIERRE.
           STRING "  DEVENGO REVERSADO:          " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CIERRE.
           WRITE REG-CIERRE.
           MOVE WS-DEVENGO-NETO TO WS-VALOR-MOSTRADO.
           MOVE SPACES TO REG-CIERRE.
           STRING "  EFECTO NETO DEL MES:        " WS-VALOR-MOSTRADO
               DELIMITED BY SIZE INTO REG-CIERRE.
           WRITE REG-CIERRE.

       ESCRIBIR-CRUCE-CORRIDAS.
           MOVE SPACES TO REG-CIERRE.
           STRING "CORRIDAS DE LOTE COMPLETADAS EN EL MES: "
