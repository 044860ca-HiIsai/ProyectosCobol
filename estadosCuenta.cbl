       FILE-CONTROL.
           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO DYNAMIC WS-NOMBRE-MOVIMIENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-LLAVE
               ALTERNATE RECORD KEY IS MV-ID-CORRIDA WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.

           SELECT ARCHIVO-CUENTAS
           88  TASAS-ABIERTO         VALUE "S".
       01  WS-DESCRIPCION-PRODUCTO   PIC X(30).

       01  WS-INTERES-NETO           PIC S9(9)V99.
       01  WS-CONTADOR-ESTADOS       PIC 9(5) VALUE 0.
       01  WS-CONTADOR-MOSTRADO      PIC ZZ,ZZ9.
       01  WS-NUMERO-PAGINA          PIC 999 VALUE 0.

       01  WS-SALDO-INI-MOSTRADO     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CONTRIB-MOSTRADA       PIC -(9)9.99.
       01  WS-INTERES-MOSTRADO       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RETENCION-MOSTRADA     PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-NETO-MOSTRADO          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-SALDO-FIN-MOSTRADO     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-FECHA-EJECUCION        PIC 9(8).
       01  WS-HORA-EJECUCION         PIC 9(6).

      * CODIGO DE RETORNO PARA LA CADENA NOCTURNA (cadenaNocturna):
      * 00 = TERMINO, 04 = TERMINO CON AVISOS, 12 = NO ARRANCO.
       01  WS-CODIGO-RETORNO         PIC 99 VALUE 12.

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
               DISPLAY "NO SE PUDO ABRIR LA BITACORA DE MOVIMIENTOS. "
                   "ESTADO: " WS-ESTADO-MOVIMIENTOS
               GO TO TERMINA-PROGRAMA.
      * SOLO SE LEEN LOS MOVIMIENTOS DE LA CORRIDA, POR LA LLAVE
      * ALTERNA DE LA BITACORA.
           MOVE WS-CORRIDA-BUSCADA TO MV-ID-CORRIDA.
           START ARCHIVO-MOVIMIENTOS
               KEY IS EQUAL TO MV-ID-CORRIDA
               INVALID KEY MOVE "S" TO WS-FIN-MOVIMIENTOS
           END-START.
           OPEN OUTPUT ARCHIVO-ESTADOS.
           IF WS-ESTADO-ESTADOS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE ESTADOS."
           MOVE WS-CONTADOR-ESTADOS TO WS-CONTADOR-MOSTRADO.
           DISPLAY "ESTADOS GENERADOS: " WS-CONTADOR-MOSTRADO
               " PARA LA CORRIDA " WS-CORRIDA-BUSCADA.
           MOVE 0 TO WS-CODIGO-RETORNO.
           IF WS-CONTADOR-ESTADOS = 0
               MOVE 4 TO WS-CODIGO-RETORNO
               DISPLAY "LA BITACORA NO TIENE MOVIMIENTOS DE ESA "
                   "CORRIDA. VERIFIQUE EL ID.".
       TERMINA-PROGRAMA.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
               GO TO OBTENER-CORRIDA-BUSCADA.

       LEER-PROCESAR-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS NEXT
               AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
               NOT AT END
                   IF MV-ID-CORRIDA = WS-CORRIDA-BUSCADA
                       PERFORM GENERAR-ESTADO
                   ELSE
                       MOVE "S" TO WS-FIN-MOVIMIENTOS
                   END-IF
           END-READ.

