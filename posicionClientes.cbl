       01  WS-HORA-EJECUCION         PIC 9(6).
       01  WS-NUMERO-PAGINA          PIC 999 VALUE 0.

      * CODIGO DE RETORNO PARA LA CADENA NOCTURNA (cadenaNocturna):
      * 00 = TERMINO, 12 = NO ARRANCO.
       01  WS-CODIGO-RETORNO         PIC 99 VALUE 12.

       PROCEDURE DIVISION.
       PROGRAMA-EMPIEZA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-EJECUCION.
           MOVE WS-CONTADOR-CLIENTES TO WS-CONTADOR-MOSTRADO.
           DISPLAY "REPORTE GENERADO. CLIENTES: "
               WS-CONTADOR-MOSTRADO.
           MOVE 0 TO WS-CODIGO-RETORNO.
       TERMINA-PROGRAMA.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
