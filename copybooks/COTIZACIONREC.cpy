      * EXTRACTO DE COTIZACIONES DE PRESTAMO: EL LOTE DE
      * interesCompuesto DEJA UN REGISTRO POR CADA PRESTAMO (MODO X)
      * CALCULABLE, CON SUS CONDICIONES Y EL PAGO NIVELADO DE LA
      * TABLA DE AMORTIZACION. EN LE-CUENTA DEL LOTE VIENE EL NUMERO
      * DE PRESTAMO. ES LA ENTRADA DE altaPrestamos, QUE DA DE ALTA EL
      * PRESTAMO EN EL MAESTRO SIN VOLVER A DIGITAR LAS CONDICIONES;
      * SI UN MISMO PRESTAMO SE COTIZO VARIAS VECES, VALE LA ULTIMA.
       01  REG-COTIZACION.
           05  CT-PRESTAMO            PIC X(10).
           05  CT-ID-CORRIDA          PIC X(15).
           05  CT-FECHA               PIC 9(8).
           05  CT-PRODUCTO            PIC X(10).
           05  CT-TASA                PIC 99V9.
           05  CT-FRECUENCIA          PIC 9.
           05  CT-NUM-PAGOS           PIC 9(7).
           05  CT-CAPITAL             PIC 9(9)V99.
           05  CT-PAGO-NIVELADO       PIC 9(9)V99.
           05  CT-TOTAL-INTERES       PIC 9(9)V99.
           05  CT-FECHA-VALOR         PIC 9(8).
