      * INSTRUCCIONES DE DESEMBOLSO PARA EL SISTEMA DE PAGOS: UN
      * REGISTRO POR CADA MONTO QUE EL BANCO DEBE ENTREGAR AL CLIENTE
      * AL VENCIMIENTO DE UN DEPOSITO A TERMINO (procesoVencimientos),
      * PARA QUE TESORERIA LO CARGUE SIN VOLVER A DIGITARLO. EL
      * CONCEPTO DISTINGUE EL PAGO TOTAL DEL DEPOSITO DEL PAGO DEL
      * INTERES EN UNA RENOVACION DE SOLO CAPITAL. EL ID DE CORRIDA
      * AMARRA CADA INSTRUCCION CON SU FEED AL GL (CODIGO 210000) Y
      * CON SU MOVIMIENTO EN LA BITACORA. UN TITULAR QUE NO ESTA EN
      * EL MAESTRO DE CLIENTES SALE CON EL NIT EN BLANCO Y QUEDA
      * SENALADO EN EL REPORTE DEL PROCESO.
       01  REG-DESEMBOLSO.
           05  DS-CUENTA              PIC X(10).
           05  DS-CLIENTE             PIC X(10).
           05  DS-NIT                 PIC X(15).
           05  DS-NOMBRE              PIC X(30).
           05  DS-MONTO               PIC 9(9)V99.
           05  DS-FECHA-VALOR         PIC 9(8).
           05  DS-CONCEPTO            PIC X.
               88  DS-PAGO-TOTAL      VALUE "T".
               88  DS-PAGO-INTERES    VALUE "I".
           05  DS-ID-CORRIDA          PIC X(15).
