      * EL ESTADO "P" MARCA LA CUENTA EN PAGO AL VENCIMIENTO: EL
      * PROCESO DE VENCIMIENTOS LA DEJO LISTA PARA PAGAR AL CLIENTE
      * Y NO DEBE DEVENGAR EN CORRIDAS POSTERIORES DEL LOTE.
      * EL ESTADO "D" MARCA LA CUENTA INACTIVA POR ABANDONO: LA DEJA
      * inactividadCuentas CUANDO EL CLIENTE NO TIENE ACTIVIDAD EN
      * LOS MESES FIJADOS. EL LOTE NO LA PROCESA HASTA QUE SE
      * REACTIVE POR mantenimientoCuentas.
           05  CM-ESTADO              PIC X.
               88  CM-ACTIVO          VALUE "A".
               88  CM-INACTIVO        VALUE "I".
               88  CM-POR-PAGAR       VALUE "P".
               88  CM-DORMIDA         VALUE "D".
      * VINCULO AL MAESTRO DE CLIENTES Y ACUMULADOS DE INTERES BRUTO
      * Y RETENCION ABONADOS POR EL LOTE, PARA PODER CONSOLIDAR LA
      * POSICION Y LA RETENCION POR CLIENTE (CONTRIBUYENTE) Y NO
