      * MAESTRO DE PRESTAMOS: UN REGISTRO POR PRESTAMO DESEMBOLSADO,
      * DADO DE ALTA POR altaPrestamos A PARTIR DE LA COTIZACION DEL
      * LOTE (MODO X DE interesCompuesto). LLEVA LAS CONDICIONES
      * PACTADAS (CAPITAL ORIGINAL, TASA, PRODUCTO, FRECUENCIA,
      * NUMERO DE CUOTAS Y PAGO NIVELADO) Y EL ESTADO DEL SERVICIO:
      * PROXIMO VENCIMIENTO, SALDO DE CAPITAL Y DIAS DE MORA.
      * pagosPrestamos APLICA LOS PAGOS Y morosidadPrestamos
      * RECALCULA LA MORA A LA FECHA DE CORTE.
       01  REG-PRESTAMOS.
           05  PR-PRESTAMO            PIC X(10).
           05  PR-CLIENTE             PIC X(10).
           05  PR-PRODUCTO            PIC X(10).
           05  PR-TASA                PIC 99V9.
      * FRECUENCIA DE PAGO CON LA CODIFICACION DEL LOTE:
      * 1=ANUAL 2=MENSUAL 3=TRIMESTRAL 4=DIARIA.
           05  PR-FRECUENCIA          PIC 9.
               88  PR-PAGO-ANUAL      VALUE 1.
               88  PR-PAGO-MENSUAL    VALUE 2.
               88  PR-PAGO-TRIMESTRAL VALUE 3.
               88  PR-PAGO-DIARIO     VALUE 4.
           05  PR-NUM-PAGOS           PIC 9(7).
           05  PR-PAGOS-REALIZADOS    PIC 9(7).
           05  PR-CAPITAL-ORIGINAL    PIC 9(9)V99.
           05  PR-PAGO-NIVELADO       PIC 9(9)V99.
           05  PR-FECHA-DESEMBOLSO    PIC 9(8).
           05  PR-FECHA-PROX-PAGO     PIC 9(8).
      * DIA DEL MES PACTADO PARA LAS CUOTAS: EN LOS MESES MAS CORTOS
      * LA CUOTA VENCE EL ULTIMO DIA DEL MES, Y EL SIGUIENTE
      * VENCIMIENTO VUELVE AL DIA PACTADO.
           05  PR-DIA-PAGO            PIC 99.
           05  PR-SALDO-CAPITAL       PIC 9(9)V99.
           05  PR-DIAS-MORA           PIC 9(5).
      * CUOTA EN CURSO: INTERES QUE AUN SE DEBE DE ELLA (SE FIJA AL
      * ABRIRSE LA CUOTA SOBRE EL SALDO DE CAPITAL) Y LO YA ABONADO
      * A ELLA; LA CUOTA QUEDA CUBIERTA AL COMPLETAR EL PAGO NIVELADO
      * O AL CANCELARSE EL SALDO.
           05  PR-INTERES-CUOTA-PEND  PIC 9(9)V99.
           05  PR-PAGADO-CUOTA        PIC 9(9)V99.
           05  PR-INTERES-ACUM        PIC 9(11)V99.
           05  PR-FECHA-ULT-PAGO      PIC 9(8).
           05  PR-ESTADO              PIC X.
               88  PR-ACTIVO          VALUE "A".
               88  PR-CANCELADO       VALUE "C".
