      * CONTABILIZACION ES POR ID DE CORRIDA: UN FEED CUYA CORRIDA YA
      * ESTA EN LA HISTORIA NO SE VUELVE A RESUMIR. SOBRE ESTA
      * HISTORIA CORRE EL CIERRE MENSUAL (cierreMensualGL).
      * LOS GRUPOS DE UN FEED DE REVERSO QUEDAN CON EL INTERES Y LA
      * RETENCION EN NEGATIVO; EL SIGNO NO CAMBIA LA LONGITUD DEL
      * REGISTRO, ASI QUE LA HISTORIA EXISTENTE ABRE SIN CONVERSION.
       01  REG-HISTORIA-GL.
           05  HG-LLAVE.
               10  HG-CODIGO          PIC X(10).
               10  HG-FECHA           PIC 9(8).
               10  HG-ID-CORRIDA      PIC X(15).
           05  HG-INTERES             PIC S9(11)V99.
           05  HG-RETENCION           PIC S9(11)V99.
           05  HG-REGISTROS           PIC 9(7).
           05  HG-FECHA-CONTAB        PIC 9(8).
