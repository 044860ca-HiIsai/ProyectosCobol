      * REGISTRO DE INTERFASE HACIA CONTABILIDAD (ALIMENTACION AL
      * MAYOR GENERAL) POR CADA CALCULO COMPLETADO. LO GENERA
      * interesCompuesto Y LO RESUME Y CUADRA resumenGL.
      * EL INTERES Y LA RETENCION LLEVAN SIGNO: EL FEED DE REVERSO DE
      * UNA CORRIDA (reversionCorrida) REPITE LOS REGISTROS DE LA
      * CORRIDA ORIGINAL EN NEGATIVO. LA LONGITUD DEL REGISTRO NO
      * CAMBIA Y LOS FEEDS ANTERIORES SE LEEN COMO POSITIVOS.
      * EN LOS CODIGOS DE PAGO Y PENALIDAD DE UNA CANCELACION
      * (cancelacionAnticipada) EL MONTO VIENE EN GL-INTERES-CALCULADO
      * Y LA RETENCION EN CERO. LO MISMO EN EL DEVENGO DE FIN DE MES
      * (devengoMensual), CUYO REVERSO AUTOMATICO VIENE EN NEGATIVO
      * CON FECHA DEL PRIMER DIA DEL MES SIGUIENTE.
       01  REG-GL.
           05  GL-CUENTA              PIC X(10).
           05  GL-CODIGO-CONTABLE     PIC X(10).
           05  GL-INTERES-CALCULADO   PIC S9(9)V99.
           05  GL-RETENCION-CALCULADA PIC S9(9)V99.
           05  GL-FECHA-EJECUCION     PIC 9(8).
           05  GL-PERIODO             PIC 999.
           05  GL-ID-CORRIDA          PIC X(15).
