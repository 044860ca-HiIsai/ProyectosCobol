      * Y EL SALDO DE CIERRE, PARA PODER RECONSTRUIR COMO LLEGO UNA
      * CUENTA DE SU SALDO DE APERTURA AL DE HOY CUANDO UN CLIENTE
      * DISPUTA SU SALDO (EL MAESTRO SOLO CONSERVA EL ACUMULADO).
      * EL INTERES Y LA RETENCION LLEVAN SIGNO PARA LOS MOVIMIENTOS
      * DE REVERSO (reversionCorrida): DEVUELVEN LA CUENTA DEL SALDO
      * DE CIERRE AL SALDO DE ARRANQUE DE LA CORRIDA REVERSADA, CON
      * EL INTERES, LA RETENCION Y LOS APORTES EN NEGATIVO.
      * LA BITACORA ES INDEXADA: LA LLAVE CUENTA / FECHA / CORRIDA LA
      * LEE POR CUENTA EN ORDEN DE FECHA Y LA LLAVE ALTERNA (CON
      * DUPLICADOS) POR CORRIDA, SIN RECORRERLA DESDE EL PRINCIPIO.
      * UNA CUENTA TIENE A LO SUMO UN MOVIMIENTO POR CORRIDA. LOS
      * EJERCICIOS CERRADOS PASAN A UN ARCHIVO HISTORICO CON ESTE
      * MISMO TRAZADO Y LAS MISMAS LLAVES (depuracionMovimientos).
       01  REG-MOVIMIENTO.
           05  MV-LLAVE.
               10  MV-CUENTA          PIC X(10).
               10  MV-FECHA           PIC 9(8).
               10  MV-ID-CORRIDA      PIC X(15).
           05  MV-SALDO-INICIAL       PIC 9(9)V99.
           05  MV-INTERES             PIC S9(9)V99.
           05  MV-RETENCION           PIC S9(9)V99.
           05  MV-CONTRIBUCIONES      PIC S9(11)V99.
           05  MV-SALDO-FINAL         PIC 9(9)V99.
