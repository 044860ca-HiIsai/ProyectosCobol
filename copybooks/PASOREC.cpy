      * DEFINICION DE LA CADENA NOCTURNA (cadenaNocturna): UN
      * REGISTRO POR PASO, EN EL ORDEN EN QUE DEBEN CORRER. CADA PASO
      * NOMBRA EL PROGRAMA (EL EJECUTABLE COMO SE INVOCA) Y SU
      * TARJETA DE PARAMETROS, Y DICE SI SOLO CORRE AL CIERRE DE MES
      * Y SI UNA DIFERENCIA (CODIGO DE RETORNO 04) DETIENE LA CADENA.
      * LO QUE CAMBIA CADA NOCHE NO VA EN LA TARJETA: EL CONTROLADOR
      * LO AGREGA A UNA COPIA DE ELLA (VER DP-CLAVE-FECHA Y
      * DP-PASO-CORRIDA). LAS LINEAS QUE EMPIEZAN CON * SON
      * COMENTARIOS.
       01  REG-DEF-PASO.
           05  DP-PASO                PIC 999.
           05  DP-PASO-X REDEFINES DP-PASO
                                      PIC XXX.
           05  DP-PROGRAMA            PIC X(30).
           05  DP-TARJETA             PIC X(40).
           05  DP-SOLO-FIN-MES        PIC X.
               88  DP-PASO-FIN-MES        VALUE "S".
           05  DP-DETENER-DIFERENCIA  PIC X.
               88  DP-DETIENE-DIFERENCIA  VALUE "S".
      * CLAVE DE LA TARJETA QUE RECIBE LA FECHA DEL CICLO (AAAAMMDD),
      * POR EJEMPLO CORTE EN devengoMensual O MES EN cierreMensualGL;
      * EN BLANCO NO SE AGREGA NINGUNA.
           05  DP-CLAVE-FECHA         PIC X(10).
      * PASO ANTERIOR DE LA MISMA CADENA CUYA CORRIDA (SU ID EN LA
      * BITACORA DE CORRIDAS) VA A LA TARJETA COMO CORRIDA=, POR
      * EJEMPLO PARA CONCILIAR O SACAR LOS ESTADOS DE LA CORRIDA DEL
      * LOTE DE ESA NOCHE; 000 = NINGUNO.
           05  DP-PASO-CORRIDA        PIC 999.
           05  DP-PASO-CORRIDA-X REDEFINES DP-PASO-CORRIDA
                                      PIC XXX.
           05  DP-DESCRIPCION         PIC X(30).
