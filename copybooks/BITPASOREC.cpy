      * BITACORA DE PASOS DE LA CADENA NOCTURNA (cadenaNocturna): CADA
      * PASO DEJA UN REGISTRO AL ARRANCAR (ESTADO INICIADO) Y OTRO AL
      * TERMINAR CON SU MARCA DE TIEMPO FINAL, EL CODIGO DE RETORNO Y
      * EL ESTADO, QUE ES EL QUE VALE. BP-ID-CADENA ES EL CICLO (EL ID
      * DE LA PRIMERA EJECUCION) Y SE CONSERVA AL REANUDAR; CADA
      * EJECUCION DEL CONTROLADOR QUEDA EN LA BITACORA DE CORRIDAS CON
      * SU PROPIO ID (BP-ID-CORRIDA, MODO "J"). BP-ID-CORRIDA-PASO ES
      * LA CORRIDA QUE EL PROGRAMA DEL PASO DEJO EN ESA BITACORA (EN
      * BLANCO SI EL PROGRAMA NO REGISTRA CORRIDAS).
      *
      * ESTADOS: INICIADO, COMPLETADO (RETORNO 00), DIFERENCIA
      * (RETORNO 04 Y LA CADENA SIGUE), DETENIDO (RETORNO 04 Y LA
      * CADENA SE DETIENE), FALLIDO (RETORNO 08 O MAS, O EL PASO NO
      * PUDO ARRANCAR), OMITIDO (PASO DE FIN DE MES FUERA DEL CIERRE)
      * Y YA CORRIDO (AL REANUDAR, EL PASO YA HABIA TERMINADO).
       01  REG-BITACORA-PASO.
           05  BP-ID-CADENA           PIC X(15).
           05  BP-ID-CORRIDA          PIC X(15).
           05  BP-FECHA-CICLO         PIC 9(8).
           05  BP-PASO                PIC 999.
           05  BP-PROGRAMA            PIC X(30).
           05  BP-TARJETA             PIC X(40).
           05  BP-FECHA-INICIO        PIC 9(8).
           05  BP-HORA-INICIO         PIC 9(6).
           05  BP-FECHA-FIN           PIC 9(8).
           05  BP-HORA-FIN            PIC 9(6).
           05  BP-CODIGO-RETORNO      PIC 9(4).
           05  BP-ESTADO              PIC X(12).
               88  BP-PASO-TERMINADO  VALUE "COMPLETADO" "DIFERENCIA"
                                            "OMITIDO" "YA CORRIDO".
           05  BP-ID-CORRIDA-PASO     PIC X(15).
