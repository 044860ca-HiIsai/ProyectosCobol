      * ARCHIVO DE CAMBIOS PENDIENTES DE APROBACION (DOBLE CONTROL):
      * CADA ALTA, MODIFICACION Y DESACTIVACION DIGITADA EN LA TABLA
      * DE TASAS O EN EL MAESTRO DE CUENTAS QUEDA AQUI CON LAS
      * IMAGENES ANTES/DESPUES Y NO SE APLICA HASTA QUE UN SUPERVISOR
      * DISTINTO DE QUIEN LA DIGITO LA APRUEBA. AL APROBARSE SE
      * VERIFICA QUE EL REGISTRO VIGENTE SIGA IGUAL A LA IMAGEN
      * ANTES; SI CAMBIO ENTRETANTO, EL PENDIENTE SE RECHAZA. EL
      * REGISTRO NO SE BORRA AL RESOLVERSE: QUEDA CON SU ESTADO,
      * QUIEN LO RESOLVIO, CUANDO Y (SI SE RECHAZO) EL MOTIVO.
      * LA LLAVE ES LA FECHA/HORA DE CAPTURA MAS UNA SECUENCIA.
       01  REG-PENDIENTE.
           05  PC-ID-PENDIENTE.
               10  PC-FECHA-REGISTRO  PIC 9(8).
               10  PC-HORA-REGISTRO   PIC 9(6).
               10  PC-SECUENCIA       PIC 999.
           05  PC-ARCHIVO             PIC X(8).
           05  PC-ACCION              PIC X(10).
           05  PC-LLAVE               PIC X(10).
           05  PC-OPERADOR            PIC X(10).
           05  PC-ESTADO              PIC X.
               88  PC-PENDIENTE       VALUE "P".
               88  PC-APROBADO        VALUE "A".
               88  PC-RECHAZADO       VALUE "R".
           05  PC-APROBADOR           PIC X(10).
           05  PC-FECHA-RESOLUCION    PIC 9(8).
           05  PC-HORA-RESOLUCION     PIC 9(6).
           05  PC-MOTIVO-RECHAZO      PIC X(40).
           05  PC-IMAGEN-ANTES        PIC X(200).
           05  PC-IMAGEN-DESPUES      PIC X(200).
