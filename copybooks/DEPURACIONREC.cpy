      * CONTROL DE LA DEPURACION DE LA BITACORA DE MOVIMIENTOS: CADA
      * CORRIDA DE depuracionMovimientos DEJA UN REGISTRO CON EL
      * ULTIMO EJERCICIO PASADO AL HISTORICO, EL ARCHIVO HISTORICO
      * QUE CREO Y CUATRO JUEGOS DE TOTALES (REGISTROS, INTERES,
      * RETENCION Y APORTES/RETIROS): LA BITACORA VIGENTE ANTES DE
      * DEPURAR, LO GRABADO EN EL HISTORICO, LO BORRADO DE LA
      * BITACORA VIGENTE Y LA BITACORA VIGENTE DESPUES. LA DEPURACION
      * CUADRA CUANDO LO GRABADO ES IGUAL A LO BORRADO Y ANTES MENOS
      * DESPUES ES IGUAL A LO BORRADO, CAMPO POR CAMPO.
       01  REG-DEPURACION.
           05  DH-ID-CORRIDA          PIC X(15).
           05  DH-FECHA               PIC 9(8).
           05  DH-OPERADOR            PIC X(10).
           05  DH-EJERCICIO           PIC 9(4).
           05  DH-ARCHIVO-VIGENTE     PIC X(40).
           05  DH-ARCHIVO-HISTORICO   PIC X(40).
           05  DH-ANTES.
               10  DH-ANT-REGISTROS         PIC 9(9).
               10  DH-ANT-INTERES           PIC S9(13)V99.
               10  DH-ANT-RETENCION         PIC S9(13)V99.
               10  DH-ANT-CONTRIBUCIONES    PIC S9(15)V99.
           05  DH-ARCHIVADO.
               10  DH-ARC-REGISTROS         PIC 9(9).
               10  DH-ARC-INTERES           PIC S9(13)V99.
               10  DH-ARC-RETENCION         PIC S9(13)V99.
               10  DH-ARC-CONTRIBUCIONES    PIC S9(15)V99.
           05  DH-BORRADO.
               10  DH-BOR-REGISTROS         PIC 9(9).
               10  DH-BOR-INTERES           PIC S9(13)V99.
               10  DH-BOR-RETENCION         PIC S9(13)V99.
               10  DH-BOR-CONTRIBUCIONES    PIC S9(15)V99.
           05  DH-DESPUES.
               10  DH-DES-REGISTROS         PIC 9(9).
               10  DH-DES-INTERES           PIC S9(13)V99.
               10  DH-DES-RETENCION         PIC S9(13)V99.
               10  DH-DES-CONTRIBUCIONES    PIC S9(15)V99.
           05  DH-RESULTADO           PIC X(12).
