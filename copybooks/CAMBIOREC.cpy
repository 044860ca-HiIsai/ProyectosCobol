      * RASTRO DE AUDITORIA DEL LADO DE MANTENIMIENTO QUE PIDIERON
      * LOS AUDITORES: LA BITACORA DE AUDITORIA DEL LOTE SOLO CUBRE
      * ENTRADAS DE CALCULO RECHAZADAS, NO CAMBIOS DE DATOS.
      * LOS CAMBIOS DE TASAS Y CUENTAS PASAN POR DOBLE CONTROL (VER
      * PENDIENTEREC): CB-OPERADOR ES QUIEN DIGITO EL CAMBIO Y
      * CB-APROBADOR EL SUPERVISOR QUE LO APROBO, CON LA FECHA/HORA
      * EN QUE SE APLICO. EN LOS REGISTROS SIN DOBLE CONTROL
      * CB-APROBADOR VA EN BLANCO.
       01  REG-CAMBIO.
           05  CB-FECHA               PIC 9(8).
           05  CB-HORA                PIC 9(6).
           05  CB-LLAVE               PIC X(10).
           05  CB-IMAGEN-ANTES        PIC X(200).
           05  CB-IMAGEN-DESPUES      PIC X(200).
           05  CB-APROBADOR           PIC X(10).
