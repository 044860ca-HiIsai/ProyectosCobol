           ELSE
               DISPLAY "   ANTES:   " CB-IMAGEN-ANTES.
           DISPLAY "   DESPUES: " CB-IMAGEN-DESPUES.
           IF CB-APROBADOR NOT = SPACES
               DISPLAY "   APROBO:  " CB-APROBADOR.
