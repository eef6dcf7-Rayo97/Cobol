      * VALIDA-PERIODO-NEGOCIO, VALPERIO.CPY) y rechaza el posteo en
      * vez de aceptarlo en silencio: un mes reformulado destruye la
      * confianza de contabilidad en nuestros numeros.
      *
      * El cierre del ejercicio (C3-PROGRAMA) bloquea (B) los doce
      * meses del año, que siguen contando como cerrados, y graba el
      * periodo 13 del año (AAAA13) como su propio renglon de
      * control: con el, un segundo cierre del mismo año se rechaza.
      ******************************************************************
       01  PERIODO-RECORD.
           05  PRD-PERIODO         PIC 9(6).
           05  PRD-ESTADO          PIC X.
               88  PRD-ABIERTO     VALUE "A".
               88  PRD-CERRADO     VALUE "C" "B".
               88  PRD-BLOQUEADO   VALUE "B".
           05  PRD-FECHA-CIERRE    PIC 9(8).
           05  PRD-OPERADOR        PIC X(8).
