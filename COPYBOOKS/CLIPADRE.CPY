      ******************************************************************
      * CLIPADRE.CPY
      * Registro de la relacion de cuenta padre (CLIPADRE.DAT),
      * indexado por el numero del cliente hijo: un registro por
      * sitio que pertenece a un grupo, con el numero de la cuenta
      * padre que lo agrupa, la fecha en que se ligo y el operador
      * que lo hizo. Es una extension del maestro de clientes que se
      * mantiene en la opcion G de 27-PROGRAMA; el maestro no cambia
      * de largo. El grupo es de un solo nivel: una cuenta padre no
      * tiene padre propio y un hijo no es padre de nadie.
      * Lo leen el estado de cuenta consolidado del grupo
      * (50-PROGRAMA), el pago de la cuenta padre repartido entre las
      * facturas de sus sitios (58-PROGRAMA) y la antiguedad de saldos
      * por grupo (60-PROGRAMA).
      ******************************************************************
       01  CLIENTE-PADRE-RECORD.
           05  CPA-HIJO                PIC 9(7).
           05  CPA-PADRE               PIC 9(7).
           05  CPA-FECHA-ALTA          PIC 9(8).
           05  CPA-OPERADOR            PIC X(8).
