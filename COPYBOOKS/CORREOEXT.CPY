      * fecha de corrida y el numero de secuencia consecutivo (serie
      * CORREO de NUMCTL.DAT), un detalle por documento a enviar —
      * numero de cliente, tipo de documento (EDO estado de cuenta,
      * COB carta de cobranza, ANU estado anual del ejercicio),
      * nombre y direccion — ordenado por
      * codigo postal como lo pide la casa de correo, y un trailer
      * con la cantidad de detalles para que del otro lado detecten
      * un archivo corto.
