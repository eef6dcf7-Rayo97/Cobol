      ******************************************************************
      * ANONPRO.CPY
      * Parrafo ENMASCARA-CLIENTE compartido por la anonimizacion de
      * clientes cerrados (E0-PROGRAMA) y la reconstruccion del
      * maestro (56-PROGRAMA): deja en CLIENTES-RECORD los valores
      * enmascarados en lugar de los datos personales -- nombre
      * ANONIMIZADO, apellidos CLIENTE y el numero, edad y fecha de
      * nacimiento en cero -- conservando el numero, el estado y su
      * fecha y la referencia de fusion. El programa que hace COPY
      * de este parrafo debe tener el FD del maestro con COPY
      * CLIENTES.
      ******************************************************************
       ENMASCARA-CLIENTE.
           MOVE "ANONIMIZADO" TO CLI-NOMBRE.
           MOVE SPACES        TO CLI-APELLIDOS.
           STRING "CLIENTE "  DELIMITED BY SIZE
                  CLI-NUMERO  DELIMITED BY SIZE
               INTO CLI-APELLIDOS.
           MOVE ZERO TO CLI-EDAD.
           MOVE ZERO TO CLI-FECHA-NAC.
