      ******************************************************************
      * CORREOREG.CPY
      * Registro de los documentos enviados en papel a la casa de
      * correo (CORREOREG.DAT): 80-PROGRAMA anexa un renglon por cada
      * detalle de CORREOEXT.DAT con la secuencia del envio (serie
      * CORREO), la fecha de negocio, el cliente, el tipo de
      * documento y la calle y codigo postal a los que se mando. Con
      * el, la devolucion de la casa de correo (D6-PROGRAMA) se
      * concilia contra lo que de verdad se envio y contra la
      * direccion que se uso, aunque CORREOEXT.DAT ya se haya vuelto a
      * escribir. CRG-ESTADO queda en E enviado, o D devuelto con la
      * fecha de la devolucion.
      ******************************************************************
       01  CORREO-REGISTRO-RECORD.
           05  CRG-SECUENCIA       PIC 9(7).
           05  CRG-FECHA           PIC 9(8).
           05  CRG-CLIENTE         PIC 9(7).
           05  CRG-DOCUMENTO       PIC X(3).
           05  CRG-CALLE           PIC X(30).
           05  CRG-CP              PIC X(5).
           05  CRG-ESTADO          PIC X.
               88  CRG-ENVIADO     VALUE "E".
               88  CRG-DEVUELTO    VALUE "D".
           05  CRG-FECHA-DEVOLUCION PIC 9(8).
