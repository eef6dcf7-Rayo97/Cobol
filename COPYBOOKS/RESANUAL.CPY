      ******************************************************************
      * RESANUAL.CPY
      * Registro del resumen anual por cliente (RESANUAL.DAT),
      * indexado por RAN-CLIENTE, que deja el cierre del ejercicio
      * (C3-PROGRAMA): lo facturado en el año (FAC-TOTAL de toda
      * factura, nota, recargo o cargo del cliente, vivas y
      * archivadas), el IVA de eso mismo (FAC-IMPUESTO) y lo pagado
      * (PAG-IMPORTE con su signo: reversas, reembolsos y
      * retenciones netean). Es la base del estado anual impreso
      * (ANUALCLI.RPT) que sale por correo con los estados de enero:
      * el extracto de correo (80-PROGRAMA) suelta un documento ANU
      * por cliente pendiente de envio y lo marca enviado con su
      * fecha, asi una corrida repetida del mismo dia lo vuelve a
      * soltar y la de otro dia ya no.
      ******************************************************************
       01  RESUMEN-ANUAL-RECORD.
           05  RAN-CLIENTE         PIC 9(7).
           05  RAN-ANIO            PIC 9(4).
           05  RAN-FACTURAS        PIC 9(5).
           05  RAN-FACTURADO       PIC S9(9)V99.
           05  RAN-IVA             PIC S9(9)V99.
           05  RAN-PAGADO          PIC S9(9)V99.
           05  RAN-ENVIO           PIC X.
               88  RAN-POR-ENVIAR  VALUE "N".
               88  RAN-ENVIADO     VALUE "S".
           05  RAN-FECHA-ENVIO     PIC 9(8).
