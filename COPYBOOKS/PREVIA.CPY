      ******************************************************************
      * PREVIA.CPY
      * Registro del registro de previa de facturacion (PREVIA70.DAT
      * de 70-PROGRAMA y PREVIA75.DAT de 75-PROGRAMA, uno por
      * programa, que cada corrida en MODO PREVIA reescribe entero):
      * la factura que la corrida real emitiria, partida por partida,
      * calculada contra los contratos, las lecturas y las TASAS
      * vigentes, pero sin numero de factura (PRV-SECUENCIA solo
      * agrupa las partidas de una misma factura dentro de la previa)
      * y sin tocar FACTURAS.DAT, NUMCTL.DAT, MEDSALDO.DAT ni
      * CON-ULT-PERIODO. PRV-ORIGEN es el contrato o el medidor que
      * la genera y PRV-TARIFA el codigo de TASAS que la tarifo (la
      * tasa de IVA de la recurrente, el bloque o la tarifa plana
      * del consumo). A9-PROGRAMA la imprime por cliente contra la
      * facturacion real del mes anterior, para que facturacion firme
      * antes de la corrida real.
      ******************************************************************
       01  PREVIA-RECORD.
           05  PRV-PROGRAMA        PIC X(2).
           05  PRV-FECHA           PIC 9(8).
           05  PRV-SECUENCIA       PIC 9(5).
           05  PRV-CLIENTE         PIC 9(7).
           05  PRV-ORIGEN          PIC X(8).
           05  PRV-TIPO            PIC X.
           05  PRV-ARTICULO        PIC X(10).
           05  PRV-TARIFA          PIC X(10).
           05  PRV-CANTIDAD        PIC 9(7).
           05  PRV-PRECIO          PIC 9(3)V99.
           05  PRV-IMPORTE         PIC S9(7)V99.
           05  PRV-IVA             PIC S9(5)V99.
