      ******************************************************************
      * SUCFALTA.CPY
      * Registro de la lista de sucursales faltantes de la noche
      * (SUCFALTA.DAT): un encabezado con la fecha de negocio, el
      * estado de la lista (P pendiente de aceptar, A aceptada), el
      * supervisor que la acepto y cuando, y un detalle por sucursal
      * esperada cuyo archivo no llego o no se pudo tomar, con el
      * motivo. La escribe la consolidacion de sucursales
      * (F7-PROGRAMA) y la acepta un supervisor con F8-PROGRAMA;
      * mientras este pendiente, el resumen (52) y el posteo de
      * transacciones (78) de la corrida no corren.
      ******************************************************************
       01  SUCURSAL-FALTANTE-RECORD.
           05  SFL-TIPO-REGISTRO   PIC X.
               88  SFL-HEADER      VALUE "H".
               88  SFL-DETALLE     VALUE "D".
           05  FILLER              PIC X(39).

       01  SUCURSAL-FALTANTE-HEADER REDEFINES SUCURSAL-FALTANTE-RECORD.
           05  SFH-TIPO            PIC X.
           05  SFH-FECHA           PIC 9(8).
           05  SFH-ESTADO          PIC X.
               88  SFH-PENDIENTE   VALUE "P".
               88  SFH-ACEPTADA    VALUE "A".
           05  SFH-SUPERVISOR      PIC X(8).
           05  SFH-TIMESTAMP       PIC X(14).
           05  SFH-CANTIDAD        PIC 9(3).
           05  FILLER              PIC X(5).

       01  SUCURSAL-FALTANTE-DETALLE
               REDEFINES SUCURSAL-FALTANTE-RECORD.
           05  SFD-TIPO            PIC X.
           05  SFD-SUCURSAL        PIC X(3).
           05  SFD-NOMBRE          PIC X(20).
           05  SFD-MOTIVO          PIC X(16).
