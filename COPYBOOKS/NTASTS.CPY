      ******************************************************************
      * NTASTS.CPY
      * FILE STATUS/88-level block para NOTA-CLIENTE-FILE, compartido
      * por todo programa que lea o escriba las notas de contacto del
      * cliente (NOTASCLI.DAT).
      ******************************************************************
       01  WS-NOTASCLI-STATUS PIC XX.
           88  NOTASCLI-OK         VALUE "00".
           88  NOTASCLI-EOF        VALUE "10".
           88  NOTASCLI-NO-EXISTE  VALUE "35".
