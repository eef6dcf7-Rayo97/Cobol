      ******************************************************************
      * CRGSTS.CPY
      * FILE STATUS/88-level block para CORREO-REGISTRO-FILE,
      * compartido por todo programa que escriba o lea el registro de
      * documentos enviados por la casa de correo (CORREOREG.DAT).
      ******************************************************************
       01  WS-CORREOREG-STATUS PIC XX.
           88  CORREOREG-OK         VALUE "00".
           88  CORREOREG-EOF        VALUE "10".
           88  CORREOREG-NO-EXISTE  VALUE "35".
