      ******************************************************************
      * OBJSTS.CPY
      * FILE STATUS/88-level block para CAMPANA-OBJETIVO-FILE,
      * compartido por todo programa que arme, marque o lea la lista
      * de objetivos de las campanas de marketing (CAMPOBJ.DAT).
      ******************************************************************
       01  WS-CAMPOBJ-STATUS PIC XX.
           88  CAMPOBJ-OK          VALUE "00".
           88  CAMPOBJ-EOF         VALUE "10".
           88  CAMPOBJ-NO-EXISTE   VALUE "35".
