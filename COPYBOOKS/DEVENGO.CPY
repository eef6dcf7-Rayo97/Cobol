      ******************************************************************
      * DEVENGO.CPY
      * Registro del asiento de devengo de consumo no facturado
      * (DEVENGO.DAT) que deja el cierre mensual (C2-PROGRAMA) el
      * ultimo dia habil del mes: el devengo (A) con la fecha de
      * negocio del cierre y su reverso automatico (R) con fecha del
      * primer dia del periodo siguiente, ambos por el importe
      * estimado positivo, con las unidades y los medidores que lo
      * respaldan. El extracto contable (66-PROGRAMA) postea el
      * devengo el dia del cierre y el reverso, con el importe negado,
      * la primera noche cuya fecha de negocio alcance su fecha; al
      * postear marca el renglon (DVG-POSTEADO, con su fecha), asi una
      * corrida repetida del mismo dia lo vuelve a tomar y la de otro
      * dia ya no. La cuenta sale de la regla de posteo de clase V por
      * DVG-TIPO (REGLASGL.DAT).
      ******************************************************************
       01  DEVENGO-RECORD.
           05  DVG-FECHA           PIC 9(8).
           05  DVG-TIPO            PIC X.
               88  DVG-ES-DEVENGO  VALUE "A".
               88  DVG-ES-REVERSO  VALUE "R".
           05  DVG-IMPORTE         PIC S9(9)V99.
           05  DVG-UNIDADES        PIC 9(9).
           05  DVG-MEDIDORES       PIC 9(7).
           05  DVG-FECHA-CIERRE    PIC 9(8).
           05  DVG-ESTADO          PIC X.
               88  DVG-PENDIENTE   VALUE "P".
               88  DVG-POSTEADO    VALUE "S".
           05  DVG-FECHA-POSTEO    PIC 9(8).
