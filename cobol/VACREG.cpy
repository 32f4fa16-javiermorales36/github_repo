           01 VACACIONES-REGISTRO.
               05 VACACIONES-ID PIC X(6).
               05 VACACIONES-EJERCICIO PIC 9(4).
               05 VACACIONES-ARRASTRE PIC S9(3)V99.
               05 VACACIONES-DEVENGADOS PIC 9(3)V99.
               05 VACACIONES-DISFRUTADOS PIC 9(3)V99.
               05 VACACIONES-ULTIMO-PERIODO PIC 9(6).
               05 VACACIONES-ULTIMO-DEVENGO PIC 9(3)V99.
               05 VACACIONES-ULTIMO-DISFRUTE PIC 9(3)V99.
