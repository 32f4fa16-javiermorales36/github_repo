           01 EMBARGO-REGISTRO.
               05 EMBARGO-EMPLEADO-ID PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 EMBARGO-PRIORIDAD PIC 9(2).
               05 FILLER PIC X VALUE SPACE.
               05 EMBARGO-JUZGADO PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 EMBARGO-EXPEDIENTE PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 EMBARGO-DEUDA-TOTAL PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 EMBARGO-PENDIENTE PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 EMBARGO-CUENTA PIC X(24).
               05 FILLER PIC X VALUE SPACE.
               05 EMBARGO-ESTADO PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 EMBARGO-FECHA-ALTA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 EMBARGO-ULTIMO-PERIODO PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 EMBARGO-ULTIMO-RETENIDO PIC 9(7)V99.
