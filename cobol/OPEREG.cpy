           01 OPERADOR-REGISTRO.
               05 OPERADOR-ID PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 OPERADOR-PERFIL PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 OPERADOR-ESTADO PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 OPERADOR-NOMBRE PIC X(30).
