           ASSIGN TO DYNAMIC LISTADO-RUTA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EJECUCION-REGISTRO
           ASSIGN TO "ejecucion.log"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       FD LISTADO-ARCHIVO.
           01 LISTADO-LINEA PIC X(100).

       FD EJECUCION-REGISTRO.
           01 EJECUCION-LINEA.
               05 EJECUCION-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-HORA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-PROGRAMA PIC X(18).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-RESULTADO PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-OPERADOR PIC X(8).

       FD OPERADORES-ARCHIVO.
       COPY OPEREG.

       WORKING-STORAGE SECTION.
       01 OPERADOR-ACTUAL PIC X(8) VALUE SPACES.
       01 OPERADOR-PERFIL-ACTUAL PIC X VALUE SPACE.
       01 PERFIL-REQUERIDO PIC X VALUE "G".
       01 OPERADOR-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 NO-HAY-MAS-OPERADORES VALUE "S".
       01 OPERADOR-ES-VALIDO PIC X VALUE "N".
           88 OPERADOR-AUTORIZADO VALUE "S".
       01 MODO-DESATENDIDO-TEXTO PIC X(10).
       01 MODO-DESATENDIDO-SW PIC X VALUE "N".
           88 MODO-DESATENDIDO VALUE "S".
       01 RESULTADO-EJECUCION PIC 9 VALUE 0.
       01 LISTADO-RUTA PIC X(60).
       01 LISTADO-FECHA PIC 9(8).
       01 LISTADO-HORA PIC 9(8).
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM RESOLVER-MODO-EJECUCION
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Informe de excepciones cancelado: operador "
                   "no autorizado."
               MOVE 2 TO RESULTADO-EJECUCION
           ELSE
               PERFORM EMITIR-EXCEPCIONES
           END-IF
           PERFORM GRABAR-EJECUCION.

       PROGRAM-DONE.
           MOVE RESULTADO-EJECUCION TO RETURN-CODE
           STOP RUN.

       EMITIR-EXCEPCIONES.
           PERFORM PROCEDIMIENTO-DE-APERTURA
           IF EMPLEADOS-ESTADO NOT = "00" AND
                   EMPLEADOS-ESTADO NOT = "05"
               DISPLAY "No se puede abrir el maestro de empleados. "
                   "Estado: " EMPLEADOS-ESTADO
               MOVE 2 TO RESULTADO-EJECUCION
           ELSE
               PERFORM ABRIR-LISTADO
               DISPLAY "INFORME DE EXCEPCIONES DE CALIDAD DE DATOS"
               DISPLAY "============================================"
               PERFORM EXAMINAR-REGISTROS UNTIL NO-HAY-MAS-REGISTROS
               PERFORM MOSTRAR-RESUMEN
               PERFORM CERRAR-LISTADO
               PERFORM PROCEDIMIENTO-DE-CIERRE
               IF CONTADOR-EXCEPCIONES > 0
                   MOVE 1 TO RESULTADO-EJECUCION
               END-IF
           END-IF.

       RESOLVER-MODO-EJECUCION.
           MOVE SPACES TO MODO-DESATENDIDO-TEXTO
           ACCEPT MODO-DESATENDIDO-TEXTO
               FROM ENVIRONMENT "NOMINA_MODO_DESATENDIDO"
           IF MODO-DESATENDIDO-TEXTO(1:1) = "S"
               MOVE "S" TO MODO-DESATENDIDO-SW
           END-IF.

       PROCEDIMIENTO-DE-APERTURA.
           PERFORM RESOLVER-RUTA-ARCHIVO
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF EMPLEADOS-ESTADO = "00" OR EMPLEADOS-ESTADO = "05"
               PERFORM LEER-REGISTRO
           END-IF.

       RESOLVER-RUTA-ARCHIVO.
           MOVE SPACES TO EMPLEADOS-ARCHIVO-RUTA
           ADD 1 TO CONTADOR-EXAMINADOS
           MOVE "N" TO HAY-EXCEPCION
           IF EMPLEADOS-NOMBRE = SPACES
               IF NOT MODO-DESATENDIDO
                   DISPLAY EMPLEADOS-ID ": nombre en blanco"
               END-IF
               MOVE "nombre en blanco" TO DETALLE-TEXTO
               PERFORM GRABAR-EXCEPCION
           END-IF
           IF EMPLEADOS-APELLIDOS = SPACES
               IF NOT MODO-DESATENDIDO
                   DISPLAY EMPLEADOS-ID ": apellidos en blanco"
               END-IF
               MOVE "apellidos en blanco" TO DETALLE-TEXTO
               PERFORM GRABAR-EXCEPCION
           END-IF
           IF EMPLEADOS-TELEFONO NOT NUMERIC
               IF NOT MODO-DESATENDIDO
                   DISPLAY EMPLEADOS-ID
                       ": teléfono con formato no válido"
               END-IF
               MOVE "teléfono con formato no válido"
                   TO DETALLE-TEXTO
               PERFORM GRABAR-EXCEPCION
           END-IF
           IF EMPLEADOS-EDAD < EDAD-MINIMA OR
                   EMPLEADOS-EDAD > EDAD-MAXIMA
               IF NOT MODO-DESATENDIDO
                   DISPLAY EMPLEADOS-ID ": edad fuera de rango"
               END-IF
               MOVE "edad fuera de rango" TO DETALLE-TEXTO
               PERFORM GRABAR-EXCEPCION
           END-IF
           WRITE LISTADO-LINEA FROM LISTADO-SEPARADOR
           MOVE 5 TO LINEAS-EN-PAGINA.

       GRABAR-EJECUCION.
           ACCEPT EJECUCION-FECHA FROM DATE YYYYMMDD
           ACCEPT EJECUCION-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO EJECUCION-OPERADOR
           MOVE "INFORME-EXCEPCION" TO EJECUCION-PROGRAMA
           EVALUATE RESULTADO-EJECUCION
               WHEN 0
                   MOVE "CORRECTO" TO EJECUCION-RESULTADO
               WHEN 1
                   MOVE "REVISAR" TO EJECUCION-RESULTADO
               WHEN OTHER
                   MOVE "ERROR" TO EJECUCION-RESULTADO
           END-EVALUATE
           OPEN EXTEND EJECUCION-REGISTRO
           WRITE EJECUCION-LINEA
           CLOSE EJECUCION-REGISTRO.

       IDENTIFICAR-OPERADOR.
           MOVE SPACES TO OPERADOR-ACTUAL
           MOVE SPACE TO OPERADOR-PERFIL-ACTUAL
           ACCEPT OPERADOR-ACTUAL FROM ENVIRONMENT "NOMINA_OPERADOR"
           IF OPERADOR-ACTUAL = SPACES AND NOT MODO-DESATENDIDO
               DISPLAY "Código de operador" " ? "
               ACCEPT OPERADOR-ACTUAL
           END-IF
           IF OPERADOR-ACTUAL NOT = SPACES
               PERFORM BUSCAR-OPERADOR
           END-IF
           PERFORM COMPROBAR-PERFIL.

       BUSCAR-OPERADOR.
           MOVE "N" TO OPERADOR-FIN-DE-ARCHIVO
           OPEN INPUT OPERADORES-ARCHIVO
           PERFORM LEER-OPERADOR
               UNTIL NO-HAY-MAS-OPERADORES
           CLOSE OPERADORES-ARCHIVO.

       LEER-OPERADOR.
           READ OPERADORES-ARCHIVO
               AT END
                   MOVE "S" TO OPERADOR-FIN-DE-ARCHIVO
               NOT AT END
                   IF OPERADOR-ID = OPERADOR-ACTUAL AND
                           OPERADOR-ESTADO = "A" AND
                           (OPERADOR-PERFIL = "G" OR
                           OPERADOR-PERFIL = "N" OR
                           OPERADOR-PERFIL = "S")
                       MOVE OPERADOR-PERFIL TO OPERADOR-PERFIL-ACTUAL
                       MOVE "S" TO OPERADOR-FIN-DE-ARCHIVO
                   END-IF
           END-READ.

       COMPROBAR-PERFIL.
           MOVE "N" TO OPERADOR-ES-VALIDO
           EVALUATE TRUE
               WHEN OPERADOR-ACTUAL = SPACES
                   DISPLAY "No se ha indicado el código de operador."
               WHEN OPERADOR-PERFIL-ACTUAL = SPACE
                   DISPLAY "Operador " OPERADOR-ACTUAL
                       " no registrado o dado de baja en "
                       "operadores.dat."
               WHEN PERFIL-REQUERIDO = "S" AND
                       OPERADOR-PERFIL-ACTUAL NOT = "S"
                   DISPLAY "Opción reservada al perfil supervisor."
               WHEN PERFIL-REQUERIDO = "N" AND
                       OPERADOR-PERFIL-ACTUAL = "G"
                   DISPLAY "Opción reservada a los perfiles nómina y "
                       "supervisor."
               WHEN OTHER
                   MOVE "S" TO OPERADOR-ES-VALIDO
           END-EVALUATE.

       END PROGRAM INFORME-EXCEPCIONES.
