           ASSIGN TO "departamentos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EMBARGOS-ARCHIVO
           ASSIGN TO "embargos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
               05 AUDITORIA-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-HORA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-OPERADOR PIC X(8).

       FD EMPLEADOS-TRANSACCIONES.
           01 TRANSACCION-REGISTRO PIC X(200).
               05 FILLER PIC X VALUE SPACE.
               05 CATALOGO-DESCRIPCION PIC X(30).

       FD EMBARGOS-ARCHIVO.
       COPY EMBREG.

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
       01 CHECKPOINT-ESTADO PIC X(02).
       01 CHECKPOINT-PENDIENTE PIC X VALUE "N".
           88 HAY-CHECKPOINT-PENDIENTE VALUE "S".
           05 CATALOGO-ENTRADA OCCURS 100 TIMES.
               10 TABLA-CODIGO PIC X(6).
               10 TABLA-DESCRIPCION PIC X(30).
       01 OPCION-EMBARGO PIC X.
       01 EMBARGOS-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 EMBARGOS-NO-HAY-MAS-REGISTROS VALUE "S".
       01 PRIORIDAD-NUEVA PIC 9(2) VALUE 0.
       01 PRIORIDAD-REPETIDA-SW PIC X VALUE "N".
           88 PRIORIDAD-REPETIDA VALUE "S".
       01 JUZGADO-NUEVO PIC X(30).
       01 EXPEDIENTE-NUEVO PIC X(20).
       01 DEUDA-NUEVA PIC 9(7) VALUE 0.
       01 CUENTA-NUEVA PIC X(24).
       01 DEUDA-EDITADA PIC Z(6)9.99.
       01 PENDIENTE-EDITADO PIC Z(6)9.99.
       01 ENTRADAS-EMBARGOS PIC 9(03) VALUE 0.
       01 CONTADOR-EMBARGOS PIC 9(03) VALUE 0.
       01 TOTAL-EMBARGOS PIC 9(03) VALUE 0.
       01 INDICE-EMBARGO PIC 9(03) VALUE 0.
       01 EMBARGOS-DESBORDADO-SW PIC X VALUE "N".
           88 EMBARGOS-DESBORDADO VALUE "S".
       01 EMBARGO-LEVANTADO-SW PIC X VALUE "N".
           88 EMBARGO-FUE-LEVANTADO VALUE "S".
       01 TABLA-EMBARGOS.
           05 TABLA-EMBARGO PIC X(134) OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Proceso de creación de archivos cancelado: "
                   "operador no autorizado."
           ELSE
               PERFORM PROCEDIMIENTO-DE-APERTURA
               PERFORM PROCESAR-MENU UNTIL OPCION-MENU = "7"
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Proceso de creación de archivos COBOL "
                   "finalizado."
           END-IF.

       PROGRAM-DONE.
       STOP RUN.
           DISPLAY " 3. Eliminar un empleado (sin liquidación)".
           DISPLAY " 4. Cargar empleados por lotes (archivo)".
           DISPLAY " 5. Mantener catálogo de departamentos".
           DISPLAY " 6. Mantener embargos judiciales".
           DISPLAY " 7. Salir".
           DISPLAY "========================================".
           DISPLAY "Seleccione una opción (1-7)" " ? ".
           ACCEPT OPCION-MENU.

       PROCESAR-MENU.
               WHEN "5"
                   PERFORM MANTENER-DEPARTAMENTOS
               WHEN "6"
                   MOVE "N" TO PERFIL-REQUERIDO
                   PERFORM COMPROBAR-PERFIL
                   IF OPERADOR-AUTORIZADO
                       PERFORM MANTENER-EMBARGOS
                   END-IF
               WHEN "7"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción no válida."
           MOVE OPERACION-ACTUAL TO AUDITORIA-OPERACION
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDITORIA-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO AUDITORIA-OPERADOR
           OPEN EXTEND EMPLEADOS-AUDITORIA
           WRITE AUDITORIA-REGISTRO
           CLOSE EMPLEADOS-AUDITORIA.
               TO CATALOGO-DESCRIPCION
           WRITE CATALOGO-REGISTRO.

       MANTENER-EMBARGOS.
           MOVE SPACES TO OPCION-EMBARGO
           PERFORM PROCESAR-MENU-EMBARGOS
               UNTIL OPCION-EMBARGO = "4".

       MOSTRAR-MENU-EMBARGOS.
           DISPLAY "----------------------------------------".
           DISPLAY " 1. Registrar un embargo".
           DISPLAY " 2. Listar los embargos".
           DISPLAY " 3. Levantar un embargo".
           DISPLAY " 4. Volver al menú principal".
           DISPLAY "----------------------------------------".
           DISPLAY "Seleccione una opción (1-4)" " ? ".
           ACCEPT OPCION-EMBARGO.

       PROCESAR-MENU-EMBARGOS.
           PERFORM MOSTRAR-MENU-EMBARGOS
           EVALUATE OPCION-EMBARGO
               WHEN "1"
                   PERFORM REGISTRAR-EMBARGO
               WHEN "2"
                   PERFORM LISTAR-EMBARGOS
               WHEN "3"
                   PERFORM LEVANTAR-EMBARGO
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción no válida."
           END-EVALUATE.

       REGISTRAR-EMBARGO.
           DISPLAY "Identificador del empleado embargado" " ? ".
           ACCEPT ID-BUSQUEDA.
           MOVE ID-BUSQUEDA TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe ningún empleado con ese "
                       "identificador."
               NOT INVALID KEY
                   MOVE 0 TO PRIORIDAD-NUEVA
                   PERFORM COMPROBAR-EMBARGOS
                   IF ENTRADAS-EMBARGOS < 500
                       PERFORM OBTENER-DATOS-EMBARGO
                       PERFORM GRABAR-EMBARGO-NUEVO
                   ELSE
                       DISPLAY "El archivo de embargos está lleno "
                           "(máximo 500 embargos)."
                   END-IF
           END-READ.

       OBTENER-DATOS-EMBARGO.
           DISPLAY "PRIORIDAD (1-99, el 1 se retiene primero)" " ? ".
           ACCEPT ENTRADA.
           PERFORM VALIDAR-PRIORIDAD-EMBARGO
           PERFORM UNTIL ENTRADA-NUMERICA
               DISPLAY "Prioridad no válida o ya asignada a otro "
                   "embargo activo del empleado."
               DISPLAY "PRIORIDAD (1-99, el 1 se retiene primero)"
                   " ? "
               ACCEPT ENTRADA
               PERFORM VALIDAR-PRIORIDAD-EMBARGO
           END-PERFORM
           DISPLAY "JUZGADO" " ? ".
           MOVE SPACES TO JUZGADO-NUEVO
           ACCEPT JUZGADO-NUEVO.
           DISPLAY "NUMERO DE EXPEDIENTE" " ? ".
           MOVE SPACES TO EXPEDIENTE-NUEVO
           ACCEPT EXPEDIENTE-NUEVO.
           PERFORM UNTIL EXPEDIENTE-NUEVO NOT = SPACES
               DISPLAY "El expediente no puede estar en blanco."
               DISPLAY "NUMERO DE EXPEDIENTE" " ? "
               ACCEPT EXPEDIENTE-NUEVO
           END-PERFORM
           DISPLAY "DEUDA TOTAL (euros, sin decimales)" " ? ".
           ACCEPT ENTRADA.
           PERFORM VALIDAR-DEUDA-EMBARGO
           PERFORM UNTIL ENTRADA-NUMERICA
               DISPLAY "Deuda no válida. Debe ser un número de "
                   "hasta 7 cifras mayor que cero."
               DISPLAY "DEUDA TOTAL (euros, sin decimales)" " ? "
               ACCEPT ENTRADA
               PERFORM VALIDAR-DEUDA-EMBARGO
           END-PERFORM
           DISPLAY "CUENTA DE CONSIGNACION DEL JUZGADO (IBAN)" " ? ".
           MOVE SPACES TO CUENTA-NUEVA
           ACCEPT CUENTA-NUEVA.
           PERFORM UNTIL CUENTA-NUEVA NOT = SPACES
               DISPLAY "La cuenta no puede estar en blanco."
               DISPLAY "CUENTA DE CONSIGNACION DEL JUZGADO (IBAN)"
                   " ? "
               ACCEPT CUENTA-NUEVA
           END-PERFORM.

       VALIDAR-PRIORIDAD-EMBARGO.
           PERFORM VALIDAR-ENTRADA-NUMERICA
           IF ENTRADA-NUMERICA
               IF ENTRADA-LONGITUD > 2
                   MOVE "N" TO ENTRADA-ES-NUMERICA
               ELSE
                   MOVE ENTRADA(1:ENTRADA-LONGITUD) TO PRIORIDAD-NUEVA
                   PERFORM COMPROBAR-EMBARGOS
                   IF PRIORIDAD-NUEVA = 0 OR PRIORIDAD-REPETIDA
                       MOVE "N" TO ENTRADA-ES-NUMERICA
                   END-IF
               END-IF
           END-IF.

       VALIDAR-DEUDA-EMBARGO.
           PERFORM VALIDAR-ENTRADA-NUMERICA
           IF ENTRADA-NUMERICA
               IF ENTRADA-LONGITUD > 7
                   MOVE "N" TO ENTRADA-ES-NUMERICA
               ELSE
                   MOVE ENTRADA(1:ENTRADA-LONGITUD) TO DEUDA-NUEVA
                   IF DEUDA-NUEVA = 0
                       MOVE "N" TO ENTRADA-ES-NUMERICA
                   END-IF
               END-IF
           END-IF.

       COMPROBAR-EMBARGOS.
           MOVE "N" TO PRIORIDAD-REPETIDA-SW
           MOVE 0 TO ENTRADAS-EMBARGOS
           MOVE "N" TO EMBARGOS-FIN-DE-ARCHIVO
           OPEN INPUT EMBARGOS-ARCHIVO
           PERFORM LEER-EMBARGO
           PERFORM EXAMINAR-EMBARGO
               UNTIL EMBARGOS-NO-HAY-MAS-REGISTROS
           CLOSE EMBARGOS-ARCHIVO.

       LEER-EMBARGO.
           READ EMBARGOS-ARCHIVO
               AT END MOVE "S" TO EMBARGOS-FIN-DE-ARCHIVO
           END-READ.

       EXAMINAR-EMBARGO.
           IF EMBARGO-REGISTRO NOT = SPACES AND ENTRADAS-EMBARGOS < 500
               ADD 1 TO ENTRADAS-EMBARGOS
           END-IF
           IF EMBARGO-EMPLEADO-ID = EMPLEADOS-ID AND
                   EMBARGO-PRIORIDAD = PRIORIDAD-NUEVA AND
                   EMBARGO-ESTADO = "A"
               MOVE "S" TO PRIORIDAD-REPETIDA-SW
           END-IF
           PERFORM LEER-EMBARGO.

       GRABAR-EMBARGO-NUEVO.
           MOVE SPACES TO EMBARGO-REGISTRO
           MOVE EMPLEADOS-ID TO EMBARGO-EMPLEADO-ID
           MOVE PRIORIDAD-NUEVA TO EMBARGO-PRIORIDAD
           MOVE JUZGADO-NUEVO TO EMBARGO-JUZGADO
           MOVE EXPEDIENTE-NUEVO TO EMBARGO-EXPEDIENTE
           MOVE DEUDA-NUEVA TO EMBARGO-DEUDA-TOTAL
           MOVE DEUDA-NUEVA TO EMBARGO-PENDIENTE
           MOVE CUENTA-NUEVA TO EMBARGO-CUENTA
           MOVE "A" TO EMBARGO-ESTADO
           ACCEPT EMBARGO-FECHA-ALTA FROM DATE YYYYMMDD
           MOVE 0 TO EMBARGO-ULTIMO-PERIODO
           MOVE 0 TO EMBARGO-ULTIMO-RETENIDO
           OPEN EXTEND EMBARGOS-ARCHIVO
           WRITE EMBARGO-REGISTRO
           CLOSE EMBARGOS-ARCHIVO
           MOVE "EMBARGO" TO OPERACION-ACTUAL
           PERFORM REGISTRAR-AUDITORIA
           DISPLAY "Embargo registrado.".

       LISTAR-EMBARGOS.
           DISPLAY "Identificador del empleado (en blanco, todos)"
               " ? ".
           MOVE SPACES TO ID-BUSQUEDA
           ACCEPT ID-BUSQUEDA
           MOVE 0 TO CONTADOR-EMBARGOS
           MOVE "N" TO EMBARGOS-FIN-DE-ARCHIVO
           OPEN INPUT EMBARGOS-ARCHIVO
           PERFORM LEER-EMBARGO
           PERFORM LISTAR-UN-EMBARGO
               UNTIL EMBARGOS-NO-HAY-MAS-REGISTROS
           CLOSE EMBARGOS-ARCHIVO
           DISPLAY "Embargos listados: " CONTADOR-EMBARGOS.

       LISTAR-UN-EMBARGO.
           IF EMBARGO-REGISTRO NOT = SPACES AND
                   (ID-BUSQUEDA = SPACES OR
                    EMBARGO-EMPLEADO-ID = ID-BUSQUEDA)
               MOVE EMBARGO-DEUDA-TOTAL TO DEUDA-EDITADA
               MOVE EMBARGO-PENDIENTE TO PENDIENTE-EDITADO
               DISPLAY EMBARGO-EMPLEADO-ID " " EMBARGO-PRIORIDAD " "
                   EMBARGO-EXPEDIENTE " " EMBARGO-JUZGADO
               DISPLAY "       deuda " DEUDA-EDITADA " pendiente "
                   PENDIENTE-EDITADO " estado " EMBARGO-ESTADO
               ADD 1 TO CONTADOR-EMBARGOS
           END-IF
           PERFORM LEER-EMBARGO.

       LEVANTAR-EMBARGO.
           DISPLAY "Identificador del empleado" " ? ".
           ACCEPT ID-BUSQUEDA.
           DISPLAY "Prioridad del embargo a levantar" " ? ".
           ACCEPT ENTRADA.
           PERFORM VALIDAR-ENTRADA-NUMERICA
           IF NOT ENTRADA-NUMERICA OR ENTRADA-LONGITUD > 2
               DISPLAY "Prioridad no válida."
           ELSE
               MOVE ENTRADA(1:ENTRADA-LONGITUD) TO PRIORIDAD-NUEVA
               MOVE "N" TO EMBARGO-LEVANTADO-SW
               MOVE "N" TO EMBARGOS-DESBORDADO-SW
               MOVE 0 TO TOTAL-EMBARGOS
               MOVE "N" TO EMBARGOS-FIN-DE-ARCHIVO
               OPEN INPUT EMBARGOS-ARCHIVO
               PERFORM LEER-EMBARGO
               PERFORM FILTRAR-EMBARGO
                   UNTIL EMBARGOS-NO-HAY-MAS-REGISTROS
               CLOSE EMBARGOS-ARCHIVO
               IF EMBARGOS-DESBORDADO
                   DISPLAY "El archivo de embargos supera las 500 "
                       "entradas, no se puede modificar con seguridad."
                   DISPLAY "El archivo de embargos no se ha modificado."
               ELSE
                   IF EMBARGO-FUE-LEVANTADO
                       PERFORM REESCRIBIR-EMBARGOS
                       MOVE ID-BUSQUEDA TO EMPLEADOS-ID
                       MOVE "LEVANTAR" TO OPERACION-ACTUAL
                       PERFORM REGISTRAR-AUDITORIA
                       DISPLAY "Embargo levantado."
                   ELSE
                       DISPLAY "No existe ningún embargo activo con "
                           "esa prioridad para el empleado."
                   END-IF
               END-IF
           END-IF.

       FILTRAR-EMBARGO.
           IF EMBARGO-REGISTRO NOT = SPACES
               IF TOTAL-EMBARGOS < 500
                   IF EMBARGO-EMPLEADO-ID = ID-BUSQUEDA AND
                           EMBARGO-PRIORIDAD = PRIORIDAD-NUEVA AND
                           EMBARGO-ESTADO = "A"
                       MOVE "L" TO EMBARGO-ESTADO
                       MOVE "S" TO EMBARGO-LEVANTADO-SW
                   END-IF
                   ADD 1 TO TOTAL-EMBARGOS
                   MOVE EMBARGO-REGISTRO
                       TO TABLA-EMBARGO (TOTAL-EMBARGOS)
               ELSE
                   MOVE "S" TO EMBARGOS-DESBORDADO-SW
               END-IF
           END-IF
           PERFORM LEER-EMBARGO.

       REESCRIBIR-EMBARGOS.
           OPEN OUTPUT EMBARGOS-ARCHIVO
           PERFORM GRABAR-EMBARGO
               VARYING INDICE-EMBARGO FROM 1 BY 1
               UNTIL INDICE-EMBARGO > TOTAL-EMBARGOS
           CLOSE EMBARGOS-ARCHIVO.

       GRABAR-EMBARGO.
           MOVE TABLA-EMBARGO (INDICE-EMBARGO) TO EMBARGO-REGISTRO
           WRITE EMBARGO-REGISTRO.

       IDENTIFICAR-OPERADOR.
           MOVE SPACES TO OPERADOR-ACTUAL
           MOVE SPACE TO OPERADOR-PERFIL-ACTUAL
           ACCEPT OPERADOR-ACTUAL FROM ENVIRONMENT "NOMINA_OPERADOR"
           IF OPERADOR-ACTUAL = SPACES
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

       END PROGRAM CREATE-FILES.
