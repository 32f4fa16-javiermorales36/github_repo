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
               05 AUDITORIA-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-HORA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-OPERADOR PIC X(8).

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
               DISPLAY "Conciliación cancelada: operador no "
                   "autorizado."
               MOVE 2 TO RESULTADO-EJECUCION
           ELSE
               PERFORM EMITIR-CONCILIACION
           END-IF
           PERFORM GRABAR-EJECUCION.

       PROGRAM-DONE.
           MOVE RESULTADO-EJECUCION TO RETURN-CODE
           STOP RUN.

       EMITIR-CONCILIACION.
           PERFORM ABRIR-LISTADO
           DISPLAY "INFORME DE CONCILIACIÓN AUDITORÍA / MAESTRO".
           DISPLAY "============================================".
           PERFORM CARGAR-AUDITORIA
           PERFORM RECORRER-MAESTRO
           IF RESULTADO-EJECUCION = 2
               DISPLAY "Conciliación cancelada: no se puede abrir el "
                   "maestro de empleados. Estado: " EMPLEADOS-ESTADO
           ELSE
               PERFORM REVISAR-CUENTAS
                   VARYING INDICE-CUENTA FROM 1 BY 1
                   UNTIL INDICE-CUENTA > TOTAL-CUENTAS
               PERFORM MOSTRAR-RESUMEN
               IF CONTADOR-DISCREPANCIAS > 0
                   MOVE 1 TO RESULTADO-EJECUCION
               END-IF
           END-IF
           PERFORM CERRAR-LISTADO.

       RESOLVER-MODO-EJECUCION.
           MOVE SPACES TO MODO-DESATENDIDO-TEXTO
           ACCEPT MODO-DESATENDIDO-TEXTO
               FROM ENVIRONMENT "NOMINA_MODO_DESATENDIDO"
           IF MODO-DESATENDIDO-TEXTO(1:1) = "S"
               MOVE "S" TO MODO-DESATENDIDO-SW
           END-IF.

       CARGAR-AUDITORIA.
           MOVE "N" TO AUDIT-FIN-DE-ARCHIVO
       RECORRER-MAESTRO.
           PERFORM RESOLVER-RUTA-ARCHIVO
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF EMPLEADOS-ESTADO NOT = "00" AND
                   EMPLEADOS-ESTADO NOT = "05"
               MOVE 2 TO RESULTADO-EJECUCION
           ELSE
               PERFORM LEER-REGISTRO
               PERFORM CONCILIAR-REGISTRO
                   UNTIL NO-HAY-MAS-REGISTROS
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

       RESOLVER-RUTA-ARCHIVO.
           MOVE SPACES TO EMPLEADOS-ARCHIVO-RUTA
               UNTIL IDX-CUENTA > TOTAL-CUENTAS
           IF NOT CUENTA-YA-EXISTE
               ADD 1 TO CONTADOR-SIN-ALTA
               IF NOT MODO-DESATENDIDO
                   DISPLAY EMPLEADOS-ID
                       ": presente en el maestro sin ALTA auditada."
               END-IF
               MOVE EMPLEADOS-ID TO DETALLE-EMPLEADO-ID
               MOVE "presente en el maestro sin ALTA auditada"
                   TO DETALLE-TEXTO
                   CUENTA-ALTAS (INDICE-CUENTA) >
                   CUENTA-BAJAS (INDICE-CUENTA)
               ADD 1 TO CONTADOR-SIN-BAJA
               IF NOT MODO-DESATENDIDO
                   DISPLAY CUENTA-EMPLEADO-ID (INDICE-CUENTA)
                       ": auditado y ausente del maestro sin BAJA."
               END-IF
               MOVE CUENTA-EMPLEADO-ID (INDICE-CUENTA)
                   TO DETALLE-EMPLEADO-ID
               MOVE "auditado y ausente del maestro sin BAJA"
           WRITE LISTADO-LINEA FROM LISTADO-SEPARADOR
           MOVE 5 TO LINEAS-EN-PAGINA.

       GRABAR-EJECUCION.
           ACCEPT EJECUCION-FECHA FROM DATE YYYYMMDD
           ACCEPT EJECUCION-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO EJECUCION-OPERADOR
           MOVE "CONCILIA-AUDITORIA" TO EJECUCION-PROGRAMA
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

       END PROGRAM CONCILIA-AUDITORIA.
