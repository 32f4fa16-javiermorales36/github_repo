           ASSIGN TO "cierre-trabajo.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-NOMINA.
               05 AUDITORIA-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-HORA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-OPERADOR PIC X(8).

       FD ARCHIVO-ANUAL.
           01 ARCHIVO-ANUAL-LINEA PIC X(120).
       FD TRABAJO-ARCHIVO.
           01 TRABAJO-LINEA PIC X(120).

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
       01 ARCHIVO-ANUAL-RUTA PIC X(60).
       01 OPCION-MENU PIC X.
       01 FECHA-DEL-DIA PIC 9(8).
       01 CONTADOR-ABONOS PIC 9(6) VALUE 0.
       01 CONTADOR-ANULACIONES PIC 9(6) VALUE 0.
       01 CONTADOR-FINIQUITOS PIC 9(6) VALUE 0.
       01 CONTADOR-PAGAS-EXTRA PIC 9(6) VALUE 0.
       01 CONTADOR-ALTAS PIC 9(6) VALUE 0.
       01 CONTADOR-BAJAS PIC 9(6) VALUE 0.
       01 CONTADOR-OTRAS PIC 9(6) VALUE 0.
           05 OPERACION-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 OPERACION-HORA PIC 9(8).
           05 FILLER PIC X.
           05 OPERACION-OPERADOR PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Utilidad de cierre de ejercicio cancelada: "
                   "operador no autorizado."
           ELSE
               PERFORM PROCESAR-MENU UNTIL OPCION-MENU = "4"
               DISPLAY "Utilidad de cierre de ejercicio finalizada."
           END-IF.

       PROGRAM-DONE.
       STOP RUN.
           PERFORM MOSTRAR-MENU
           EVALUATE OPCION-MENU
               WHEN "1"
                   MOVE "S" TO PERFIL-REQUERIDO
                   PERFORM COMPROBAR-PERFIL
                   IF OPERADOR-AUTORIZADO
                       PERFORM ARCHIVAR-HISTORICO
                   END-IF
               WHEN "2"
                   MOVE "S" TO PERFIL-REQUERIDO
                   PERFORM COMPROBAR-PERFIL
                   IF OPERADOR-AUTORIZADO
                       PERFORM ARCHIVAR-AUDITORIA
                   END-IF
               WHEN "3"
                   PERFORM CONSULTAR-EJERCICIO
               WHEN "4"
           MOVE 0 TO CONTADOR-ABONOS
           MOVE 0 TO CONTADOR-ANULACIONES
           MOVE 0 TO CONTADOR-FINIQUITOS
           MOVE 0 TO CONTADOR-PAGAS-EXTRA
           MOVE "N" TO CONTROL-LEIDO-SW
           MOVE "N" TO ANUAL-FIN-DE-ARCHIVO
           OPEN INPUT ARCHIVO-ANUAL
                   CONTADOR-ANULACIONES
               DISPLAY "  FINIQUITOs             : "
                   CONTADOR-FINIQUITOS
               DISPLAY "  PAGAEXTRAs             : "
                   CONTADOR-PAGAS-EXTRA
               DISPLAY "Total bruto archivado    : " BRUTO-CONTADO
               DISPLAY "Total neto archivado     : " NETO-CONTADO
               IF CONTROL-LEIDO
                       ADD 1 TO CONTADOR-ABONOS
                   WHEN "ANULACION"
                       ADD 1 TO CONTADOR-ANULACIONES
                   WHEN "ANULEXTRA"
                       ADD 1 TO CONTADOR-ANULACIONES
                   WHEN "FINIQUITO"
                       ADD 1 TO CONTADOR-FINIQUITOS
                   WHEN "PAGAEXTRA"
                       ADD 1 TO CONTADOR-PAGAS-EXTRA
               END-EVALUATE
           END-IF
           PERFORM LEER-ARCHIVO-ANUAL.
           END-IF
           PERFORM LEER-ARCHIVO-ANUAL.

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

       END PROGRAM CIERRE-EJERCICIO.
