           ASSIGN TO "ejecucion.log"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-NOMINA.
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
       01 FECHA-DEL-DIA PIC 9(8).
       01 HORA-ACTUAL PIC 9(8).
       01 MODO-DESATENDIDO-TEXTO PIC X(10).
       PROGRAM-BEGIN.

           PERFORM RESOLVER-MODO-EJECUCION
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Control de variaciones cancelado: operador "
                   "no autorizado."
               MOVE 2 TO RESULTADO-EJECUCION
           ELSE
               PERFORM EMITIR-CONTROL
           END-IF
           PERFORM GRABAR-EJECUCION.

       PROGRAM-DONE.
           MOVE RESULTADO-EJECUCION TO RETURN-CODE
           STOP RUN.

       EMITIR-CONTROL.
           PERFORM OBTENER-PERIODO
           IF NOT PERIODO-VALIDO
               DISPLAY "Control de variaciones cancelado: periodo no "
               PERFORM CALCULAR-PERIODO-ANTERIOR
               PERFORM CARGAR-HISTORICO
               PERFORM EMITIR-INFORME
           END-IF.

       RESOLVER-MODO-EJECUCION.
           MOVE SPACES TO MODO-DESATENDIDO-TEXTO
           END-IF.

       ANOTAR-MOVIMIENTO.
           IF HISTORICO-TIPO = "PAGAEXTRA" OR
                   HISTORICO-TIPO = "ANULEXTRA"
               CONTINUE
           ELSE
               PERFORM ANOTAR-PAGO-MENSUAL
           END-IF.

       ANOTAR-PAGO-MENSUAL.
           IF HISTORICO-PERIODO = PERIODO-ACTUAL
               IF HISTORICO-TIPO = "ANULACION"
                   SUBTRACT 1 FROM CTL-VIGENTES-ACTUAL (IDX-CTL)
       GRABAR-EJECUCION.
           ACCEPT EJECUCION-FECHA FROM DATE YYYYMMDD
           ACCEPT EJECUCION-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO EJECUCION-OPERADOR
           MOVE "CONTROL-VARIACION" TO EJECUCION-PROGRAMA
           EVALUATE RESULTADO-EJECUCION
               WHEN 0
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

       END PROGRAM CONTROL-VARIACIONES.
