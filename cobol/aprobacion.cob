       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBACION-ORDENES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL ORDEN-ARCHIVO
           ASSIGN TO DYNAMIC ORDEN-RUTA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TRABAJO-ARCHIVO
           ASSIGN TO "aprobacion-trabajo.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EMPLEADOS-AUDITORIA
           ASSIGN TO "auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ORDEN-ARCHIVO.
           01 ORDEN-LINEA PIC X(60).

       FD TRABAJO-ARCHIVO.
           01 TRABAJO-LINEA PIC X(60).

       FD EMPLEADOS-AUDITORIA.
           01 AUDITORIA-REGISTRO.
               05 AUDITORIA-ID PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-OPERACION PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-HORA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-OPERADOR PIC X(8).

       FD OPERADORES-ARCHIVO.
       COPY OPEREG.

       WORKING-STORAGE SECTION.
       01 OPERADOR-ACTUAL PIC X(8) VALUE SPACES.
       01 OPERADOR-PERFIL-ACTUAL PIC X VALUE SPACE.
       01 PERFIL-REQUERIDO PIC X VALUE "S".
       01 OPERADOR-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 NO-HAY-MAS-OPERADORES VALUE "S".
       01 OPERADOR-ES-VALIDO PIC X VALUE "N".
           88 OPERADOR-AUTORIZADO VALUE "S".
       01 ORDEN-RUTA PIC X(60).
       01 OPCION-MENU PIC X.
       01 RESPUESTA-VALIDA PIC X.
       01 OPERACION-APROBACION PIC X(10).
       01 ORDEN-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 ORDEN-NO-HAY-MAS-REGISTROS VALUE "S".
       01 TRABAJO-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 TRABAJO-NO-HAY-MAS-REGISTROS VALUE "S".
       01 HAY-CABECERA PIC X VALUE "N".
           88 CABECERA-LEIDA VALUE "S".
       01 HAY-TOTAL PIC X VALUE "N".
           88 TOTAL-LEIDO VALUE "S".
       01 CONTADOR-LINEAS PIC 9(6) VALUE 0.
       01 CONTADOR-PAGOS PIC 9(6) VALUE 0.
       01 CONTADOR-DESCONOCIDAS PIC 9(6) VALUE 0.
       01 TOTAL-PAGOS PIC 9(11)V99 VALUE 0.
       01 IMPORTE-EDITADO PIC Z(10)9.99.
       01 ORDEN-CABECERA.
           05 FILLER PIC X(4) VALUE "CAB ".
           05 ORDEN-CABECERA-ESTADO PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-CABECERA-PERIODO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-CABECERA-EMISOR PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-CABECERA-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-CABECERA-APROBADOR PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-CABECERA-FECHA-APROB PIC 9(8).
       01 ORDEN-DETALLE.
           05 ORDEN-TIPO PIC X(4).
           05 ORDEN-IBAN PIC X(24).
           05 FILLER PIC X.
           05 ORDEN-IMPORTE PIC 9(9)V99.
           05 FILLER PIC X.
           05 ORDEN-PERIODO PIC 9(6).
           05 FILLER PIC X.
           05 ORDEN-EMPLEADO-ID PIC X(6).
       01 ORDEN-TOTALES.
           05 FILLER PIC X(4).
           05 ORDEN-TOTAL-REGISTROS PIC 9(6).
           05 FILLER PIC X.
           05 ORDEN-TOTAL-IMPORTE PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Aprobación de órdenes cancelada: operador no "
                   "autorizado."
           ELSE
               PERFORM PROCESAR-MENU UNTIL OPCION-MENU = "3"
               DISPLAY "Aprobación de órdenes de pago finalizada."
           END-IF.

       PROGRAM-DONE.
       STOP RUN.

       MOSTRAR-MENU.
           DISPLAY "========================================".
           DISPLAY " 1. Aprobar la orden de transferencias".
           DISPLAY " 2. Aprobar la orden de reemisiones".
           DISPLAY " 3. Salir".
           DISPLAY "========================================".
           DISPLAY "Seleccione una opción (1-3)" " ? ".
           ACCEPT OPCION-MENU.

       PROCESAR-MENU.
           PERFORM MOSTRAR-MENU
           EVALUATE OPCION-MENU
               WHEN "1"
                   MOVE "transferencias.dat" TO ORDEN-RUTA
                   MOVE "APROB-TRF" TO OPERACION-APROBACION
                   PERFORM REVISAR-ORDEN
               WHEN "2"
                   MOVE "reemisiones.dat" TO ORDEN-RUTA
                   MOVE "APROB-REE" TO OPERACION-APROBACION
                   PERFORM REVISAR-ORDEN
               WHEN "3"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción no válida."
           END-EVALUATE.

       REVISAR-ORDEN.
           PERFORM EXAMINAR-ORDEN
           EVALUATE TRUE
               WHEN NOT CABECERA-LEIDA
                   DISPLAY "No hay orden en " ORDEN-RUTA
                   DISPLAY "o no tiene cabecera de aprobación: "
                       "genérela de nuevo."
               WHEN ORDEN-CABECERA-ESTADO = "APROBADA"
                   DISPLAY "La orden ya fue aprobada por "
                       ORDEN-CABECERA-APROBADOR " el "
                       ORDEN-CABECERA-FECHA-APROB "."
               WHEN ORDEN-CABECERA-ESTADO NOT = "PENDIENTE"
                   DISPLAY "Estado de la orden no reconocido: "
                       ORDEN-CABECERA-ESTADO
               WHEN ORDEN-CABECERA-EMISOR = OPERADOR-ACTUAL
                   DISPLAY "La orden la generó " ORDEN-CABECERA-EMISOR
                       ": debe aprobarla un supervisor distinto."
               WHEN NOT TOTAL-LEIDO OR
                       CONTADOR-DESCONOCIDAS > 0 OR
                       CONTADOR-PAGOS NOT = ORDEN-TOTAL-REGISTROS OR
                       TOTAL-PAGOS NOT = ORDEN-TOTAL-IMPORTE
                   DISPLAY "La orden no cuadra con su registro de "
                       "totales: no se puede aprobar."
               WHEN OTHER
                   PERFORM MOSTRAR-ORDEN
                   PERFORM CONFIRMAR-APROBACION
                   IF RESPUESTA-VALIDA = "S"
                       PERFORM APROBAR-ORDEN
                   ELSE
                       DISPLAY "La orden sigue pendiente de "
                           "aprobación."
                   END-IF
           END-EVALUATE.

       EXAMINAR-ORDEN.
           MOVE "N" TO HAY-CABECERA
           MOVE "N" TO HAY-TOTAL
           MOVE 0 TO CONTADOR-LINEAS
           MOVE 0 TO CONTADOR-PAGOS
           MOVE 0 TO CONTADOR-DESCONOCIDAS
           MOVE 0 TO TOTAL-PAGOS
           MOVE SPACES TO ORDEN-CABECERA-ESTADO
           MOVE "N" TO ORDEN-FIN-DE-ARCHIVO
           OPEN INPUT ORDEN-ARCHIVO
           PERFORM LEER-ORDEN
           PERFORM CLASIFICAR-LINEA-ORDEN
               UNTIL ORDEN-NO-HAY-MAS-REGISTROS
           CLOSE ORDEN-ARCHIVO.

       LEER-ORDEN.
           READ ORDEN-ARCHIVO
               AT END MOVE "S" TO ORDEN-FIN-DE-ARCHIVO
           END-READ.

       CLASIFICAR-LINEA-ORDEN.
           ADD 1 TO CONTADOR-LINEAS
           EVALUATE TRUE
               WHEN CONTADOR-LINEAS = 1 AND ORDEN-LINEA(1:4) = "CAB "
                   MOVE ORDEN-LINEA TO ORDEN-CABECERA
                   MOVE "S" TO HAY-CABECERA
               WHEN ORDEN-LINEA(1:4) = "ABO " OR
                       ORDEN-LINEA(1:4) = "EXT "
                   MOVE ORDEN-LINEA TO ORDEN-DETALLE
                   ADD 1 TO CONTADOR-PAGOS
                   ADD ORDEN-IMPORTE TO TOTAL-PAGOS
               WHEN ORDEN-LINEA(1:4) = "TOT " AND NOT TOTAL-LEIDO
                   MOVE ORDEN-LINEA TO ORDEN-TOTALES
                   MOVE "S" TO HAY-TOTAL
               WHEN OTHER
                   ADD 1 TO CONTADOR-DESCONOCIDAS
           END-EVALUATE
           PERFORM LEER-ORDEN.

       MOSTRAR-ORDEN.
           DISPLAY "--------------------------------------------"
           DISPLAY "Orden            : " ORDEN-RUTA
           DISPLAY "Periodo          : " ORDEN-CABECERA-PERIODO
           DISPLAY "Generada por     : " ORDEN-CABECERA-EMISOR
               " el " ORDEN-CABECERA-FECHA
           DISPLAY "Órdenes de pago  : " CONTADOR-PAGOS
           MOVE TOTAL-PAGOS TO IMPORTE-EDITADO
           DISPLAY "Importe total    : " IMPORTE-EDITADO
           DISPLAY "--------------------------------------------".

       CONFIRMAR-APROBACION.
           DISPLAY "¿Autoriza el envío de la orden al banco? (S/N) ".
           ACCEPT RESPUESTA-VALIDA
           IF RESPUESTA-VALIDA NOT = "S" AND RESPUESTA-VALIDA NOT = "N"
               DISPLAY "Respuesta no válida. Use S o N."
               PERFORM CONFIRMAR-APROBACION
           END-IF.

       APROBAR-ORDEN.
           MOVE "APROBADA" TO ORDEN-CABECERA-ESTADO
           MOVE OPERADOR-ACTUAL TO ORDEN-CABECERA-APROBADOR
           ACCEPT ORDEN-CABECERA-FECHA-APROB FROM DATE YYYYMMDD
           MOVE 0 TO CONTADOR-LINEAS
           MOVE "N" TO ORDEN-FIN-DE-ARCHIVO
           OPEN INPUT ORDEN-ARCHIVO
           OPEN OUTPUT TRABAJO-ARCHIVO
           PERFORM LEER-ORDEN
           PERFORM APARTAR-LINEA-ORDEN
               UNTIL ORDEN-NO-HAY-MAS-REGISTROS
           CLOSE TRABAJO-ARCHIVO
           CLOSE ORDEN-ARCHIVO
           MOVE "N" TO TRABAJO-FIN-DE-ARCHIVO
           OPEN INPUT TRABAJO-ARCHIVO
           OPEN OUTPUT ORDEN-ARCHIVO
           PERFORM LEER-TRABAJO
           PERFORM DEVOLVER-LINEA-ORDEN
               UNTIL TRABAJO-NO-HAY-MAS-REGISTROS
           CLOSE ORDEN-ARCHIVO
           CLOSE TRABAJO-ARCHIVO
           MOVE ORDEN-CABECERA-PERIODO TO AUDITORIA-ID
           MOVE OPERACION-APROBACION TO AUDITORIA-OPERACION
           PERFORM REGISTRAR-AUDITORIA
           DISPLAY "Orden aprobada por " OPERADOR-ACTUAL
               ": puede enviarse al banco.".

       APARTAR-LINEA-ORDEN.
           ADD 1 TO CONTADOR-LINEAS
           MOVE SPACES TO TRABAJO-LINEA
           IF CONTADOR-LINEAS = 1
               MOVE ORDEN-CABECERA TO TRABAJO-LINEA
           ELSE
               MOVE ORDEN-LINEA TO TRABAJO-LINEA
           END-IF
           WRITE TRABAJO-LINEA
           PERFORM LEER-ORDEN.

       LEER-TRABAJO.
           READ TRABAJO-ARCHIVO
               AT END MOVE "S" TO TRABAJO-FIN-DE-ARCHIVO
           END-READ.

       DEVOLVER-LINEA-ORDEN.
           MOVE TRABAJO-LINEA TO ORDEN-LINEA
           WRITE ORDEN-LINEA
           PERFORM LEER-TRABAJO.

       REGISTRAR-AUDITORIA.
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDITORIA-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO AUDITORIA-OPERADOR
           OPEN EXTEND EMPLEADOS-AUDITORIA
           WRITE AUDITORIA-REGISTRO
           CLOSE EMPLEADOS-AUDITORIA.

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

       END PROGRAM APROBACION-ORDENES.
