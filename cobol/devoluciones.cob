           ASSIGN TO "auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
               05 DEVOLUCION-ESTADO PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 DEVOLUCION-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 DEVOLUCION-TIPO-ORDEN PIC X(4).

       FD REEMISIONES-ARCHIVO.
           01 REEMISION-LINEA PIC X(60).
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
       01 PERFIL-REQUERIDO PIC X VALUE "G".
       01 OPERADOR-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 NO-HAY-MAS-OPERADORES VALUE "S".
       01 OPERADOR-ES-VALIDO PIC X VALUE "N".
           88 OPERADOR-AUTORIZADO VALUE "S".
       01 EMPLEADOS-ARCHIVO-RUTA PIC X(250).
       01 EMPLEADOS-ESTADO PIC X(02).
       01 OPCION-MENU PIC X.
           88 DEV-NO-HAY-MAS-REGISTROS VALUE "S".
       01 ORDEN-ENCONTRADA PIC X VALUE "N".
           88 ORDEN-ORIGINAL-EXISTE VALUE "S".
       01 ABONO-COINCIDE-SW PIC X VALUE "N".
           88 ABONO-COINCIDE VALUE "S".
       01 EXTRA-COINCIDE-SW PIC X VALUE "N".
           88 EXTRA-COINCIDE VALUE "S".
       01 TIPO-ORDEN-DEVUELTA PIC X(4) VALUE "ABO ".
       01 DEVOLUCION-ENCONTRADA PIC X VALUE "N".
           88 DEVOLUCION-YA-EXISTE VALUE "S".
       01 EMPLEADO-EXISTE-SW PIC X VALUE "N".
               10 DEV-MOTIVO PIC X(20).
               10 DEV-ESTADO PIC X(10).
               10 DEV-FECHA PIC 9(8).
               10 DEV-TIPO-ORDEN PIC X(4).
       01 CONTADOR-REGISTRADAS PIC 9(4) VALUE 0.
       01 CONTADOR-SIN-ORDEN PIC 9(4) VALUE 0.
       01 CONTADOR-DUPLICADAS PIC 9(4) VALUE 0.
       01 TOTAL-PENDIENTE PIC 9(11)V99 VALUE 0.
       01 TOTAL-REEMITIDO PIC 9(11)V99 VALUE 0.
       01 ORDEN-DETALLE.
           05 ORDEN-TIPO PIC X(4) VALUE "ABO ".
           05 ORDEN-IBAN PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-IMPORTE PIC 9(9)V99.
           05 ORDEN-PERIODO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-EMPLEADO-ID PIC X(6).
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
       01 ORDEN-TOTALES.
           05 FILLER PIC X(4) VALUE "TOT ".
           05 ORDEN-TOTAL-REGISTROS PIC 9(6).
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Proceso de devoluciones cancelado: operador "
                   "no autorizado."
           ELSE
               PERFORM RESOLVER-RUTA-ARCHIVO
               PERFORM CARGAR-DEVOLUCIONES
               PERFORM PROCESAR-MENU UNTIL OPCION-MENU = "4"
               DISPLAY "Proceso de devoluciones del banco finalizado."
           END-IF.

       PROGRAM-DONE.
       STOP RUN.
           PERFORM MOSTRAR-MENU
           EVALUATE OPCION-MENU
               WHEN "1"
                   MOVE "N" TO PERFIL-REQUERIDO
                   PERFORM COMPROBAR-PERFIL
                   IF OPERADOR-AUTORIZADO
                       PERFORM PROCESAR-RETORNO
                   END-IF
               WHEN "2"
                   MOVE "N" TO PERFIL-REQUERIDO
                   PERFORM COMPROBAR-PERFIL
                   IF OPERADOR-AUTORIZADO
                       PERFORM GENERAR-REEMISIONES
                   END-IF
               WHEN "3"
                   PERFORM INFORMAR-PENDIENTES
               WHEN "4"
               MOVE DEVOLUCION-MOTIVO TO DEV-MOTIVO (IDX-DEV)
               MOVE DEVOLUCION-ESTADO TO DEV-ESTADO (IDX-DEV)
               MOVE DEVOLUCION-FECHA TO DEV-FECHA (IDX-DEV)
               IF DEVOLUCION-TIPO-ORDEN = "EXT "
                   MOVE "EXT " TO DEV-TIPO-ORDEN (IDX-DEV)
               ELSE
                   MOVE "ABO " TO DEV-TIPO-ORDEN (IDX-DEV)
               END-IF
           ELSE
               MOVE "S" TO TABLA-DESBORDADA-SW
               DISPLAY "Aviso: tabla de devoluciones llena, registro "
           MOVE DEV-MOTIVO (IDX-DEV) TO DEVOLUCION-MOTIVO
           MOVE DEV-ESTADO (IDX-DEV) TO DEVOLUCION-ESTADO
           MOVE DEV-FECHA (IDX-DEV) TO DEVOLUCION-FECHA
           MOVE DEV-TIPO-ORDEN (IDX-DEV) TO DEVOLUCION-TIPO-ORDEN
           WRITE DEVOLUCION-REGISTRO.

       PROCESAR-RETORNO.
                   RETORNO-EMPLEADO-ID " periodo " RETORNO-PERIODO
                   "): revísela con el extracto."
           END-IF
           IF EXTRA-COINCIDE AND NOT ABONO-COINCIDE
               MOVE "EXT " TO TIPO-ORDEN-DEVUELTA
           ELSE
               MOVE "ABO " TO TIPO-ORDEN-DEVUELTA
           END-IF
           PERFORM COMPROBAR-DEVOLUCION-DUPLICADA
           IF DEVOLUCION-YA-EXISTE AND ABONO-COINCIDE AND
                   EXTRA-COINCIDE
               MOVE "EXT " TO TIPO-ORDEN-DEVUELTA
               PERFORM COMPROBAR-DEVOLUCION-DUPLICADA
           END-IF
           IF DEVOLUCION-YA-EXISTE
               ADD 1 TO CONTADOR-DUPLICADAS
           ELSE
               PERFORM ANOTAR-DEVOLUCION
           END-IF.

       COMPROBAR-DEVOLUCION-DUPLICADA.
           MOVE "N" TO DEVOLUCION-ENCONTRADA
           PERFORM BUSCAR-DEVOLUCION-TABLA
               VARYING IDX-DEV FROM 1 BY 1
               UNTIL IDX-DEV > TOTAL-DEVOLUCIONES.

       BUSCAR-ORDEN-ORIGINAL.
           MOVE "N" TO ORDEN-ENCONTRADA
           MOVE "N" TO ABONO-COINCIDE-SW
           MOVE "N" TO EXTRA-COINCIDE-SW
           MOVE "N" TO TRANSF-FIN-DE-ARCHIVO
           OPEN INPUT TRANSFERENCIAS-ARCHIVO
           PERFORM LEER-TRANSFERENCIA
           END-READ.

       CASAR-TRANSFERENCIA.
           IF (TRANSFERENCIA-TIPO = "ABO " OR
                   TRANSFERENCIA-TIPO = "EXT ") AND
                   TRANSFERENCIA-PERIODO = RETORNO-PERIODO AND
                   TRANSFERENCIA-EMPLEADO-ID = RETORNO-EMPLEADO-ID
               MOVE "S" TO ORDEN-ENCONTRADA
               IF TRANSFERENCIA-IMPORTE = RETORNO-IMPORTE
                   IF TRANSFERENCIA-TIPO = "EXT "
                       MOVE "S" TO EXTRA-COINCIDE-SW
                   ELSE
                       MOVE "S" TO ABONO-COINCIDE-SW
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-TRANSFERENCIA.

       BUSCAR-DEVOLUCION-TABLA.
           IF DEV-PERIODO (IDX-DEV) = RETORNO-PERIODO AND
                   DEV-EMPLEADO-ID (IDX-DEV) = RETORNO-EMPLEADO-ID AND
                   DEV-TIPO-ORDEN (IDX-DEV) = TIPO-ORDEN-DEVUELTA AND
                   DEV-IMPORTE (IDX-DEV) = RETORNO-IMPORTE AND
                   DEV-ESTADO (IDX-DEV) = "PENDIENTE"
               MOVE "S" TO DEVOLUCION-ENCONTRADA
               SET IDX-DEV TO TOTAL-DEVOLUCIONES
               MOVE RETORNO-MOTIVO TO DEV-MOTIVO (IDX-DEV)
               MOVE "PENDIENTE" TO DEV-ESTADO (IDX-DEV)
               MOVE FECHA-DEL-DIA TO DEV-FECHA (IDX-DEV)
               MOVE TIPO-ORDEN-DEVUELTA TO DEV-TIPO-ORDEN (IDX-DEV)
               ADD 1 TO CONTADOR-REGISTRADAS
               MOVE RETORNO-EMPLEADO-ID TO AUDITORIA-ID
               MOVE "DEVOLUCION" TO AUDITORIA-OPERACION
           ACCEPT FECHA-DEL-DIA FROM DATE YYYYMMDD
           OPEN INPUT EMPLEADOS-ARCHIVO
           OPEN OUTPUT REEMISIONES-ARCHIVO
           PERFORM GRABAR-CABECERA-REEMISION
           PERFORM REVISAR-REEMISION
               VARYING INDICE-DEVOLUCION FROM 1 BY 1
               UNTIL INDICE-DEVOLUCION > TOTAL-DEVOLUCIONES
               CONTADOR-SIN-CORREGIR
           DISPLAY "La orden de reemisión se ha grabado en "
               "reemisiones.dat.".
           DISPLAY "Queda pendiente de aprobación por un supervisor "
               "distinto.".

       GRABAR-CABECERA-REEMISION.
           MOVE "PENDIENTE" TO ORDEN-CABECERA-ESTADO
           MOVE FECHA-DEL-DIA(1:6) TO ORDEN-CABECERA-PERIODO
           MOVE OPERADOR-ACTUAL TO ORDEN-CABECERA-EMISOR
           MOVE FECHA-DEL-DIA TO ORDEN-CABECERA-FECHA
           MOVE SPACES TO ORDEN-CABECERA-APROBADOR
           MOVE 0 TO ORDEN-CABECERA-FECHA-APROB
           WRITE REEMISION-LINEA FROM ORDEN-CABECERA.

       REVISAR-REEMISION.
           SET IDX-DEV TO INDICE-DEVOLUCION
           END-EVALUATE.

       GRABAR-REEMISION.
           MOVE DEV-TIPO-ORDEN (IDX-DEV) TO ORDEN-TIPO
           MOVE EMPLEADOS-IBAN TO ORDEN-IBAN
           MOVE DEV-IMPORTE (IDX-DEV) TO ORDEN-IMPORTE
           MOVE DEV-PERIODO (IDX-DEV) TO ORDEN-PERIODO
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

       END PROGRAM DEVOLUCIONES-BANCO.
