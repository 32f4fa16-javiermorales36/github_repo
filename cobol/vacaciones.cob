       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-VACACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO DYNAMIC EMPLEADOS-ARCHIVO-RUTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLEADOS-ID
           ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMPLEADOS-DEPARTAMENTO
               WITH DUPLICATES
           FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL VACACIONES-ARCHIVO
           ASSIGN TO DYNAMIC VACACIONES-ARCHIVO-RUTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VACACIONES-ID
           FILE STATUS IS VACACIONES-ESTADO.

       SELECT OPTIONAL DEPARTAMENTOS-CATALOGO
           ASSIGN TO "departamentos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LISTADO-ARCHIVO
           ASSIGN TO DYNAMIC LISTADO-RUTA
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       COPY EMPREG.

       FD VACACIONES-ARCHIVO.
       COPY VACREG.

       FD DEPARTAMENTOS-CATALOGO.
           01 CATALOGO-REGISTRO.
               05 CATALOGO-CODIGO PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 CATALOGO-DESCRIPCION PIC X(30).

       FD LISTADO-ARCHIVO.
           01 LISTADO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 LISTADO-RUTA PIC X(60).
       01 LISTADO-FECHA PIC 9(8).
       01 LISTADO-HORA PIC 9(8).
       01 LINEAS-POR-PAGINA PIC 9(2) VALUE 55.
       01 LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
       01 NUMERO-PAGINA PIC 9(4) VALUE 0.
       01 LINEA-LISTADO PIC X(100).
       01 LISTADO-CABECERA1.
           05 FILLER PIC X(50) VALUE
               "SALDOS DE VACACIONES POR DEPARTAMENTO".
           05 FILLER PIC X(8) VALUE "PAGINA ".
           05 CABECERA-PAGINA PIC ZZZ9.
       01 LISTADO-CABECERA2.
           05 FILLER PIC X(11) VALUE "Emitido el ".
           05 CABECERA-FECHA PIC 9(8).
           05 FILLER PIC X(7) VALUE " a las ".
           05 CABECERA-HORA PIC 9(8).
           05 FILLER PIC X(13) VALUE "  Ejercicio: ".
           05 CABECERA-EJERCICIO PIC 9(4).
       01 LISTADO-SEPARADOR PIC X(100) VALUE ALL "-".
       01 LISTADO-COLUMNAS.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(31) VALUE "APELLIDOS".
           05 FILLER PIC X(21) VALUE "NOMBRE".
           05 FILLER PIC X(10) VALUE " ARRASTRE".
           05 FILLER PIC X(10) VALUE "  DEVENGO".
           05 FILLER PIC X(10) VALUE " DISFRUTE".
           05 FILLER PIC X(9) VALUE "    SALDO".
       01 LISTADO-DEPARTAMENTO.
           05 FILLER PIC X(14) VALUE "Departamento: ".
           05 CABECERA-DEPARTAMENTO PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 CABECERA-DESCRIPCION PIC X(30).
       01 LISTADO-DETALLE.
           05 DETALLE-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-APELLIDOS PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-NOMBRE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-ARRASTRE PIC -Z(4)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-DEVENGADOS PIC Z(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-DISFRUTADOS PIC Z(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-SALDO PIC -Z(4)9.99.
           05 DETALLE-MARCA PIC X(2).
       01 LISTADO-SUBTOTAL.
           05 FILLER PIC X(7) VALUE SPACES.
           05 SUBTOTAL-ETIQUETA PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 SUBTOTAL-EMPLEADOS PIC Z(4)9.
           05 FILLER PIC X(16) VALUE " empleados".
           05 SUBTOTAL-ARRASTRE PIC -Z(4)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 SUBTOTAL-DEVENGADOS PIC Z(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 SUBTOTAL-DISFRUTADOS PIC Z(5)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 SUBTOTAL-SALDO PIC -Z(4)9.99.
       01 LISTADO-NOTA.
           05 FILLER PIC X(4) VALUE " (*)".
           05 FILLER PIC X(60) VALUE
               " Sin saldo de vacaciones: no ha pasado por la nómina.".
       01 EMPLEADOS-ARCHIVO-RUTA PIC X(250).
       01 EMPLEADOS-ESTADO PIC X(02).
       01 VACACIONES-ARCHIVO-RUTA PIC X(250).
       01 VACACIONES-ESTADO PIC X(02).
       01 FIN-DE-ARCHIVO PIC X VALUE "N".
           88 NO-HAY-MAS-REGISTROS VALUE "S".
       01 DEPARTAMENTO-ABIERTO-SW PIC X VALUE "N".
           88 DEPARTAMENTO-ABIERTO VALUE "S".
       01 DEPARTAMENTO-ACTUAL PIC X(15).
       01 VACACIONES-EXISTE-SW PIC X VALUE "N".
           88 VACACIONES-EXISTE VALUE "S".
       01 ANYO-INFORME PIC 9(4).
       01 SALDO-ARRASTRE PIC S9(3)V99.
       01 SALDO-DEVENGADOS PIC 9(3)V99.
       01 SALDO-DISFRUTADOS PIC 9(3)V99.
       01 SALDO-VACACIONES PIC S9(3)V99.
       01 DEPARTAMENTO-EMPLEADOS PIC 9(05) VALUE 0.
       01 DEPARTAMENTO-ARRASTRE PIC S9(5)V99 VALUE 0.
       01 DEPARTAMENTO-DEVENGADOS PIC 9(5)V99 VALUE 0.
       01 DEPARTAMENTO-DISFRUTADOS PIC 9(5)V99 VALUE 0.
       01 DEPARTAMENTO-SALDO PIC S9(5)V99 VALUE 0.
       01 CONTADOR-EMPLEADOS PIC 9(05) VALUE 0.
       01 CONTADOR-DEPARTAMENTOS PIC 9(03) VALUE 0.
       01 CONTADOR-SIN-SALDO PIC 9(05) VALUE 0.
       01 TOTAL-ARRASTRE PIC S9(5)V99 VALUE 0.
       01 TOTAL-DEVENGADOS PIC 9(5)V99 VALUE 0.
       01 TOTAL-DISFRUTADOS PIC 9(5)V99 VALUE 0.
       01 TOTAL-SALDO PIC S9(5)V99 VALUE 0.
       01 CATALOGO-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 CATALOGO-NO-HAY-MAS-REGISTROS VALUE "S".
       01 TOTAL-CATALOGO PIC 9(03) VALUE 0.
       01 INDICE-CATALOGO PIC 9(03) VALUE 0.
       01 AVISO-CATALOGO PIC X VALUE "N".
           88 AVISO-CATALOGO-MOSTRADO VALUE "S".
       01 DESCRIPCION-LISTADA PIC X(30).
       01 TABLA-CATALOGO.
           05 CATALOGO-ENTRADA OCCURS 100 TIMES.
               10 TABLA-CODIGO PIC X(6).
               10 TABLA-DESCRIPCION PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM PROCEDIMIENTO-DE-APERTURA
           PERFORM ABRIR-LISTADO
           DISPLAY "SALDOS DE VACACIONES POR DEPARTAMENTO".
           DISPLAY "============================================".
           PERFORM PROCESAR-EMPLEADO UNTIL NO-HAY-MAS-REGISTROS
           IF DEPARTAMENTO-ABIERTO
               PERFORM CERRAR-DEPARTAMENTO
           END-IF
           PERFORM MOSTRAR-RESUMEN
           PERFORM CERRAR-LISTADO
           PERFORM PROCEDIMIENTO-DE-CIERRE.

       PROGRAM-DONE.
       STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           PERFORM CARGAR-CATALOGO
           PERFORM RESOLVER-RUTA-ARCHIVO
           OPEN INPUT EMPLEADOS-ARCHIVO
           OPEN INPUT VACACIONES-ARCHIVO
           PERFORM POSICIONAR-LECTURA
           IF NOT NO-HAY-MAS-REGISTROS
               PERFORM LEER-REGISTRO
           END-IF.

       POSICIONAR-LECTURA.
           MOVE "N" TO FIN-DE-ARCHIVO
           MOVE LOW-VALUES TO EMPLEADOS-DEPARTAMENTO
           START EMPLEADOS-ARCHIVO
               KEY IS NOT LESS THAN EMPLEADOS-DEPARTAMENTO
               INVALID KEY
                   MOVE "S" TO FIN-DE-ARCHIVO
           END-START.

       CARGAR-CATALOGO.
           MOVE 0 TO TOTAL-CATALOGO
           MOVE "N" TO CATALOGO-FIN-DE-ARCHIVO
           OPEN INPUT DEPARTAMENTOS-CATALOGO
           PERFORM LEER-CATALOGO
           PERFORM CARGAR-UNA-DESCRIPCION
               UNTIL CATALOGO-NO-HAY-MAS-REGISTROS
           CLOSE DEPARTAMENTOS-CATALOGO.

       LEER-CATALOGO.
           READ DEPARTAMENTOS-CATALOGO
               AT END MOVE "S" TO CATALOGO-FIN-DE-ARCHIVO
           END-READ.

       CARGAR-UNA-DESCRIPCION.
           IF TOTAL-CATALOGO < 100
               ADD 1 TO TOTAL-CATALOGO
               MOVE CATALOGO-CODIGO TO TABLA-CODIGO (TOTAL-CATALOGO)
               MOVE CATALOGO-DESCRIPCION
                   TO TABLA-DESCRIPCION (TOTAL-CATALOGO)
           ELSE
               IF NOT AVISO-CATALOGO-MOSTRADO
                   DISPLAY "Aviso: catálogo limitado a 100 "
                       "departamentos, faltarán descripciones."
                   MOVE "S" TO AVISO-CATALOGO
               END-IF
           END-IF
           PERFORM LEER-CATALOGO.

       RESOLVER-RUTA-ARCHIVO.
           MOVE SPACES TO EMPLEADOS-ARCHIVO-RUTA
           ACCEPT EMPLEADOS-ARCHIVO-RUTA
               FROM ENVIRONMENT "EMPLEADOS_DAT_PATH"
           IF EMPLEADOS-ARCHIVO-RUTA = SPACES
               MOVE "empleados.dat" TO EMPLEADOS-ARCHIVO-RUTA
           END-IF
           MOVE SPACES TO VACACIONES-ARCHIVO-RUTA
           ACCEPT VACACIONES-ARCHIVO-RUTA
               FROM ENVIRONMENT "VACACIONES_DAT_PATH"
           IF VACACIONES-ARCHIVO-RUTA = SPACES
               MOVE "vacaciones.dat" TO VACACIONES-ARCHIVO-RUTA
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE VACACIONES-ARCHIVO
           CLOSE EMPLEADOS-ARCHIVO.

       LEER-REGISTRO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO FIN-DE-ARCHIVO
           END-READ.

       PROCESAR-EMPLEADO.
           IF DEPARTAMENTO-ABIERTO AND
                   EMPLEADOS-DEPARTAMENTO NOT = DEPARTAMENTO-ACTUAL
               PERFORM CERRAR-DEPARTAMENTO
           END-IF
           IF NOT DEPARTAMENTO-ABIERTO
               PERFORM ABRIR-DEPARTAMENTO
           END-IF
           PERFORM OBTENER-SALDO
           PERFORM GRABAR-DETALLE
           PERFORM LEER-REGISTRO.

       ABRIR-DEPARTAMENTO.
           MOVE "S" TO DEPARTAMENTO-ABIERTO-SW
           MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-ACTUAL
           ADD 1 TO CONTADOR-DEPARTAMENTOS
           MOVE 0 TO DEPARTAMENTO-EMPLEADOS
           MOVE 0 TO DEPARTAMENTO-ARRASTRE
           MOVE 0 TO DEPARTAMENTO-DEVENGADOS
           MOVE 0 TO DEPARTAMENTO-DISFRUTADOS
           MOVE 0 TO DEPARTAMENTO-SALDO
           MOVE "(sin catálogo)" TO DESCRIPCION-LISTADA
           PERFORM BUSCAR-DESCRIPCION
               VARYING INDICE-CATALOGO FROM 1 BY 1
               UNTIL INDICE-CATALOGO > TOTAL-CATALOGO
           MOVE SPACES TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE DEPARTAMENTO-ACTUAL TO CABECERA-DEPARTAMENTO
           MOVE DESCRIPCION-LISTADA TO CABECERA-DESCRIPCION
           MOVE LISTADO-DEPARTAMENTO TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO.

       BUSCAR-DESCRIPCION.
           IF DEPARTAMENTO-ACTUAL = TABLA-CODIGO (INDICE-CATALOGO)
               MOVE TABLA-DESCRIPCION (INDICE-CATALOGO)
                   TO DESCRIPCION-LISTADA
           END-IF.

       OBTENER-SALDO.
           MOVE 0 TO SALDO-ARRASTRE
           MOVE 0 TO SALDO-DEVENGADOS
           MOVE 0 TO SALDO-DISFRUTADOS
           MOVE EMPLEADOS-ID TO VACACIONES-ID
           MOVE "S" TO VACACIONES-EXISTE-SW
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO VACACIONES-EXISTE-SW
           END-READ
           IF VACACIONES-EXISTE
               IF VACACIONES-EJERCICIO < ANYO-INFORME
                   COMPUTE SALDO-ARRASTRE = VACACIONES-ARRASTRE
                       + VACACIONES-DEVENGADOS - VACACIONES-DISFRUTADOS
               ELSE
                   MOVE VACACIONES-ARRASTRE TO SALDO-ARRASTRE
                   MOVE VACACIONES-DEVENGADOS TO SALDO-DEVENGADOS
                   MOVE VACACIONES-DISFRUTADOS TO SALDO-DISFRUTADOS
               END-IF
           ELSE
               ADD 1 TO CONTADOR-SIN-SALDO
           END-IF
           COMPUTE SALDO-VACACIONES = SALDO-ARRASTRE
               + SALDO-DEVENGADOS - SALDO-DISFRUTADOS.

       GRABAR-DETALLE.
           ADD 1 TO CONTADOR-EMPLEADOS
           ADD 1 TO DEPARTAMENTO-EMPLEADOS
           ADD SALDO-ARRASTRE TO DEPARTAMENTO-ARRASTRE
           ADD SALDO-DEVENGADOS TO DEPARTAMENTO-DEVENGADOS
           ADD SALDO-DISFRUTADOS TO DEPARTAMENTO-DISFRUTADOS
           ADD SALDO-VACACIONES TO DEPARTAMENTO-SALDO
           MOVE EMPLEADOS-ID TO DETALLE-ID
           MOVE EMPLEADOS-APELLIDOS TO DETALLE-APELLIDOS
           MOVE EMPLEADOS-NOMBRE TO DETALLE-NOMBRE
           MOVE SALDO-ARRASTRE TO DETALLE-ARRASTRE
           MOVE SALDO-DEVENGADOS TO DETALLE-DEVENGADOS
           MOVE SALDO-DISFRUTADOS TO DETALLE-DISFRUTADOS
           MOVE SALDO-VACACIONES TO DETALLE-SALDO
           IF VACACIONES-EXISTE
               MOVE SPACES TO DETALLE-MARCA
           ELSE
               MOVE " *" TO DETALLE-MARCA
           END-IF
           MOVE LISTADO-DETALLE TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO.

       CERRAR-DEPARTAMENTO.
           DISPLAY DEPARTAMENTO-ACTUAL " " DESCRIPCION-LISTADA ": "
               DEPARTAMENTO-EMPLEADOS " empleados, saldo "
               DEPARTAMENTO-SALDO " días"
           MOVE "Total departamento" TO SUBTOTAL-ETIQUETA
           MOVE DEPARTAMENTO-EMPLEADOS TO SUBTOTAL-EMPLEADOS
           MOVE DEPARTAMENTO-ARRASTRE TO SUBTOTAL-ARRASTRE
           MOVE DEPARTAMENTO-DEVENGADOS TO SUBTOTAL-DEVENGADOS
           MOVE DEPARTAMENTO-DISFRUTADOS TO SUBTOTAL-DISFRUTADOS
           MOVE DEPARTAMENTO-SALDO TO SUBTOTAL-SALDO
           MOVE LISTADO-SUBTOTAL TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           ADD DEPARTAMENTO-ARRASTRE TO TOTAL-ARRASTRE
           ADD DEPARTAMENTO-DEVENGADOS TO TOTAL-DEVENGADOS
           ADD DEPARTAMENTO-DISFRUTADOS TO TOTAL-DISFRUTADOS
           ADD DEPARTAMENTO-SALDO TO TOTAL-SALDO
           MOVE "N" TO DEPARTAMENTO-ABIERTO-SW.

       MOSTRAR-RESUMEN.
           DISPLAY "--------------------------------------------".
           DISPLAY "Departamentos            : " CONTADOR-DEPARTAMENTOS
           DISPLAY "Total de empleados       : " CONTADOR-EMPLEADOS
           DISPLAY "Empleados sin saldo      : " CONTADOR-SIN-SALDO
           DISPLAY "Saldo total (días)       : " TOTAL-SALDO
           MOVE LISTADO-SEPARADOR TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE "Total empresa" TO SUBTOTAL-ETIQUETA
           MOVE CONTADOR-EMPLEADOS TO SUBTOTAL-EMPLEADOS
           MOVE TOTAL-ARRASTRE TO SUBTOTAL-ARRASTRE
           MOVE TOTAL-DEVENGADOS TO SUBTOTAL-DEVENGADOS
           MOVE TOTAL-DISFRUTADOS TO SUBTOTAL-DISFRUTADOS
           MOVE TOTAL-SALDO TO SUBTOTAL-SALDO
           MOVE LISTADO-SUBTOTAL TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           IF CONTADOR-SIN-SALDO > 0
               MOVE LISTADO-NOTA TO LINEA-LISTADO
               PERFORM GRABAR-LINEA-LISTADO
           END-IF.

       ABRIR-LISTADO.
           ACCEPT LISTADO-FECHA FROM DATE YYYYMMDD
           ACCEPT LISTADO-HORA FROM TIME
           MOVE LISTADO-FECHA TO CABECERA-FECHA
           MOVE LISTADO-HORA TO CABECERA-HORA
           MOVE LISTADO-FECHA(1:4) TO ANYO-INFORME
           MOVE ANYO-INFORME TO CABECERA-EJERCICIO
           MOVE SPACES TO LISTADO-RUTA
           STRING "informe-vacaciones-" LISTADO-FECHA ".lst"
               DELIMITED BY SIZE INTO LISTADO-RUTA
           END-STRING
           MOVE 0 TO NUMERO-PAGINA
           MOVE 99 TO LINEAS-EN-PAGINA
           OPEN OUTPUT LISTADO-ARCHIVO.

       CERRAR-LISTADO.
           CLOSE LISTADO-ARCHIVO
           DISPLAY "El informe se ha grabado en " LISTADO-RUTA.

       GRABAR-LINEA-LISTADO.
           IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
               PERFORM SALTAR-PAGINA
           END-IF
           WRITE LISTADO-LINEA FROM LINEA-LISTADO
           ADD 1 TO LINEAS-EN-PAGINA.

       SALTAR-PAGINA.
           ADD 1 TO NUMERO-PAGINA
           MOVE NUMERO-PAGINA TO CABECERA-PAGINA
           IF NUMERO-PAGINA > 1
               MOVE SPACES TO LISTADO-LINEA
               WRITE LISTADO-LINEA
           END-IF
           WRITE LISTADO-LINEA FROM LISTADO-CABECERA1
           WRITE LISTADO-LINEA FROM LISTADO-CABECERA2
           WRITE LISTADO-LINEA FROM LISTADO-SEPARADOR
           WRITE LISTADO-LINEA FROM LISTADO-COLUMNAS
           WRITE LISTADO-LINEA FROM LISTADO-SEPARADOR
           MOVE 5 TO LINEAS-EN-PAGINA.

       END PROGRAM INFORME-VACACIONES.
