       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODELO-111.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL HISTORICO-NOMINA
           ASSIGN TO "historico-nomina.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL REGISTRO-NOMINA
           ASSIGN TO "registro-nomina.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASIENTO-ARCHIVO
           ASSIGN TO "asiento-historico.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL MODELO-ARCHIVO
           ASSIGN TO DYNAMIC MODELO-RUTA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RESUMEN-ARCHIVO
           ASSIGN TO DYNAMIC RESUMEN-RUTA
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-NOMINA.
           01 HISTORICO-REGISTRO.
               05 HISTORICO-PERIODO PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 HISTORICO-EMPLEADO-ID PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 HISTORICO-TIPO PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 HISTORICO-BRUTO PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 HISTORICO-DEDUCCIONES PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 HISTORICO-NETO PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 HISTORICO-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 HISTORICO-HORA PIC 9(8).

       FD REGISTRO-NOMINA.
           01 REGISTRO-NOMINA-LINEA.
               05 REGISTRO-PERIODO PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 REGISTRO-EMPLEADO-ID PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 REGISTRO-APELLIDOS PIC X(35).
               05 FILLER PIC X VALUE SPACE.
               05 REGISTRO-NOMBRE PIC X(25).
               05 FILLER PIC X VALUE SPACE.
               05 REGISTRO-BRUTO.
                   10 REGISTRO-BRUTO-ENTERO PIC 9(7).
                   10 FILLER PIC X.
                   10 REGISTRO-BRUTO-DECIMAL PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 REGISTRO-ANTIGUEDAD.
                   10 REGISTRO-ANTIGUEDAD-ENTERO PIC 9(7).
                   10 FILLER PIC X.
                   10 REGISTRO-ANTIGUEDAD-DECIMAL PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 REGISTRO-IRPF.
                   10 REGISTRO-IRPF-ENTERO PIC 9(7).
                   10 FILLER PIC X.
                   10 REGISTRO-IRPF-DECIMAL PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 REGISTRO-SS.
                   10 REGISTRO-SS-ENTERO PIC 9(7).
                   10 FILLER PIC X.
                   10 REGISTRO-SS-DECIMAL PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 REGISTRO-DEDUCCIONES.
                   10 REGISTRO-DEDUCCIONES-ENTERO PIC 9(7).
                   10 FILLER PIC X.
                   10 REGISTRO-DEDUCCIONES-DECIMAL PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 REGISTRO-NETO.
                   10 REGISTRO-NETO-ENTERO PIC 9(7).
                   10 FILLER PIC X.
                   10 REGISTRO-NETO-DECIMAL PIC 99.

       FD ASIENTO-ARCHIVO.
           01 ASIENTO-DETALLE.
               05 ASIENTO-PERIODO PIC 9(6).
               05 FILLER PIC X.
               05 ASIENTO-TIPO PIC X(5).
               05 FILLER PIC X.
               05 ASIENTO-CUENTA PIC X(4).
               05 FILLER PIC X.
               05 ASIENTO-CONCEPTO PIC X(32).
               05 FILLER PIC X.
               05 ASIENTO-IMPORTE PIC 9(11)V99.
           01 ASIENTO-CONTROL.
               05 CONTROL-MARCA PIC X(4).
               05 CONTROL-PERIODO PIC 9(6).
               05 FILLER PIC X(55).

       FD MODELO-ARCHIVO.
           01 MODELO-LINEA PIC X(140).

       FD RESUMEN-ARCHIVO.
           01 RESUMEN-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01 FECHA-DEL-DIA PIC 9(8).
       01 ANYO-ACTUAL PIC 9(4).
       01 MES-ACTUAL PIC 9(2).
       01 TRIMESTRE-TEXTO PIC X(10).
       01 EJERCICIO-DECLARADO PIC 9(4).
       01 TRIMESTRE-DECLARADO PIC 9.
       01 TRIMESTRE-ES-VALIDO PIC X VALUE "N".
           88 TRIMESTRE-VALIDO VALUE "S".
       01 MES-INICIO PIC 9(2).
       01 MES-FIN PIC 9(2).
       01 NIF-RETENEDOR PIC X(9).
       01 MODELO-RUTA PIC X(60).
       01 RESUMEN-RUTA PIC X(60).
       01 HIST-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 HIST-NO-HAY-MAS-REGISTROS VALUE "S".
       01 REG-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 REG-NO-HAY-MAS-REGISTROS VALUE "S".
       01 ASIENTO-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 ASIENTO-NO-HAY-MAS-REGISTROS VALUE "S".
       01 EMPLEADO-ENCONTRADO PIC X VALUE "N".
           88 EMPLEADO-YA-EXISTE VALUE "S".
       01 TOTAL-EMPLEADOS PIC 9(4) VALUE 0.
       01 MES-MOVIMIENTO PIC 9(2).
       01 MES-TRIMESTRE PIC 9.
       01 INDICE-PERCEPTOR PIC 9(4) VALUE 0.
       01 INDICE-MES PIC 9 VALUE 0.
       01 TABLA-PERCEPTORES.
           05 PERCEPTOR-ENTRADA OCCURS 1000 TIMES
                   INDEXED BY IDX-PERC.
               10 PERC-EMPLEADO-ID PIC X(6).
               10 PERC-APELLIDOS PIC X(35).
               10 PERC-NOMBRE PIC X(25).
               10 PERC-BRUTO PIC 9(9)V99.
               10 PERC-IRPF PIC 9(9)V99.
               10 PERC-MES-ENTRADA OCCURS 3 TIMES.
                   15 PERC-MES-VIGENTES PIC S9(3).
                   15 PERC-MES-FINIQUITOS PIC S9(3).
                   15 PERC-MES-LINEAS PIC S9(3).
       01 TABLA-MESES.
           05 MES-ENTRADA OCCURS 3 TIMES.
               10 MES-PERIODO PIC 9(6).
               10 MES-BRUTO PIC 9(9)V99.
               10 MES-IRPF-NOMINA PIC 9(9)V99.
               10 MES-IRPF-FINIQUITO PIC 9(9)V99.
               10 MES-IRPF-ASIENTO PIC 9(9)V99.
               10 MES-ASIENTO-SW PIC X.
       01 IMPORTE-LINEA-BRUTO PIC 9(7)V99.
       01 IMPORTE-LINEA-IRPF PIC 9(7)V99.
       01 BLOQUE-IRPF PIC 9(11)V99 VALUE 0.
       01 DIFERENCIA-IRPF PIC S9(9)V99.
       01 CONTADOR-DIFERENCIAS PIC 9 VALUE 0.
       01 CONTADOR-PERCEPTORES PIC 9(8) VALUE 0.
       01 TOTAL-BRUTO PIC 9(13)V99 VALUE 0.
       01 TOTAL-IRPF PIC 9(13)V99 VALUE 0.
       01 TOTAL-IRPF-NOMINA PIC 9(11)V99 VALUE 0.
       01 TOTAL-IRPF-FINIQUITO PIC 9(11)V99 VALUE 0.
       01 TOTAL-IRPF-ASIENTO PIC 9(11)V99 VALUE 0.

       01 MODELO-REGISTRO.
           05 FILLER PIC X(6) VALUE "<T1110".
           05 MODELO-EJERCICIO PIC 9(4).
           05 MODELO-PERIODO.
               10 MODELO-TRIMESTRE PIC 9.
               10 FILLER PIC X VALUE "T".
           05 FILLER PIC X(5) VALUE "0000>".
           05 MODELO-TIPO-DECLARACION PIC X.
           05 MODELO-NIF PIC X(9).
           05 MODELO-PERCEPTORES PIC 9(8).
           05 MODELO-PERCEPCIONES PIC 9(15)V99.
           05 MODELO-RETENCIONES PIC 9(15)V99.
           05 MODELO-TOTAL-LIQUIDACION PIC 9(15)V99.
           05 MODELO-RESULTADO PIC 9(15)V99.
           05 FILLER PIC X(7) VALUE "</T1110".
           05 MODELO-CIERRE-EJERCICIO PIC 9(4).
           05 MODELO-CIERRE-PERIODO PIC X(2).
           05 FILLER PIC X(5) VALUE "0000>".

       01 RESUMEN-SEPARADOR PIC X(84) VALUE ALL "=".
       01 RESUMEN-GUIONES PIC X(84) VALUE ALL "-".
       01 RESUMEN-CABECERA.
           05 FILLER PIC X(47) VALUE
               "MODELO 111 - RETENCIONES DEL TRABAJO  EJERCICIO".
           05 FILLER PIC X VALUE SPACE.
           05 CABECERA-EJERCICIO PIC 9(4).
           05 FILLER PIC X(10) VALUE "  PERIODO ".
           05 CABECERA-TRIMESTRE PIC 9.
           05 FILLER PIC X VALUE "T".
       01 RESUMEN-NIF.
           05 FILLER PIC X(26) VALUE "NIF del retenedor".
           05 FILLER PIC X(2) VALUE ": ".
           05 RESUMEN-NIF-VALOR PIC X(9).
       01 RESUMEN-CASILLA.
           05 RESUMEN-CASILLA-CONCEPTO PIC X(26).
           05 FILLER PIC X(2) VALUE ": ".
           05 RESUMEN-CASILLA-VALOR PIC Z(10)9.99.
       01 RESUMEN-PERCEPTORES.
           05 FILLER PIC X(26) VALUE "[01] Perceptores".
           05 FILLER PIC X(2) VALUE ": ".
           05 RESUMEN-PERCEPTORES-NUM PIC Z(13)9.
       01 RESUMEN-TITULO-DETALLE PIC X(44) VALUE
           "DETALLE POR PERCEPTOR PARA LA GESTORIA".
       01 DETALLE-CABECERA.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(36) VALUE "APELLIDOS".
           05 FILLER PIC X(26) VALUE "NOMBRE".
           05 FILLER PIC X(13) VALUE "       BRUTO".
           05 FILLER PIC X(12) VALUE "        IRPF".
       01 DETALLE-LINEA.
           05 DETALLE-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-APELLIDOS PIC X(35).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-NOMBRE PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-BRUTO PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-IRPF PIC Z(8)9.99.
       01 DETALLE-TOTALES.
           05 FILLER PIC X(69) VALUE "TOTALES".
           05 DETALLE-TOTAL-BRUTO PIC Z(10)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-TOTAL-IRPF PIC Z(8)9.99.
       01 RESUMEN-TITULO-CUADRE PIC X(60) VALUE
           "CUADRE CON EL ASIENTO DE NOMINA (ABONO 4751)".
       01 CUADRE-CABECERA.
           05 FILLER PIC X(8) VALUE "PERIODO".
           05 FILLER PIC X(13) VALUE "  IRPF NOMINA".
           05 FILLER PIC X(13) VALUE "  FINIQUITOS".
           05 FILLER PIC X(13) VALUE " IRPF ASIENTO".
           05 FILLER PIC X(13) VALUE "   DIFERENCIA".
           05 FILLER PIC X(12) VALUE "  SITUACION".
       01 CUADRE-LINEA.
           05 CUADRE-PERIODO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CUADRE-IRPF-NOMINA PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 CUADRE-IRPF-FINIQUITO PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 CUADRE-IRPF-ASIENTO PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 CUADRE-DIFERENCIA PIC -Z(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CUADRE-SITUACION PIC X(12).
       01 CUADRE-NOTA.
           05 FILLER PIC X(44) VALUE
               "Los finiquitos no se contabilizan en el asie".
           05 FILLER PIC X(41) VALUE
               "nto de nómina y no entran en el cuadre.".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM OBTENER-TRIMESTRE
           PERFORM OBTENER-NIF
           PERFORM INICIAR-MESES
           PERFORM CARGAR-HISTORICO
           PERFORM CONTAR-LINEAS-REGISTRO
           PERFORM CARGAR-IMPORTES-REGISTRO
           PERFORM CARGAR-ASIENTOS
           PERFORM TOTALIZAR-PERCEPTOR
               VARYING IDX-PERC FROM 1 BY 1
               UNTIL IDX-PERC > TOTAL-EMPLEADOS
           PERFORM COMPROBAR-ASIENTO
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 3
           IF CONTADOR-PERCEPTORES = 0
               DISPLAY "No hay retribuciones del trimestre en el "
                   "histórico: la declaración será negativa."
           END-IF
           PERFORM GRABAR-MODELO
           PERFORM EMITIR-RESUMEN
           DISPLAY "Perceptores          : " CONTADOR-PERCEPTORES
           DISPLAY "Percepciones         : " TOTAL-BRUTO
           DISPLAY "Retenciones          : " TOTAL-IRPF
           IF CONTADOR-DIFERENCIAS > 0
               DISPLAY "Aviso: " CONTADOR-DIFERENCIAS " periodo(s) "
                   "no cuadran con el asiento de nómina."
           END-IF
           DISPLAY "Declaración grabada en " MODELO-RUTA
           DISPLAY "Resumen grabado en " RESUMEN-RUTA
           DISPLAY "Modelo 111 trimestral finalizado.".

       PROGRAM-DONE.
       STOP RUN.

       OBTENER-TRIMESTRE.
           ACCEPT FECHA-DEL-DIA FROM DATE YYYYMMDD
           DISPLAY "Ejercicio y trimestre (AAAAT, ENTER = trimestre "
               "anterior)" " ? ".
           MOVE SPACES TO TRIMESTRE-TEXTO
           ACCEPT TRIMESTRE-TEXTO
           PERFORM VALIDAR-TRIMESTRE
           PERFORM UNTIL TRIMESTRE-VALIDO
               DISPLAY "Trimestre no válido. Debe ser AAAAT, con T "
                   "de 1 a 4."
               DISPLAY "Ejercicio y trimestre (AAAAT, ENTER = "
                   "trimestre anterior)" " ? "
               MOVE SPACES TO TRIMESTRE-TEXTO
               ACCEPT TRIMESTRE-TEXTO
               PERFORM VALIDAR-TRIMESTRE
           END-PERFORM
           COMPUTE MES-FIN = TRIMESTRE-DECLARADO * 3
           COMPUTE MES-INICIO = MES-FIN - 2
           MOVE SPACES TO MODELO-RUTA
           STRING "modelo111-" EJERCICIO-DECLARADO "-"
               TRIMESTRE-DECLARADO "T.dat"
               DELIMITED BY SIZE INTO MODELO-RUTA
           END-STRING
           MOVE SPACES TO RESUMEN-RUTA
           STRING "resumen-modelo111-" EJERCICIO-DECLARADO "-"
               TRIMESTRE-DECLARADO "T.txt"
               DELIMITED BY SIZE INTO RESUMEN-RUTA
           END-STRING.

       VALIDAR-TRIMESTRE.
           MOVE "N" TO TRIMESTRE-ES-VALIDO
           IF TRIMESTRE-TEXTO = SPACES
               MOVE FECHA-DEL-DIA(1:4) TO ANYO-ACTUAL
               MOVE FECHA-DEL-DIA(5:2) TO MES-ACTUAL
               COMPUTE TRIMESTRE-DECLARADO = (MES-ACTUAL - 1) / 3
               IF TRIMESTRE-DECLARADO = 0
                   MOVE 4 TO TRIMESTRE-DECLARADO
                   COMPUTE EJERCICIO-DECLARADO = ANYO-ACTUAL - 1
               ELSE
                   MOVE ANYO-ACTUAL TO EJERCICIO-DECLARADO
               END-IF
               MOVE "S" TO TRIMESTRE-ES-VALIDO
           ELSE
               IF TRIMESTRE-TEXTO(1:5) IS NUMERIC AND
                       TRIMESTRE-TEXTO(6:5) = SPACES AND
                       TRIMESTRE-TEXTO(5:1) >= "1" AND
                       TRIMESTRE-TEXTO(5:1) <= "4"
                   MOVE TRIMESTRE-TEXTO(1:4) TO EJERCICIO-DECLARADO
                   MOVE TRIMESTRE-TEXTO(5:1) TO TRIMESTRE-DECLARADO
                   MOVE "S" TO TRIMESTRE-ES-VALIDO
               END-IF
           END-IF.

       OBTENER-NIF.
           DISPLAY "NIF del retenedor" " ? ".
           MOVE SPACES TO NIF-RETENEDOR
           ACCEPT NIF-RETENEDOR
           PERFORM UNTIL NIF-RETENEDOR NOT = SPACES
               DISPLAY "El NIF no puede estar en blanco."
               DISPLAY "NIF del retenedor" " ? "
               ACCEPT NIF-RETENEDOR
           END-PERFORM.

       INICIAR-MESES.
           PERFORM INICIAR-UN-MES
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 3.

       INICIAR-UN-MES.
           COMPUTE MES-PERIODO (INDICE-MES) = EJERCICIO-DECLARADO * 100
               + MES-INICIO + INDICE-MES - 1
           MOVE 0 TO MES-BRUTO (INDICE-MES)
           MOVE 0 TO MES-IRPF-NOMINA (INDICE-MES)
           MOVE 0 TO MES-IRPF-FINIQUITO (INDICE-MES)
           MOVE 0 TO MES-IRPF-ASIENTO (INDICE-MES)
           MOVE "N" TO MES-ASIENTO-SW (INDICE-MES).

       CARGAR-HISTORICO.
           MOVE 0 TO TOTAL-EMPLEADOS
           MOVE "N" TO HIST-FIN-DE-ARCHIVO
           OPEN INPUT HISTORICO-NOMINA
           PERFORM LEER-HISTORICO
           PERFORM EXAMINAR-HISTORICO
               UNTIL HIST-NO-HAY-MAS-REGISTROS
           CLOSE HISTORICO-NOMINA.

       LEER-HISTORICO.
           READ HISTORICO-NOMINA
               AT END MOVE "S" TO HIST-FIN-DE-ARCHIVO
           END-READ.

       EXAMINAR-HISTORICO.
           IF HISTORICO-PERIODO(1:4) = EJERCICIO-DECLARADO
               MOVE HISTORICO-PERIODO(5:2) TO MES-MOVIMIENTO
               IF MES-MOVIMIENTO >= MES-INICIO AND
                       MES-MOVIMIENTO <= MES-FIN
                   COMPUTE MES-TRIMESTRE = MES-MOVIMIENTO
                       - MES-INICIO + 1
                   PERFORM ACUMULAR-MOVIMIENTO
               END-IF
           END-IF
           PERFORM LEER-HISTORICO.

       ACUMULAR-MOVIMIENTO.
           MOVE "N" TO EMPLEADO-ENCONTRADO
           PERFORM BUSCAR-EMPLEADO
               VARYING IDX-PERC FROM 1 BY 1
               UNTIL IDX-PERC > TOTAL-EMPLEADOS
           IF NOT EMPLEADO-YA-EXISTE
               IF TOTAL-EMPLEADOS < 1000
                   ADD 1 TO TOTAL-EMPLEADOS
                   SET IDX-PERC TO TOTAL-EMPLEADOS
                   PERFORM INICIAR-EMPLEADO
                   PERFORM ANOTAR-VIGENCIA
               ELSE
                   DISPLAY "Aviso: tabla de perceptores llena, no se "
                       "declara el empleado " HISTORICO-EMPLEADO-ID
               END-IF
           END-IF.

       BUSCAR-EMPLEADO.
           IF PERC-EMPLEADO-ID (IDX-PERC) = HISTORICO-EMPLEADO-ID
               MOVE "S" TO EMPLEADO-ENCONTRADO
               PERFORM ANOTAR-VIGENCIA
               SET IDX-PERC TO TOTAL-EMPLEADOS
           END-IF.

       INICIAR-EMPLEADO.
           MOVE HISTORICO-EMPLEADO-ID TO PERC-EMPLEADO-ID (IDX-PERC)
           MOVE SPACES TO PERC-APELLIDOS (IDX-PERC)
           MOVE SPACES TO PERC-NOMBRE (IDX-PERC)
           MOVE 0 TO PERC-BRUTO (IDX-PERC)
           MOVE 0 TO PERC-IRPF (IDX-PERC)
           PERFORM INICIAR-MES-PERCEPTOR
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 3.

       INICIAR-MES-PERCEPTOR.
           MOVE 0 TO PERC-MES-VIGENTES (IDX-PERC INDICE-MES)
           MOVE 0 TO PERC-MES-FINIQUITOS (IDX-PERC INDICE-MES)
           MOVE 0 TO PERC-MES-LINEAS (IDX-PERC INDICE-MES).

       ANOTAR-VIGENCIA.
           EVALUATE HISTORICO-TIPO
               WHEN "ABONO"
               WHEN "PAGAEXTRA"
                   ADD 1 TO PERC-MES-VIGENTES (IDX-PERC MES-TRIMESTRE)
               WHEN "FINIQUITO"
                   ADD 1 TO PERC-MES-VIGENTES (IDX-PERC MES-TRIMESTRE)
                   ADD 1
                       TO PERC-MES-FINIQUITOS (IDX-PERC MES-TRIMESTRE)
               WHEN OTHER
                   SUBTRACT 1
                       FROM PERC-MES-VIGENTES (IDX-PERC MES-TRIMESTRE)
           END-EVALUATE.

       CONTAR-LINEAS-REGISTRO.
           MOVE "N" TO REG-FIN-DE-ARCHIVO
           OPEN INPUT REGISTRO-NOMINA
           PERFORM LEER-REGISTRO-NOMINA
           PERFORM EXAMINAR-LINEA-REGISTRO
               UNTIL REG-NO-HAY-MAS-REGISTROS
           CLOSE REGISTRO-NOMINA.

       EXAMINAR-LINEA-REGISTRO.
           IF REGISTRO-PERIODO(1:4) = EJERCICIO-DECLARADO
               MOVE REGISTRO-PERIODO(5:2) TO MES-MOVIMIENTO
               IF MES-MOVIMIENTO >= MES-INICIO AND
                       MES-MOVIMIENTO <= MES-FIN
                   COMPUTE MES-TRIMESTRE = MES-MOVIMIENTO
                       - MES-INICIO + 1
                   PERFORM CONTAR-LINEA
                       VARYING IDX-PERC FROM 1 BY 1
                       UNTIL IDX-PERC > TOTAL-EMPLEADOS
               END-IF
           END-IF
           PERFORM LEER-REGISTRO-NOMINA.

       CONTAR-LINEA.
           IF PERC-EMPLEADO-ID (IDX-PERC) = REGISTRO-EMPLEADO-ID
               ADD 1 TO PERC-MES-LINEAS (IDX-PERC MES-TRIMESTRE)
               SET IDX-PERC TO TOTAL-EMPLEADOS
           END-IF.

       CARGAR-IMPORTES-REGISTRO.
           MOVE "N" TO REG-FIN-DE-ARCHIVO
           OPEN INPUT REGISTRO-NOMINA
           PERFORM LEER-REGISTRO-NOMINA
           PERFORM EXAMINAR-REGISTRO-NOMINA
               UNTIL REG-NO-HAY-MAS-REGISTROS
           CLOSE REGISTRO-NOMINA.

       LEER-REGISTRO-NOMINA.
           READ REGISTRO-NOMINA
               AT END MOVE "S" TO REG-FIN-DE-ARCHIVO
           END-READ.

       EXAMINAR-REGISTRO-NOMINA.
           IF REGISTRO-PERIODO(1:4) = EJERCICIO-DECLARADO
               MOVE REGISTRO-PERIODO(5:2) TO MES-MOVIMIENTO
               IF MES-MOVIMIENTO >= MES-INICIO AND
                       MES-MOVIMIENTO <= MES-FIN
                   COMPUTE MES-TRIMESTRE = MES-MOVIMIENTO
                       - MES-INICIO + 1
                   PERFORM CASAR-REGISTRO
                       VARYING IDX-PERC FROM 1 BY 1
                       UNTIL IDX-PERC > TOTAL-EMPLEADOS
               END-IF
           END-IF
           PERFORM LEER-REGISTRO-NOMINA.

       CASAR-REGISTRO.
           IF PERC-EMPLEADO-ID (IDX-PERC) = REGISTRO-EMPLEADO-ID
               SUBTRACT 1
                   FROM PERC-MES-LINEAS (IDX-PERC MES-TRIMESTRE)
               IF PERC-MES-LINEAS (IDX-PERC MES-TRIMESTRE) <
                       PERC-MES-VIGENTES (IDX-PERC MES-TRIMESTRE)
                   PERFORM ANOTAR-IMPORTES
               END-IF
               SET IDX-PERC TO TOTAL-EMPLEADOS
           END-IF.

       ANOTAR-IMPORTES.
           MOVE REGISTRO-APELLIDOS TO PERC-APELLIDOS (IDX-PERC)
           MOVE REGISTRO-NOMBRE TO PERC-NOMBRE (IDX-PERC)
           COMPUTE IMPORTE-LINEA-BRUTO =
               REGISTRO-BRUTO-ENTERO + REGISTRO-BRUTO-DECIMAL / 100
           COMPUTE IMPORTE-LINEA-IRPF =
               REGISTRO-IRPF-ENTERO + REGISTRO-IRPF-DECIMAL / 100
           ADD IMPORTE-LINEA-BRUTO TO PERC-BRUTO (IDX-PERC)
           ADD IMPORTE-LINEA-IRPF TO PERC-IRPF (IDX-PERC)
           ADD IMPORTE-LINEA-BRUTO TO MES-BRUTO (MES-TRIMESTRE)
           IF PERC-MES-LINEAS (IDX-PERC MES-TRIMESTRE) = 0 AND
                   PERC-MES-FINIQUITOS (IDX-PERC MES-TRIMESTRE) > 0
               ADD IMPORTE-LINEA-IRPF
                   TO MES-IRPF-FINIQUITO (MES-TRIMESTRE)
           ELSE
               ADD IMPORTE-LINEA-IRPF
                   TO MES-IRPF-NOMINA (MES-TRIMESTRE)
           END-IF.

       CARGAR-ASIENTOS.
           MOVE 0 TO BLOQUE-IRPF
           MOVE "N" TO ASIENTO-FIN-DE-ARCHIVO
           OPEN INPUT ASIENTO-ARCHIVO
           PERFORM LEER-ASIENTO
           PERFORM EXAMINAR-ASIENTO
               UNTIL ASIENTO-NO-HAY-MAS-REGISTROS
           CLOSE ASIENTO-ARCHIVO.

       LEER-ASIENTO.
           READ ASIENTO-ARCHIVO
               AT END MOVE "S" TO ASIENTO-FIN-DE-ARCHIVO
           END-READ.

       EXAMINAR-ASIENTO.
           IF CONTROL-MARCA = "CTL "
               PERFORM CERRAR-BLOQUE-ASIENTO
           ELSE
               IF ASIENTO-TIPO = "ABONO" AND ASIENTO-CUENTA = "4751"
                       AND ASIENTO-IMPORTE IS NUMERIC
                   ADD ASIENTO-IMPORTE TO BLOQUE-IRPF
               END-IF
           END-IF
           PERFORM LEER-ASIENTO.

       CERRAR-BLOQUE-ASIENTO.
           IF CONTROL-PERIODO(1:4) = EJERCICIO-DECLARADO
               MOVE CONTROL-PERIODO(5:2) TO MES-MOVIMIENTO
               IF MES-MOVIMIENTO >= MES-INICIO AND
                       MES-MOVIMIENTO <= MES-FIN
                   COMPUTE MES-TRIMESTRE = MES-MOVIMIENTO
                       - MES-INICIO + 1
                   MOVE BLOQUE-IRPF
                       TO MES-IRPF-ASIENTO (MES-TRIMESTRE)
                   MOVE "S" TO MES-ASIENTO-SW (MES-TRIMESTRE)
               END-IF
           END-IF
           MOVE 0 TO BLOQUE-IRPF.

       TOTALIZAR-PERCEPTOR.
           IF PERC-BRUTO (IDX-PERC) > 0 OR PERC-IRPF (IDX-PERC) > 0
               ADD 1 TO CONTADOR-PERCEPTORES
               ADD PERC-BRUTO (IDX-PERC) TO TOTAL-BRUTO
               ADD PERC-IRPF (IDX-PERC) TO TOTAL-IRPF
           END-IF.

       COMPROBAR-ASIENTO.
           ADD MES-IRPF-NOMINA (INDICE-MES) TO TOTAL-IRPF-NOMINA
           ADD MES-IRPF-FINIQUITO (INDICE-MES) TO TOTAL-IRPF-FINIQUITO
           ADD MES-IRPF-ASIENTO (INDICE-MES) TO TOTAL-IRPF-ASIENTO
           COMPUTE DIFERENCIA-IRPF = MES-IRPF-NOMINA (INDICE-MES)
               - MES-IRPF-ASIENTO (INDICE-MES)
           IF MES-ASIENTO-SW (INDICE-MES) NOT = "S"
               IF MES-IRPF-NOMINA (INDICE-MES) > 0
                   DISPLAY "Aviso: no hay asiento de nómina del "
                       "periodo " MES-PERIODO (INDICE-MES)
                       " para cuadrar " MES-IRPF-NOMINA (INDICE-MES)
                   ADD 1 TO CONTADOR-DIFERENCIAS
               END-IF
           ELSE
               IF DIFERENCIA-IRPF NOT = 0
                   DISPLAY "Aviso: el IRPF del periodo "
                       MES-PERIODO (INDICE-MES) " no cuadra con el "
                       "asiento (nómina " MES-IRPF-NOMINA (INDICE-MES)
                       " asiento " MES-IRPF-ASIENTO (INDICE-MES) ")."
                   ADD 1 TO CONTADOR-DIFERENCIAS
               END-IF
           END-IF.

       GRABAR-MODELO.
           MOVE EJERCICIO-DECLARADO TO MODELO-EJERCICIO
           MOVE TRIMESTRE-DECLARADO TO MODELO-TRIMESTRE
           MOVE EJERCICIO-DECLARADO TO MODELO-CIERRE-EJERCICIO
           MOVE MODELO-PERIODO TO MODELO-CIERRE-PERIODO
           IF TOTAL-IRPF > 0
               MOVE "I" TO MODELO-TIPO-DECLARACION
           ELSE
               MOVE "N" TO MODELO-TIPO-DECLARACION
           END-IF
           MOVE NIF-RETENEDOR TO MODELO-NIF
           MOVE CONTADOR-PERCEPTORES TO MODELO-PERCEPTORES
           MOVE TOTAL-BRUTO TO MODELO-PERCEPCIONES
           MOVE TOTAL-IRPF TO MODELO-RETENCIONES
           MOVE TOTAL-IRPF TO MODELO-TOTAL-LIQUIDACION
           MOVE TOTAL-IRPF TO MODELO-RESULTADO
           OPEN OUTPUT MODELO-ARCHIVO
           WRITE MODELO-LINEA FROM MODELO-REGISTRO
           CLOSE MODELO-ARCHIVO.

       EMITIR-RESUMEN.
           OPEN OUTPUT RESUMEN-ARCHIVO
           WRITE RESUMEN-LINEA FROM RESUMEN-SEPARADOR
           MOVE EJERCICIO-DECLARADO TO CABECERA-EJERCICIO
           MOVE TRIMESTRE-DECLARADO TO CABECERA-TRIMESTRE
           WRITE RESUMEN-LINEA FROM RESUMEN-CABECERA
           WRITE RESUMEN-LINEA FROM RESUMEN-SEPARADOR
           MOVE NIF-RETENEDOR TO RESUMEN-NIF-VALOR
           WRITE RESUMEN-LINEA FROM RESUMEN-NIF
           MOVE CONTADOR-PERCEPTORES TO RESUMEN-PERCEPTORES-NUM
           WRITE RESUMEN-LINEA FROM RESUMEN-PERCEPTORES
           MOVE "[02] Percepciones" TO RESUMEN-CASILLA-CONCEPTO
           MOVE TOTAL-BRUTO TO RESUMEN-CASILLA-VALOR
           WRITE RESUMEN-LINEA FROM RESUMEN-CASILLA
           MOVE "[03] Retenciones" TO RESUMEN-CASILLA-CONCEPTO
           MOVE TOTAL-IRPF TO RESUMEN-CASILLA-VALOR
           WRITE RESUMEN-LINEA FROM RESUMEN-CASILLA
           MOVE "[28] Total liquidacion" TO RESUMEN-CASILLA-CONCEPTO
           MOVE TOTAL-IRPF TO RESUMEN-CASILLA-VALOR
           WRITE RESUMEN-LINEA FROM RESUMEN-CASILLA
           MOVE "[30] Resultado a ingresar"
               TO RESUMEN-CASILLA-CONCEPTO
           MOVE TOTAL-IRPF TO RESUMEN-CASILLA-VALOR
           WRITE RESUMEN-LINEA FROM RESUMEN-CASILLA
           MOVE SPACES TO RESUMEN-LINEA
           WRITE RESUMEN-LINEA
           WRITE RESUMEN-LINEA FROM RESUMEN-SEPARADOR
           WRITE RESUMEN-LINEA FROM RESUMEN-TITULO-DETALLE
           WRITE RESUMEN-LINEA FROM RESUMEN-SEPARADOR
           WRITE RESUMEN-LINEA FROM DETALLE-CABECERA
           PERFORM ESCRIBIR-LINEA-PERCEPTOR
               VARYING INDICE-PERCEPTOR FROM 1 BY 1
               UNTIL INDICE-PERCEPTOR > TOTAL-EMPLEADOS
           WRITE RESUMEN-LINEA FROM RESUMEN-GUIONES
           MOVE TOTAL-BRUTO TO DETALLE-TOTAL-BRUTO
           MOVE TOTAL-IRPF TO DETALLE-TOTAL-IRPF
           WRITE RESUMEN-LINEA FROM DETALLE-TOTALES
           MOVE SPACES TO RESUMEN-LINEA
           WRITE RESUMEN-LINEA
           WRITE RESUMEN-LINEA FROM RESUMEN-SEPARADOR
           WRITE RESUMEN-LINEA FROM RESUMEN-TITULO-CUADRE
           WRITE RESUMEN-LINEA FROM RESUMEN-SEPARADOR
           WRITE RESUMEN-LINEA FROM CUADRE-CABECERA
           PERFORM ESCRIBIR-LINEA-CUADRE
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 3
           WRITE RESUMEN-LINEA FROM RESUMEN-GUIONES
           MOVE 0 TO CUADRE-PERIODO
           MOVE TOTAL-IRPF-NOMINA TO CUADRE-IRPF-NOMINA
           MOVE TOTAL-IRPF-FINIQUITO TO CUADRE-IRPF-FINIQUITO
           MOVE TOTAL-IRPF-ASIENTO TO CUADRE-IRPF-ASIENTO
           COMPUTE CUADRE-DIFERENCIA =
               TOTAL-IRPF-NOMINA - TOTAL-IRPF-ASIENTO
           IF CONTADOR-DIFERENCIAS > 0
               MOVE "REVISAR" TO CUADRE-SITUACION
           ELSE
               MOVE "CUADRADO" TO CUADRE-SITUACION
           END-IF
           WRITE RESUMEN-LINEA FROM CUADRE-LINEA
           WRITE RESUMEN-LINEA FROM CUADRE-NOTA
           CLOSE RESUMEN-ARCHIVO.

       ESCRIBIR-LINEA-PERCEPTOR.
           SET IDX-PERC TO INDICE-PERCEPTOR
           IF PERC-BRUTO (IDX-PERC) > 0 OR PERC-IRPF (IDX-PERC) > 0
               MOVE PERC-EMPLEADO-ID (IDX-PERC) TO DETALLE-EMPLEADO-ID
               MOVE PERC-APELLIDOS (IDX-PERC) TO DETALLE-APELLIDOS
               MOVE PERC-NOMBRE (IDX-PERC) TO DETALLE-NOMBRE
               MOVE PERC-BRUTO (IDX-PERC) TO DETALLE-BRUTO
               MOVE PERC-IRPF (IDX-PERC) TO DETALLE-IRPF
               WRITE RESUMEN-LINEA FROM DETALLE-LINEA
           END-IF.

       ESCRIBIR-LINEA-CUADRE.
           MOVE MES-PERIODO (INDICE-MES) TO CUADRE-PERIODO
           MOVE MES-IRPF-NOMINA (INDICE-MES) TO CUADRE-IRPF-NOMINA
           MOVE MES-IRPF-FINIQUITO (INDICE-MES)
               TO CUADRE-IRPF-FINIQUITO
           MOVE MES-IRPF-ASIENTO (INDICE-MES) TO CUADRE-IRPF-ASIENTO
           COMPUTE CUADRE-DIFERENCIA = MES-IRPF-NOMINA (INDICE-MES)
               - MES-IRPF-ASIENTO (INDICE-MES)
           EVALUATE TRUE
               WHEN MES-ASIENTO-SW (INDICE-MES) NOT = "S" AND
                       MES-IRPF-NOMINA (INDICE-MES) > 0
                   MOVE "SIN ASIENTO" TO CUADRE-SITUACION
               WHEN MES-IRPF-NOMINA (INDICE-MES) NOT =
                       MES-IRPF-ASIENTO (INDICE-MES)
                   MOVE "DIFERENCIA" TO CUADRE-SITUACION
               WHEN OTHER
                   MOVE "CUADRADO" TO CUADRE-SITUACION
           END-EVALUATE
           WRITE RESUMEN-LINEA FROM CUADRE-LINEA.

       END PROGRAM MODELO-111.
