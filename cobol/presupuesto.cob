       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTO-PLANTILLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO DYNAMIC EMPLEADOS-ARCHIVO-RUTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMPLEADOS-ID
           ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMPLEADOS-DEPARTAMENTO
               WITH DUPLICATES
           FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL DEPARTAMENTOS-CATALOGO
           ASSIGN TO "departamentos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTORICO-NOMINA
           ASSIGN TO "historico-nomina.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL REGISTRO-NOMINA
           ASSIGN TO "registro-nomina.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TIPOS-ARCHIVO
           ASSIGN TO "tipos-retencion.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONTRATOS-ARCHIVO
           ASSIGN TO "contratos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CARGA-ARCHIVO
           ASSIGN TO DYNAMIC CARGA-RUTA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PRESUPUESTO-ARCHIVO
           ASSIGN TO DYNAMIC PRESUPUESTO-RUTA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LISTADO-ARCHIVO
           ASSIGN TO DYNAMIC LISTADO-RUTA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EMPLEADOS-AUDITORIA
           ASSIGN TO "auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       COPY EMPREG.

       FD DEPARTAMENTOS-CATALOGO.
           01 CATALOGO-REGISTRO.
               05 CATALOGO-CODIGO PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 CATALOGO-DESCRIPCION PIC X(30).

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
               05 FILLER PIC X(55).

       FD TIPOS-ARCHIVO.
           01 TIPOS-LINEA PIC X(80).

       FD CONTRATOS-ARCHIVO.
           01 CONTRATOS-LINEA PIC X(80).

       FD CARGA-ARCHIVO.
           01 CARGA-LINEA PIC X(80).

       FD PRESUPUESTO-ARCHIVO.
           01 PRESUPUESTO-REGISTRO.
               05 PRESUPUESTO-EJERCICIO PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 PRESUPUESTO-DEPARTAMENTO PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 PRESUPUESTO-MES PIC 9(2).
               05 FILLER PIC X VALUE SPACE.
               05 PRESUPUESTO-PLANTILLA PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 PRESUPUESTO-COSTE PIC 9(9)V99.

       FD LISTADO-ARCHIVO.
           01 LISTADO-LINEA PIC X(132).

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
       01 PERFIL-REQUERIDO PIC X VALUE "G".
       01 OPERADOR-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 NO-HAY-MAS-OPERADORES VALUE "S".
       01 OPERADOR-ES-VALIDO PIC X VALUE "N".
           88 OPERADOR-AUTORIZADO VALUE "S".
       01 OPCION-MENU PIC X.
       01 RESPUESTA-VALIDA PIC X.
       01 FECHA-DEL-DIA PIC 9(8).
       01 ENTRADA PIC X(10).
       01 ENTRADA-LONGITUD PIC 9(02) VALUE 0.
       01 ENTRADA-ES-NUMERICA PIC X VALUE "N".
           88 ENTRADA-NUMERICA VALUE "S".
       01 EJERCICIO-PRESUPUESTO PIC 9(4).
       01 EJERCICIO-ES-VALIDO PIC X VALUE "N".
           88 EJERCICIO-VALIDO VALUE "S".
       01 PERIODO-TEXTO PIC X(10).
       01 PERIODO-ES-VALIDO PIC X VALUE "N".
           88 PERIODO-VALIDO VALUE "S".
       01 PERIODO-INFORME PIC 9(6).
       01 MES-INFORME PIC 9(2).
       01 MES-INICIO-PROYECCION PIC 9(2).
       01 MES-MOVIMIENTO PIC 9(2).
       01 INDICE-MES PIC 9(2) VALUE 0.
       01 CARGA-RUTA PIC X(60).
       01 PRESUPUESTO-RUTA PIC X(60).
       01 EMPLEADOS-ARCHIVO-RUTA PIC X(250).
       01 EMPLEADOS-ESTADO PIC X(02).

       01 FIN-DE-ARCHIVO PIC X VALUE "N".
           88 NO-HAY-MAS-REGISTROS VALUE "S".
       01 CATALOGO-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 CATALOGO-NO-HAY-MAS-REGISTROS VALUE "S".
       01 HIST-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 HIST-NO-HAY-MAS-REGISTROS VALUE "S".
       01 REG-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 REG-NO-HAY-MAS-REGISTROS VALUE "S".
       01 TIPOS-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 TIPOS-NO-HAY-MAS-REGISTROS VALUE "S".
       01 CONTRATOS-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 CONTRATOS-NO-HAY-MAS-REGISTROS VALUE "S".
       01 CARGA-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 CARGA-NO-HAY-MAS-REGISTROS VALUE "S".
       01 PRES-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 PRES-NO-HAY-MAS-REGISTROS VALUE "S".

       01 TIPOS-CLASE PIC X(10).
       01 TIPOS-VALOR-TEXTO PIC X(12).
       01 IMPORTE-TRIENIO PIC 9(5)V99 VALUE 0.
       01 TRIENIO-CARGADO-SW PIC X VALUE "N".
           88 TRIENIO-CARGADO VALUE "S".
       01 IMPORTE-TEXTO PIC X(15).
       01 IMPORTE-PARTE-ENTERA PIC X(15).
       01 IMPORTE-PARTE-DECIMAL PIC X(15).
       01 IMPORTE-LONGITUD PIC 9(02) VALUE 0.
       01 IMPORTE-ES-VALIDO PIC X VALUE "N".
           88 IMPORTE-VALIDO VALUE "S".
       01 IMPORTE-CONVERTIDO PIC 9(9)V99.
       01 IMPORTE-DECIMALES PIC 99.

       01 CONTRATO-EMPLEADO-TEXTO PIC X(10).
       01 CONTRATO-PRORRATEO-TEXTO PIC X(10).
       01 TOTAL-CONTRATOS PIC 9(4) VALUE 0.
       01 TABLA-CONTRATOS.
           05 CONTRATO-ENTRADA OCCURS 1000 TIMES
                   INDEXED BY IDX-CONTRATO.
               10 CONTRATO-EMPLEADO-ID PIC X(6).
               10 CONTRATO-PRORRATEO PIC X.
       01 PRORRATEO-EMPLEADO-SW PIC X VALUE "N".
           88 EMPLEADO-PRORRATEA VALUE "S".

       01 CARGA-DEPARTAMENTO-TEXTO PIC X(15).
       01 CARGA-MES-TEXTO PIC X(10).
       01 CARGA-PLANTILLA-TEXTO PIC X(10).
       01 CARGA-MES PIC 9(2).
       01 CARGA-PLANTILLA PIC 9(5).
       01 MOTIVO-RECHAZO PIC X(40).
       01 CARGA-CONTADOR-LINEAS PIC 9(5) VALUE 0.
       01 CARGA-CONTADOR-RECHAZOS PIC 9(5) VALUE 0.
       01 CARGA-COSTE-TOTAL PIC 9(11)V99 VALUE 0.
       01 LINEA-DUPLICADA-SW PIC X VALUE "N".
           88 LINEA-DUPLICADA VALUE "S".
       01 PRESUPUESTO-EXISTE-SW PIC X VALUE "N".
           88 PRESUPUESTO-EXISTE VALUE "S".
       01 TOTAL-CARGA PIC 9(4) VALUE 0.
       01 INDICE-CARGA PIC 9(4) VALUE 0.
       01 TABLA-CARGA.
           05 CARGA-ENTRADA OCCURS 1200 TIMES
                   INDEXED BY IDX-CARGA.
               10 CARGA-T-DEPARTAMENTO PIC X(6).
               10 CARGA-T-MES PIC 9(2).
               10 CARGA-T-PLANTILLA PIC 9(5).
               10 CARGA-T-COSTE PIC 9(9)V99.

       01 DEPARTAMENTO-BUSCADO PIC X(6).
       01 DESCRIPCION-NUEVA PIC X(30).
       01 DEPARTAMENTO-ENCONTRADO PIC X VALUE "N".
           88 DEPARTAMENTO-YA-EXISTE VALUE "S".
       01 CATALOGADO-NUEVO PIC X VALUE "N".
       01 INDICE-DEPARTAMENTO PIC 9(3) VALUE 0.
       01 TOTAL-CATALOGO PIC 9(3) VALUE 0.
       01 TOTAL-DEPARTAMENTOS PIC 9(3) VALUE 0.
       01 AVISO-DEPARTAMENTOS PIC X VALUE "N".
           88 AVISO-DEPARTAMENTOS-MOSTRADO VALUE "S".
       01 TABLA-DEPARTAMENTOS.
           05 DEPARTAMENTO-ENTRADA OCCURS 110 TIMES
                   INDEXED BY IDX-DEP.
               10 DEP-CODIGO PIC X(6).
               10 DEP-DESCRIPCION PIC X(30).
               10 DEP-CATALOGADO PIC X.
               10 DEP-MES OCCURS 12 TIMES.
                   15 DEP-PRES-PLANTILLA PIC 9(5).
                   15 DEP-PRES-COSTE PIC 9(9)V99.
                   15 DEP-REAL-PLANTILLA PIC 9(5).
                   15 DEP-REAL-COSTE PIC 9(9)V99.
                   15 DEP-PROY-PLANTILLA PIC 9(5).
                   15 DEP-PROY-COSTE PIC 9(9)V99.

       01 EMPLEADO-BUSCADO PIC X(6).
       01 INDICE-EMPLEADO PIC 9(4) VALUE 0.
       01 TOTAL-EMPLEADOS PIC 9(4) VALUE 0.
       01 AVISO-EMPLEADOS PIC X VALUE "N".
           88 AVISO-EMPLEADOS-MOSTRADO VALUE "S".
       01 TABLA-EMPLEADOS.
           05 EMPLEADO-ENTRADA OCCURS 1000 TIMES
                   INDEXED BY IDX-EMP.
               10 EMP-ID PIC X(6).
               10 EMP-DEP-INDICE PIC 9(3).
               10 EMP-MES OCCURS 12 TIMES.
                   15 EMP-MES-VIGENTES PIC S9(3).
                   15 EMP-MES-LINEAS PIC S9(3).
                   15 EMP-MES-IMPORTE PIC 9(7)V99.
       01 IMPORTE-LINEA-BRUTO PIC 9(7)V99.

       01 PERIODO-PROYECCION PIC 9(6).
       01 ALTA-PERIODO PIC 9(6).
       01 ALTA-MES-DIA PIC 9(4).
       01 FIN-MES-DIA PIC 9(4).
       01 ALTA-DESGLOSE.
           05 ALTA-DESGLOSE-ANYO PIC 9(4).
           05 ALTA-DESGLOSE-MES PIC 9(2).
           05 ALTA-DESGLOSE-DIA PIC 9(2).
       01 EN-PLANTILLA-SW PIC X VALUE "N".
           88 EMPLEADO-EN-PLANTILLA VALUE "S".
       01 ANYOS-SERVICIO PIC 9(2).
       01 TRIENIOS-EMPLEADO PIC 9(2).
       01 DIAS-PAGADOS PIC 9(2).
       01 DIAS-PAGA-EXTRA PIC 9(3).
       01 SEMESTRE-MES-INICIO PIC 9(2).
       01 SEMESTRE-MES-FIN PIC 9(2).
       01 SALARIO-PROYECTADO PIC 9(7)V99.
       01 PLUS-PROYECTADO PIC 9(7)V99.
       01 PLUS-ANTIGUEDAD PIC 9(7)V99.
       01 COSTE-PROYECTADO PIC 9(7)V99.
       01 PAGA-EXTRA-PROYECTADA PIC 9(7)V99.
       01 PRORRATA-PROYECTADA PIC 9(7)V99.

       01 PRESUPUESTO-LINEAS PIC 9(5) VALUE 0.
       01 PRES-ANUAL PIC 9(11)V99.
       01 REAL-ACUMULADO PIC 9(11)V99.
       01 PROYECCION-RESTO PIC 9(11)V99.
       01 PREVISION-CIERRE PIC 9(11)V99.
       01 DESVIACION-MES PIC S9(11)V99.
       01 DESVIACION-ANUAL PIC S9(11)V99.
       01 EXCESO-COSTE-SW PIC X VALUE "N".
           88 EXCESO-COSTE VALUE "S".
       01 EXCESO-PLANTILLA-SW PIC X VALUE "N".
           88 EXCESO-PLANTILLA VALUE "S".
       01 CONTADOR-EXCEDIDOS PIC 9(3) VALUE 0.
       01 TOTAL-PRES-PLANTILLA PIC 9(7) VALUE 0.
       01 TOTAL-PRES-COSTE PIC 9(11)V99 VALUE 0.
       01 TOTAL-REAL-PLANTILLA PIC 9(7) VALUE 0.
       01 TOTAL-REAL-COSTE PIC 9(11)V99 VALUE 0.
       01 TOTAL-PRES-ANUAL PIC 9(11)V99 VALUE 0.
       01 TOTAL-REAL-ACUMULADO PIC 9(11)V99 VALUE 0.
       01 TOTAL-PROYECCION PIC 9(11)V99 VALUE 0.

       01 LISTADO-RUTA PIC X(60).
       01 LISTADO-FECHA PIC 9(8).
       01 LISTADO-HORA PIC 9(8).
       01 LINEAS-POR-PAGINA PIC 9(2) VALUE 55.
       01 LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
       01 NUMERO-PAGINA PIC 9(4) VALUE 0.
       01 LINEA-LISTADO PIC X(132).
       01 LISTADO-CABECERA1.
           05 FILLER PIC X(120) VALUE
               "PRESUPUESTO, REAL Y PROYECCION POR DEPARTAMENTO".
           05 FILLER PIC X(8) VALUE "PAGINA ".
           05 CABECERA-PAGINA PIC ZZZ9.
       01 LISTADO-CABECERA2.
           05 FILLER PIC X(11) VALUE "Emitido el ".
           05 CABECERA-FECHA PIC 9(8).
           05 FILLER PIC X(7) VALUE " a las ".
           05 CABECERA-HORA PIC 9(8).
           05 FILLER PIC X(10) VALUE "  Periodo ".
           05 CABECERA-PERIODO PIC 9(6).
       01 LISTADO-SEPARADOR PIC X(132) VALUE ALL "-".
       01 LISTADO-COLUMNAS1.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "PRESUPUESTO MES".
           05 FILLER PIC X(17) VALUE "REAL DEL MES".
           05 FILLER PIC X(12) VALUE " DESVIACION".
           05 FILLER PIC X(13) VALUE " PRESUPUESTO".
           05 FILLER PIC X(13) VALUE "        REAL".
           05 FILLER PIC X(13) VALUE "  PROYECCION".
           05 FILLER PIC X(13) VALUE "  DESVIACION".
       01 LISTADO-COLUMNAS2.
           05 FILLER PIC X(24) VALUE "DEPTO  DESCRIPCION".
           05 FILLER PIC X(17) VALUE "PLANT      COSTE".
           05 FILLER PIC X(17) VALUE "PLANT      COSTE".
           05 FILLER PIC X(12) VALUE "        MES".
           05 FILLER PIC X(13) VALUE "       ANUAL".
           05 FILLER PIC X(13) VALUE "   ACUMULADO".
           05 FILLER PIC X(13) VALUE " RESTO ANUAL".
           05 FILLER PIC X(13) VALUE "    PREVISTA".
           05 FILLER PIC X(10) VALUE "AVISO".
       01 LISTADO-DETALLE.
           05 DETALLE-CODIGO PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-DESCRIPCION PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-PRES-PLANTILLA PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-PRES-COSTE PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-REAL-PLANTILLA PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-REAL-COSTE PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-DESVIACION-MES PIC -Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-PRES-ANUAL PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-REAL-ACUMULADO PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-PROYECCION PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-DESVIACION-ANUAL PIC -Z(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-AVISO PIC X(10).
       01 LISTADO-TOTAL.
           05 TOTAL-CONCEPTO PIC X(44).
           05 FILLER PIC X(2) VALUE ": ".
           05 TOTAL-VALOR PIC Z(4)9.
       01 LISTADO-NOTA PIC X(132).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Presupuesto de plantilla cancelado: operador "
                   "no autorizado."
           ELSE
               PERFORM PROCESAR-MENU UNTIL OPCION-MENU = "3"
               DISPLAY "Presupuesto de plantilla finalizado."
           END-IF.

       PROGRAM-DONE.
       STOP RUN.

       MOSTRAR-MENU.
           DISPLAY "========================================".
           DISPLAY " 1. Cargar el presupuesto anual".
           DISPLAY " 2. Informe mensual presupuesto / real".
           DISPLAY " 3. Salir".
           DISPLAY "========================================".
           DISPLAY "Seleccione una opción (1-3)" " ? ".
           ACCEPT OPCION-MENU.

       PROCESAR-MENU.
           PERFORM MOSTRAR-MENU
           EVALUATE OPCION-MENU
               WHEN "1"
                   MOVE "S" TO PERFIL-REQUERIDO
                   PERFORM COMPROBAR-PERFIL
                   IF OPERADOR-AUTORIZADO
                       PERFORM CARGAR-PRESUPUESTO-ANUAL
                   END-IF
               WHEN "2"
                   PERFORM EMITIR-INFORME-PRESUPUESTO
               WHEN "3"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción no válida."
           END-EVALUATE.

       OBTENER-EJERCICIO.
           ACCEPT FECHA-DEL-DIA FROM DATE YYYYMMDD
           DISPLAY "Ejercicio del presupuesto (AAAA, ENTER = año "
               "actual)" " ? ".
           MOVE SPACES TO ENTRADA
           ACCEPT ENTRADA
           PERFORM VALIDAR-EJERCICIO
           PERFORM UNTIL EJERCICIO-VALIDO
               DISPLAY "Ejercicio no válido. Debe ser AAAA."
               DISPLAY "Ejercicio del presupuesto (AAAA, ENTER = año "
                   "actual)" " ? "
               MOVE SPACES TO ENTRADA
               ACCEPT ENTRADA
               PERFORM VALIDAR-EJERCICIO
           END-PERFORM
           PERFORM PREPARAR-RUTAS.

       VALIDAR-EJERCICIO.
           MOVE "N" TO EJERCICIO-ES-VALIDO
           IF ENTRADA = SPACES
               MOVE FECHA-DEL-DIA(1:4) TO EJERCICIO-PRESUPUESTO
               MOVE "S" TO EJERCICIO-ES-VALIDO
           ELSE
               PERFORM VALIDAR-ENTRADA-NUMERICA
               IF ENTRADA-NUMERICA AND ENTRADA-LONGITUD = 4
                   MOVE ENTRADA(1:4) TO EJERCICIO-PRESUPUESTO
                   MOVE "S" TO EJERCICIO-ES-VALIDO
               END-IF
           END-IF.

       OBTENER-PERIODO.
           ACCEPT FECHA-DEL-DIA FROM DATE YYYYMMDD
           DISPLAY "Periodo del informe (AAAAMM, ENTER = mes "
               "anterior)" " ? ".
           MOVE SPACES TO PERIODO-TEXTO
           ACCEPT PERIODO-TEXTO
           PERFORM VALIDAR-PERIODO
           PERFORM UNTIL PERIODO-VALIDO
               DISPLAY "Periodo no válido. Debe ser AAAAMM, con MM "
                   "de 01 a 12."
               DISPLAY "Periodo del informe (AAAAMM, ENTER = mes "
                   "anterior)" " ? "
               MOVE SPACES TO PERIODO-TEXTO
               ACCEPT PERIODO-TEXTO
               PERFORM VALIDAR-PERIODO
           END-PERFORM
           COMPUTE PERIODO-INFORME =
               EJERCICIO-PRESUPUESTO * 100 + MES-INFORME
           PERFORM PREPARAR-RUTAS.

       VALIDAR-PERIODO.
           MOVE "N" TO PERIODO-ES-VALIDO
           IF PERIODO-TEXTO = SPACES
               MOVE FECHA-DEL-DIA(1:4) TO EJERCICIO-PRESUPUESTO
               MOVE FECHA-DEL-DIA(5:2) TO MES-INFORME
               IF MES-INFORME = 1
                   MOVE 12 TO MES-INFORME
                   SUBTRACT 1 FROM EJERCICIO-PRESUPUESTO
               ELSE
                   SUBTRACT 1 FROM MES-INFORME
               END-IF
               MOVE "S" TO PERIODO-ES-VALIDO
           ELSE
               IF PERIODO-TEXTO(1:6) IS NUMERIC AND
                       PERIODO-TEXTO(7:4) = SPACES AND
                       PERIODO-TEXTO(5:2) >= "01" AND
                       PERIODO-TEXTO(5:2) <= "12"
                   MOVE PERIODO-TEXTO(1:4) TO EJERCICIO-PRESUPUESTO
                   MOVE PERIODO-TEXTO(5:2) TO MES-INFORME
                   MOVE "S" TO PERIODO-ES-VALIDO
               END-IF
           END-IF.

       PREPARAR-RUTAS.
           MOVE SPACES TO CARGA-RUTA
           STRING "carga-presupuesto-" EJERCICIO-PRESUPUESTO ".txt"
               DELIMITED BY SIZE INTO CARGA-RUTA
           END-STRING
           MOVE SPACES TO PRESUPUESTO-RUTA
           STRING "presupuesto-" EJERCICIO-PRESUPUESTO ".dat"
               DELIMITED BY SIZE INTO PRESUPUESTO-RUTA
           END-STRING.

       VALIDAR-ENTRADA-NUMERICA.
           MOVE 0 TO ENTRADA-LONGITUD
           MOVE "N" TO ENTRADA-ES-NUMERICA
           INSPECT ENTRADA TALLYING ENTRADA-LONGITUD
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF ENTRADA-LONGITUD > 0
               IF ENTRADA(1:ENTRADA-LONGITUD) IS NUMERIC
                   MOVE "S" TO ENTRADA-ES-NUMERICA
               END-IF
           END-IF.

       CONVERTIR-IMPORTE.
           MOVE "N" TO IMPORTE-ES-VALIDO
           MOVE 0 TO IMPORTE-CONVERTIDO
           MOVE SPACES TO IMPORTE-PARTE-ENTERA
           MOVE SPACES TO IMPORTE-PARTE-DECIMAL
           UNSTRING IMPORTE-TEXTO DELIMITED BY "."
               INTO IMPORTE-PARTE-ENTERA IMPORTE-PARTE-DECIMAL
           END-UNSTRING
           MOVE 0 TO IMPORTE-LONGITUD
           INSPECT IMPORTE-PARTE-ENTERA TALLYING IMPORTE-LONGITUD
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF IMPORTE-LONGITUD > 0 AND IMPORTE-LONGITUD < 10
               IF IMPORTE-PARTE-ENTERA(1:IMPORTE-LONGITUD) IS NUMERIC
                   MOVE "S" TO IMPORTE-ES-VALIDO
                   MOVE IMPORTE-PARTE-ENTERA(1:IMPORTE-LONGITUD)
                       TO IMPORTE-CONVERTIDO
               END-IF
           END-IF
           IF IMPORTE-VALIDO
               PERFORM CONVERTIR-DECIMALES
           END-IF.

       CONVERTIR-DECIMALES.
           MOVE 0 TO IMPORTE-LONGITUD
           INSPECT IMPORTE-PARTE-DECIMAL TALLYING IMPORTE-LONGITUD
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE IMPORTE-LONGITUD
               WHEN 0
                   CONTINUE
               WHEN 1
                   IF IMPORTE-PARTE-DECIMAL(1:1) IS NUMERIC
                       MOVE IMPORTE-PARTE-DECIMAL(1:1)
                           TO IMPORTE-DECIMALES
                       COMPUTE IMPORTE-CONVERTIDO = IMPORTE-CONVERTIDO
                           + IMPORTE-DECIMALES / 10
                   ELSE
                       MOVE "N" TO IMPORTE-ES-VALIDO
                   END-IF
               WHEN OTHER
                   IF IMPORTE-PARTE-DECIMAL(1:2) IS NUMERIC
                       MOVE IMPORTE-PARTE-DECIMAL(1:2)
                           TO IMPORTE-DECIMALES
                       COMPUTE IMPORTE-CONVERTIDO = IMPORTE-CONVERTIDO
                           + IMPORTE-DECIMALES / 100
                   ELSE
                       MOVE "N" TO IMPORTE-ES-VALIDO
                   END-IF
           END-EVALUATE.

       CARGAR-PRESUPUESTO-ANUAL.
           PERFORM OBTENER-EJERCICIO
           PERFORM CARGAR-CATALOGO
           MOVE 0 TO TOTAL-CARGA
           MOVE 0 TO CARGA-CONTADOR-LINEAS
           MOVE 0 TO CARGA-CONTADOR-RECHAZOS
           MOVE 0 TO CARGA-COSTE-TOTAL
           MOVE "N" TO CARGA-FIN-DE-ARCHIVO
           OPEN INPUT CARGA-ARCHIVO
           PERFORM LEER-CARGA
           PERFORM EXAMINAR-LINEA-CARGA
               UNTIL CARGA-NO-HAY-MAS-REGISTROS
           CLOSE CARGA-ARCHIVO
           IF CARGA-CONTADOR-RECHAZOS > 0
               DISPLAY CARGA-CONTADOR-RECHAZOS " línea(s) rechazada(s)"
                   " en " CARGA-RUTA
               DISPLAY "El presupuesto del ejercicio "
                   EJERCICIO-PRESUPUESTO " no se ha modificado."
           ELSE
               IF TOTAL-CARGA = 0
                   DISPLAY "No hay líneas de presupuesto en "
                       CARGA-RUTA
                   DISPLAY "El presupuesto del ejercicio "
                       EJERCICIO-PRESUPUESTO " no se ha modificado."
               ELSE
                   PERFORM SUSTITUIR-PRESUPUESTO
               END-IF
           END-IF.

       LEER-CARGA.
           READ CARGA-ARCHIVO
               AT END MOVE "S" TO CARGA-FIN-DE-ARCHIVO
           END-READ.

       EXAMINAR-LINEA-CARGA.
           IF CARGA-LINEA NOT = SPACES
               ADD 1 TO CARGA-CONTADOR-LINEAS
               PERFORM VALIDAR-LINEA-CARGA
               IF MOTIVO-RECHAZO = SPACES
                   PERFORM ANOTAR-LINEA-CARGA
               ELSE
                   DISPLAY "Línea " CARGA-CONTADOR-LINEAS
                       " rechazada: " MOTIVO-RECHAZO
                   DISPLAY "  " CARGA-LINEA
                   ADD 1 TO CARGA-CONTADOR-RECHAZOS
               END-IF
           END-IF
           PERFORM LEER-CARGA.

       VALIDAR-LINEA-CARGA.
           MOVE SPACES TO MOTIVO-RECHAZO
           MOVE SPACES TO CARGA-DEPARTAMENTO-TEXTO
           MOVE SPACES TO CARGA-MES-TEXTO
           MOVE SPACES TO CARGA-PLANTILLA-TEXTO
           MOVE SPACES TO IMPORTE-TEXTO
           UNSTRING CARGA-LINEA DELIMITED BY ","
               INTO CARGA-DEPARTAMENTO-TEXTO CARGA-MES-TEXTO
                   CARGA-PLANTILLA-TEXTO IMPORTE-TEXTO
           END-UNSTRING
           IF CARGA-DEPARTAMENTO-TEXTO = SPACES OR
                   CARGA-DEPARTAMENTO-TEXTO(7:9) NOT = SPACES
               MOVE "departamento no válido" TO MOTIVO-RECHAZO
           END-IF
           IF MOTIVO-RECHAZO = SPACES AND TOTAL-CATALOGO > 0
               MOVE CARGA-DEPARTAMENTO-TEXTO(1:6)
                   TO DEPARTAMENTO-BUSCADO
               MOVE "N" TO DEPARTAMENTO-ENCONTRADO
               PERFORM BUSCAR-DEPARTAMENTO
                   VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > TOTAL-CATALOGO
               IF NOT DEPARTAMENTO-YA-EXISTE
                   MOVE "departamento no catalogado"
                       TO MOTIVO-RECHAZO
               END-IF
           END-IF
           IF MOTIVO-RECHAZO = SPACES
               MOVE CARGA-MES-TEXTO TO ENTRADA
               PERFORM VALIDAR-ENTRADA-NUMERICA
               IF ENTRADA-NUMERICA AND ENTRADA-LONGITUD < 3
                   MOVE ENTRADA(1:ENTRADA-LONGITUD) TO CARGA-MES
                   IF CARGA-MES < 1 OR CARGA-MES > 12
                       MOVE "mes no válido" TO MOTIVO-RECHAZO
                   END-IF
               ELSE
                   MOVE "mes no válido" TO MOTIVO-RECHAZO
               END-IF
           END-IF
           IF MOTIVO-RECHAZO = SPACES
               MOVE CARGA-PLANTILLA-TEXTO TO ENTRADA
               PERFORM VALIDAR-ENTRADA-NUMERICA
               IF ENTRADA-NUMERICA AND ENTRADA-LONGITUD < 6
                   MOVE ENTRADA(1:ENTRADA-LONGITUD) TO CARGA-PLANTILLA
               ELSE
                   MOVE "plantilla no válida" TO MOTIVO-RECHAZO
               END-IF
           END-IF
           IF MOTIVO-RECHAZO = SPACES
               PERFORM CONVERTIR-IMPORTE
               IF NOT IMPORTE-VALIDO
                   MOVE "coste no válido" TO MOTIVO-RECHAZO
               END-IF
           END-IF
           IF MOTIVO-RECHAZO = SPACES
               MOVE "N" TO LINEA-DUPLICADA-SW
               PERFORM BUSCAR-DUPLICADO
                   VARYING IDX-CARGA FROM 1 BY 1
                   UNTIL IDX-CARGA > TOTAL-CARGA
               IF LINEA-DUPLICADA
                   MOVE "departamento y mes repetidos"
                       TO MOTIVO-RECHAZO
               END-IF
           END-IF
           IF MOTIVO-RECHAZO = SPACES AND TOTAL-CARGA = 1200
               MOVE "más de 1200 líneas" TO MOTIVO-RECHAZO
           END-IF.

       BUSCAR-DUPLICADO.
           IF CARGA-T-DEPARTAMENTO (IDX-CARGA) =
                   CARGA-DEPARTAMENTO-TEXTO(1:6) AND
                   CARGA-T-MES (IDX-CARGA) = CARGA-MES
               MOVE "S" TO LINEA-DUPLICADA-SW
               SET IDX-CARGA TO TOTAL-CARGA
           END-IF.

       ANOTAR-LINEA-CARGA.
           ADD 1 TO TOTAL-CARGA
           SET IDX-CARGA TO TOTAL-CARGA
           MOVE CARGA-DEPARTAMENTO-TEXTO(1:6)
               TO CARGA-T-DEPARTAMENTO (IDX-CARGA)
           MOVE CARGA-MES TO CARGA-T-MES (IDX-CARGA)
           MOVE CARGA-PLANTILLA TO CARGA-T-PLANTILLA (IDX-CARGA)
           MOVE IMPORTE-CONVERTIDO TO CARGA-T-COSTE (IDX-CARGA)
           ADD IMPORTE-CONVERTIDO TO CARGA-COSTE-TOTAL.

       SUSTITUIR-PRESUPUESTO.
           PERFORM COMPROBAR-PRESUPUESTO-EXISTENTE
           MOVE "S" TO RESPUESTA-VALIDA
           IF PRESUPUESTO-EXISTE
               DISPLAY "Ya hay un presupuesto del ejercicio "
                   EJERCICIO-PRESUPUESTO " en " PRESUPUESTO-RUTA
               PERFORM CONFIRMAR-SUSTITUCION
           END-IF
           IF RESPUESTA-VALIDA = "S"
               PERFORM GRABAR-PRESUPUESTO
               MOVE EJERCICIO-PRESUPUESTO TO AUDITORIA-ID
               MOVE "PRESUPUEST" TO AUDITORIA-OPERACION
               PERFORM REGISTRAR-AUDITORIA
               DISPLAY "Presupuesto del ejercicio "
                   EJERCICIO-PRESUPUESTO " grabado en "
                   PRESUPUESTO-RUTA
               DISPLAY "Líneas cargadas        : " TOTAL-CARGA
               DISPLAY "Coste anual presupuesto: " CARGA-COSTE-TOTAL
           ELSE
               DISPLAY "Carga cancelada: el presupuesto no se ha "
                   "modificado."
           END-IF.

       COMPROBAR-PRESUPUESTO-EXISTENTE.
           MOVE "N" TO PRESUPUESTO-EXISTE-SW
           MOVE "N" TO PRES-FIN-DE-ARCHIVO
           OPEN INPUT PRESUPUESTO-ARCHIVO
           PERFORM LEER-PRESUPUESTO
           IF NOT PRES-NO-HAY-MAS-REGISTROS
               MOVE "S" TO PRESUPUESTO-EXISTE-SW
           END-IF
           CLOSE PRESUPUESTO-ARCHIVO.

       CONFIRMAR-SUSTITUCION.
           DISPLAY "¿Sustituye el presupuesto cargado? (S/N) ".
           ACCEPT RESPUESTA-VALIDA
           IF RESPUESTA-VALIDA NOT = "S" AND RESPUESTA-VALIDA NOT = "N"
               DISPLAY "Respuesta no válida. Use S o N."
               PERFORM CONFIRMAR-SUSTITUCION
           END-IF.

       GRABAR-PRESUPUESTO.
           OPEN OUTPUT PRESUPUESTO-ARCHIVO
           PERFORM GRABAR-LINEA-PRESUPUESTO
               VARYING INDICE-CARGA FROM 1 BY 1
               UNTIL INDICE-CARGA > TOTAL-CARGA
           CLOSE PRESUPUESTO-ARCHIVO.

       GRABAR-LINEA-PRESUPUESTO.
           SET IDX-CARGA TO INDICE-CARGA
           MOVE SPACES TO PRESUPUESTO-REGISTRO
           MOVE EJERCICIO-PRESUPUESTO TO PRESUPUESTO-EJERCICIO
           MOVE CARGA-T-DEPARTAMENTO (IDX-CARGA)
               TO PRESUPUESTO-DEPARTAMENTO
           MOVE CARGA-T-MES (IDX-CARGA) TO PRESUPUESTO-MES
           MOVE CARGA-T-PLANTILLA (IDX-CARGA) TO PRESUPUESTO-PLANTILLA
           MOVE CARGA-T-COSTE (IDX-CARGA) TO PRESUPUESTO-COSTE
           WRITE PRESUPUESTO-REGISTRO.

       REGISTRAR-AUDITORIA.
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDITORIA-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO AUDITORIA-OPERADOR
           OPEN EXTEND EMPLEADOS-AUDITORIA
           WRITE AUDITORIA-REGISTRO
           CLOSE EMPLEADOS-AUDITORIA.

       EMITIR-INFORME-PRESUPUESTO.
           PERFORM OBTENER-PERIODO
           PERFORM CARGAR-CATALOGO
           PERFORM CARGAR-TIPOS
           PERFORM CARGAR-CONTRATOS
           PERFORM CARGAR-PRESUPUESTO-EJERCICIO
           MOVE 0 TO TOTAL-EMPLEADOS
           MOVE "N" TO AVISO-EMPLEADOS
           COMPUTE MES-INICIO-PROYECCION = MES-INFORME + 1
           PERFORM RESOLVER-RUTA-ARCHIVO
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF EMPLEADOS-ESTADO = "00" OR EMPLEADOS-ESTADO = "05"
               PERFORM PROYECTAR-PLANTILLA
               CLOSE EMPLEADOS-ARCHIVO
               PERFORM CARGAR-HISTORICO
               PERFORM CONTAR-LINEAS-REGISTRO
               PERFORM CARGAR-IMPORTES-REGISTRO
               PERFORM REPARTIR-REAL
                   VARYING IDX-EMP FROM 1 BY 1
                   UNTIL IDX-EMP > TOTAL-EMPLEADOS
               PERFORM EMITIR-LISTADO
           ELSE
               DISPLAY "No se puede abrir el maestro de empleados "
                   "(estado " EMPLEADOS-ESTADO "): informe cancelado."
           END-IF.

       RESOLVER-RUTA-ARCHIVO.
           MOVE SPACES TO EMPLEADOS-ARCHIVO-RUTA
           ACCEPT EMPLEADOS-ARCHIVO-RUTA
               FROM ENVIRONMENT "EMPLEADOS_DAT_PATH"
           IF EMPLEADOS-ARCHIVO-RUTA = SPACES
               MOVE "empleados.dat" TO EMPLEADOS-ARCHIVO-RUTA
           END-IF.

       CARGAR-CATALOGO.
           MOVE 0 TO TOTAL-CATALOGO
           MOVE 0 TO TOTAL-DEPARTAMENTOS
           MOVE "N" TO AVISO-DEPARTAMENTOS
           MOVE "N" TO CATALOGO-FIN-DE-ARCHIVO
           OPEN INPUT DEPARTAMENTOS-CATALOGO
           PERFORM LEER-CATALOGO
           PERFORM CARGAR-UN-DEPARTAMENTO
               UNTIL CATALOGO-NO-HAY-MAS-REGISTROS
           CLOSE DEPARTAMENTOS-CATALOGO
           MOVE TOTAL-DEPARTAMENTOS TO TOTAL-CATALOGO.

       LEER-CATALOGO.
           READ DEPARTAMENTOS-CATALOGO
               AT END MOVE "S" TO CATALOGO-FIN-DE-ARCHIVO
           END-READ.

       CARGAR-UN-DEPARTAMENTO.
           IF CATALOGO-CODIGO NOT = SPACES
               IF TOTAL-DEPARTAMENTOS < 100
                   MOVE CATALOGO-CODIGO TO DEPARTAMENTO-BUSCADO
                   MOVE CATALOGO-DESCRIPCION TO DESCRIPCION-NUEVA
                   MOVE "S" TO CATALOGADO-NUEVO
                   PERFORM ANADIR-DEPARTAMENTO
               ELSE
                   IF NOT AVISO-DEPARTAMENTOS-MOSTRADO
                       DISPLAY "Aviso: catálogo limitado a 100 "
                           "departamentos."
                       MOVE "S" TO AVISO-DEPARTAMENTOS
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-CATALOGO.

       LOCALIZAR-DEPARTAMENTO.
           MOVE 0 TO INDICE-DEPARTAMENTO
           MOVE "N" TO DEPARTAMENTO-ENCONTRADO
           PERFORM BUSCAR-DEPARTAMENTO
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > TOTAL-DEPARTAMENTOS
           IF NOT DEPARTAMENTO-YA-EXISTE
               IF TOTAL-DEPARTAMENTOS < 110
                   MOVE "N" TO CATALOGADO-NUEVO
                   PERFORM ANADIR-DEPARTAMENTO
               ELSE
                   IF NOT AVISO-DEPARTAMENTOS-MOSTRADO
                       DISPLAY "Aviso: tabla de departamentos llena, "
                           "no se informa " DEPARTAMENTO-BUSCADO
                       MOVE "S" TO AVISO-DEPARTAMENTOS
                   END-IF
               END-IF
           END-IF.

       BUSCAR-DEPARTAMENTO.
           IF DEP-CODIGO (IDX-DEP) = DEPARTAMENTO-BUSCADO
               MOVE "S" TO DEPARTAMENTO-ENCONTRADO
               SET INDICE-DEPARTAMENTO TO IDX-DEP
               SET IDX-DEP TO TOTAL-DEPARTAMENTOS
           END-IF.

       ANADIR-DEPARTAMENTO.
           ADD 1 TO TOTAL-DEPARTAMENTOS
           SET IDX-DEP TO TOTAL-DEPARTAMENTOS
           MOVE TOTAL-DEPARTAMENTOS TO INDICE-DEPARTAMENTO
           MOVE DEPARTAMENTO-BUSCADO TO DEP-CODIGO (IDX-DEP)
           MOVE DESCRIPCION-NUEVA TO DEP-DESCRIPCION (IDX-DEP)
           MOVE CATALOGADO-NUEVO TO DEP-CATALOGADO (IDX-DEP)
           PERFORM INICIAR-MES-DEPARTAMENTO
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 12.

       INICIAR-MES-DEPARTAMENTO.
           MOVE 0 TO DEP-PRES-PLANTILLA (IDX-DEP INDICE-MES)
           MOVE 0 TO DEP-PRES-COSTE (IDX-DEP INDICE-MES)
           MOVE 0 TO DEP-REAL-PLANTILLA (IDX-DEP INDICE-MES)
           MOVE 0 TO DEP-REAL-COSTE (IDX-DEP INDICE-MES)
           MOVE 0 TO DEP-PROY-PLANTILLA (IDX-DEP INDICE-MES)
           MOVE 0 TO DEP-PROY-COSTE (IDX-DEP INDICE-MES).

       CARGAR-TIPOS.
           MOVE 0 TO IMPORTE-TRIENIO
           MOVE "N" TO TRIENIO-CARGADO-SW
           MOVE "N" TO TIPOS-FIN-DE-ARCHIVO
           OPEN INPUT TIPOS-ARCHIVO
           PERFORM LEER-TIPO
           PERFORM CARGAR-UN-TIPO
               UNTIL TIPOS-NO-HAY-MAS-REGISTROS
           CLOSE TIPOS-ARCHIVO
           IF NOT TRIENIO-CARGADO
               DISPLAY "Aviso: no hay importe de TRIENIO en "
                   "tipos-retencion.dat, se proyecta sin antigüedad."
           END-IF.

       LEER-TIPO.
           READ TIPOS-ARCHIVO
               AT END MOVE "S" TO TIPOS-FIN-DE-ARCHIVO
           END-READ.

       CARGAR-UN-TIPO.
           MOVE SPACES TO TIPOS-CLASE
           MOVE SPACES TO TIPOS-VALOR-TEXTO
           UNSTRING TIPOS-LINEA DELIMITED BY ","
               INTO TIPOS-CLASE TIPOS-VALOR-TEXTO
           END-UNSTRING
           IF TIPOS-CLASE = "TRIENIO"
               MOVE SPACES TO IMPORTE-TEXTO
               MOVE TIPOS-VALOR-TEXTO TO IMPORTE-TEXTO
               PERFORM CONVERTIR-IMPORTE
               IF IMPORTE-VALIDO
                   MOVE IMPORTE-CONVERTIDO TO IMPORTE-TRIENIO
                   MOVE "S" TO TRIENIO-CARGADO-SW
               ELSE
                   DISPLAY "Importe de trienio no válido: "
                       TIPOS-LINEA
               END-IF
           END-IF
           PERFORM LEER-TIPO.

       CARGAR-CONTRATOS.
           MOVE 0 TO TOTAL-CONTRATOS
           MOVE "N" TO CONTRATOS-FIN-DE-ARCHIVO
           OPEN INPUT CONTRATOS-ARCHIVO
           PERFORM LEER-CONTRATO
           PERFORM CARGAR-UN-CONTRATO
               UNTIL CONTRATOS-NO-HAY-MAS-REGISTROS
           CLOSE CONTRATOS-ARCHIVO.

       LEER-CONTRATO.
           READ CONTRATOS-ARCHIVO
               AT END MOVE "S" TO CONTRATOS-FIN-DE-ARCHIVO
           END-READ.

       CARGAR-UN-CONTRATO.
           MOVE SPACES TO CONTRATO-EMPLEADO-TEXTO
           MOVE SPACES TO CONTRATO-PRORRATEO-TEXTO
           UNSTRING CONTRATOS-LINEA DELIMITED BY ","
               INTO CONTRATO-EMPLEADO-TEXTO CONTRATO-PRORRATEO-TEXTO
           END-UNSTRING
           IF CONTRATOS-LINEA NOT = SPACES AND
                   TOTAL-CONTRATOS < 1000 AND
                   (CONTRATO-PRORRATEO-TEXTO(1:1) = "S" OR
                    CONTRATO-PRORRATEO-TEXTO(1:1) = "N")
               ADD 1 TO TOTAL-CONTRATOS
               SET IDX-CONTRATO TO TOTAL-CONTRATOS
               MOVE CONTRATO-EMPLEADO-TEXTO(1:6)
                   TO CONTRATO-EMPLEADO-ID (IDX-CONTRATO)
               MOVE CONTRATO-PRORRATEO-TEXTO(1:1)
                   TO CONTRATO-PRORRATEO (IDX-CONTRATO)
           END-IF
           PERFORM LEER-CONTRATO.

       BUSCAR-CONTRATO.
           IF CONTRATO-EMPLEADO-ID (IDX-CONTRATO) = EMPLEADOS-ID
               MOVE CONTRATO-PRORRATEO (IDX-CONTRATO)
                   TO PRORRATEO-EMPLEADO-SW
               SET IDX-CONTRATO TO TOTAL-CONTRATOS
           END-IF.

       CARGAR-PRESUPUESTO-EJERCICIO.
           MOVE 0 TO PRESUPUESTO-LINEAS
           MOVE "N" TO PRES-FIN-DE-ARCHIVO
           OPEN INPUT PRESUPUESTO-ARCHIVO
           PERFORM LEER-PRESUPUESTO
           PERFORM ANOTAR-PRESUPUESTO
               UNTIL PRES-NO-HAY-MAS-REGISTROS
           CLOSE PRESUPUESTO-ARCHIVO
           IF PRESUPUESTO-LINEAS = 0
               DISPLAY "Aviso: no hay presupuesto cargado del "
                   "ejercicio " EJERCICIO-PRESUPUESTO " en "
                   PRESUPUESTO-RUTA
           END-IF.

       LEER-PRESUPUESTO.
           READ PRESUPUESTO-ARCHIVO
               AT END MOVE "S" TO PRES-FIN-DE-ARCHIVO
           END-READ.

       ANOTAR-PRESUPUESTO.
           IF PRESUPUESTO-EJERCICIO = EJERCICIO-PRESUPUESTO AND
                   PRESUPUESTO-MES IS NUMERIC AND
                   PRESUPUESTO-MES > 0 AND PRESUPUESTO-MES < 13 AND
                   PRESUPUESTO-PLANTILLA IS NUMERIC AND
                   PRESUPUESTO-COSTE IS NUMERIC
               MOVE PRESUPUESTO-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO
               MOVE "(no catalogado)" TO DESCRIPCION-NUEVA
               PERFORM LOCALIZAR-DEPARTAMENTO
               IF INDICE-DEPARTAMENTO > 0
                   SET IDX-DEP TO INDICE-DEPARTAMENTO
                   ADD PRESUPUESTO-PLANTILLA TO
                       DEP-PRES-PLANTILLA (IDX-DEP PRESUPUESTO-MES)
                   ADD PRESUPUESTO-COSTE TO
                       DEP-PRES-COSTE (IDX-DEP PRESUPUESTO-MES)
                   ADD 1 TO PRESUPUESTO-LINEAS
               END-IF
           END-IF
           PERFORM LEER-PRESUPUESTO.

       PROYECTAR-PLANTILLA.
           MOVE "N" TO FIN-DE-ARCHIVO
           PERFORM LEER-REGISTRO
           PERFORM PROYECTAR-EMPLEADO
               UNTIL NO-HAY-MAS-REGISTROS.

       LEER-REGISTRO.
           READ EMPLEADOS-ARCHIVO
               AT END MOVE "S" TO FIN-DE-ARCHIVO
           END-READ.

       PROYECTAR-EMPLEADO.
           IF TOTAL-EMPLEADOS < 1000
               MOVE EMPLEADOS-DEPARTAMENTO(1:6) TO DEPARTAMENTO-BUSCADO
               IF DEPARTAMENTO-BUSCADO = SPACES
                   MOVE "(sin departamento)" TO DESCRIPCION-NUEVA
               ELSE
                   MOVE "(no catalogado)" TO DESCRIPCION-NUEVA
               END-IF
               PERFORM LOCALIZAR-DEPARTAMENTO
               MOVE EMPLEADOS-ID TO EMPLEADO-BUSCADO
               PERFORM ANADIR-EMPLEADO
               MOVE "N" TO PRORRATEO-EMPLEADO-SW
               PERFORM BUSCAR-CONTRATO
                   VARYING IDX-CONTRATO FROM 1 BY 1
                   UNTIL IDX-CONTRATO > TOTAL-CONTRATOS
               IF INDICE-DEPARTAMENTO > 0
                   SET IDX-DEP TO INDICE-DEPARTAMENTO
                   PERFORM PROYECTAR-MES
                       VARYING INDICE-MES FROM MES-INICIO-PROYECCION
                       BY 1 UNTIL INDICE-MES > 12
               END-IF
           ELSE
               IF NOT AVISO-EMPLEADOS-MOSTRADO
                   DISPLAY "Aviso: tabla de empleados llena, no se "
                       "informa desde " EMPLEADOS-ID
                   MOVE "S" TO AVISO-EMPLEADOS
               END-IF
           END-IF
           PERFORM LEER-REGISTRO.

       ANADIR-EMPLEADO.
           ADD 1 TO TOTAL-EMPLEADOS
           SET IDX-EMP TO TOTAL-EMPLEADOS
           MOVE TOTAL-EMPLEADOS TO INDICE-EMPLEADO
           MOVE EMPLEADO-BUSCADO TO EMP-ID (IDX-EMP)
           MOVE INDICE-DEPARTAMENTO TO EMP-DEP-INDICE (IDX-EMP)
           PERFORM INICIAR-MES-EMPLEADO
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 12.

       INICIAR-MES-EMPLEADO.
           MOVE 0 TO EMP-MES-VIGENTES (IDX-EMP INDICE-MES)
           MOVE 0 TO EMP-MES-LINEAS (IDX-EMP INDICE-MES)
           MOVE 0 TO EMP-MES-IMPORTE (IDX-EMP INDICE-MES).

       PROYECTAR-MES.
           COMPUTE PERIODO-PROYECCION =
               EJERCICIO-PRESUPUESTO * 100 + INDICE-MES
           MOVE "S" TO EN-PLANTILLA-SW
           MOVE 30 TO DIAS-PAGADOS
           MOVE 0 TO TRIENIOS-EMPLEADO
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC AND
                   EMPLEADOS-FECHA-ALTA > 0
               MOVE EMPLEADOS-FECHA-ALTA TO ALTA-DESGLOSE
               COMPUTE ALTA-PERIODO =
                   ALTA-DESGLOSE-ANYO * 100 + ALTA-DESGLOSE-MES
               IF ALTA-PERIODO > PERIODO-PROYECCION
                   MOVE "N" TO EN-PLANTILLA-SW
               ELSE
                   PERFORM CALCULAR-TRIENIOS-MES
                   IF ALTA-DESGLOSE-DIA > 30
                       MOVE 30 TO ALTA-DESGLOSE-DIA
                   END-IF
                   IF ALTA-PERIODO = PERIODO-PROYECCION AND
                           ALTA-DESGLOSE-DIA > 1
                       COMPUTE DIAS-PAGADOS = 31 - ALTA-DESGLOSE-DIA
                   END-IF
               END-IF
           END-IF
           IF EMPLEADO-EN-PLANTILLA
               PERFORM CALCULAR-COSTE-PROYECTADO
               ADD 1 TO DEP-PROY-PLANTILLA (IDX-DEP INDICE-MES)
               ADD COSTE-PROYECTADO
                   TO DEP-PROY-COSTE (IDX-DEP INDICE-MES)
           END-IF.

       CALCULAR-TRIENIOS-MES.
           COMPUTE ANYOS-SERVICIO =
               EJERCICIO-PRESUPUESTO - ALTA-DESGLOSE-ANYO
           COMPUTE ALTA-MES-DIA =
               ALTA-DESGLOSE-MES * 100 + ALTA-DESGLOSE-DIA
           COMPUTE FIN-MES-DIA = INDICE-MES * 100 + 31
           IF ALTA-MES-DIA > FIN-MES-DIA AND ANYOS-SERVICIO > 0
               SUBTRACT 1 FROM ANYOS-SERVICIO
           END-IF
           DIVIDE ANYOS-SERVICIO BY 3 GIVING TRIENIOS-EMPLEADO.

       CALCULAR-COSTE-PROYECTADO.
           COMPUTE PLUS-ANTIGUEDAD =
               TRIENIOS-EMPLEADO * IMPORTE-TRIENIO
           IF DIAS-PAGADOS < 30
               COMPUTE SALARIO-PROYECTADO ROUNDED =
                   EMPLEADOS-SALARIO * DIAS-PAGADOS / 30
               COMPUTE PLUS-PROYECTADO ROUNDED =
                   PLUS-ANTIGUEDAD * DIAS-PAGADOS / 30
           ELSE
               MOVE EMPLEADOS-SALARIO TO SALARIO-PROYECTADO
               MOVE PLUS-ANTIGUEDAD TO PLUS-PROYECTADO
           END-IF
           COMPUTE COSTE-PROYECTADO =
               SALARIO-PROYECTADO + PLUS-PROYECTADO
           IF EMPLEADO-PRORRATEA
               COMPUTE PRORRATA-PROYECTADA ROUNDED =
                   (SALARIO-PROYECTADO + PLUS-PROYECTADO) * 2 / 12
               ADD PRORRATA-PROYECTADA TO COSTE-PROYECTADO
           ELSE
               IF INDICE-MES = 6 OR INDICE-MES = 12
                   PERFORM CALCULAR-DIAS-PAGA-EXTRA
                   COMPUTE PAGA-EXTRA-PROYECTADA ROUNDED =
                       (EMPLEADOS-SALARIO + PLUS-PROYECTADO)
                       * DIAS-PAGA-EXTRA / 180
                   ADD PAGA-EXTRA-PROYECTADA TO COSTE-PROYECTADO
               END-IF
           END-IF.

       CALCULAR-DIAS-PAGA-EXTRA.
           IF INDICE-MES = 6
               MOVE 1 TO SEMESTRE-MES-INICIO
           ELSE
               MOVE 7 TO SEMESTRE-MES-INICIO
           END-IF
           MOVE INDICE-MES TO SEMESTRE-MES-FIN
           MOVE 180 TO DIAS-PAGA-EXTRA
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC AND
                   EMPLEADOS-FECHA-ALTA > 0
               EVALUATE TRUE
                   WHEN ALTA-DESGLOSE-ANYO < EJERCICIO-PRESUPUESTO
                       CONTINUE
                   WHEN ALTA-DESGLOSE-ANYO > EJERCICIO-PRESUPUESTO
                       MOVE 0 TO DIAS-PAGA-EXTRA
                   WHEN ALTA-DESGLOSE-MES < SEMESTRE-MES-INICIO
                       CONTINUE
                   WHEN ALTA-DESGLOSE-MES > SEMESTRE-MES-FIN
                       MOVE 0 TO DIAS-PAGA-EXTRA
                   WHEN OTHER
                       COMPUTE DIAS-PAGA-EXTRA =
                           (SEMESTRE-MES-FIN - ALTA-DESGLOSE-MES) * 30
                           + 31 - ALTA-DESGLOSE-DIA
               END-EVALUATE
           END-IF.

       LOCALIZAR-EMPLEADO.
           MOVE 0 TO INDICE-EMPLEADO
           PERFORM BUSCAR-EMPLEADO
               VARYING IDX-EMP FROM 1 BY 1
               UNTIL IDX-EMP > TOTAL-EMPLEADOS.

       BUSCAR-EMPLEADO.
           IF EMP-ID (IDX-EMP) = EMPLEADO-BUSCADO
               SET INDICE-EMPLEADO TO IDX-EMP
               SET IDX-EMP TO TOTAL-EMPLEADOS
           END-IF.

       CARGAR-HISTORICO.
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
           IF HISTORICO-PERIODO(1:4) = EJERCICIO-PRESUPUESTO
               MOVE HISTORICO-PERIODO(5:2) TO MES-MOVIMIENTO
               IF MES-MOVIMIENTO > 0 AND
                       MES-MOVIMIENTO <= MES-INFORME
                   MOVE HISTORICO-EMPLEADO-ID TO EMPLEADO-BUSCADO
                   PERFORM LOCALIZAR-EMPLEADO
                   IF INDICE-EMPLEADO = 0
                       PERFORM ANADIR-EMPLEADO-BAJA
                   END-IF
                   IF INDICE-EMPLEADO > 0
                       SET IDX-EMP TO INDICE-EMPLEADO
                       PERFORM ANOTAR-VIGENCIA
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-HISTORICO.

       ANADIR-EMPLEADO-BAJA.
           IF TOTAL-EMPLEADOS < 1000
               MOVE "BAJAS" TO DEPARTAMENTO-BUSCADO
               MOVE "Ya no en maestro" TO DESCRIPCION-NUEVA
               PERFORM LOCALIZAR-DEPARTAMENTO
               PERFORM ANADIR-EMPLEADO
           ELSE
               IF NOT AVISO-EMPLEADOS-MOSTRADO
                   DISPLAY "Aviso: tabla de empleados llena, no se "
                       "informa el empleado " HISTORICO-EMPLEADO-ID
                   MOVE "S" TO AVISO-EMPLEADOS
               END-IF
           END-IF.

       ANOTAR-VIGENCIA.
           EVALUATE HISTORICO-TIPO
               WHEN "ABONO"
               WHEN "PAGAEXTRA"
               WHEN "FINIQUITO"
                   ADD 1 TO EMP-MES-VIGENTES (IDX-EMP MES-MOVIMIENTO)
               WHEN OTHER
                   SUBTRACT 1
                       FROM EMP-MES-VIGENTES (IDX-EMP MES-MOVIMIENTO)
           END-EVALUATE.

       CONTAR-LINEAS-REGISTRO.
           MOVE "N" TO REG-FIN-DE-ARCHIVO
           OPEN INPUT REGISTRO-NOMINA
           PERFORM LEER-REGISTRO-NOMINA
           PERFORM EXAMINAR-LINEA-REGISTRO
               UNTIL REG-NO-HAY-MAS-REGISTROS
           CLOSE REGISTRO-NOMINA.

       EXAMINAR-LINEA-REGISTRO.
           IF REGISTRO-PERIODO(1:4) = EJERCICIO-PRESUPUESTO
               MOVE REGISTRO-PERIODO(5:2) TO MES-MOVIMIENTO
               IF MES-MOVIMIENTO > 0 AND
                       MES-MOVIMIENTO <= MES-INFORME
                   MOVE REGISTRO-EMPLEADO-ID TO EMPLEADO-BUSCADO
                   PERFORM LOCALIZAR-EMPLEADO
                   IF INDICE-EMPLEADO > 0
                       SET IDX-EMP TO INDICE-EMPLEADO
                       ADD 1 TO EMP-MES-LINEAS (IDX-EMP MES-MOVIMIENTO)
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-REGISTRO-NOMINA.

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
           IF REGISTRO-PERIODO(1:4) = EJERCICIO-PRESUPUESTO
               MOVE REGISTRO-PERIODO(5:2) TO MES-MOVIMIENTO
               IF MES-MOVIMIENTO > 0 AND
                       MES-MOVIMIENTO <= MES-INFORME
                   MOVE REGISTRO-EMPLEADO-ID TO EMPLEADO-BUSCADO
                   PERFORM LOCALIZAR-EMPLEADO
                   IF INDICE-EMPLEADO > 0
                       SET IDX-EMP TO INDICE-EMPLEADO
                       PERFORM CASAR-REGISTRO
                   END-IF
               END-IF
           END-IF
           PERFORM LEER-REGISTRO-NOMINA.

       CASAR-REGISTRO.
           SUBTRACT 1 FROM EMP-MES-LINEAS (IDX-EMP MES-MOVIMIENTO)
           IF EMP-MES-LINEAS (IDX-EMP MES-MOVIMIENTO) <
                   EMP-MES-VIGENTES (IDX-EMP MES-MOVIMIENTO)
               COMPUTE IMPORTE-LINEA-BRUTO =
                   REGISTRO-BRUTO-ENTERO + REGISTRO-BRUTO-DECIMAL / 100
               ADD IMPORTE-LINEA-BRUTO
                   TO EMP-MES-IMPORTE (IDX-EMP MES-MOVIMIENTO)
           END-IF.

       REPARTIR-REAL.
           IF EMP-DEP-INDICE (IDX-EMP) > 0
               SET IDX-DEP TO EMP-DEP-INDICE (IDX-EMP)
               PERFORM REPARTIR-MES-REAL
                   VARYING INDICE-MES FROM 1 BY 1
                   UNTIL INDICE-MES > MES-INFORME
           END-IF.

       REPARTIR-MES-REAL.
           IF EMP-MES-VIGENTES (IDX-EMP INDICE-MES) > 0
               ADD 1 TO DEP-REAL-PLANTILLA (IDX-DEP INDICE-MES)
               ADD EMP-MES-IMPORTE (IDX-EMP INDICE-MES)
                   TO DEP-REAL-COSTE (IDX-DEP INDICE-MES)
           END-IF.

       EMITIR-LISTADO.
           MOVE 0 TO CONTADOR-EXCEDIDOS
           MOVE 0 TO TOTAL-PRES-PLANTILLA
           MOVE 0 TO TOTAL-PRES-COSTE
           MOVE 0 TO TOTAL-REAL-PLANTILLA
           MOVE 0 TO TOTAL-REAL-COSTE
           MOVE 0 TO TOTAL-PRES-ANUAL
           MOVE 0 TO TOTAL-REAL-ACUMULADO
           MOVE 0 TO TOTAL-PROYECCION
           PERFORM ABRIR-LISTADO
           DISPLAY "PRESUPUESTO, REAL Y PROYECCIÓN DEL PERIODO "
               PERIODO-INFORME
           DISPLAY "============================================"
           PERFORM ESCRIBIR-LINEA-DEPARTAMENTO
               VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > TOTAL-DEPARTAMENTOS
           PERFORM ESCRIBIR-TOTALES
           PERFORM CERRAR-LISTADO
           DISPLAY "Departamentos por encima del presupuesto: "
               CONTADOR-EXCEDIDOS.

       ESCRIBIR-LINEA-DEPARTAMENTO.
           MOVE 0 TO PRES-ANUAL
           MOVE 0 TO REAL-ACUMULADO
           MOVE 0 TO PROYECCION-RESTO
           MOVE "N" TO EXCESO-PLANTILLA-SW
           PERFORM SUMAR-MES-DEPARTAMENTO
               VARYING INDICE-MES FROM 1 BY 1
               UNTIL INDICE-MES > 12
           IF DEP-CATALOGADO (IDX-DEP) = "S" OR PRES-ANUAL > 0 OR
                   REAL-ACUMULADO > 0 OR PROYECCION-RESTO > 0
               COMPUTE PREVISION-CIERRE =
                   REAL-ACUMULADO + PROYECCION-RESTO
               COMPUTE DESVIACION-MES =
                   DEP-REAL-COSTE (IDX-DEP MES-INFORME)
                   - DEP-PRES-COSTE (IDX-DEP MES-INFORME)
               COMPUTE DESVIACION-ANUAL = PREVISION-CIERRE - PRES-ANUAL
               MOVE "N" TO EXCESO-COSTE-SW
               IF DESVIACION-MES > 0 OR DESVIACION-ANUAL > 0
                   MOVE "S" TO EXCESO-COSTE-SW
               END-IF
               MOVE SPACES TO LISTADO-DETALLE
               MOVE DEP-CODIGO (IDX-DEP) TO DETALLE-CODIGO
               MOVE DEP-DESCRIPCION (IDX-DEP) TO DETALLE-DESCRIPCION
               MOVE DEP-PRES-PLANTILLA (IDX-DEP MES-INFORME)
                   TO DETALLE-PRES-PLANTILLA
               MOVE DEP-PRES-COSTE (IDX-DEP MES-INFORME)
                   TO DETALLE-PRES-COSTE
               MOVE DEP-REAL-PLANTILLA (IDX-DEP MES-INFORME)
                   TO DETALLE-REAL-PLANTILLA
               MOVE DEP-REAL-COSTE (IDX-DEP MES-INFORME)
                   TO DETALLE-REAL-COSTE
               MOVE DESVIACION-MES TO DETALLE-DESVIACION-MES
               MOVE PRES-ANUAL TO DETALLE-PRES-ANUAL
               MOVE REAL-ACUMULADO TO DETALLE-REAL-ACUMULADO
               MOVE PROYECCION-RESTO TO DETALLE-PROYECCION
               MOVE DESVIACION-ANUAL TO DETALLE-DESVIACION-ANUAL
               PERFORM MARCAR-EXCESO
               IF EXCESO-COSTE OR EXCESO-PLANTILLA
                   ADD 1 TO CONTADOR-EXCEDIDOS
                   DISPLAY "Por encima del presupuesto: "
                       DEP-CODIGO (IDX-DEP) " "
                       DEP-DESCRIPCION (IDX-DEP) " " DETALLE-AVISO
               END-IF
               MOVE LISTADO-DETALLE TO LINEA-LISTADO
               PERFORM GRABAR-LINEA-LISTADO
               ADD DEP-PRES-PLANTILLA (IDX-DEP MES-INFORME)
                   TO TOTAL-PRES-PLANTILLA
               ADD DEP-PRES-COSTE (IDX-DEP MES-INFORME)
                   TO TOTAL-PRES-COSTE
               ADD DEP-REAL-PLANTILLA (IDX-DEP MES-INFORME)
                   TO TOTAL-REAL-PLANTILLA
               ADD DEP-REAL-COSTE (IDX-DEP MES-INFORME)
                   TO TOTAL-REAL-COSTE
               ADD PRES-ANUAL TO TOTAL-PRES-ANUAL
               ADD REAL-ACUMULADO TO TOTAL-REAL-ACUMULADO
               ADD PROYECCION-RESTO TO TOTAL-PROYECCION
           END-IF.

       SUMAR-MES-DEPARTAMENTO.
           ADD DEP-PRES-COSTE (IDX-DEP INDICE-MES) TO PRES-ANUAL
           IF INDICE-MES > MES-INFORME
               ADD DEP-PROY-COSTE (IDX-DEP INDICE-MES)
                   TO PROYECCION-RESTO
               IF DEP-PROY-PLANTILLA (IDX-DEP INDICE-MES) >
                       DEP-PRES-PLANTILLA (IDX-DEP INDICE-MES)
                   MOVE "S" TO EXCESO-PLANTILLA-SW
               END-IF
           ELSE
               ADD DEP-REAL-COSTE (IDX-DEP INDICE-MES)
                   TO REAL-ACUMULADO
               IF INDICE-MES = MES-INFORME AND
                       DEP-REAL-PLANTILLA (IDX-DEP INDICE-MES) >
                       DEP-PRES-PLANTILLA (IDX-DEP INDICE-MES)
                   MOVE "S" TO EXCESO-PLANTILLA-SW
               END-IF
           END-IF.

       MARCAR-EXCESO.
           EVALUATE TRUE
               WHEN EXCESO-COSTE AND EXCESO-PLANTILLA
                   MOVE "** AMBOS" TO DETALLE-AVISO
               WHEN EXCESO-COSTE
                   MOVE "** COSTE" TO DETALLE-AVISO
               WHEN EXCESO-PLANTILLA
                   MOVE "** PLANT." TO DETALLE-AVISO
               WHEN OTHER
                   MOVE SPACES TO DETALLE-AVISO
           END-EVALUATE.

       ESCRIBIR-TOTALES.
           MOVE LISTADO-SEPARADOR TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           COMPUTE PREVISION-CIERRE =
               TOTAL-REAL-ACUMULADO + TOTAL-PROYECCION
           COMPUTE DESVIACION-MES = TOTAL-REAL-COSTE - TOTAL-PRES-COSTE
           COMPUTE DESVIACION-ANUAL =
               PREVISION-CIERRE - TOTAL-PRES-ANUAL
           MOVE "N" TO EXCESO-COSTE-SW
           MOVE "N" TO EXCESO-PLANTILLA-SW
           IF DESVIACION-MES > 0 OR DESVIACION-ANUAL > 0
               MOVE "S" TO EXCESO-COSTE-SW
           END-IF
           IF TOTAL-REAL-PLANTILLA > TOTAL-PRES-PLANTILLA
               MOVE "S" TO EXCESO-PLANTILLA-SW
           END-IF
           MOVE SPACES TO LISTADO-DETALLE
           MOVE "TOTAL" TO DETALLE-CODIGO
           MOVE "EMPRESA" TO DETALLE-DESCRIPCION
           MOVE TOTAL-PRES-PLANTILLA TO DETALLE-PRES-PLANTILLA
           MOVE TOTAL-PRES-COSTE TO DETALLE-PRES-COSTE
           MOVE TOTAL-REAL-PLANTILLA TO DETALLE-REAL-PLANTILLA
           MOVE TOTAL-REAL-COSTE TO DETALLE-REAL-COSTE
           MOVE DESVIACION-MES TO DETALLE-DESVIACION-MES
           MOVE TOTAL-PRES-ANUAL TO DETALLE-PRES-ANUAL
           MOVE TOTAL-REAL-ACUMULADO TO DETALLE-REAL-ACUMULADO
           MOVE TOTAL-PROYECCION TO DETALLE-PROYECCION
           MOVE DESVIACION-ANUAL TO DETALLE-DESVIACION-ANUAL
           PERFORM MARCAR-EXCESO
           MOVE LISTADO-DETALLE TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE SPACES TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE "Departamentos por encima del presupuesto"
               TO TOTAL-CONCEPTO
           MOVE CONTADOR-EXCEDIDOS TO TOTAL-VALOR
           MOVE LISTADO-TOTAL TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE "Lineas de presupuesto del ejercicio"
               TO TOTAL-CONCEPTO
           MOVE PRESUPUESTO-LINEAS TO TOTAL-VALOR
           MOVE LISTADO-TOTAL TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE "Empleados en el maestro o con nomina"
               TO TOTAL-CONCEPTO
           MOVE TOTAL-EMPLEADOS TO TOTAL-VALOR
           MOVE LISTADO-TOTAL TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE SPACES TO LISTADO-NOTA
           STRING "Real: bruto vigente de registro-nomina.dat hasta "
               "el periodo. Proyeccion: empleados.dat, con trienios "
               "y pagas extra."
               DELIMITED BY SIZE INTO LISTADO-NOTA
           END-STRING
           MOVE LISTADO-NOTA TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE SPACES TO LISTADO-NOTA
           STRING "El coste es bruto de nomina, sin cuota patronal. "
               "La nomina real se imputa al departamento actual del "
               "empleado."
               DELIMITED BY SIZE INTO LISTADO-NOTA
           END-STRING
           MOVE LISTADO-NOTA TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO.

       ABRIR-LISTADO.
           ACCEPT LISTADO-FECHA FROM DATE YYYYMMDD
           ACCEPT LISTADO-HORA FROM TIME
           MOVE LISTADO-FECHA TO CABECERA-FECHA
           MOVE LISTADO-HORA TO CABECERA-HORA
           MOVE PERIODO-INFORME TO CABECERA-PERIODO
           MOVE SPACES TO LISTADO-RUTA
           STRING "informe-presupuesto-" LISTADO-FECHA ".lst"
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
           WRITE LISTADO-LINEA FROM LISTADO-COLUMNAS1
           WRITE LISTADO-LINEA FROM LISTADO-COLUMNAS2
           WRITE LISTADO-LINEA FROM LISTADO-SEPARADOR
           MOVE 6 TO LINEAS-EN-PAGINA.

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

       END PROGRAM PRESUPUESTO-PLANTILLA.
