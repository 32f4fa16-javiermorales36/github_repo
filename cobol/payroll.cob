               WITH DUPLICATES
           FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL VACACIONES-ARCHIVO
           ASSIGN TO DYNAMIC VACACIONES-ARCHIVO-RUTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VACACIONES-ID
           FILE STATUS IS VACACIONES-ESTADO.

       SELECT OPTIONAL TIPOS-ARCHIVO
           ASSIGN TO "tipos-retencion.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO "asiento-nomina.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ASIENTO-HISTORICO
           ASSIGN TO "asiento-historico.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EJECUCION-REGISTRO
           ASSIGN TO "ejecucion.log"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONTRATOS-ARCHIVO
           ASSIGN TO "contratos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ATRASOS-ARCHIVO
           ASSIGN TO "atrasos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PRORRATEOS-ARCHIVO
           ASSIGN TO "prorrateos-alta.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL COTIZACIONES-ARCHIVO
           ASSIGN TO "cotizaciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL COSTE-ARCHIVO
           ASSIGN TO "coste-departamentos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EMBARGOS-ARCHIVO
           ASSIGN TO "embargos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TRANSF-EMBARGOS-ARCHIVO
           ASSIGN TO "transferencias-embargos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       COPY EMPREG.

       FD VACACIONES-ARCHIVO.
       COPY VACREG.

       FD TIPOS-ARCHIVO.
           01 TIPOS-LINEA PIC X(80).

       FD ASIENTO-ARCHIVO.
           01 ASIENTO-LINEA PIC X(80).

       FD ASIENTO-HISTORICO.
           01 ASIENTO-HISTORICO-LINEA PIC X(80).

       FD EJECUCION-REGISTRO.
           01 EJECUCION-LINEA.
               05 EJECUCION-FECHA PIC 9(8).
               05 EJECUCION-PROGRAMA PIC X(18).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-RESULTADO PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-OPERADOR PIC X(8).

       FD CONTRATOS-ARCHIVO.
           01 CONTRATOS-LINEA PIC X(40).

       FD ATRASOS-ARCHIVO.
           01 ATRASO-REGISTRO.
               05 ATRASO-PERIODO-ABONO PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 ATRASO-EMPLEADO-ID PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 ATRASO-PERIODO-ORIGEN PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 ATRASO-IMPORTE PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 ATRASO-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 ATRASO-HORA PIC 9(8).

       FD PRORRATEOS-ARCHIVO.
           01 PRORRATEO-LINEA PIC X(100).

       FD COTIZACIONES-ARCHIVO.
           01 COTIZACION-LINEA PIC X(60).

       FD COSTE-ARCHIVO.
           01 COSTE-LINEA PIC X(100).

       FD EMBARGOS-ARCHIVO.
       COPY EMBREG.

       FD TRANSF-EMBARGOS-ARCHIVO.
           01 TRANSF-EMBARGO-LINEA PIC X(80).

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
       01 VACACIONES-ARCHIVO-RUTA PIC X(250).
       01 VACACIONES-ESTADO PIC X(02).
       01 FIN-DE-ARCHIVO PIC X VALUE "N".
           88 NO-HAY-MAS-REGISTROS VALUE "S".
       01 FECHA-DEL-DIA PIC 9(8).
               10 PAGO-BRUTO PIC 9(7)V99.
               10 PAGO-DEDUCCIONES PIC 9(7)V99.
               10 PAGO-NETO PIC 9(7)V99.
               10 PAGO-EXTRA-VIGENTES PIC S9(3).
               10 PAGO-EXTRA-BRUTO PIC 9(7)V99.
               10 PAGO-EXTRA-DEDUCCIONES PIC 9(7)V99.
               10 PAGO-EXTRA-NETO PIC 9(7)V99.
       01 SALARIO-BRUTO PIC 9(7)V99.
       01 IMPORTE-TRIENIO PIC 9(5)V99 VALUE 0.
       01 ANYO-ACTUAL PIC 9(4).
               10 BANDA-IMPORTE PIC 9(9)V99 VALUE 0.
       01 DEDUCCION-IRPF PIC 9(7)V99.
       01 DEDUCCION-SS PIC 9(7)V99.
       01 BASE-COTIZACION PIC 9(7)V99.
       01 CUOTA-EMPRESA PIC 9(7)V99.
       01 COSTE-EMPRESA PIC 9(7)V99.
       01 DEDUCCION-TOTAL PIC 9(7)V99.
       01 SALARIO-NETO PIC 9(7)V99.
       01 BASE-IRPF PIC 9(7)V99.
       01 SALARIO-PERIODO PIC 9(7)V99.
       01 DIAS-PAGADOS PIC 9(2).
       01 BASE-MINIMA-PERIODO PIC 9(7)V99.
       01 BASE-MAXIMA-PERIODO PIC 9(7)V99.
       01 CONTADOR-ALTAS-PERIODO PIC 9(5) VALUE 0.
       01 CONTADOR-ALTAS-FUTURAS PIC 9(5) VALUE 0.
       01 IRPF-CALCULADO PIC 9(7)V99.

       01 PAGA-EXTRA-SW PIC X VALUE "N".
           88 LIQUIDAR-PAGA-EXTRA VALUE "S".
       01 PERIODO-DESGLOSE.
           05 PERIODO-ANYO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
       01 SEMESTRE-MES-INICIO PIC 9(2).
       01 SEMESTRE-MES-FIN PIC 9(2).
       01 ALTA-DESGLOSE.
           05 ALTA-DESGLOSE-ANYO PIC 9(4).
           05 ALTA-DESGLOSE-MES PIC 9(2).
           05 ALTA-DESGLOSE-DIA PIC 9(2).
       01 DIAS-PAGA-EXTRA PIC 9(3).
       01 BASE-PAGA-EXTRA PIC 9(7)V99.
       01 PAGA-EXTRA-BRUTO PIC 9(7)V99.
       01 PAGA-EXTRA-IRPF PIC 9(7)V99.
       01 PAGA-EXTRA-SS PIC 9(7)V99.
       01 PAGA-EXTRA-DEDUCCIONES PIC 9(7)V99.
       01 PAGA-EXTRA-NETO PIC 9(7)V99.
       01 PAGA-EXTRA-BASE-SS PIC 9(7)V99.
       01 PAGA-EXTRA-CUOTA-EMPRESA PIC 9(7)V99.
       01 PRORRATA-PAGAS PIC 9(7)V99.
       01 CONTADOR-PAGAS-EXTRA PIC 9(5) VALUE 0.
       01 CONTADOR-PRORRATEOS PIC 9(5) VALUE 0.
       01 TOTAL-PAGAS-EXTRA PIC 9(9)V99 VALUE 0.
       01 TOTAL-PRORRATAS PIC 9(9)V99 VALUE 0.

       01 CONTRATOS-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 CONTRATOS-NO-HAY-MAS-REGISTROS VALUE "S".
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
       01 CONTADOR-EMPLEADOS PIC 9(5) VALUE 0.
       01 TOTAL-BRUTO PIC 9(9)V99 VALUE 0.
       01 TOTAL-IRPF PIC 9(9)V99 VALUE 0.
       01 TOTAL-SS PIC 9(9)V99 VALUE 0.
       01 TOTAL-DEDUCCIONES PIC 9(9)V99 VALUE 0.
       01 TOTAL-NETO PIC 9(9)V99 VALUE 0.
       01 TOTAL-BASE-COTIZACION PIC 9(9)V99 VALUE 0.
       01 TOTAL-CUOTA-EMPRESA PIC 9(9)V99 VALUE 0.
       01 TOTAL-COSTE-EMPRESA PIC 9(9)V99 VALUE 0.

       01 TIPOS-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 TIPOS-NO-HAY-MAS-REGISTROS VALUE "S".
       01 PORCENTAJE-SS PIC 99V99 VALUE 0.
       01 SS-CARGADO-SW PIC X VALUE "N".
           88 SS-CARGADO VALUE "S".
       01 PORCENTAJE-EMP-CC PIC 99V99 VALUE 0.
       01 PORCENTAJE-EMP-DESEMPLEO PIC 99V99 VALUE 0.
       01 PORCENTAJE-EMP-FOGASA PIC 99V99 VALUE 0.
       01 PORCENTAJE-EMP-FP PIC 99V99 VALUE 0.
       01 PORCENTAJE-EMPRESA PIC 99V99 VALUE 0.
       01 EMP-CC-CARGADO-SW PIC X VALUE "N".
           88 EMP-CC-CARGADO VALUE "S".
       01 EMP-DESEMPLEO-CARGADO-SW PIC X VALUE "N".
           88 EMP-DESEMPLEO-CARGADO VALUE "S".
       01 EMP-FOGASA-CARGADO-SW PIC X VALUE "N".
           88 EMP-FOGASA-CARGADO VALUE "S".
       01 EMP-FP-CARGADO-SW PIC X VALUE "N".
           88 EMP-FP-CARGADO VALUE "S".
       01 BASE-MINIMA-SS PIC 9(7)V99 VALUE 0.
       01 BASE-MAXIMA-SS PIC 9(7)V99 VALUE 0.
       01 BASE-MINIMA-CARGADA-SW PIC X VALUE "N".
           88 BASE-MINIMA-CARGADA VALUE "S".
       01 BASE-MAXIMA-CARGADA-SW PIC X VALUE "N".
           88 BASE-MAXIMA-CARGADA VALUE "S".
       01 TRIENIO-CARGADO-SW PIC X VALUE "N".
           88 TRIENIO-CARGADO VALUE "S".
       01 DIAS-VACACIONES-ANYO PIC 9(3)V99 VALUE 0.
       01 SMI-MENSUAL PIC 9(7)V99 VALUE 0.
       01 SMI-CARGADO-SW PIC X VALUE "N".
           88 SMI-CARGADO VALUE "S".
       01 VACACIONES-CARGADO-SW PIC X VALUE "N".
           88 VACACIONES-CARGADO VALUE "S".
       01 TIPOS-COMPLETOS-SW PIC X VALUE "N".
           88 TIPOS-COMPLETOS VALUE "S".
       01 TRAMO-EN-ORDEN-SW PIC X VALUE "S".
               10 INC-DESCRIPCION PIC X(22).
               10 INC-IMPORTE PIC 9(7)V99.
       01 ANTICIPO-EMPLEADO PIC 9(7)V99 VALUE 0.
       01 VACACIONES-EXISTE-SW PIC X VALUE "N".
           88 VACACIONES-EXISTE VALUE "S".
       01 DIAS-DEVENGO-PREVIO PIC 9(3).
       01 DEVENGO-VACACIONES PIC 9(3)V99.
       01 DISFRUTE-VACACIONES PIC 9(3)V99.
       01 SALDO-VACACIONES PIC S9(3)V99.
       01 TOTAL-DIAS-DISFRUTADOS PIC 9(7)V99 VALUE 0.
       01 CONTADOR-SALDOS-NEGATIVOS PIC 9(5) VALUE 0.
       01 ATRASOS-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 ATRASOS-NO-HAY-MAS-REGISTROS VALUE "S".
       01 TOTAL-ATRASOS-CARGADOS PIC 9(4) VALUE 0.
       01 CONTADOR-ATRASOS-DESCARTADOS PIC 9(4) VALUE 0.
       01 TABLA-ATRASOS.
           05 ATRASO-ENTRADA OCCURS 1000 TIMES
                   INDEXED BY IDX-ATRASO.
               10 ATR-EMPLEADO-ID PIC X(6).
               10 ATR-PERIODO-ORIGEN PIC 9(6).
               10 ATR-IMPORTE PIC 9(7)V99.
       01 ATRASOS-EMPLEADO PIC 9(7)V99 VALUE 0.
       01 CONTADOR-ATRASOS PIC 9(5) VALUE 0.
       01 TOTAL-ATRASOS PIC 9(9)V99 VALUE 0.
       01 RECIBO-ATRASO-CONCEPTO.
           05 FILLER PIC X(16) VALUE "Atrasos periodo ".
           05 RECIBO-ATRASO-PERIODO PIC 9(6).
       01 NETO-DISPONIBLE PIC 9(7)V99 VALUE 0.
       01 TOTAL-ANTICIPOS PIC 9(9)V99 VALUE 0.

       01 EMBARGOS-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 EMBARGOS-NO-HAY-MAS-REGISTROS VALUE "S".
       01 EMBARGOS-DESBORDADOS-SW PIC X VALUE "N".
           88 EMBARGOS-DESBORDADOS VALUE "S".
       01 TOTAL-EMBARGOS-CARGADOS PIC 9(3) VALUE 0.
       01 CONTADOR-EMBARGOS-INVALIDOS PIC 9(3) VALUE 0.
       01 TABLA-EMBARGOS.
           05 EMBARGO-ENTRADA OCCURS 500 TIMES
                   INDEXED BY IDX-EMBARGO.
               10 EMB-DATOS PIC X(134).
               10 EMB-VALIDO PIC X.
               10 EMB-EMPLEADO-ID PIC X(6).
               10 EMB-PRIORIDAD PIC 9(2).
               10 EMB-EXPEDIENTE PIC X(20).
               10 EMB-CUENTA PIC X(24).
               10 EMB-PENDIENTE PIC 9(7)V99.
               10 EMB-ESTADO PIC X.
               10 EMB-ULTIMO-PERIODO PIC 9(6).
               10 EMB-ULTIMO-RETENIDO PIC 9(7)V99.
               10 EMB-POR-TRATAR PIC X.
               10 EMB-RETENIDO-PERIODO PIC 9(7)V99.
       01 ESCALA-EMBARGO-VALORES.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 50.
           05 FILLER PIC 9(2) VALUE 60.
           05 FILLER PIC 9(2) VALUE 75.
           05 FILLER PIC 9(2) VALUE 90.
       01 ESCALA-EMBARGO REDEFINES ESCALA-EMBARGO-VALORES.
           05 ESCALA-PORCENTAJE PIC 9(2) OCCURS 5 TIMES
                   INDEXED BY IDX-ESCALA.
       01 EMBARGO-EMPLEADO-SW PIC X VALUE "N".
           88 EMPLEADO-EMBARGADO VALUE "S".
       01 QUEDAN-EMBARGOS-SW PIC X VALUE "N".
           88 QUEDAN-EMBARGOS VALUE "S".
       01 EMBARGO-ELEGIDO PIC 9(3) VALUE 0.
       01 PRIORIDAD-ELEGIDA PIC 9(3) VALUE 0.
       01 EXCESO-EMBARGO PIC 9(7)V99.
       01 TRAMO-EMBARGO PIC 9(7)V99.
       01 IMPORTE-EMBARGABLE PIC 9(7)V99.
       01 DISPONIBLE-EMBARGO PIC 9(7)V99.
       01 RETENCION-ACTUAL PIC 9(7)V99.
       01 RETENCION-EMBARGO PIC 9(7)V99 VALUE 0.
       01 PENDIENTE-EMBARGO-EMPLEADO PIC 9(7)V99 VALUE 0.
       01 CONTADOR-EMBARGADOS PIC 9(5) VALUE 0.
       01 CONTADOR-EMBARGOS-SALDADOS PIC 9(5) VALUE 0.
       01 TOTAL-EMBARGOS PIC 9(9)V99 VALUE 0.
       01 CONTADOR-ORDENES-EMBARGO PIC 9(6) VALUE 0.
       01 CONTADOR-EMBARGOS-SIN-CUENTA PIC 9(5) VALUE 0.
       01 TOTAL-TRANSFERIDO-EMBARGOS PIC 9(11)V99 VALUE 0.
       01 ORDEN-EMBARGO.
           05 FILLER PIC X(4) VALUE "EMB ".
           05 ORDEN-EMBARGO-CUENTA PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-EMBARGO-IMPORTE PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-EMBARGO-PERIODO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-EMBARGO-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 ORDEN-EMBARGO-EXPEDIENTE PIC X(20).
       01 RECIBO-EMBARGO-CONCEPTO.
           05 FILLER PIC X(8) VALUE "Embargo ".
           05 RECIBO-EMBARGO-EXPEDIENTE PIC X(14).

       01 CONTADOR-TRANSFERENCIAS PIC 9(6) VALUE 0.
       01 CONTADOR-SIN-IBAN PIC 9(6) VALUE 0.
       01 TOTAL-TRANSFERIDO PIC 9(11)V99 VALUE 0.
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
           05 GASTO-ENTRADA OCCURS 100 TIMES
                   INDEXED BY IDX-GASTO.
               10 GASTO-DEPARTAMENTO PIC X(15).
               10 GASTO-EMPLEADOS PIC 9(5).
               10 GASTO-BRUTO PIC 9(9)V99.
               10 GASTO-CUOTA-EMPRESA PIC 9(9)V99.
       01 GASTO-COSTE-TOTAL PIC 9(9)V99.
       01 TOTAL-DEBE PIC 9(11)V99 VALUE 0.
       01 TOTAL-HABER PIC 9(11)V99 VALUE 0.
       01 ASIENTO-DETALLE.
           05 FILLER PIC X VALUE SPACE.
           05 CONTROL-CUADRE PIC X(10).

       01 COTIZACION-DETALLE.
           05 COTIZACION-PERIODO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 COTIZACION-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 COTIZACION-BASE PIC 9(7)V99.
           05 FILLER PIC X VALUE SPACE.
           05 COTIZACION-CUOTA-TRABAJADOR PIC 9(7)V99.
           05 FILLER PIC X VALUE SPACE.
           05 COTIZACION-CUOTA-EMPRESA PIC 9(7)V99.
       01 COTIZACION-TOTALES.
           05 FILLER PIC X(4) VALUE "TOT ".
           05 COTIZACION-TOTAL-REGISTROS PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 COTIZACION-TOTAL-BASE PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 COTIZACION-TOTAL-TRABAJADOR PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 COTIZACION-TOTAL-EMPRESA PIC 9(9)V99.

       01 PRORRATEO-SEPARADOR PIC X(100) VALUE ALL "-".
       01 PRORRATEO-CABECERA.
           05 FILLER PIC X(48)
               VALUE "EMPLEADOS PAGADOS A PRORRATA POR ALTA - PERIODO ".
           05 PRORRATEO-CABECERA-PERIODO PIC 9(6).
       01 PRORRATEO-COLUMNAS.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(36) VALUE "APELLIDOS".
           05 FILLER PIC X(26) VALUE "NOMBRE".
           05 FILLER PIC X(9) VALUE "ALTA".
           05 FILLER PIC X(5) VALUE "DIAS".
           05 FILLER PIC X(14) VALUE " SALARIO BRUTO".
       01 PRORRATEO-DETALLE.
           05 PRORRATEO-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 PRORRATEO-APELLIDOS PIC X(35).
           05 FILLER PIC X VALUE SPACE.
           05 PRORRATEO-NOMBRE PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 PRORRATEO-FECHA-ALTA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 PRORRATEO-DIAS PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 PRORRATEO-BRUTO PIC Z(10)9.99.
       01 PRORRATEO-TOTAL.
           05 FILLER PIC X(34) VALUE "Empleados pagados a prorrata".
           05 FILLER PIC X(2) VALUE ": ".
           05 PRORRATEO-TOTAL-VALOR PIC Z(4)9.
       01 PRORRATEO-FUTURAS.
           05 FILLER PIC X(34) VALUE "Altas posteriores no pagadas".
           05 FILLER PIC X(2) VALUE ": ".
           05 PRORRATEO-FUTURAS-VALOR PIC Z(4)9.

       01 COSTE-SEPARADOR PIC X(96) VALUE ALL "-".
       01 COSTE-CABECERA.
           05 FILLER PIC X(50)
               VALUE "COSTE REAL POR DEPARTAMENTO - PERIODO ".
           05 COSTE-CABECERA-PERIODO PIC 9(6).
       01 COSTE-COLUMNAS.
           05 FILLER PIC X(16) VALUE "DEPARTAMENTO".
           05 FILLER PIC X(9) VALUE "EMPLEADOS".
           05 FILLER PIC X(15) VALUE "  SALARIO BRUTO".
           05 FILLER PIC X(15) VALUE "  CUOTA EMPRESA".
           05 FILLER PIC X(15) VALUE "    COSTE TOTAL".
           05 FILLER PIC X(15) VALUE "    COSTE MEDIO".
       01 COSTE-DETALLE.
           05 COSTE-DEPARTAMENTO PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 COSTE-EMPLEADOS PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 COSTE-BRUTO PIC Z(10)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 COSTE-CUOTA PIC Z(10)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 COSTE-TOTAL PIC Z(10)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 COSTE-MEDIO PIC Z(10)9.99.

       01 RECIBO-SEPARADOR PIC X(44) VALUE ALL "=".
       01 RECIBO-CABECERA.
           05 FILLER PIC X(30)
               VALUE "RECIBO DE NOMINA  -  PERIODO ".
           05 RECIBO-CABECERA-PERIODO PIC 9(6).
       01 RECIBO-CABECERA-EXTRA.
           05 FILLER PIC X(34)
               VALUE "RECIBO DE PAGA EXTRA  -  PERIODO ".
           05 RECIBO-EXTRA-PERIODO PIC 9(6).
       01 RECIBO-DIAS.
           05 RECIBO-DIAS-CONCEPTO PIC X(22).
           05 FILLER PIC X(2) VALUE ": ".
           05 RECIBO-DIAS-VALOR PIC ZZ9.
       01 RECIBO-EMPLEADO.
           05 FILLER PIC X(15) VALUE "Empleado     : ".
           05 RECIBO-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X(2) VALUE ": ".
           05 RECIBO-INCIDENCIA-SIGNO PIC X.
           05 RECIBO-INCIDENCIA-VALOR PIC Z(6)9.99.
       01 RECIBO-VACACIONES.
           05 RECIBO-VACACIONES-CONCEPTO PIC X(22).
           05 FILLER PIC X(2) VALUE ": ".
           05 RECIBO-VACACIONES-DIAS PIC -ZZ9.99.
           05 FILLER PIC X(6) VALUE " días".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM RESOLVER-MODO-EJECUCION
           MOVE "N" TO PERFIL-REQUERIDO
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Proceso de nómina cancelado: operador no "
                   "autorizado."
               MOVE 2 TO RESULTADO-EJECUCION
           ELSE
               PERFORM PREPARAR-NOMINA
           END-IF
           PERFORM GRABAR-EJECUCION.

       PROGRAM-DONE.
           MOVE RESULTADO-EJECUCION TO RETURN-CODE
           STOP RUN.

       PREPARAR-NOMINA.
           PERFORM CARGAR-TIPOS
           PERFORM VALIDAR-TABLA-TIPOS
           PERFORM CARGAR-EMBARGOS
           IF NOT TIPOS-COMPLETOS OR EMBARGOS-DESBORDADOS
               DISPLAY "Proceso de nómina cancelado."
               MOVE 2 TO RESULTADO-EJECUCION
           ELSE
                       "válido."
                   MOVE 2 TO RESULTADO-EJECUCION
               ELSE
                   PERFORM OBTENER-PAGA-EXTRA
                   PERFORM LIQUIDAR-PERIODO
               END-IF
           END-IF.

       LIQUIDAR-PERIODO.
           PERFORM VERIFICAR-PERIODO
           IF NOMINA-AUTORIZADA
               PERFORM CARGAR-INCIDENCIAS
               PERFORM CARGAR-ATRASOS
               PERFORM CARGAR-CONTRATOS
               PERFORM RESTAURAR-EMBARGO
                   VARYING IDX-EMBARGO FROM 1 BY 1
                   UNTIL IDX-EMBARGO > TOTAL-EMBARGOS-CARGADOS
               PERFORM PROCEDIMIENTO-DE-APERTURA
               PERFORM PROCESAR-NOMINA UNTIL NO-HAY-MAS-REGISTROS
               PERFORM MOSTRAR-TOTALES
               PERFORM GRABAR-COSTE-DEPARTAMENTOS
               PERFORM GRABAR-ASIENTO
               PERFORM PROCEDIMIENTO-DE-CIERRE
               DISPLAY "Proceso de nómina mensual finalizado."
       GRABAR-EJECUCION.
           ACCEPT EJECUCION-FECHA FROM DATE YYYYMMDD
           ACCEPT EJECUCION-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO EJECUCION-OPERADOR
           MOVE "NOMINA-MENSUAL" TO EJECUCION-PROGRAMA
           EVALUATE RESULTADO-EJECUCION
               WHEN 0
               DISPLAY "Falta la línea TRIENIO en "
                   "tipos-retencion.dat."
               MOVE "N" TO TIPOS-COMPLETOS-SW
           END-IF
           IF NOT VACACIONES-CARGADO
               DISPLAY "Falta la línea VACACIONES en "
                   "tipos-retencion.dat."
               MOVE "N" TO TIPOS-COMPLETOS-SW
           END-IF
           IF NOT SMI-CARGADO
               DISPLAY "Falta la línea SMI en tipos-retencion.dat."
               MOVE "N" TO TIPOS-COMPLETOS-SW
           END-IF
           IF NOT EMP-CC-CARGADO OR NOT EMP-DESEMPLEO-CARGADO OR
                   NOT EMP-FOGASA-CARGADO OR NOT EMP-FP-CARGADO
               DISPLAY "Faltan líneas SSEMP-CC, SSEMP-DES, SSEMP-FOG "
                   "o SSEMP-FP en tipos-retencion.dat."
               MOVE "N" TO TIPOS-COMPLETOS-SW
           END-IF
           IF NOT BASE-MINIMA-CARGADA OR NOT BASE-MAXIMA-CARGADA
               DISPLAY "Faltan las líneas BASE-MIN o BASE-MAX en "
                   "tipos-retencion.dat."
               MOVE "N" TO TIPOS-COMPLETOS-SW
           ELSE
               IF BASE-MAXIMA-SS NOT > BASE-MINIMA-SS
                   DISPLAY "La base máxima de cotización debe "
                       "superar a la mínima."
                   MOVE "N" TO TIPOS-COMPLETOS-SW
               END-IF
           END-IF
           COMPUTE PORCENTAJE-EMPRESA = PORCENTAJE-EMP-CC
               + PORCENTAJE-EMP-DESEMPLEO + PORCENTAJE-EMP-FOGASA
               + PORCENTAJE-EMP-FP.

       CARGAR-TIPOS.
           MOVE 0 TO TOTAL-TRAMOS
                   PERFORM CARGAR-PORCENTAJE-SS
               WHEN "TRIENIO"
                   PERFORM CARGAR-IMPORTE-TRIENIO
               WHEN "SSEMP-CC"
               WHEN "SSEMP-DES"
               WHEN "SSEMP-FOG"
               WHEN "SSEMP-FP"
                   PERFORM CARGAR-PORCENTAJE-EMPRESA
               WHEN "BASE-MIN"
               WHEN "BASE-MAX"
                   PERFORM CARGAR-BASE-COTIZACION
               WHEN "VACACIONES"
                   PERFORM CARGAR-DIAS-VACACIONES
               WHEN "SMI"
                   PERFORM CARGAR-SMI
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   TIPOS-LINEA
           END-IF.

       CARGAR-PORCENTAJE-EMPRESA.
           MOVE TIPOS-LIMITE-TEXTO TO IMPORTE-TEXTO
           PERFORM CONVERTIR-IMPORTE
           IF IMPORTE-VALIDO
               EVALUATE TIPOS-CLASE
                   WHEN "SSEMP-CC"
                       MOVE IMPORTE-CONVERTIDO TO PORCENTAJE-EMP-CC
                       MOVE "S" TO EMP-CC-CARGADO-SW
                   WHEN "SSEMP-DES"
                       MOVE IMPORTE-CONVERTIDO
                           TO PORCENTAJE-EMP-DESEMPLEO
                       MOVE "S" TO EMP-DESEMPLEO-CARGADO-SW
                   WHEN "SSEMP-FOG"
                       MOVE IMPORTE-CONVERTIDO TO PORCENTAJE-EMP-FOGASA
                       MOVE "S" TO EMP-FOGASA-CARGADO-SW
                   WHEN "SSEMP-FP"
                       MOVE IMPORTE-CONVERTIDO TO PORCENTAJE-EMP-FP
                       MOVE "S" TO EMP-FP-CARGADO-SW
               END-EVALUATE
           ELSE
               DISPLAY "Porcentaje de cotización empresarial no "
                   "válido: " TIPOS-LINEA
           END-IF.

       CARGAR-BASE-COTIZACION.
           MOVE TIPOS-LIMITE-TEXTO TO IMPORTE-TEXTO
           PERFORM CONVERTIR-IMPORTE
           IF IMPORTE-VALIDO
               IF TIPOS-CLASE = "BASE-MIN"
                   MOVE IMPORTE-CONVERTIDO TO BASE-MINIMA-SS
                   MOVE "S" TO BASE-MINIMA-CARGADA-SW
               ELSE
                   MOVE IMPORTE-CONVERTIDO TO BASE-MAXIMA-SS
                   MOVE "S" TO BASE-MAXIMA-CARGADA-SW
               END-IF
           ELSE
               DISPLAY "Base de cotización no válida: " TIPOS-LINEA
           END-IF.

       CARGAR-IMPORTE-TRIENIO.
           MOVE TIPOS-LIMITE-TEXTO TO IMPORTE-TEXTO
           PERFORM CONVERTIR-IMPORTE
               DISPLAY "Importe de trienio no válido: " TIPOS-LINEA
           END-IF.

       CARGAR-DIAS-VACACIONES.
           MOVE TIPOS-LIMITE-TEXTO TO IMPORTE-TEXTO
           PERFORM CONVERTIR-IMPORTE
           IF IMPORTE-VALIDO AND IMPORTE-CONVERTIDO < 100
               MOVE IMPORTE-CONVERTIDO TO DIAS-VACACIONES-ANYO
               MOVE "S" TO VACACIONES-CARGADO-SW
           ELSE
               DISPLAY "Días de vacaciones no válidos: " TIPOS-LINEA
           END-IF.

       CARGAR-SMI.
           MOVE TIPOS-LIMITE-TEXTO TO IMPORTE-TEXTO
           PERFORM CONVERTIR-IMPORTE
           IF IMPORTE-VALIDO AND IMPORTE-CONVERTIDO > 0
               MOVE IMPORTE-CONVERTIDO TO SMI-MENSUAL
               MOVE "S" TO SMI-CARGADO-SW
           ELSE
               DISPLAY "Salario mínimo no válido: " TIPOS-LINEA
           END-IF.

       CONVERTIR-IMPORTE.
           MOVE "N" TO IMPORTE-ES-VALIDO
           MOVE 0 TO IMPORTE-CONVERTIDO
               END-IF
           END-IF.

       OBTENER-PAGA-EXTRA.
           MOVE "N" TO PAGA-EXTRA-SW
           MOVE PERIODO-NOMINA TO PERIODO-DESGLOSE
           IF PERIODO-MES = 6 OR PERIODO-MES = 12
               PERFORM CONFIRMAR-PAGA-EXTRA
               MOVE RESPUESTA-VALIDA TO PAGA-EXTRA-SW
               IF LIQUIDAR-PAGA-EXTRA
                   DISPLAY "Se liquida la paga extraordinaria del "
                       "periodo " PERIODO-NOMINA "."
               END-IF
           END-IF.

       CONFIRMAR-PAGA-EXTRA.
           IF MODO-DESATENDIDO
               MOVE SPACES TO RESPUESTA-VALIDA
               ACCEPT RESPUESTA-VALIDA
                   FROM ENVIRONMENT "NOMINA_PAGA_EXTRA"
               IF RESPUESTA-VALIDA NOT = "S"
                   DISPLAY "Modo desatendido: no se liquida la paga "
                       "extra (NOMINA_PAGA_EXTRA distinto de S)."
                   MOVE "N" TO RESPUESTA-VALIDA
               END-IF
           ELSE
               DISPLAY "¿Desea liquidar la paga extraordinaria en "
                   "este periodo? (S/N) "
               ACCEPT RESPUESTA-VALIDA
               IF RESPUESTA-VALIDA NOT = "S" AND
                       RESPUESTA-VALIDA NOT = "N"
                   DISPLAY "Respuesta no válida. Use S o N."
                   PERFORM CONFIRMAR-PAGA-EXTRA
               END-IF
           END-IF.

       VERIFICAR-PERIODO.
           MOVE "N" TO PERIODO-YA-PAGADO
           MOVE "N" TO HIST-FIN-DE-ARCHIVO
                   MOVE HISTORICO-EMPLEADO-ID
                       TO PAGO-EMPLEADO-ID (IDX-PAGO)
                   MOVE 0 TO PAGO-VIGENTES (IDX-PAGO)
                   MOVE 0 TO PAGO-EXTRA-VIGENTES (IDX-PAGO)
                   PERFORM ANOTAR-MOVIMIENTO
               ELSE
                   DISPLAY "Aviso: tabla de pagos llena, no se "
                   MOVE HISTORICO-NETO TO PAGO-NETO (IDX-PAGO)
               WHEN "ANULACION"
                   SUBTRACT 1 FROM PAGO-VIGENTES (IDX-PAGO)
               WHEN "PAGAEXTRA"
                   ADD 1 TO PAGO-EXTRA-VIGENTES (IDX-PAGO)
                   MOVE HISTORICO-BRUTO TO PAGO-EXTRA-BRUTO (IDX-PAGO)
                   MOVE HISTORICO-DEDUCCIONES
                       TO PAGO-EXTRA-DEDUCCIONES (IDX-PAGO)
                   MOVE HISTORICO-NETO TO PAGO-EXTRA-NETO (IDX-PAGO)
               WHEN "ANULEXTRA"
                   SUBTRACT 1 FROM PAGO-EXTRA-VIGENTES (IDX-PAGO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REVISAR-PAGOS-VIGENTES.
           IF PAGO-VIGENTES (IDX-PAGO) > 0 OR
                   PAGO-EXTRA-VIGENTES (IDX-PAGO) > 0
               MOVE "S" TO PERIODO-YA-PAGADO
           END-IF.

               MOVE HORA-ACTUAL TO HISTORICO-HORA
               WRITE HISTORICO-REGISTRO
               ADD 1 TO CONTADOR-ANULACIONES
           END-IF
           IF PAGO-EXTRA-VIGENTES (IDX-PAGO) > 0
               MOVE SPACES TO HISTORICO-REGISTRO
               MOVE PERIODO-NOMINA TO HISTORICO-PERIODO
               MOVE PAGO-EMPLEADO-ID (IDX-PAGO)
                   TO HISTORICO-EMPLEADO-ID
               MOVE "ANULEXTRA" TO HISTORICO-TIPO
               MOVE PAGO-EXTRA-BRUTO (IDX-PAGO) TO HISTORICO-BRUTO
               MOVE PAGO-EXTRA-DEDUCCIONES (IDX-PAGO)
                   TO HISTORICO-DEDUCCIONES
               MOVE PAGO-EXTRA-NETO (IDX-PAGO) TO HISTORICO-NETO
               MOVE FECHA-DEL-DIA TO HISTORICO-FECHA
               MOVE HORA-ACTUAL TO HISTORICO-HORA
               WRITE HISTORICO-REGISTRO
               ADD 1 TO CONTADOR-ANULACIONES
           END-IF.

       CARGAR-INCIDENCIAS.
               WHEN INC-CLASE-TEXTO NOT = "EXTRA" AND
                       INC-CLASE-TEXTO NOT = "PLUS" AND
                       INC-CLASE-TEXTO NOT = "AUSENCIA" AND
                       INC-CLASE-TEXTO NOT = "ANTICIPO" AND
                       INC-CLASE-TEXTO NOT = "VACACIONES"
                   DISPLAY "Incidencia descartada (clase no "
                       "reconocida): " INCIDENCIAS-LINEA
                   ADD 1 TO CONTADOR-INC-DESCARTADAS
               END-IF
           END-IF.

       CARGAR-ATRASOS.
           MOVE 0 TO TOTAL-ATRASOS-CARGADOS
           MOVE 0 TO CONTADOR-ATRASOS-DESCARTADOS
           MOVE "N" TO ATRASOS-FIN-DE-ARCHIVO
           OPEN INPUT ATRASOS-ARCHIVO
           PERFORM LEER-ATRASO
           PERFORM CARGAR-UN-ATRASO
               UNTIL ATRASOS-NO-HAY-MAS-REGISTROS
           CLOSE ATRASOS-ARCHIVO
           IF TOTAL-ATRASOS-CARGADOS > 0
               DISPLAY "Atrasos a abonar en el periodo: "
                   TOTAL-ATRASOS-CARGADOS
           END-IF
           IF CONTADOR-ATRASOS-DESCARTADOS > 0
               DISPLAY "Atrasos descartados: "
                   CONTADOR-ATRASOS-DESCARTADOS
           END-IF.

       LEER-ATRASO.
           READ ATRASOS-ARCHIVO
               AT END MOVE "S" TO ATRASOS-FIN-DE-ARCHIVO
           END-READ.

       CARGAR-UN-ATRASO.
           EVALUATE TRUE
               WHEN ATRASO-PERIODO-ABONO NOT = PERIODO-NOMINA
                   CONTINUE
               WHEN ATRASO-IMPORTE IS NOT NUMERIC
                   ADD 1 TO CONTADOR-ATRASOS-DESCARTADOS
               WHEN TOTAL-ATRASOS-CARGADOS = 1000
                   DISPLAY "Atraso descartado (tabla de atrasos "
                       "llena): " ATRASO-EMPLEADO-ID " "
                       ATRASO-PERIODO-ORIGEN
                   ADD 1 TO CONTADOR-ATRASOS-DESCARTADOS
               WHEN OTHER
                   ADD 1 TO TOTAL-ATRASOS-CARGADOS
                   SET IDX-ATRASO TO TOTAL-ATRASOS-CARGADOS
                   MOVE ATRASO-EMPLEADO-ID
                       TO ATR-EMPLEADO-ID (IDX-ATRASO)
                   MOVE ATRASO-PERIODO-ORIGEN
                       TO ATR-PERIODO-ORIGEN (IDX-ATRASO)
                   MOVE ATRASO-IMPORTE TO ATR-IMPORTE (IDX-ATRASO)
           END-EVALUATE
           PERFORM LEER-ATRASO.

       CARGAR-EMBARGOS.
           MOVE 0 TO TOTAL-EMBARGOS-CARGADOS
           MOVE 0 TO CONTADOR-EMBARGOS-INVALIDOS
           MOVE "N" TO EMBARGOS-FIN-DE-ARCHIVO
           OPEN INPUT EMBARGOS-ARCHIVO
           PERFORM LEER-EMBARGO
           PERFORM CARGAR-UN-EMBARGO
               UNTIL EMBARGOS-NO-HAY-MAS-REGISTROS
           CLOSE EMBARGOS-ARCHIVO
           IF CONTADOR-EMBARGOS-INVALIDOS > 0
               DISPLAY "Embargos no válidos (se conservan sin "
                   "aplicar): " CONTADOR-EMBARGOS-INVALIDOS
           END-IF.

       LEER-EMBARGO.
           READ EMBARGOS-ARCHIVO
               AT END MOVE "S" TO EMBARGOS-FIN-DE-ARCHIVO
           END-READ.

       CARGAR-UN-EMBARGO.
           EVALUATE TRUE
               WHEN EMBARGO-REGISTRO = SPACES
                   CONTINUE
               WHEN TOTAL-EMBARGOS-CARGADOS = 500
                   DISPLAY "La tabla de embargos está llena: "
                       "embargos.dat no puede procesarse completo."
                   MOVE "S" TO EMBARGOS-DESBORDADOS-SW
                   MOVE "S" TO EMBARGOS-FIN-DE-ARCHIVO
               WHEN OTHER
                   ADD 1 TO TOTAL-EMBARGOS-CARGADOS
                   SET IDX-EMBARGO TO TOTAL-EMBARGOS-CARGADOS
                   PERFORM ANOTAR-EMBARGO
           END-EVALUATE
           IF NOT EMBARGOS-NO-HAY-MAS-REGISTROS
               PERFORM LEER-EMBARGO
           END-IF.

       ANOTAR-EMBARGO.
           MOVE EMBARGO-REGISTRO TO EMB-DATOS (IDX-EMBARGO)
           MOVE "N" TO EMB-POR-TRATAR (IDX-EMBARGO)
           MOVE 0 TO EMB-RETENIDO-PERIODO (IDX-EMBARGO)
           IF EMBARGO-EMPLEADO-ID = SPACES OR
                   EMBARGO-PRIORIDAD IS NOT NUMERIC OR
                   EMBARGO-PENDIENTE IS NOT NUMERIC OR
                   EMBARGO-ULTIMO-PERIODO IS NOT NUMERIC OR
                   EMBARGO-ULTIMO-RETENIDO IS NOT NUMERIC OR
                   (EMBARGO-ESTADO NOT = "A" AND
                    EMBARGO-ESTADO NOT = "S" AND
                    EMBARGO-ESTADO NOT = "L")
               DISPLAY "Embargo no válido: " EMBARGO-REGISTRO
               ADD 1 TO CONTADOR-EMBARGOS-INVALIDOS
               MOVE "N" TO EMB-VALIDO (IDX-EMBARGO)
           ELSE
               MOVE "S" TO EMB-VALIDO (IDX-EMBARGO)
               MOVE EMBARGO-EMPLEADO-ID
                   TO EMB-EMPLEADO-ID (IDX-EMBARGO)
               MOVE EMBARGO-PRIORIDAD TO EMB-PRIORIDAD (IDX-EMBARGO)
               MOVE EMBARGO-EXPEDIENTE
                   TO EMB-EXPEDIENTE (IDX-EMBARGO)
               MOVE EMBARGO-CUENTA TO EMB-CUENTA (IDX-EMBARGO)
               MOVE EMBARGO-PENDIENTE TO EMB-PENDIENTE (IDX-EMBARGO)
               MOVE EMBARGO-ESTADO TO EMB-ESTADO (IDX-EMBARGO)
               MOVE EMBARGO-ULTIMO-PERIODO
                   TO EMB-ULTIMO-PERIODO (IDX-EMBARGO)
               MOVE EMBARGO-ULTIMO-RETENIDO
                   TO EMB-ULTIMO-RETENIDO (IDX-EMBARGO)
           END-IF.

       RESTAURAR-EMBARGO.
           IF EMB-VALIDO (IDX-EMBARGO) = "S" AND
                   EMB-ULTIMO-PERIODO (IDX-EMBARGO) = PERIODO-NOMINA AND
                   EMB-ULTIMO-RETENIDO (IDX-EMBARGO) > 0
               ADD EMB-ULTIMO-RETENIDO (IDX-EMBARGO)
                   TO EMB-PENDIENTE (IDX-EMBARGO)
               MOVE 0 TO EMB-ULTIMO-RETENIDO (IDX-EMBARGO)
               IF EMB-ESTADO (IDX-EMBARGO) = "S"
                   MOVE "A" TO EMB-ESTADO (IDX-EMBARGO)
               END-IF
           END-IF.

       GRABAR-EMBARGOS.
           OPEN OUTPUT EMBARGOS-ARCHIVO
           PERFORM GRABAR-UN-EMBARGO
               VARYING IDX-EMBARGO FROM 1 BY 1
               UNTIL IDX-EMBARGO > TOTAL-EMBARGOS-CARGADOS
           CLOSE EMBARGOS-ARCHIVO.

       GRABAR-UN-EMBARGO.
           MOVE EMB-DATOS (IDX-EMBARGO) TO EMBARGO-REGISTRO
           IF EMB-VALIDO (IDX-EMBARGO) = "S"
               MOVE EMB-PENDIENTE (IDX-EMBARGO) TO EMBARGO-PENDIENTE
               MOVE EMB-ESTADO (IDX-EMBARGO) TO EMBARGO-ESTADO
               MOVE EMB-ULTIMO-PERIODO (IDX-EMBARGO)
                   TO EMBARGO-ULTIMO-PERIODO
               MOVE EMB-ULTIMO-RETENIDO (IDX-EMBARGO)
                   TO EMBARGO-ULTIMO-RETENIDO
           END-IF
           WRITE EMBARGO-REGISTRO.

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
           EVALUATE TRUE
               WHEN CONTRATOS-LINEA = SPACES
                   CONTINUE
               WHEN CONTRATO-PRORRATEO-TEXTO(1:1) NOT = "S" AND
                       CONTRATO-PRORRATEO-TEXTO(1:1) NOT = "N"
                   DISPLAY "Contrato descartado (prorrateo no "
                       "válido): " CONTRATOS-LINEA
               WHEN TOTAL-CONTRATOS = 1000
                   DISPLAY "Contrato descartado (tabla de contratos "
                       "llena): " CONTRATOS-LINEA
               WHEN OTHER
                   ADD 1 TO TOTAL-CONTRATOS
                   SET IDX-CONTRATO TO TOTAL-CONTRATOS
                   MOVE CONTRATO-EMPLEADO-TEXTO(1:6)
                       TO CONTRATO-EMPLEADO-ID (IDX-CONTRATO)
                   MOVE CONTRATO-PRORRATEO-TEXTO(1:1)
                       TO CONTRATO-PRORRATEO (IDX-CONTRATO)
           END-EVALUATE
           PERFORM LEER-CONTRATO.

       BUSCAR-CONTRATO.
           IF CONTRATO-EMPLEADO-ID (IDX-CONTRATO) = EMPLEADOS-ID
               MOVE CONTRATO-PRORRATEO (IDX-CONTRATO)
                   TO PRORRATEO-EMPLEADO-SW
               SET IDX-CONTRATO TO TOTAL-CONTRATOS
           END-IF.

       PROCEDIMIENTO-DE-APERTURA.
           PERFORM RESOLVER-RUTA-ARCHIVO
           OPEN INPUT EMPLEADOS-ARCHIVO
           OPEN I-O VACACIONES-ARCHIVO
           OPEN OUTPUT RECIBOS-ARCHIVO
           OPEN EXTEND REGISTRO-NOMINA
           OPEN EXTEND HISTORICO-NOMINA
           OPEN OUTPUT TRANSFERENCIAS-ARCHIVO
           PERFORM GRABAR-CABECERA-TRANSFERENCIA
           OPEN OUTPUT TRANSF-EMBARGOS-ARCHIVO
           OPEN OUTPUT COTIZACIONES-ARCHIVO
           OPEN OUTPUT PRORRATEOS-ARCHIVO
           MOVE PERIODO-NOMINA TO PRORRATEO-CABECERA-PERIODO
           WRITE PRORRATEO-LINEA FROM PRORRATEO-CABECERA
           WRITE PRORRATEO-LINEA FROM PRORRATEO-SEPARADOR
           WRITE PRORRATEO-LINEA FROM PRORRATEO-COLUMNAS
           WRITE PRORRATEO-LINEA FROM PRORRATEO-SEPARADOR
           PERFORM LEER-REGISTRO.

       RESOLVER-RUTA-ARCHIVO.
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
           PERFORM GRABAR-TOTALES-TRANSFERENCIA
           PERFORM GRABAR-TOTALES-EMBARGOS
           PERFORM GRABAR-TOTALES-COTIZACION
           WRITE PRORRATEO-LINEA FROM PRORRATEO-SEPARADOR
           MOVE CONTADOR-ALTAS-PERIODO TO PRORRATEO-TOTAL-VALOR
           WRITE PRORRATEO-LINEA FROM PRORRATEO-TOTAL
           MOVE CONTADOR-ALTAS-FUTURAS TO PRORRATEO-FUTURAS-VALOR
           WRITE PRORRATEO-LINEA FROM PRORRATEO-FUTURAS
           CLOSE PRORRATEOS-ARCHIVO
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE VACACIONES-ARCHIVO
           CLOSE RECIBOS-ARCHIVO
           CLOSE REGISTRO-NOMINA
           CLOSE HISTORICO-NOMINA
           CLOSE TRANSFERENCIAS-ARCHIVO
           CLOSE TRANSF-EMBARGOS-ARCHIVO
           CLOSE COTIZACIONES-ARCHIVO
           IF TOTAL-EMBARGOS-CARGADOS > 0
               PERFORM GRABAR-EMBARGOS
           END-IF.

       LEER-REGISTRO.
           READ EMPLEADOS-ARCHIVO
           END-READ.

       PROCESAR-NOMINA.
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC AND
                   EMPLEADOS-FECHA-ALTA(1:6) > PERIODO-NOMINA
               PERFORM GRABAR-ALTA-FUTURA
           ELSE
               PERFORM PROCESAR-EMPLEADO
           END-IF
           PERFORM LEER-REGISTRO.

       PROCESAR-EMPLEADO.
           PERFORM CALCULAR-NOMINA-EMPLEADO
           PERFORM ACTUALIZAR-VACACIONES
           PERFORM ESCRIBIR-RECIBO
           PERFORM GRABAR-REGISTRO-NOMINA
           PERFORM GRABAR-HISTORICO
           PERFORM GRABAR-TRANSFERENCIA
           IF RETENCION-EMBARGO > 0
               PERFORM GRABAR-ORDEN-EMBARGO
                   VARYING IDX-EMBARGO FROM 1 BY 1
                   UNTIL IDX-EMBARGO > TOTAL-EMBARGOS-CARGADOS
           END-IF
           PERFORM GRABAR-COTIZACION
           IF DIAS-PAGADOS < 30
               PERFORM GRABAR-PRORRATEO-ALTA
           END-IF.

       CALCULAR-NOMINA-EMPLEADO.
           PERFORM CALCULAR-ANTIGUEDAD
           PERFORM CALCULAR-DIAS-PAGADOS
           IF DIAS-PAGADOS < 30
               COMPUTE SALARIO-PERIODO ROUNDED =
                   EMPLEADOS-SALARIO * DIAS-PAGADOS / 30
               COMPUTE PLUS-ANTIGUEDAD ROUNDED =
                   PLUS-ANTIGUEDAD * DIAS-PAGADOS / 30
           ELSE
               MOVE EMPLEADOS-SALARIO TO SALARIO-PERIODO
           END-IF
           MOVE "N" TO PRORRATEO-EMPLEADO-SW
           PERFORM BUSCAR-CONTRATO
               VARYING IDX-CONTRATO FROM 1 BY 1
               UNTIL IDX-CONTRATO > TOTAL-CONTRATOS
           MOVE 0 TO PRORRATA-PAGAS
           IF EMPLEADO-PRORRATEA
               COMPUTE PRORRATA-PAGAS ROUNDED =
                   (SALARIO-PERIODO + PLUS-ANTIGUEDAD) * 2 / 12
               ADD 1 TO CONTADOR-PRORRATEOS
               ADD PRORRATA-PAGAS TO TOTAL-PRORRATAS
           END-IF
           COMPUTE SALARIO-BRUTO = SALARIO-PERIODO + PLUS-ANTIGUEDAD
               + PRORRATA-PAGAS
           MOVE 0 TO ANTICIPO-EMPLEADO
           MOVE 0 TO DISFRUTE-VACACIONES
           PERFORM APLICAR-INCIDENCIA
               VARYING IDX-INC FROM 1 BY 1
               UNTIL IDX-INC > TOTAL-INCIDENCIAS
           MOVE 0 TO ATRASOS-EMPLEADO
           PERFORM APLICAR-ATRASO
               VARYING IDX-ATRASO FROM 1 BY 1
               UNTIL IDX-ATRASO > TOTAL-ATRASOS-CARGADOS
           IF ATRASOS-EMPLEADO > 0
               ADD ATRASOS-EMPLEADO TO SALARIO-BRUTO
               ADD ATRASOS-EMPLEADO TO TOTAL-ATRASOS
               ADD 1 TO CONTADOR-ATRASOS
           END-IF
           MOVE SALARIO-BRUTO TO BASE-IRPF
           PERFORM CALCULAR-IRPF
           MOVE IRPF-CALCULADO TO DEDUCCION-IRPF
           PERFORM CALCULAR-COTIZACION
           IF ANTICIPO-EMPLEADO > 0
               COMPUTE NETO-DISPONIBLE = SALARIO-BRUTO
                   - DEDUCCION-IRPF - DEDUCCION-SS
           ADD ANTICIPO-EMPLEADO TO TOTAL-ANTICIPOS
           SUBTRACT DEDUCCION-TOTAL FROM SALARIO-BRUTO
               GIVING SALARIO-NETO
           PERFORM APLICAR-EMBARGOS
           PERFORM CALCULAR-PAGA-EXTRA
           ADD 1 TO CONTADOR-EMPLEADOS
           ADD SALARIO-BRUTO TO TOTAL-BRUTO
           ADD PLUS-ANTIGUEDAD TO TOTAL-ANTIGUEDAD
           ADD DEDUCCION-SS TO TOTAL-SS
           ADD DEDUCCION-TOTAL TO TOTAL-DEDUCCIONES
           ADD SALARIO-NETO TO TOTAL-NETO
           ADD PAGA-EXTRA-BRUTO TO TOTAL-BRUTO
           ADD PAGA-EXTRA-IRPF TO TOTAL-IRPF
           ADD PAGA-EXTRA-SS TO TOTAL-SS
           ADD PAGA-EXTRA-DEDUCCIONES TO TOTAL-DEDUCCIONES
           ADD PAGA-EXTRA-NETO TO TOTAL-NETO
           ADD PAGA-EXTRA-BRUTO TO TOTAL-PAGAS-EXTRA
           COMPUTE COSTE-EMPRESA = SALARIO-BRUTO + PAGA-EXTRA-BRUTO
               + CUOTA-EMPRESA + PAGA-EXTRA-CUOTA-EMPRESA
           ADD BASE-COTIZACION PAGA-EXTRA-BASE-SS
               TO TOTAL-BASE-COTIZACION
           ADD CUOTA-EMPRESA PAGA-EXTRA-CUOTA-EMPRESA
               TO TOTAL-CUOTA-EMPRESA
           ADD COSTE-EMPRESA TO TOTAL-COSTE-EMPRESA
           PERFORM ACUMULAR-GASTO-DEPARTAMENTO
           COMPUTE BANDA-ACTUAL = TRIENIOS-EMPLEADO + 1
           IF BANDA-ACTUAL > 16
           DISPLAY EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
               EMPLEADOS-APELLIDOS
           DISPLAY "  Salario base  : " EMPLEADOS-SALARIO
           IF DIAS-PAGADOS < 30
               DISPLAY "  Alta en el periodo: " DIAS-PAGADOS
                   " días, salario " SALARIO-PERIODO
           END-IF
           DISPLAY "  Antigüedad    : " PLUS-ANTIGUEDAD " ("
               TRIENIOS-EMPLEADO " trienios)"
           IF PRORRATA-PAGAS > 0
               DISPLAY "  Prorrata pagas: " PRORRATA-PAGAS
           END-IF
           IF ATRASOS-EMPLEADO > 0
               DISPLAY "  Atrasos       : " ATRASOS-EMPLEADO
           END-IF
           DISPLAY "  Salario bruto : " SALARIO-BRUTO
           DISPLAY "  Retención IRPF: " DEDUCCION-IRPF
           DISPLAY "  Seguridad Soc.: " DEDUCCION-SS
           IF ANTICIPO-EMPLEADO > 0
               DISPLAY "  Anticipos     : " ANTICIPO-EMPLEADO
           END-IF
           IF EMPLEADO-EMBARGADO
               DISPLAY "  Embargo judic.: " RETENCION-EMBARGO
                   " (pendiente " PENDIENTE-EMBARGO-EMPLEADO ")"
           END-IF
           DISPLAY "  Salario neto  : " SALARIO-NETO
           IF DISFRUTE-VACACIONES > 0
               DISPLAY "  Vacaciones    : " DISFRUTE-VACACIONES
                   " días disfrutados"
           END-IF
           IF PAGA-EXTRA-BRUTO > 0
               DISPLAY "  Paga extra    : " PAGA-EXTRA-BRUTO " ("
                   DIAS-PAGA-EXTRA " días)"
               DISPLAY "  Neto paga ext.: " PAGA-EXTRA-NETO
           END-IF
           DISPLAY "  Base cotizac. : " BASE-COTIZACION
           DISPLAY "  Cuota empresa : " CUOTA-EMPRESA
           DISPLAY "  Coste empresa : " COSTE-EMPRESA.

       APLICAR-EMBARGOS.
           MOVE 0 TO RETENCION-EMBARGO
           MOVE 0 TO PENDIENTE-EMBARGO-EMPLEADO
           MOVE "N" TO EMBARGO-EMPLEADO-SW
           PERFORM MARCAR-EMBARGO-EMPLEADO
               VARYING IDX-EMBARGO FROM 1 BY 1
               UNTIL IDX-EMBARGO > TOTAL-EMBARGOS-CARGADOS
           IF EMPLEADO-EMBARGADO
               PERFORM CALCULAR-IMPORTE-EMBARGABLE
               MOVE IMPORTE-EMBARGABLE TO DISPONIBLE-EMBARGO
               MOVE "S" TO QUEDAN-EMBARGOS-SW
               PERFORM TRATAR-SIGUIENTE-EMBARGO
                   UNTIL NOT QUEDAN-EMBARGOS
               IF RETENCION-EMBARGO > 0
                   SUBTRACT RETENCION-EMBARGO FROM SALARIO-NETO
                   ADD RETENCION-EMBARGO TO DEDUCCION-TOTAL
                   ADD RETENCION-EMBARGO TO TOTAL-EMBARGOS
                   ADD 1 TO CONTADOR-EMBARGADOS
               END-IF
           END-IF.

       MARCAR-EMBARGO-EMPLEADO.
           IF EMB-VALIDO (IDX-EMBARGO) = "S" AND
                   EMB-EMPLEADO-ID (IDX-EMBARGO) = EMPLEADOS-ID
               MOVE 0 TO EMB-RETENIDO-PERIODO (IDX-EMBARGO)
               IF EMB-ESTADO (IDX-EMBARGO) = "A" AND
                       EMB-PENDIENTE (IDX-EMBARGO) > 0
                   MOVE "S" TO EMB-POR-TRATAR (IDX-EMBARGO)
                   MOVE "S" TO EMBARGO-EMPLEADO-SW
               END-IF
           END-IF.

       CALCULAR-IMPORTE-EMBARGABLE.
           MOVE 0 TO IMPORTE-EMBARGABLE
           IF SALARIO-NETO > SMI-MENSUAL
               COMPUTE EXCESO-EMBARGO = SALARIO-NETO - SMI-MENSUAL
               PERFORM APLICAR-TRAMO-EMBARGO
                   VARYING IDX-ESCALA FROM 1 BY 1
                   UNTIL IDX-ESCALA > 5 OR EXCESO-EMBARGO = 0
           END-IF.

       APLICAR-TRAMO-EMBARGO.
           IF IDX-ESCALA < 5 AND EXCESO-EMBARGO > SMI-MENSUAL
               MOVE SMI-MENSUAL TO TRAMO-EMBARGO
           ELSE
               MOVE EXCESO-EMBARGO TO TRAMO-EMBARGO
           END-IF
           COMPUTE IMPORTE-EMBARGABLE ROUNDED = IMPORTE-EMBARGABLE
               + TRAMO-EMBARGO * ESCALA-PORCENTAJE (IDX-ESCALA) / 100
           SUBTRACT TRAMO-EMBARGO FROM EXCESO-EMBARGO.

       TRATAR-SIGUIENTE-EMBARGO.
           MOVE 0 TO EMBARGO-ELEGIDO
           MOVE 100 TO PRIORIDAD-ELEGIDA
           PERFORM ELEGIR-EMBARGO
               VARYING IDX-EMBARGO FROM 1 BY 1
               UNTIL IDX-EMBARGO > TOTAL-EMBARGOS-CARGADOS
           IF EMBARGO-ELEGIDO = 0
               MOVE "N" TO QUEDAN-EMBARGOS-SW
           ELSE
               SET IDX-EMBARGO TO EMBARGO-ELEGIDO
               PERFORM RETENER-EMBARGO
           END-IF.

       ELEGIR-EMBARGO.
           IF EMB-POR-TRATAR (IDX-EMBARGO) = "S" AND
                   EMB-PRIORIDAD (IDX-EMBARGO) < PRIORIDAD-ELEGIDA
               MOVE EMB-PRIORIDAD (IDX-EMBARGO) TO PRIORIDAD-ELEGIDA
               SET EMBARGO-ELEGIDO TO IDX-EMBARGO
           END-IF.

       RETENER-EMBARGO.
           MOVE "N" TO EMB-POR-TRATAR (IDX-EMBARGO)
           IF DISPONIBLE-EMBARGO < EMB-PENDIENTE (IDX-EMBARGO)
               MOVE DISPONIBLE-EMBARGO TO RETENCION-ACTUAL
           ELSE
               MOVE EMB-PENDIENTE (IDX-EMBARGO) TO RETENCION-ACTUAL
           END-IF
           SUBTRACT RETENCION-ACTUAL FROM DISPONIBLE-EMBARGO
           SUBTRACT RETENCION-ACTUAL FROM EMB-PENDIENTE (IDX-EMBARGO)
           MOVE RETENCION-ACTUAL TO EMB-RETENIDO-PERIODO (IDX-EMBARGO)
           MOVE PERIODO-NOMINA TO EMB-ULTIMO-PERIODO (IDX-EMBARGO)
           MOVE RETENCION-ACTUAL TO EMB-ULTIMO-RETENIDO (IDX-EMBARGO)
           ADD RETENCION-ACTUAL TO RETENCION-EMBARGO
           ADD EMB-PENDIENTE (IDX-EMBARGO)
               TO PENDIENTE-EMBARGO-EMPLEADO
           IF EMB-PENDIENTE (IDX-EMBARGO) = 0
               MOVE "S" TO EMB-ESTADO (IDX-EMBARGO)
               ADD 1 TO CONTADOR-EMBARGOS-SALDADOS
               DISPLAY "  Embargo saldado: expediente "
                   EMB-EXPEDIENTE (IDX-EMBARGO)
           END-IF.

       ACTUALIZAR-VACACIONES.
           COMPUTE DEVENGO-VACACIONES ROUNDED =
               DIAS-VACACIONES-ANYO * DIAS-PAGADOS / 360
           MOVE EMPLEADOS-ID TO VACACIONES-ID
           MOVE "S" TO VACACIONES-EXISTE-SW
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO VACACIONES-EXISTE-SW
                   PERFORM INICIAR-VACACIONES
           END-READ
           IF VACACIONES-ULTIMO-PERIODO > PERIODO-NOMINA
               DISPLAY "  Aviso: el saldo de vacaciones de "
                   EMPLEADOS-ID " ya recoge un periodo posterior."
           ELSE
               PERFORM ANOTAR-VACACIONES-PERIODO
               PERFORM GUARDAR-VACACIONES
           END-IF
           COMPUTE SALDO-VACACIONES = VACACIONES-ARRASTRE
               + VACACIONES-DEVENGADOS - VACACIONES-DISFRUTADOS
           ADD DISFRUTE-VACACIONES TO TOTAL-DIAS-DISFRUTADOS
           IF SALDO-VACACIONES < 0
               DISPLAY "  Aviso: " EMPLEADOS-ID " ha disfrutado más "
                   "vacaciones de las devengadas."
               ADD 1 TO CONTADOR-SALDOS-NEGATIVOS
           END-IF.

       INICIAR-VACACIONES.
           MOVE EMPLEADOS-ID TO VACACIONES-ID
           MOVE PERIODO-ANYO TO VACACIONES-EJERCICIO
           MOVE 0 TO VACACIONES-ARRASTRE
           MOVE 0 TO VACACIONES-DISFRUTADOS
           MOVE 0 TO VACACIONES-ULTIMO-PERIODO
           MOVE 0 TO VACACIONES-ULTIMO-DEVENGO
           MOVE 0 TO VACACIONES-ULTIMO-DISFRUTE
           MOVE 0 TO DIAS-DEVENGO-PREVIO
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC AND
                   EMPLEADOS-FECHA-ALTA(1:6) < PERIODO-NOMINA
               MOVE EMPLEADOS-FECHA-ALTA TO ALTA-DESGLOSE
               IF ALTA-DESGLOSE-DIA > 30
                   MOVE 30 TO ALTA-DESGLOSE-DIA
               END-IF
               IF ALTA-DESGLOSE-ANYO < PERIODO-ANYO
                   COMPUTE DIAS-DEVENGO-PREVIO = (PERIODO-MES - 1) * 30
               ELSE
                   COMPUTE DIAS-DEVENGO-PREVIO =
                       (PERIODO-MES - ALTA-DESGLOSE-MES - 1) * 30
                       + 31 - ALTA-DESGLOSE-DIA
               END-IF
           END-IF
           COMPUTE VACACIONES-DEVENGADOS ROUNDED =
               DIAS-VACACIONES-ANYO * DIAS-DEVENGO-PREVIO / 360.

       ANOTAR-VACACIONES-PERIODO.
           IF VACACIONES-ULTIMO-PERIODO = PERIODO-NOMINA
               SUBTRACT VACACIONES-ULTIMO-DEVENGO
                   FROM VACACIONES-DEVENGADOS
               SUBTRACT VACACIONES-ULTIMO-DISFRUTE
                   FROM VACACIONES-DISFRUTADOS
           END-IF
           IF VACACIONES-EJERCICIO < PERIODO-ANYO
               COMPUTE VACACIONES-ARRASTRE = VACACIONES-ARRASTRE
                   + VACACIONES-DEVENGADOS - VACACIONES-DISFRUTADOS
               MOVE 0 TO VACACIONES-DEVENGADOS
               MOVE 0 TO VACACIONES-DISFRUTADOS
               MOVE PERIODO-ANYO TO VACACIONES-EJERCICIO
           END-IF
           ADD DEVENGO-VACACIONES TO VACACIONES-DEVENGADOS
           ADD DISFRUTE-VACACIONES TO VACACIONES-DISFRUTADOS
           MOVE PERIODO-NOMINA TO VACACIONES-ULTIMO-PERIODO
           MOVE DEVENGO-VACACIONES TO VACACIONES-ULTIMO-DEVENGO
           MOVE DISFRUTE-VACACIONES TO VACACIONES-ULTIMO-DISFRUTE.

       GUARDAR-VACACIONES.
           IF VACACIONES-EXISTE
               REWRITE VACACIONES-REGISTRO
                   INVALID KEY
                       DISPLAY "  Error al actualizar el saldo de "
                           "vacaciones de " EMPLEADOS-ID
               END-REWRITE
           ELSE
               WRITE VACACIONES-REGISTRO
                   INVALID KEY
                       DISPLAY "  Error al abrir el saldo de "
                           "vacaciones de " EMPLEADOS-ID
               END-WRITE
           END-IF.

       CALCULAR-DIAS-PAGADOS.
           MOVE 30 TO DIAS-PAGADOS
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC AND
                   EMPLEADOS-FECHA-ALTA(1:6) = PERIODO-NOMINA
               MOVE EMPLEADOS-FECHA-ALTA TO ALTA-DESGLOSE
               IF ALTA-DESGLOSE-DIA > 30
                   MOVE 30 TO ALTA-DESGLOSE-DIA
               END-IF
               IF ALTA-DESGLOSE-DIA > 1
                   COMPUTE DIAS-PAGADOS = 31 - ALTA-DESGLOSE-DIA
               END-IF
           END-IF.

       CALCULAR-PAGA-EXTRA.
           MOVE 0 TO DIAS-PAGA-EXTRA
           MOVE 0 TO BASE-PAGA-EXTRA
           MOVE 0 TO PAGA-EXTRA-BRUTO
           MOVE 0 TO PAGA-EXTRA-IRPF
           MOVE 0 TO PAGA-EXTRA-SS
           MOVE 0 TO PAGA-EXTRA-DEDUCCIONES
           MOVE 0 TO PAGA-EXTRA-NETO
           MOVE 0 TO PAGA-EXTRA-BASE-SS
           MOVE 0 TO PAGA-EXTRA-CUOTA-EMPRESA
           IF LIQUIDAR-PAGA-EXTRA AND NOT EMPLEADO-PRORRATEA
               PERFORM CALCULAR-DIAS-PAGA-EXTRA
               COMPUTE BASE-PAGA-EXTRA =
                   EMPLEADOS-SALARIO + PLUS-ANTIGUEDAD
               COMPUTE PAGA-EXTRA-BRUTO ROUNDED =
                   BASE-PAGA-EXTRA * DIAS-PAGA-EXTRA / 180
           END-IF
           IF PAGA-EXTRA-BRUTO > 0
               ADD 1 TO CONTADOR-PAGAS-EXTRA
               COMPUTE BASE-IRPF = SALARIO-BRUTO + PAGA-EXTRA-BRUTO
               PERFORM CALCULAR-IRPF
               COMPUTE PAGA-EXTRA-IRPF =
                   IRPF-CALCULADO - DEDUCCION-IRPF
               MOVE PAGA-EXTRA-BRUTO TO PAGA-EXTRA-BASE-SS
               IF BASE-COTIZACION + PAGA-EXTRA-BASE-SS >
                       BASE-MAXIMA-PERIODO
                   COMPUTE PAGA-EXTRA-BASE-SS =
                       BASE-MAXIMA-PERIODO - BASE-COTIZACION
               END-IF
               COMPUTE PAGA-EXTRA-SS ROUNDED = PAGA-EXTRA-BASE-SS
                   * PORCENTAJE-SS / 100
               COMPUTE PAGA-EXTRA-CUOTA-EMPRESA ROUNDED =
                   PAGA-EXTRA-BASE-SS * PORCENTAJE-EMPRESA / 100
               COMPUTE PAGA-EXTRA-DEDUCCIONES =
                   PAGA-EXTRA-IRPF + PAGA-EXTRA-SS
               COMPUTE PAGA-EXTRA-NETO =
                   PAGA-EXTRA-BRUTO - PAGA-EXTRA-DEDUCCIONES
           END-IF.

       CALCULAR-DIAS-PAGA-EXTRA.
           IF PERIODO-MES = 6
               MOVE 1 TO SEMESTRE-MES-INICIO
           ELSE
               MOVE 7 TO SEMESTRE-MES-INICIO
           END-IF
           MOVE PERIODO-MES TO SEMESTRE-MES-FIN
           MOVE 180 TO DIAS-PAGA-EXTRA
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC AND
                   EMPLEADOS-FECHA-ALTA > 0
               MOVE EMPLEADOS-FECHA-ALTA TO ALTA-DESGLOSE
               IF ALTA-DESGLOSE-DIA > 30
                   MOVE 30 TO ALTA-DESGLOSE-DIA
               END-IF
               EVALUATE TRUE
                   WHEN ALTA-DESGLOSE-ANYO < PERIODO-ANYO
                       CONTINUE
                   WHEN ALTA-DESGLOSE-ANYO > PERIODO-ANYO
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

       CALCULAR-COTIZACION.
           COMPUTE BASE-MINIMA-PERIODO ROUNDED =
               BASE-MINIMA-SS * DIAS-PAGADOS / 30
           COMPUTE BASE-MAXIMA-PERIODO ROUNDED =
               BASE-MAXIMA-SS * DIAS-PAGADOS / 30
           MOVE SALARIO-BRUTO TO BASE-COTIZACION
           IF BASE-COTIZACION > 0 AND
                   BASE-COTIZACION < BASE-MINIMA-PERIODO
               MOVE BASE-MINIMA-PERIODO TO BASE-COTIZACION
           END-IF
           IF BASE-COTIZACION > BASE-MAXIMA-PERIODO
               MOVE BASE-MAXIMA-PERIODO TO BASE-COTIZACION
           END-IF
           COMPUTE DEDUCCION-SS ROUNDED = BASE-COTIZACION
               * PORCENTAJE-SS / 100
           IF DEDUCCION-SS + DEDUCCION-IRPF > SALARIO-BRUTO
               DISPLAY "  Aviso: cuota obrera de " EMPLEADOS-ID
                   " limitada al bruto del periodo."
               COMPUTE DEDUCCION-SS = SALARIO-BRUTO - DEDUCCION-IRPF
           END-IF
           COMPUTE CUOTA-EMPRESA ROUNDED = BASE-COTIZACION
               * PORCENTAJE-EMPRESA / 100.

       APLICAR-ATRASO.
           IF ATR-EMPLEADO-ID (IDX-ATRASO) = EMPLEADOS-ID
               ADD ATR-IMPORTE (IDX-ATRASO) TO ATRASOS-EMPLEADO
           END-IF.

       APLICAR-INCIDENCIA.
           IF INC-EMPLEADO-ID (IDX-INC) = EMPLEADOS-ID
                       END-IF
                   WHEN "ANTICIPO"
                       ADD INC-IMPORTE (IDX-INC) TO ANTICIPO-EMPLEADO
                   WHEN "VACACIONES"
                       ADD INC-IMPORTE (IDX-INC) TO DISFRUTE-VACACIONES
               END-EVALUATE
           END-IF.

           END-IF.

       CALCULAR-IRPF.
           MOVE 0 TO IRPF-CALCULADO
           MOVE 0 TO TRAMO-BASE
           PERFORM CALCULAR-TRAMO
               VARYING IDX-TRAMO FROM 1 BY 1
               UNTIL IDX-TRAMO > TOTAL-TRAMOS
           IF BASE-IRPF > TRAMO-BASE
               SET IDX-TRAMO TO TOTAL-TRAMOS
               COMPUTE TRAMO-PORCION = BASE-IRPF - TRAMO-BASE
               COMPUTE IRPF-CALCULADO ROUNDED = IRPF-CALCULADO
                   + TRAMO-PORCION * TRAMO-PORCENTAJE (IDX-TRAMO) / 100
           END-IF.

       CALCULAR-TRAMO.
           IF BASE-IRPF > TRAMO-LIMITE (IDX-TRAMO)
               COMPUTE TRAMO-PORCION =
                   TRAMO-LIMITE (IDX-TRAMO) - TRAMO-BASE
           ELSE
               IF BASE-IRPF > TRAMO-BASE
                   COMPUTE TRAMO-PORCION = BASE-IRPF - TRAMO-BASE
               ELSE
                   MOVE 0 TO TRAMO-PORCION
               END-IF
           END-IF
           COMPUTE IRPF-CALCULADO ROUNDED = IRPF-CALCULADO
               + TRAMO-PORCION * TRAMO-PORCENTAJE (IDX-TRAMO) / 100
           MOVE TRAMO-LIMITE (IDX-TRAMO) TO TRAMO-BASE.

           WRITE RECIBO-LINEA FROM RECIBO-EMPLEADO
           MOVE EMPLEADOS-DEPARTAMENTO TO RECIBO-DEPARTAMENTO-NOMBRE
           WRITE RECIBO-LINEA FROM RECIBO-DEPARTAMENTO
           MOVE "Días pagados" TO RECIBO-DIAS-CONCEPTO
           MOVE DIAS-PAGADOS TO RECIBO-DIAS-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-DIAS
           MOVE "Salario base" TO RECIBO-IMPORTE-CONCEPTO
           MOVE SALARIO-PERIODO TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE PLUS-ANTIGUEDAD TO RECIBO-ANTIGUEDAD-IMPORTE
           MOVE TRIENIOS-EMPLEADO TO RECIBO-ANTIGUEDAD-TRIENIOS
           WRITE RECIBO-LINEA FROM RECIBO-ANTIGUEDAD
           IF PRORRATA-PAGAS > 0
               MOVE "Prorrata pagas extra" TO RECIBO-IMPORTE-CONCEPTO
               MOVE PRORRATA-PAGAS TO RECIBO-IMPORTE-VALOR
               WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           END-IF
           PERFORM ESCRIBIR-INCIDENCIA-RECIBO
               VARYING IDX-INC FROM 1 BY 1
               UNTIL IDX-INC > TOTAL-INCIDENCIAS
           PERFORM ESCRIBIR-ATRASO-RECIBO
               VARYING IDX-ATRASO FROM 1 BY 1
               UNTIL IDX-ATRASO > TOTAL-ATRASOS-CARGADOS
           MOVE "Salario bruto" TO RECIBO-IMPORTE-CONCEPTO
           MOVE SALARIO-BRUTO TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE "Seguridad Social" TO RECIBO-IMPORTE-CONCEPTO
           MOVE DEDUCCION-SS TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           IF EMPLEADO-EMBARGADO
               PERFORM ESCRIBIR-EMBARGO-RECIBO
                   VARYING IDX-EMBARGO FROM 1 BY 1
                   UNTIL IDX-EMBARGO > TOTAL-EMBARGOS-CARGADOS
               MOVE "Pendiente de embargo" TO RECIBO-IMPORTE-CONCEPTO
               MOVE PENDIENTE-EMBARGO-EMPLEADO TO RECIBO-IMPORTE-VALOR
               WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           END-IF
           MOVE "Total deducciones" TO RECIBO-IMPORTE-CONCEPTO
           MOVE DEDUCCION-TOTAL TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE "Salario neto" TO RECIBO-IMPORTE-CONCEPTO
           MOVE SALARIO-NETO TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE "Base de cotización" TO RECIBO-IMPORTE-CONCEPTO
           MOVE BASE-COTIZACION TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE "Aportación empresa SS" TO RECIBO-IMPORTE-CONCEPTO
           MOVE CUOTA-EMPRESA TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           IF DISFRUTE-VACACIONES > 0
               MOVE "Vacaciones disfrutadas"
                   TO RECIBO-VACACIONES-CONCEPTO
               MOVE DISFRUTE-VACACIONES TO RECIBO-VACACIONES-DIAS
               WRITE RECIBO-LINEA FROM RECIBO-VACACIONES
           END-IF
           MOVE "Saldo de vacaciones" TO RECIBO-VACACIONES-CONCEPTO
           MOVE SALDO-VACACIONES TO RECIBO-VACACIONES-DIAS
           WRITE RECIBO-LINEA FROM RECIBO-VACACIONES
           MOVE SPACES TO RECIBO-LINEA
           WRITE RECIBO-LINEA
           IF PAGA-EXTRA-BRUTO > 0
               PERFORM ESCRIBIR-RECIBO-PAGA-EXTRA
           END-IF.

       ESCRIBIR-RECIBO-PAGA-EXTRA.
           WRITE RECIBO-LINEA FROM RECIBO-SEPARADOR
           MOVE PERIODO-NOMINA TO RECIBO-EXTRA-PERIODO
           WRITE RECIBO-LINEA FROM RECIBO-CABECERA-EXTRA
           WRITE RECIBO-LINEA FROM RECIBO-SEPARADOR
           WRITE RECIBO-LINEA FROM RECIBO-EMPLEADO
           WRITE RECIBO-LINEA FROM RECIBO-DEPARTAMENTO
           MOVE "Salario + antigüedad" TO RECIBO-IMPORTE-CONCEPTO
           MOVE BASE-PAGA-EXTRA TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE "Días devengados" TO RECIBO-DIAS-CONCEPTO
           MOVE DIAS-PAGA-EXTRA TO RECIBO-DIAS-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-DIAS
           MOVE "Paga extraordinaria" TO RECIBO-IMPORTE-CONCEPTO
           MOVE PAGA-EXTRA-BRUTO TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE "Retención IRPF" TO RECIBO-IMPORTE-CONCEPTO
           MOVE PAGA-EXTRA-IRPF TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE "Seguridad Social" TO RECIBO-IMPORTE-CONCEPTO
           MOVE PAGA-EXTRA-SS TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE "Total deducciones" TO RECIBO-IMPORTE-CONCEPTO
           MOVE PAGA-EXTRA-DEDUCCIONES TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE "Líquido paga extra" TO RECIBO-IMPORTE-CONCEPTO
           MOVE PAGA-EXTRA-NETO TO RECIBO-IMPORTE-VALOR
           WRITE RECIBO-LINEA FROM RECIBO-IMPORTE
           MOVE SPACES TO RECIBO-LINEA
           WRITE RECIBO-LINEA.

       ESCRIBIR-ATRASO-RECIBO.
           IF ATR-EMPLEADO-ID (IDX-ATRASO) = EMPLEADOS-ID
               MOVE ATR-PERIODO-ORIGEN (IDX-ATRASO)
                   TO RECIBO-ATRASO-PERIODO
               MOVE RECIBO-ATRASO-CONCEPTO
                   TO RECIBO-INCIDENCIA-CONCEPTO
               MOVE SPACE TO RECIBO-INCIDENCIA-SIGNO
               MOVE ATR-IMPORTE (IDX-ATRASO)
                   TO RECIBO-INCIDENCIA-VALOR
               WRITE RECIBO-LINEA FROM RECIBO-INCIDENCIA
           END-IF.

       ESCRIBIR-EMBARGO-RECIBO.
           IF EMB-RETENIDO-PERIODO (IDX-EMBARGO) > 0 AND
                   EMB-EMPLEADO-ID (IDX-EMBARGO) = EMPLEADOS-ID
               MOVE EMB-EXPEDIENTE (IDX-EMBARGO)
                   TO RECIBO-EMBARGO-EXPEDIENTE
               MOVE RECIBO-EMBARGO-CONCEPTO
                   TO RECIBO-INCIDENCIA-CONCEPTO
               MOVE "-" TO RECIBO-INCIDENCIA-SIGNO
               MOVE EMB-RETENIDO-PERIODO (IDX-EMBARGO)
                   TO RECIBO-INCIDENCIA-VALOR
               WRITE RECIBO-LINEA FROM RECIBO-INCIDENCIA
           END-IF.

       ESCRIBIR-INCIDENCIA-RECIBO.
           IF INC-EMPLEADO-ID (IDX-INC) = EMPLEADOS-ID AND
                   INC-CLASE (IDX-INC) NOT = "VACACIONES"
               IF INC-DESCRIPCION (IDX-INC) = SPACES
                   MOVE INC-CLASE (IDX-INC)
                       TO RECIBO-INCIDENCIA-CONCEPTO
           PERFORM GRABAR-INCIDENCIA-REGISTRO
               VARYING IDX-INC FROM 1 BY 1
               UNTIL IDX-INC > TOTAL-INCIDENCIAS
           PERFORM GRABAR-ATRASO-REGISTRO
               VARYING IDX-ATRASO FROM 1 BY 1
               UNTIL IDX-ATRASO > TOTAL-ATRASOS-CARGADOS
           IF RETENCION-EMBARGO > 0
               PERFORM GRABAR-EMBARGO-REGISTRO
                   VARYING IDX-EMBARGO FROM 1 BY 1
                   UNTIL IDX-EMBARGO > TOTAL-EMBARGOS-CARGADOS
           END-IF
           IF PAGA-EXTRA-BRUTO > 0
               PERFORM GRABAR-REGISTRO-PAGA-EXTRA
           END-IF
           MOVE PERIODO-NOMINA TO REGISTRO-PERIODO
           MOVE EMPLEADOS-ID TO REGISTRO-EMPLEADO-ID
           MOVE EMPLEADOS-APELLIDOS TO REGISTRO-APELLIDOS
           MOVE SALARIO-NETO TO REGISTRO-NETO
           WRITE REGISTRO-NOMINA-LINEA.

       GRABAR-REGISTRO-PAGA-EXTRA.
           MOVE PERIODO-NOMINA TO REGISTRO-PERIODO
           MOVE EMPLEADOS-ID TO REGISTRO-EMPLEADO-ID
           MOVE "PAGAEXTRA" TO REGISTRO-APELLIDOS
           MOVE "Paga extraordinaria" TO REGISTRO-NOMBRE
           MOVE PAGA-EXTRA-BRUTO TO REGISTRO-BRUTO
           MOVE 0 TO REGISTRO-ANTIGUEDAD
           MOVE PAGA-EXTRA-IRPF TO REGISTRO-IRPF
           MOVE PAGA-EXTRA-SS TO REGISTRO-SS
           MOVE PAGA-EXTRA-DEDUCCIONES TO REGISTRO-DEDUCCIONES
           MOVE PAGA-EXTRA-NETO TO REGISTRO-NETO
           WRITE REGISTRO-NOMINA-LINEA.

       GRABAR-ATRASO-REGISTRO.
           IF ATR-EMPLEADO-ID (IDX-ATRASO) = EMPLEADOS-ID
               MOVE PERIODO-NOMINA TO REGISTRO-PERIODO
               MOVE EMPLEADOS-ID TO REGISTRO-EMPLEADO-ID
               MOVE "ATRASOS" TO REGISTRO-APELLIDOS
               MOVE ATR-PERIODO-ORIGEN (IDX-ATRASO)
                   TO RECIBO-ATRASO-PERIODO
               MOVE RECIBO-ATRASO-CONCEPTO TO REGISTRO-NOMBRE
               MOVE ATR-IMPORTE (IDX-ATRASO) TO REGISTRO-BRUTO
               MOVE 0 TO REGISTRO-ANTIGUEDAD
               MOVE 0 TO REGISTRO-IRPF
               MOVE 0 TO REGISTRO-SS
               MOVE 0 TO REGISTRO-DEDUCCIONES
               MOVE 0 TO REGISTRO-NETO
               WRITE REGISTRO-NOMINA-LINEA
           END-IF.

       GRABAR-EMBARGO-REGISTRO.
           IF EMB-RETENIDO-PERIODO (IDX-EMBARGO) > 0 AND
                   EMB-EMPLEADO-ID (IDX-EMBARGO) = EMPLEADOS-ID
               MOVE PERIODO-NOMINA TO REGISTRO-PERIODO
               MOVE EMPLEADOS-ID TO REGISTRO-EMPLEADO-ID
               MOVE "EMBARGO" TO REGISTRO-APELLIDOS
               MOVE EMB-EXPEDIENTE (IDX-EMBARGO) TO REGISTRO-NOMBRE
               MOVE 0 TO REGISTRO-BRUTO
               MOVE 0 TO REGISTRO-ANTIGUEDAD
               MOVE 0 TO REGISTRO-IRPF
               MOVE 0 TO REGISTRO-SS
               MOVE EMB-RETENIDO-PERIODO (IDX-EMBARGO)
                   TO REGISTRO-DEDUCCIONES
               MOVE 0 TO REGISTRO-NETO
               WRITE REGISTRO-NOMINA-LINEA
           END-IF.

       GRABAR-INCIDENCIA-REGISTRO.
           IF INC-EMPLEADO-ID (IDX-INC) = EMPLEADOS-ID AND
                   INC-CLASE (IDX-INC) NOT = "VACACIONES"
               MOVE PERIODO-NOMINA TO REGISTRO-PERIODO
               MOVE EMPLEADOS-ID TO REGISTRO-EMPLEADO-ID
               MOVE INC-CLASE (IDX-INC) TO REGISTRO-APELLIDOS
           MOVE SALARIO-NETO TO HISTORICO-NETO
           ACCEPT HISTORICO-FECHA FROM DATE YYYYMMDD
           ACCEPT HISTORICO-HORA FROM TIME
           WRITE HISTORICO-REGISTRO
           IF PAGA-EXTRA-BRUTO > 0
               PERFORM GRABAR-HISTORICO-PAGA-EXTRA
           END-IF.

       GRABAR-HISTORICO-PAGA-EXTRA.
           MOVE SPACES TO HISTORICO-REGISTRO
           MOVE PERIODO-NOMINA TO HISTORICO-PERIODO
           MOVE EMPLEADOS-ID TO HISTORICO-EMPLEADO-ID
           MOVE "PAGAEXTRA" TO HISTORICO-TIPO
           MOVE PAGA-EXTRA-BRUTO TO HISTORICO-BRUTO
           MOVE PAGA-EXTRA-DEDUCCIONES TO HISTORICO-DEDUCCIONES
           MOVE PAGA-EXTRA-NETO TO HISTORICO-NETO
           ACCEPT HISTORICO-FECHA FROM DATE YYYYMMDD
           ACCEPT HISTORICO-HORA FROM TIME
           WRITE HISTORICO-REGISTRO.

       GRABAR-TRANSFERENCIA.
                   " queda fuera de la orden de transferencias."
               ADD 1 TO CONTADOR-SIN-IBAN
           ELSE
               MOVE "ABO " TO ORDEN-TIPO
               MOVE EMPLEADOS-IBAN TO ORDEN-IBAN
               MOVE SALARIO-NETO TO ORDEN-IMPORTE
               MOVE PERIODO-NOMINA TO ORDEN-PERIODO
               WRITE TRANSFERENCIA-LINEA FROM ORDEN-DETALLE
               ADD 1 TO CONTADOR-TRANSFERENCIAS
               ADD SALARIO-NETO TO TOTAL-TRANSFERIDO
               IF PAGA-EXTRA-NETO > 0
                   MOVE "EXT " TO ORDEN-TIPO
                   MOVE PAGA-EXTRA-NETO TO ORDEN-IMPORTE
                   WRITE TRANSFERENCIA-LINEA FROM ORDEN-DETALLE
                   ADD 1 TO CONTADOR-TRANSFERENCIAS
                   ADD PAGA-EXTRA-NETO TO TOTAL-TRANSFERIDO
               END-IF
           END-IF.

       GRABAR-ORDEN-EMBARGO.
           IF EMB-RETENIDO-PERIODO (IDX-EMBARGO) > 0 AND
                   EMB-EMPLEADO-ID (IDX-EMBARGO) = EMPLEADOS-ID
               IF EMB-CUENTA (IDX-EMBARGO) = SPACES
                   DISPLAY "  Sin cuenta de consignación: el embargo "
                       EMB-EXPEDIENTE (IDX-EMBARGO)
                       " queda fuera de la orden al juzgado."
                   ADD 1 TO CONTADOR-EMBARGOS-SIN-CUENTA
               ELSE
                   MOVE EMB-CUENTA (IDX-EMBARGO)
                       TO ORDEN-EMBARGO-CUENTA
                   MOVE EMB-RETENIDO-PERIODO (IDX-EMBARGO)
                       TO ORDEN-EMBARGO-IMPORTE
                   MOVE PERIODO-NOMINA TO ORDEN-EMBARGO-PERIODO
                   MOVE EMPLEADOS-ID TO ORDEN-EMBARGO-EMPLEADO-ID
                   MOVE EMB-EXPEDIENTE (IDX-EMBARGO)
                       TO ORDEN-EMBARGO-EXPEDIENTE
                   WRITE TRANSF-EMBARGO-LINEA FROM ORDEN-EMBARGO
                   ADD 1 TO CONTADOR-ORDENES-EMBARGO
                   ADD EMB-RETENIDO-PERIODO (IDX-EMBARGO)
                       TO TOTAL-TRANSFERIDO-EMBARGOS
               END-IF
           END-IF.

       GRABAR-PRORRATEO-ALTA.
           ADD 1 TO CONTADOR-ALTAS-PERIODO
           MOVE EMPLEADOS-ID TO PRORRATEO-EMPLEADO-ID
           MOVE EMPLEADOS-APELLIDOS TO PRORRATEO-APELLIDOS
           MOVE EMPLEADOS-NOMBRE TO PRORRATEO-NOMBRE
           MOVE EMPLEADOS-FECHA-ALTA TO PRORRATEO-FECHA-ALTA
           MOVE DIAS-PAGADOS TO PRORRATEO-DIAS
           MOVE SALARIO-BRUTO TO PRORRATEO-BRUTO
           WRITE PRORRATEO-LINEA FROM PRORRATEO-DETALLE.

       GRABAR-ALTA-FUTURA.
           ADD 1 TO CONTADOR-ALTAS-FUTURAS
           MOVE EMPLEADOS-ID TO PRORRATEO-EMPLEADO-ID
           MOVE EMPLEADOS-APELLIDOS TO PRORRATEO-APELLIDOS
           MOVE EMPLEADOS-NOMBRE TO PRORRATEO-NOMBRE
           MOVE EMPLEADOS-FECHA-ALTA TO PRORRATEO-FECHA-ALTA
           MOVE 0 TO PRORRATEO-DIAS
           MOVE 0 TO PRORRATEO-BRUTO
           WRITE PRORRATEO-LINEA FROM PRORRATEO-DETALLE
           DISPLAY "  " EMPLEADOS-ID ": alta el " EMPLEADOS-FECHA-ALTA
               ", no se incluye en la nómina de " PERIODO-NOMINA ".".

       GRABAR-COTIZACION.
           MOVE PERIODO-NOMINA TO COTIZACION-PERIODO
           MOVE EMPLEADOS-ID TO COTIZACION-EMPLEADO-ID
           COMPUTE COTIZACION-BASE =
               BASE-COTIZACION + PAGA-EXTRA-BASE-SS
           COMPUTE COTIZACION-CUOTA-TRABAJADOR =
               DEDUCCION-SS + PAGA-EXTRA-SS
           COMPUTE COTIZACION-CUOTA-EMPRESA =
               CUOTA-EMPRESA + PAGA-EXTRA-CUOTA-EMPRESA
           WRITE COTIZACION-LINEA FROM COTIZACION-DETALLE.

       GRABAR-TOTALES-COTIZACION.
           MOVE CONTADOR-EMPLEADOS TO COTIZACION-TOTAL-REGISTROS
           MOVE TOTAL-BASE-COTIZACION TO COTIZACION-TOTAL-BASE
           MOVE TOTAL-SS TO COTIZACION-TOTAL-TRABAJADOR
           MOVE TOTAL-CUOTA-EMPRESA TO COTIZACION-TOTAL-EMPRESA
           WRITE COTIZACION-LINEA FROM COTIZACION-TOTALES.

       GRABAR-CABECERA-TRANSFERENCIA.
           MOVE "PENDIENTE" TO ORDEN-CABECERA-ESTADO
           MOVE PERIODO-NOMINA TO ORDEN-CABECERA-PERIODO
           MOVE OPERADOR-ACTUAL TO ORDEN-CABECERA-EMISOR
           ACCEPT ORDEN-CABECERA-FECHA FROM DATE YYYYMMDD
           MOVE SPACES TO ORDEN-CABECERA-APROBADOR
           MOVE 0 TO ORDEN-CABECERA-FECHA-APROB
           WRITE TRANSFERENCIA-LINEA FROM ORDEN-CABECERA.

       GRABAR-TOTALES-TRANSFERENCIA.
           MOVE CONTADOR-TRANSFERENCIAS TO ORDEN-TOTAL-REGISTROS
           MOVE TOTAL-TRANSFERIDO TO ORDEN-TOTAL-IMPORTE
           WRITE TRANSFERENCIA-LINEA FROM ORDEN-TOTALES.

       GRABAR-TOTALES-EMBARGOS.
           MOVE CONTADOR-ORDENES-EMBARGO TO ORDEN-TOTAL-REGISTROS
           MOVE TOTAL-TRANSFERIDO-EMBARGOS TO ORDEN-TOTAL-IMPORTE
           WRITE TRANSF-EMBARGO-LINEA FROM ORDEN-TOTALES.

       MOSTRAR-TOTALES.
           DISPLAY "-------------------------------------------".
           DISPLAY "Empleados procesados : " CONTADOR-EMPLEADOS.
           DISPLAY "Total seguridad soc. : " TOTAL-SS.
           DISPLAY "Total deducciones    : " TOTAL-DEDUCCIONES.
           DISPLAY "Total anticipos      : " TOTAL-ANTICIPOS.
           DISPLAY "Empleados embargados : " CONTADOR-EMBARGADOS.
           DISPLAY "Total embargado      : " TOTAL-EMBARGOS.
           DISPLAY "Embargos saldados    : " CONTADOR-EMBARGOS-SALDADOS.
           IF CONTADOR-EMBARGOS-SIN-CUENTA > 0
               DISPLAY "Embargos sin cuenta  : "
                   CONTADOR-EMBARGOS-SIN-CUENTA
           END-IF
           DISPLAY "Incidencias aplicadas: " CONTADOR-INC-APLICADAS.
           DISPLAY "Empleados con atrasos: " CONTADOR-ATRASOS.
           DISPLAY "Total atrasos        : " TOTAL-ATRASOS.
           DISPLAY "Total neto           : " TOTAL-NETO.
           DISPLAY "Días vacaciones disf.: " TOTAL-DIAS-DISFRUTADOS.
           DISPLAY "Saldos vacac. negat. : " CONTADOR-SALDOS-NEGATIVOS.
           DISPLAY "Altas a prorrata     : " CONTADOR-ALTAS-PERIODO.
           DISPLAY "Altas posteriores    : " CONTADOR-ALTAS-FUTURAS.
           IF CONTADOR-ALTAS-PERIODO > 0 OR CONTADOR-ALTAS-FUTURAS > 0
               DISPLAY "Revise prorrateos-alta.txt antes de enviar "
                   "la orden de transferencias."
           END-IF
           DISPLAY "Pagas extra liquidad.: " CONTADOR-PAGAS-EXTRA.
           DISPLAY "Total pagas extra    : " TOTAL-PAGAS-EXTRA.
           DISPLAY "Pagas prorrateadas   : " CONTADOR-PRORRATEOS.
           DISPLAY "Total prorratas      : " TOTAL-PRORRATAS.
           DISPLAY "Total base cotizac.  : " TOTAL-BASE-COTIZACION.
           DISPLAY "Total cuota empresa  : " TOTAL-CUOTA-EMPRESA.
           DISPLAY "Coste total empresa  : " TOTAL-COSTE-EMPRESA.
           DISPLAY "Operador             : " OPERADOR-ACTUAL.
           DISPLAY "La orden de transferencias queda pendiente de "
               "aprobación por un supervisor distinto.".
           DISPLAY "-------------------------------------------".
           DISPLAY "RESUMEN POR BANDAS DE ANTIGÜEDAD".
           PERFORM MOSTRAR-BANDA
                   SET IDX-GASTO TO TOTAL-GASTOS
                   MOVE EMPLEADOS-DEPARTAMENTO
                       TO GASTO-DEPARTAMENTO (IDX-GASTO)
                   MOVE 1 TO GASTO-EMPLEADOS (IDX-GASTO)
                   COMPUTE GASTO-BRUTO (IDX-GASTO) =
                       SALARIO-BRUTO + PAGA-EXTRA-BRUTO
                   COMPUTE GASTO-CUOTA-EMPRESA (IDX-GASTO) =
                       CUOTA-EMPRESA + PAGA-EXTRA-CUOTA-EMPRESA
               ELSE
                   DISPLAY "Aviso: tabla de gastos llena, el "
                       "departamento " EMPLEADOS-DEPARTAMENTO
       BUSCAR-GASTO.
           IF GASTO-DEPARTAMENTO (IDX-GASTO) = EMPLEADOS-DEPARTAMENTO
               MOVE "S" TO GASTO-ENCONTRADO
               ADD 1 TO GASTO-EMPLEADOS (IDX-GASTO)
               ADD SALARIO-BRUTO PAGA-EXTRA-BRUTO
                   TO GASTO-BRUTO (IDX-GASTO)
               ADD CUOTA-EMPRESA PAGA-EXTRA-CUOTA-EMPRESA
                   TO GASTO-CUOTA-EMPRESA (IDX-GASTO)
               SET IDX-GASTO TO TOTAL-GASTOS
           END-IF.

       GRABAR-COSTE-DEPARTAMENTOS.
           OPEN OUTPUT COSTE-ARCHIVO
           MOVE PERIODO-NOMINA TO COSTE-CABECERA-PERIODO
           WRITE COSTE-LINEA FROM COSTE-CABECERA
           WRITE COSTE-LINEA FROM COSTE-SEPARADOR
           WRITE COSTE-LINEA FROM COSTE-COLUMNAS
           WRITE COSTE-LINEA FROM COSTE-SEPARADOR
           PERFORM GRABAR-COSTE-DEPARTAMENTO
               VARYING INDICE-GASTO FROM 1 BY 1
               UNTIL INDICE-GASTO > TOTAL-GASTOS
           WRITE COSTE-LINEA FROM COSTE-SEPARADOR
           MOVE "TOTAL EMPRESA" TO COSTE-DEPARTAMENTO
           MOVE CONTADOR-EMPLEADOS TO COSTE-EMPLEADOS
           MOVE TOTAL-BRUTO TO COSTE-BRUTO
           MOVE TOTAL-CUOTA-EMPRESA TO COSTE-CUOTA
           MOVE TOTAL-COSTE-EMPRESA TO COSTE-TOTAL
           IF CONTADOR-EMPLEADOS > 0
               COMPUTE COSTE-MEDIO ROUNDED =
                   TOTAL-COSTE-EMPRESA / CONTADOR-EMPLEADOS
           ELSE
               MOVE 0 TO COSTE-MEDIO
           END-IF
           WRITE COSTE-LINEA FROM COSTE-DETALLE
           CLOSE COSTE-ARCHIVO
           DISPLAY "Coste por departamento grabado en "
               "coste-departamentos.txt.".

       GRABAR-COSTE-DEPARTAMENTO.
           COMPUTE GASTO-COSTE-TOTAL = GASTO-BRUTO (INDICE-GASTO)
               + GASTO-CUOTA-EMPRESA (INDICE-GASTO)
           MOVE GASTO-DEPARTAMENTO (INDICE-GASTO) TO COSTE-DEPARTAMENTO
           MOVE GASTO-EMPLEADOS (INDICE-GASTO) TO COSTE-EMPLEADOS
           MOVE GASTO-BRUTO (INDICE-GASTO) TO COSTE-BRUTO
           MOVE GASTO-CUOTA-EMPRESA (INDICE-GASTO) TO COSTE-CUOTA
           MOVE GASTO-COSTE-TOTAL TO COSTE-TOTAL
           COMPUTE COSTE-MEDIO ROUNDED =
               GASTO-COSTE-TOTAL / GASTO-EMPLEADOS (INDICE-GASTO)
           WRITE COSTE-LINEA FROM COSTE-DETALLE
           DISPLAY "Coste " GASTO-DEPARTAMENTO (INDICE-GASTO) ": "
               GASTO-COSTE-TOTAL.

       GRABAR-ASIENTO.
           MOVE 0 TO TOTAL-DEBE
           MOVE 0 TO TOTAL-HABER
           OPEN OUTPUT ASIENTO-ARCHIVO
           OPEN EXTEND ASIENTO-HISTORICO
           PERFORM GRABAR-CARGO-DEPARTAMENTO
               VARYING INDICE-GASTO FROM 1 BY 1
               UNTIL INDICE-GASTO > TOTAL-GASTOS
               MOVE TOTAL-SS TO ASIENTO-IMPORTE
               PERFORM GRABAR-ABONO
           END-IF
           IF TOTAL-CUOTA-EMPRESA > 0
               MOVE "476" TO ASIENTO-CUENTA
               MOVE "SEG. SOCIAL ACREEDORA EMPRESA"
                   TO ASIENTO-CONCEPTO
               MOVE TOTAL-CUOTA-EMPRESA TO ASIENTO-IMPORTE
               PERFORM GRABAR-ABONO
           END-IF
           IF TOTAL-ANTICIPOS > 0
               MOVE "460" TO ASIENTO-CUENTA
               MOVE "ANTICIPOS DE REMUNERACIONES"
               MOVE TOTAL-ANTICIPOS TO ASIENTO-IMPORTE
               PERFORM GRABAR-ABONO
           END-IF
           IF TOTAL-EMBARGOS > 0
               MOVE "4659" TO ASIENTO-CUENTA
               MOVE "EMBARGOS JUDICIALES RETENIDOS"
                   TO ASIENTO-CONCEPTO
               MOVE TOTAL-EMBARGOS TO ASIENTO-IMPORTE
               PERFORM GRABAR-ABONO
           END-IF
           MOVE "465" TO ASIENTO-CUENTA
           MOVE "REMUNERACIONES PDTES. DE PAGO" TO ASIENTO-CONCEPTO
           MOVE TOTAL-NETO TO ASIENTO-IMPORTE
           PERFORM GRABAR-ABONO
           PERFORM GRABAR-CONTROL-ASIENTO
           CLOSE ASIENTO-ARCHIVO
           CLOSE ASIENTO-HISTORICO
           DISPLAY "Asiento contable grabado en asiento-nomina.dat.".

       GRABAR-CARGO-DEPARTAMENTO.
           END-STRING
           MOVE GASTO-BRUTO (INDICE-GASTO) TO ASIENTO-IMPORTE
           ADD GASTO-BRUTO (INDICE-GASTO) TO TOTAL-DEBE
           WRITE ASIENTO-LINEA FROM ASIENTO-DETALLE
           WRITE ASIENTO-HISTORICO-LINEA FROM ASIENTO-DETALLE
           IF GASTO-CUOTA-EMPRESA (INDICE-GASTO) > 0
               MOVE "642" TO ASIENTO-CUENTA
               MOVE SPACES TO ASIENTO-CONCEPTO
               STRING "SS CARGO EMPRESA "
                   GASTO-DEPARTAMENTO (INDICE-GASTO) DELIMITED BY SIZE
                   INTO ASIENTO-CONCEPTO
               END-STRING
               MOVE GASTO-CUOTA-EMPRESA (INDICE-GASTO)
                   TO ASIENTO-IMPORTE
               ADD GASTO-CUOTA-EMPRESA (INDICE-GASTO) TO TOTAL-DEBE
               WRITE ASIENTO-LINEA FROM ASIENTO-DETALLE
               WRITE ASIENTO-HISTORICO-LINEA FROM ASIENTO-DETALLE
           END-IF.

       GRABAR-ABONO.
           MOVE PERIODO-NOMINA TO ASIENTO-PERIODO
           MOVE "ABONO" TO ASIENTO-TIPO
           ADD ASIENTO-IMPORTE TO TOTAL-HABER
           WRITE ASIENTO-LINEA FROM ASIENTO-DETALLE
           WRITE ASIENTO-HISTORICO-LINEA FROM ASIENTO-DETALLE.

       GRABAR-CONTROL-ASIENTO.
           MOVE PERIODO-NOMINA TO CONTROL-PERIODO
               DISPLAY "Aviso: el asiento de nómina no cuadra "
                   "(debe " TOTAL-DEBE " haber " TOTAL-HABER ")."
           END-IF
           WRITE ASIENTO-LINEA FROM ASIENTO-CONTROL
           WRITE ASIENTO-HISTORICO-LINEA FROM ASIENTO-CONTROL.

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

       END PROGRAM NOMINA-MENSUAL.
