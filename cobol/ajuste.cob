           ASSIGN TO "ejecucion.log"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL TIPOS-ARCHIVO
           ASSIGN TO "tipos-retencion.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONTRATOS-ARCHIVO
           ASSIGN TO "contratos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTORICO-NOMINA
           ASSIGN TO "historico-nomina.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ATRASOS-ARCHIVO
           ASSIGN TO "atrasos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LISTADO-ARCHIVO
           ASSIGN TO DYNAMIC LISTADO-RUTA
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

       FD EJECUCION-REGISTRO.
           01 EJECUCION-LINEA.
               05 EJECUCION-PROGRAMA PIC X(18).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-RESULTADO PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-OPERADOR PIC X(8).

       FD TIPOS-ARCHIVO.
           01 TIPOS-LINEA PIC X(80).

       FD CONTRATOS-ARCHIVO.
           01 CONTRATOS-LINEA PIC X(40).

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

       FD LISTADO-ARCHIVO.
           01 LISTADO-LINEA PIC X(100).

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
       01 FIN-DE-ARCHIVO PIC X VALUE "N".
           88 IMPORTE-VALIDO VALUE "S".
       01 IMPORTE-CONVERTIDO PIC 9(7)V99.
       01 IMPORTE-DECIMALES PIC 99.
       01 CAMBIO-CORRECTO-SW PIC X VALUE "S".
           88 CAMBIO-CORRECTO VALUE "S".

       01 PERIODO-EFECTO-TEXTO PIC X(10).
       01 PERIODO-EFECTO PIC 9(6) VALUE 0.
       01 PERIODO-EFECTO-ES-VALIDO PIC X VALUE "S".
           88 PERIODO-EFECTO-VALIDO VALUE "S".
       01 ATRASOS-SW PIC X VALUE "N".
           88 CALCULAR-ATRASOS VALUE "S".
       01 ATRASOS-CORRECTOS-SW PIC X VALUE "S".
           88 ATRASOS-CORRECTOS VALUE "S".
       01 ULTIMO-PERIODO-LIQUIDADO PIC 9(6) VALUE 0.
       01 PERIODO-ABONO PIC 9(6) VALUE 0.
       01 PERIODO-ALTA PIC 9(6) VALUE 0.
       01 PERIODO-DESGLOSE.
           05 PERIODO-ANYO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
       01 ALTA-DESGLOSE.
           05 ALTA-DESGLOSE-ANYO PIC 9(4).
           05 ALTA-DESGLOSE-MES PIC 9(2).
           05 ALTA-DESGLOSE-DIA PIC 9(2).
       01 SEMESTRE-MES-INICIO PIC 9(2).
       01 SEMESTRE-MES-FIN PIC 9(2).
       01 DIAS-MES PIC 9(2).
       01 DIAS-PAGA-EXTRA PIC 9(3).
       01 FECHA-REFERENCIA PIC 9(8).
       01 ANYO-REFERENCIA PIC 9(4).
       01 MES-DIA-REFERENCIA PIC 9(4).
       01 ALTA-ANYO PIC 9(4).
       01 ALTA-MES-DIA PIC 9(4).
       01 ANYOS-SERVICIO PIC 9(2).
       01 TRIENIOS-EMPLEADO PIC 9(2).
       01 PLUS-ANTIGUEDAD PIC 9(7)V99.
       01 DEVENGO-ANTERIOR PIC 9(7)V99.
       01 DEVENGO-REVISADO PIC 9(7)V99.
       01 DIFERENCIA-MES PIC 9(7)V99.
       01 DIFERENCIA-EXTRA PIC 9(7)V99.
       01 ATRASO-MES PIC 9(7)V99.
       01 ATRASOS-EMPLEADO PIC 9(7)V99.
       01 MESES-EMPLEADO PIC 9(3).
       01 EMPLEADO-EN-LISTADO-SW PIC X VALUE "N".
           88 EMPLEADO-EN-LISTADO VALUE "S".
       01 CONTADOR-EMPLEADOS-ATRASOS PIC 9(5) VALUE 0.
       01 CONTADOR-MESES-ATRASOS PIC 9(5) VALUE 0.
       01 CONTADOR-MESES-EXCLUIDOS PIC 9(5) VALUE 0.
       01 CONTADOR-MESES-BAJAS PIC 9(5) VALUE 0.
       01 TOTAL-ATRASOS PIC 9(9)V99 VALUE 0.

       01 TIPOS-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 TIPOS-NO-HAY-MAS-REGISTROS VALUE "S".
       01 TIPOS-CLASE PIC X(10).
       01 TIPOS-VALOR-TEXTO PIC X(12).
       01 IMPORTE-TRIENIO PIC 9(5)V99 VALUE 0.
       01 TRIENIO-CARGADO-SW PIC X VALUE "N".
           88 TRIENIO-CARGADO VALUE "S".

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

       01 HIST-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 HIST-NO-HAY-MAS-REGISTROS VALUE "S".
       01 TOTAL-PAGOS PIC 9(4) VALUE 0.
       01 TABLA-PAGOS.
           05 PAGO-ENTRADA OCCURS 5000 TIMES
                   INDEXED BY IDX-PAGO.
               10 PAGO-EMPLEADO-ID PIC X(6).
               10 PAGO-PERIODO PIC 9(6).
               10 PAGO-MENSUALES PIC S9(3).
               10 PAGO-FINIQUITOS PIC 9(3).
               10 PAGO-EXTRAS PIC S9(3).
       01 PAGO-ENCONTRADO-SW PIC X VALUE "N".
           88 PAGO-ENCONTRADO VALUE "S".

       01 LISTADO-RUTA PIC X(60).
       01 LISTADO-FECHA PIC 9(8).
       01 LISTADO-HORA PIC 9(8).
       01 LINEAS-POR-PAGINA PIC 9(2) VALUE 55.
       01 LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
       01 NUMERO-PAGINA PIC 9(4) VALUE 0.
       01 LINEA-LISTADO PIC X(100).
       01 LISTADO-CABECERA1.
           05 FILLER PIC X(50) VALUE
               "INFORME DE ATRASOS POR AJUSTE SALARIAL".
           05 FILLER PIC X(8) VALUE "PAGINA ".
           05 CABECERA-PAGINA PIC ZZZ9.
       01 LISTADO-CABECERA2.
           05 FILLER PIC X(11) VALUE "Emitido el ".
           05 CABECERA-FECHA PIC 9(8).
           05 FILLER PIC X(7) VALUE " a las ".
           05 CABECERA-HORA PIC 9(8).
       01 LISTADO-SEPARADOR PIC X(80) VALUE ALL "-".
       01 LISTADO-COLUMNAS.
           05 FILLER PIC X(25) VALUE
               "ID      PERIODO DIAS TRI ".
           05 FILLER PIC X(11) VALUE "DEV. ANTER ".
           05 FILLER PIC X(11) VALUE "DEV. REVIS ".
           05 FILLER PIC X(11) VALUE "  DIF. MES ".
           05 FILLER PIC X(11) VALUE "DIF. EXTRA ".
           05 FILLER PIC X(10) VALUE "   ATRASOS".
       01 LISTADO-PARAMETROS.
           05 FILLER PIC X(19) VALUE "Periodo de efecto: ".
           05 PARAMETRO-EFECTO PIC 9(6).
           05 FILLER PIC X(21) VALUE "  Último liquidado: ".
           05 PARAMETRO-ULTIMO PIC 9(6).
           05 FILLER PIC X(12) VALUE "  Abono en: ".
           05 PARAMETRO-ABONO PIC 9(6).
           05 PARAMETRO-MODO PIC X(14).
       01 LISTADO-EMPLEADO.
           05 FILLER PIC X(9) VALUE "Empleado ".
           05 LISTADO-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LISTADO-EMPLEADO-APELLIDOS PIC X(35).
           05 FILLER PIC X VALUE SPACE.
           05 LISTADO-EMPLEADO-NOMBRE PIC X(25).
       01 LISTADO-SALARIOS.
           05 FILLER PIC X(19) VALUE "  Salario anterior ".
           05 LISTADO-SALARIO-ANTERIOR PIC Z(6)9.99.
           05 FILLER PIC X(16) VALUE "  Salario nuevo ".
           05 LISTADO-SALARIO-NUEVO PIC Z(6)9.99.
           05 LISTADO-SALARIO-PRORRATEO PIC X(24).
       01 LISTADO-DETALLE.
           05 DETALLE-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DETALLE-PERIODO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DETALLE-DIAS PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DETALLE-TRIENIOS PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-ANTERIOR PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-REVISADO PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-DIF-MES PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-DIF-EXTRA PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-ATRASO PIC Z(6)9.99.
       01 LISTADO-EXCLUIDO.
           05 EXCLUIDO-EMPLEADO-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXCLUIDO-PERIODO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXCLUIDO-MOTIVO PIC X(60).
       01 LISTADO-SUBTOTAL.
           05 FILLER PIC X(34) VALUE "  Total atrasos del empleado".
           05 FILLER PIC X(2) VALUE ": ".
           05 SUBTOTAL-MESES PIC ZZ9.
           05 FILLER PIC X(8) VALUE " meses  ".
           05 SUBTOTAL-IMPORTE PIC Z(8)9.99.
       01 LISTADO-TOTAL.
           05 LISTADO-TOTAL-CONCEPTO PIC X(34).
           05 FILLER PIC X(2) VALUE ": ".
           05 LISTADO-TOTAL-VALOR PIC Z(10)9.99.
       01 LISTADO-CONTADOR.
           05 LISTADO-CONTADOR-CONCEPTO PIC X(34).
           05 FILLER PIC X(2) VALUE ": ".
           05 LISTADO-CONTADOR-VALOR PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM RESOLVER-MODO-EJECUCION
           MOVE "N" TO PERFIL-REQUERIDO
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "Proceso de ajuste cancelado: operador no "
                   "autorizado."
               MOVE 2 TO RESULTADO-EJECUCION
           ELSE
               PERFORM PREPARAR-AJUSTE
           END-IF
           PERFORM GRABAR-EJECUCION.

       PROGRAM-DONE.
           MOVE RESULTADO-EJECUCION TO RETURN-CODE
           STOP RUN.

       PREPARAR-AJUSTE.
           IF MODO-DESATENDIDO
               PERFORM OBTENER-PARAMETROS-ENTORNO
           ELSE
               MOVE 2 TO RESULTADO-EJECUCION
           ELSE
               PERFORM EJECUTAR-AJUSTE
           END-IF.

       EJECUTAR-AJUSTE.
           IF CALCULAR-ATRASOS
               PERFORM PREPARAR-ATRASOS
           END-IF
           IF ATRASOS-CORRECTOS
               PERFORM REALIZAR-AJUSTE
           ELSE
               DISPLAY "Proceso de ajuste cancelado: no se pueden "
                   "calcular los atrasos."
               MOVE 2 TO RESULTADO-EJECUCION
           END-IF.

       REALIZAR-AJUSTE.
           PERFORM PROCEDIMIENTO-DE-APERTURA
           IF MODO-SIMULACION
               DISPLAY "SIMULACIÓN DE AJUSTE SALARIAL (sin cambios)"
           END-IF
           DISPLAY "============================================"
           PERFORM PROCESAR-AJUSTE UNTIL NO-HAY-MAS-REGISTROS
           IF CALCULAR-ATRASOS
               PERFORM CERRAR-ATRASOS
           END-IF
           PERFORM MOSTRAR-RESUMEN
           PERFORM PROCEDIMIENTO-DE-CIERRE
           DISPLAY "Proceso de ajuste salarial finalizado.".
           END-IF
           MOVE SPACES TO DEPARTAMENTO-FILTRO
           ACCEPT DEPARTAMENTO-FILTRO
               FROM ENVIRONMENT "AJUSTE_DEPARTAMENTO"
           MOVE SPACES TO PERIODO-EFECTO-TEXTO
           ACCEPT PERIODO-EFECTO-TEXTO
               FROM ENVIRONMENT "AJUSTE_PERIODO_EFECTO"
           PERFORM VALIDAR-PERIODO-EFECTO
           IF NOT PERIODO-EFECTO-VALIDO
               DISPLAY "AJUSTE_PERIODO_EFECTO debe ser AAAAMM y solo "
                   "se admite en aumentos."
               MOVE "N" TO PARAMETROS-CORRECTOS-SW
           END-IF.

       GRABAR-EJECUCION.
           ACCEPT EJECUCION-FECHA FROM DATE YYYYMMDD
           ACCEPT EJECUCION-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO EJECUCION-OPERADOR
           MOVE "AJUSTE-SALARIAL" TO EJECUCION-PROGRAMA
           EVALUATE RESULTADO-EJECUCION
               WHEN 0
           MOVE IMPORTE-CONVERTIDO TO VALOR-AJUSTE
           DISPLAY "Departamento a ajustar (ENTER = todos)" " ? ".
           MOVE SPACES TO DEPARTAMENTO-FILTRO
           ACCEPT DEPARTAMENTO-FILTRO
           DISPLAY "Periodo de efecto AAAAMM (ENTER = sin atrasos)"
               " ? ".
           MOVE SPACES TO PERIODO-EFECTO-TEXTO
           ACCEPT PERIODO-EFECTO-TEXTO
           PERFORM VALIDAR-PERIODO-EFECTO
           PERFORM UNTIL PERIODO-EFECTO-VALIDO
               DISPLAY "Periodo no válido. Use AAAAMM; los atrasos "
                   "solo se calculan en aumentos."
               DISPLAY "Periodo de efecto AAAAMM (ENTER = sin "
                   "atrasos)" " ? "
               MOVE SPACES TO PERIODO-EFECTO-TEXTO
               ACCEPT PERIODO-EFECTO-TEXTO
               PERFORM VALIDAR-PERIODO-EFECTO
           END-PERFORM.

       VALIDAR-PERIODO-EFECTO.
           MOVE "S" TO PERIODO-EFECTO-ES-VALIDO
           MOVE "N" TO ATRASOS-SW
           MOVE 0 TO PERIODO-EFECTO
           IF PERIODO-EFECTO-TEXTO NOT = SPACES
               IF PERIODO-EFECTO-TEXTO(1:6) IS NUMERIC AND
                       PERIODO-EFECTO-TEXTO(7:4) = SPACES AND
                       PERIODO-EFECTO-TEXTO(5:2) >= "01" AND
                       PERIODO-EFECTO-TEXTO(5:2) <= "12" AND
                       AJUSTE-AUMENTO
                   MOVE PERIODO-EFECTO-TEXTO(1:6) TO PERIODO-EFECTO
                   MOVE "S" TO ATRASOS-SW
               ELSE
                   MOVE "N" TO PERIODO-EFECTO-ES-VALIDO
               END-IF
           END-IF.

       CONVERTIR-IMPORTE.
           MOVE "N" TO IMPORTE-ES-VALIDO
               DISPLAY EMPLEADOS-ID " " EMPLEADOS-APELLIDOS
               DISPLAY "  Salario actual : " SALARIO-ACTUAL
               DISPLAY "  Salario nuevo  : " SALARIO-NUEVO
               MOVE "S" TO CAMBIO-CORRECTO-SW
               IF MODO-APLICAR
                   PERFORM APLICAR-CAMBIO
               END-IF
               IF CALCULAR-ATRASOS AND CAMBIO-CORRECTO
                   PERFORM CALCULAR-ATRASOS-EMPLEADO
               END-IF
           ELSE
               ADD 1 TO CONTADOR-OMITIDOS
               DISPLAY EMPLEADOS-ID
               INVALID KEY
                   DISPLAY "Error al actualizar el empleado "
                       EMPLEADOS-ID "."
                   MOVE "N" TO CAMBIO-CORRECTO-SW
               NOT INVALID KEY
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       REGISTRAR-AUDITORIA.
           MOVE "AJUSTE" TO AUDITORIA-OPERACION
           PERFORM GRABAR-AUDITORIA.

       REGISTRAR-AUDITORIA-ATRASOS.
           MOVE "ATRASOS" TO AUDITORIA-OPERACION
           PERFORM GRABAR-AUDITORIA.

       GRABAR-AUDITORIA.
           MOVE EMPLEADOS-ID TO AUDITORIA-ID
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDITORIA-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO AUDITORIA-OPERADOR
           OPEN EXTEND EMPLEADOS-AUDITORIA
           WRITE AUDITORIA-REGISTRO
           CLOSE EMPLEADOS-AUDITORIA.
           DISPLAY "Total salarios antes : " TOTAL-ANTERIOR.
           DISPLAY "Total salarios después: " TOTAL-NUEVO.
           DISPLAY "Variación total      : " TOTAL-VARIACION.
           IF CALCULAR-ATRASOS
               DISPLAY "Periodo de efecto    : " PERIODO-EFECTO
               DISPLAY "Periodo de abono     : " PERIODO-ABONO
               DISPLAY "Empleados con atrasos: "
                   CONTADOR-EMPLEADOS-ATRASOS
               DISPLAY "Meses con atrasos    : " CONTADOR-MESES-ATRASOS
               DISPLAY "Total atrasos        : " TOTAL-ATRASOS
               IF CONTADOR-MESES-BAJAS > 0
                   DISPLAY "Meses de bajas a liquidar aparte: "
                       CONTADOR-MESES-BAJAS
               END-IF
           END-IF
           IF MODO-SIMULACION
               DISPLAY "Simulación: no se modificó empleados.dat."
           END-IF.

       PREPARAR-ATRASOS.
           MOVE "S" TO ATRASOS-CORRECTOS-SW
           PERFORM CARGAR-TIPOS
           IF NOT TRIENIO-CARGADO
               DISPLAY "Falta la línea TRIENIO en "
                   "tipos-retencion.dat."
               MOVE "N" TO ATRASOS-CORRECTOS-SW
           END-IF
           PERFORM CARGAR-CONTRATOS
           PERFORM CARGAR-HISTORICO
           IF ATRASOS-CORRECTOS
               PERFORM ABRIR-ATRASOS
           END-IF.

       ABRIR-ATRASOS.
           IF ULTIMO-PERIODO-LIQUIDADO < PERIODO-EFECTO
               DISPLAY "No hay nóminas liquidadas desde el periodo "
                   PERIODO-EFECTO ": no se generan atrasos."
               MOVE "N" TO ATRASOS-SW
           ELSE
               MOVE ULTIMO-PERIODO-LIQUIDADO TO PERIODO-DESGLOSE
               IF PERIODO-MES = 12
                   ADD 1 TO PERIODO-ANYO
                   MOVE 1 TO PERIODO-MES
               ELSE
                   ADD 1 TO PERIODO-MES
               END-IF
               MOVE PERIODO-DESGLOSE TO PERIODO-ABONO
               PERFORM ABRIR-LISTADO
               MOVE PERIODO-EFECTO TO PARAMETRO-EFECTO
               MOVE ULTIMO-PERIODO-LIQUIDADO TO PARAMETRO-ULTIMO
               MOVE PERIODO-ABONO TO PARAMETRO-ABONO
               IF MODO-SIMULACION
                   MOVE "  (SIMULACION)" TO PARAMETRO-MODO
               ELSE
                   MOVE SPACES TO PARAMETRO-MODO
                   OPEN EXTEND ATRASOS-ARCHIVO
               END-IF
               MOVE LISTADO-PARAMETROS TO LINEA-LISTADO
               PERFORM GRABAR-LINEA-LISTADO
           END-IF.

       CARGAR-TIPOS.
           MOVE "N" TO TIPOS-FIN-DE-ARCHIVO
           OPEN INPUT TIPOS-ARCHIVO
           PERFORM LEER-TIPO
           PERFORM CARGAR-UN-TIPO
               UNTIL TIPOS-NO-HAY-MAS-REGISTROS
           CLOSE TIPOS-ARCHIVO.

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

       CARGAR-HISTORICO.
           MOVE 0 TO TOTAL-PAGOS
           MOVE 0 TO ULTIMO-PERIODO-LIQUIDADO
           MOVE "N" TO HIST-FIN-DE-ARCHIVO
           OPEN INPUT HISTORICO-NOMINA
           PERFORM LEER-HISTORICO
           PERFORM CARGAR-MOVIMIENTO
               UNTIL HIST-NO-HAY-MAS-REGISTROS
           CLOSE HISTORICO-NOMINA.

       LEER-HISTORICO.
           READ HISTORICO-NOMINA
               AT END MOVE "S" TO HIST-FIN-DE-ARCHIVO
           END-READ.

       CARGAR-MOVIMIENTO.
           IF HISTORICO-TIPO = "ABONO" AND
                   HISTORICO-PERIODO > ULTIMO-PERIODO-LIQUIDADO
               MOVE HISTORICO-PERIODO TO ULTIMO-PERIODO-LIQUIDADO
           END-IF
           IF HISTORICO-PERIODO >= PERIODO-EFECTO
               MOVE "N" TO PAGO-ENCONTRADO-SW
               PERFORM BUSCAR-PAGO
                   VARYING IDX-PAGO FROM 1 BY 1
                   UNTIL IDX-PAGO > TOTAL-PAGOS
               IF NOT PAGO-ENCONTRADO
                   PERFORM ANOTAR-NUEVO-PAGO
               END-IF
           END-IF
           PERFORM LEER-HISTORICO.

       BUSCAR-PAGO.
           IF PAGO-EMPLEADO-ID (IDX-PAGO) = HISTORICO-EMPLEADO-ID AND
                   PAGO-PERIODO (IDX-PAGO) = HISTORICO-PERIODO
               MOVE "S" TO PAGO-ENCONTRADO-SW
               PERFORM ANOTAR-MOVIMIENTO
               SET IDX-PAGO TO TOTAL-PAGOS
           END-IF.

       ANOTAR-NUEVO-PAGO.
           IF TOTAL-PAGOS = 5000
               DISPLAY "Tabla de pagos llena: el histórico desde "
                   PERIODO-EFECTO " supera 5000 meses de empleado."
               MOVE "N" TO ATRASOS-CORRECTOS-SW
           ELSE
               ADD 1 TO TOTAL-PAGOS
               SET IDX-PAGO TO TOTAL-PAGOS
               MOVE HISTORICO-EMPLEADO-ID TO PAGO-EMPLEADO-ID (IDX-PAGO)
               MOVE HISTORICO-PERIODO TO PAGO-PERIODO (IDX-PAGO)
               MOVE 0 TO PAGO-MENSUALES (IDX-PAGO)
               MOVE 0 TO PAGO-FINIQUITOS (IDX-PAGO)
               MOVE 0 TO PAGO-EXTRAS (IDX-PAGO)
               PERFORM ANOTAR-MOVIMIENTO
           END-IF.

       ANOTAR-MOVIMIENTO.
           EVALUATE HISTORICO-TIPO
               WHEN "ABONO"
                   ADD 1 TO PAGO-MENSUALES (IDX-PAGO)
               WHEN "FINIQUITO"
                   ADD 1 TO PAGO-MENSUALES (IDX-PAGO)
                   ADD 1 TO PAGO-FINIQUITOS (IDX-PAGO)
               WHEN "ANULACION"
                   SUBTRACT 1 FROM PAGO-MENSUALES (IDX-PAGO)
               WHEN "PAGAEXTRA"
                   ADD 1 TO PAGO-EXTRAS (IDX-PAGO)
               WHEN "ANULEXTRA"
                   SUBTRACT 1 FROM PAGO-EXTRAS (IDX-PAGO)
           END-EVALUATE.

       CALCULAR-ATRASOS-EMPLEADO.
           MOVE 0 TO ATRASOS-EMPLEADO
           MOVE 0 TO MESES-EMPLEADO
           MOVE "N" TO EMPLEADO-EN-LISTADO-SW
           MOVE "N" TO PRORRATEO-EMPLEADO-SW
           PERFORM BUSCAR-CONTRATO
               VARYING IDX-CONTRATO FROM 1 BY 1
               UNTIL IDX-CONTRATO > TOTAL-CONTRATOS
           MOVE 0 TO PERIODO-ALTA
           MOVE 0 TO ALTA-DESGLOSE
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC
               MOVE EMPLEADOS-FECHA-ALTA TO ALTA-DESGLOSE
               IF ALTA-DESGLOSE-DIA > 30
                   MOVE 30 TO ALTA-DESGLOSE-DIA
               END-IF
               COMPUTE PERIODO-ALTA =
                   ALTA-DESGLOSE-ANYO * 100 + ALTA-DESGLOSE-MES
           END-IF
           PERFORM CALCULAR-ATRASO-MES
               VARYING IDX-PAGO FROM 1 BY 1
               UNTIL IDX-PAGO > TOTAL-PAGOS
           IF EMPLEADO-EN-LISTADO
               MOVE MESES-EMPLEADO TO SUBTOTAL-MESES
               MOVE ATRASOS-EMPLEADO TO SUBTOTAL-IMPORTE
               MOVE LISTADO-SUBTOTAL TO LINEA-LISTADO
               PERFORM GRABAR-LINEA-LISTADO
               MOVE SPACES TO LINEA-LISTADO
               PERFORM GRABAR-LINEA-LISTADO
           END-IF
           IF ATRASOS-EMPLEADO > 0
               ADD 1 TO CONTADOR-EMPLEADOS-ATRASOS
               DISPLAY "  Atrasos        : " ATRASOS-EMPLEADO " ("
                   MESES-EMPLEADO " meses)"
               IF MODO-APLICAR
                   PERFORM REGISTRAR-AUDITORIA-ATRASOS
               END-IF
           END-IF.

       CALCULAR-ATRASO-MES.
           IF PAGO-EMPLEADO-ID (IDX-PAGO) = EMPLEADOS-ID AND
                   PAGO-MENSUALES (IDX-PAGO) > 0
               IF NOT EMPLEADO-EN-LISTADO
                   PERFORM ESCRIBIR-CABECERA-EMPLEADO
               END-IF
               IF PAGO-FINIQUITOS (IDX-PAGO) > 0 OR
                       PAGO-PERIODO (IDX-PAGO) < PERIODO-ALTA
                   MOVE "Contrato anterior cerrado con finiquito"
                       TO EXCLUIDO-MOTIVO
                   PERFORM ESCRIBIR-MES-EXCLUIDO
               ELSE
                   PERFORM VALORAR-ATRASO-MES
               END-IF
           END-IF.

       ESCRIBIR-CABECERA-EMPLEADO.
           MOVE "S" TO EMPLEADO-EN-LISTADO-SW
           MOVE EMPLEADOS-ID TO LISTADO-EMPLEADO-ID
           MOVE EMPLEADOS-APELLIDOS TO LISTADO-EMPLEADO-APELLIDOS
           MOVE EMPLEADOS-NOMBRE TO LISTADO-EMPLEADO-NOMBRE
           MOVE LISTADO-EMPLEADO TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE SALARIO-ACTUAL TO LISTADO-SALARIO-ANTERIOR
           MOVE SALARIO-NUEVO TO LISTADO-SALARIO-NUEVO
           IF EMPLEADO-PRORRATEA
               MOVE "  (pagas prorrateadas)"
                   TO LISTADO-SALARIO-PRORRATEO
           ELSE
               MOVE SPACES TO LISTADO-SALARIO-PRORRATEO
           END-IF
           MOVE LISTADO-SALARIOS TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO.

       ESCRIBIR-MES-EXCLUIDO.
           ADD 1 TO CONTADOR-MESES-EXCLUIDOS
           MOVE PAGO-EMPLEADO-ID (IDX-PAGO) TO EXCLUIDO-EMPLEADO-ID
           MOVE PAGO-PERIODO (IDX-PAGO) TO EXCLUIDO-PERIODO
           MOVE LISTADO-EXCLUIDO TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO.

       VALORAR-ATRASO-MES.
           MOVE PAGO-PERIODO (IDX-PAGO) TO PERIODO-DESGLOSE
           MOVE 30 TO DIAS-MES
           IF PAGO-PERIODO (IDX-PAGO) = PERIODO-ALTA AND
                   ALTA-DESGLOSE-DIA > 1
               COMPUTE DIAS-MES = 31 - ALTA-DESGLOSE-DIA
           END-IF
           PERFORM CALCULAR-ANTIGUEDAD-MES
           COMPUTE DEVENGO-ANTERIOR ROUNDED =
               (SALARIO-ACTUAL + PLUS-ANTIGUEDAD) * DIAS-MES / 30
           COMPUTE DEVENGO-REVISADO ROUNDED =
               (SALARIO-NUEVO + PLUS-ANTIGUEDAD) * DIAS-MES / 30
           IF EMPLEADO-PRORRATEA
               COMPUTE DEVENGO-ANTERIOR ROUNDED =
                   DEVENGO-ANTERIOR * 14 / 12
               COMPUTE DEVENGO-REVISADO ROUNDED =
                   DEVENGO-REVISADO * 14 / 12
           END-IF
           COMPUTE DIFERENCIA-MES = DEVENGO-REVISADO - DEVENGO-ANTERIOR
           MOVE 0 TO DIFERENCIA-EXTRA
           IF PAGO-EXTRAS (IDX-PAGO) > 0 AND NOT EMPLEADO-PRORRATEA
               PERFORM CALCULAR-DIAS-PAGA-EXTRA
               COMPUTE DIFERENCIA-EXTRA ROUNDED =
                   VARIACION-EMPLEADO * DIAS-PAGA-EXTRA / 180
           END-IF
           COMPUTE ATRASO-MES = DIFERENCIA-MES + DIFERENCIA-EXTRA
           ADD 1 TO MESES-EMPLEADO
           ADD 1 TO CONTADOR-MESES-ATRASOS
           ADD ATRASO-MES TO ATRASOS-EMPLEADO
           ADD ATRASO-MES TO TOTAL-ATRASOS
           MOVE EMPLEADOS-ID TO DETALLE-EMPLEADO-ID
           MOVE PAGO-PERIODO (IDX-PAGO) TO DETALLE-PERIODO
           MOVE DIAS-MES TO DETALLE-DIAS
           MOVE TRIENIOS-EMPLEADO TO DETALLE-TRIENIOS
           MOVE DEVENGO-ANTERIOR TO DETALLE-ANTERIOR
           MOVE DEVENGO-REVISADO TO DETALLE-REVISADO
           MOVE DIFERENCIA-MES TO DETALLE-DIF-MES
           MOVE DIFERENCIA-EXTRA TO DETALLE-DIF-EXTRA
           MOVE ATRASO-MES TO DETALLE-ATRASO
           MOVE LISTADO-DETALLE TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           IF MODO-APLICAR AND ATRASO-MES > 0
               PERFORM GRABAR-ATRASO
           END-IF.

       CALCULAR-ANTIGUEDAD-MES.
           MOVE 0 TO ANYOS-SERVICIO
           MOVE 0 TO TRIENIOS-EMPLEADO
           MOVE 0 TO PLUS-ANTIGUEDAD
           COMPUTE FECHA-REFERENCIA = PAGO-PERIODO (IDX-PAGO) * 100
               + 30
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC AND
                   EMPLEADOS-FECHA-ALTA > 0 AND
                   EMPLEADOS-FECHA-ALTA < FECHA-REFERENCIA
               MOVE FECHA-REFERENCIA(1:4) TO ANYO-REFERENCIA
               MOVE FECHA-REFERENCIA(5:4) TO MES-DIA-REFERENCIA
               MOVE EMPLEADOS-FECHA-ALTA(1:4) TO ALTA-ANYO
               MOVE EMPLEADOS-FECHA-ALTA(5:4) TO ALTA-MES-DIA
               COMPUTE ANYOS-SERVICIO = ANYO-REFERENCIA - ALTA-ANYO
               IF ALTA-MES-DIA > MES-DIA-REFERENCIA
                   SUBTRACT 1 FROM ANYOS-SERVICIO
               END-IF
               DIVIDE ANYOS-SERVICIO BY 3 GIVING TRIENIOS-EMPLEADO
               COMPUTE PLUS-ANTIGUEDAD =
                   TRIENIOS-EMPLEADO * IMPORTE-TRIENIO
           END-IF.

       CALCULAR-DIAS-PAGA-EXTRA.
           IF PERIODO-MES = 6
               MOVE 1 TO SEMESTRE-MES-INICIO
           ELSE
               MOVE 7 TO SEMESTRE-MES-INICIO
           END-IF
           MOVE PERIODO-MES TO SEMESTRE-MES-FIN
           MOVE 180 TO DIAS-PAGA-EXTRA
           IF PERIODO-ALTA > 0
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

       GRABAR-ATRASO.
           MOVE SPACES TO ATRASO-REGISTRO
           MOVE PERIODO-ABONO TO ATRASO-PERIODO-ABONO
           MOVE EMPLEADOS-ID TO ATRASO-EMPLEADO-ID
           MOVE PAGO-PERIODO (IDX-PAGO) TO ATRASO-PERIODO-ORIGEN
           MOVE ATRASO-MES TO ATRASO-IMPORTE
           ACCEPT ATRASO-FECHA FROM DATE YYYYMMDD
           ACCEPT ATRASO-HORA FROM TIME
           WRITE ATRASO-REGISTRO.

       CERRAR-ATRASOS.
           IF DEPARTAMENTO-FILTRO = SPACES
               PERFORM BUSCAR-BAJA
                   VARYING IDX-PAGO FROM 1 BY 1
                   UNTIL IDX-PAGO > TOTAL-PAGOS
           END-IF
           MOVE LISTADO-SEPARADOR TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE "Empleados con atrasos" TO LISTADO-CONTADOR-CONCEPTO
           MOVE CONTADOR-EMPLEADOS-ATRASOS TO LISTADO-CONTADOR-VALOR
           MOVE LISTADO-CONTADOR TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE "Meses con atrasos" TO LISTADO-CONTADOR-CONCEPTO
           MOVE CONTADOR-MESES-ATRASOS TO LISTADO-CONTADOR-VALOR
           MOVE LISTADO-CONTADOR TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE "Meses excluidos por finiquito"
               TO LISTADO-CONTADOR-CONCEPTO
           MOVE CONTADOR-MESES-EXCLUIDOS TO LISTADO-CONTADOR-VALOR
           MOVE LISTADO-CONTADOR TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE "Meses de bajas a liquidar aparte"
               TO LISTADO-CONTADOR-CONCEPTO
           MOVE CONTADOR-MESES-BAJAS TO LISTADO-CONTADOR-VALOR
           MOVE LISTADO-CONTADOR TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           MOVE "Total atrasos" TO LISTADO-TOTAL-CONCEPTO
           MOVE TOTAL-ATRASOS TO LISTADO-TOTAL-VALOR
           MOVE LISTADO-TOTAL TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO
           PERFORM CERRAR-LISTADO
           IF MODO-APLICAR
               CLOSE ATRASOS-ARCHIVO
               DISPLAY "Atrasos grabados en atrasos.dat para la "
                   "nómina del periodo " PERIODO-ABONO "."
           END-IF.

       BUSCAR-BAJA.
           IF PAGO-MENSUALES (IDX-PAGO) > 0
               MOVE PAGO-EMPLEADO-ID (IDX-PAGO) TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       PERFORM ANOTAR-MES-BAJA
               END-READ
           END-IF.

       ANOTAR-MES-BAJA.
           IF CONTADOR-MESES-BAJAS = 0
               MOVE SPACES TO LINEA-LISTADO
               PERFORM GRABAR-LINEA-LISTADO
               MOVE "Bajas con nóminas desde el periodo de efecto:"
                   TO LINEA-LISTADO
               PERFORM GRABAR-LINEA-LISTADO
           END-IF
           ADD 1 TO CONTADOR-MESES-BAJAS
           MOVE "Baja tramitada: atrasos a liquidar fuera de nómina"
               TO EXCLUIDO-MOTIVO
           MOVE PAGO-EMPLEADO-ID (IDX-PAGO) TO EXCLUIDO-EMPLEADO-ID
           MOVE PAGO-PERIODO (IDX-PAGO) TO EXCLUIDO-PERIODO
           MOVE LISTADO-EXCLUIDO TO LINEA-LISTADO
           PERFORM GRABAR-LINEA-LISTADO.

       ABRIR-LISTADO.
           ACCEPT LISTADO-FECHA FROM DATE YYYYMMDD
           ACCEPT LISTADO-HORA FROM TIME
           MOVE LISTADO-FECHA TO CABECERA-FECHA
           MOVE LISTADO-HORA TO CABECERA-HORA
           MOVE SPACES TO LISTADO-RUTA
           STRING "informe-atrasos-" LISTADO-FECHA ".lst"
               DELIMITED BY SIZE INTO LISTADO-RUTA
           MOVE 0 TO NUMERO-PAGINA
           MOVE 99 TO LINEAS-EN-PAGINA
           OPEN OUTPUT LISTADO-ARCHIVO.

       CERRAR-LISTADO.
           CLOSE LISTADO-ARCHIVO
           DISPLAY "El informe de atrasos se ha grabado en "
               LISTADO-RUTA.

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

       END PROGRAM AJUSTE-SALARIAL.
