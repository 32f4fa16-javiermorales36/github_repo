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

       SELECT OPTIONAL INCIDENCIAS-ARCHIVO
           ASSIGN TO "incidencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EMPLEADOS-AUDITORIA
           ASSIGN TO "auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO "transferencias-finiquitos.dat"
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

       FD INCIDENCIAS-ARCHIVO.
           01 INCIDENCIAS-LINEA PIC X(120).

       FD EMPLEADOS-AUDITORIA.
           01 AUDITORIA-REGISTRO.
               05 AUDITORIA-ID PIC X(6).
               05 AUDITORIA-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-HORA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDITORIA-OPERADOR PIC X(8).

       FD FINIQUITOS-ARCHIVO.
           01 FINIQUITO-LINEA PIC X(90).
       FD TRANSFERENCIAS-ARCHIVO.
           01 TRANSFERENCIA-LINEA PIC X(60).

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
       01 FECHA-DEL-DIA PIC 9(8).
       01 HORA-ACTUAL PIC 9(8).
       01 SI-NO PIC X VALUE "S".
       01 DEDUCCION-SS PIC 9(7)V99.
       01 DEDUCCION-TOTAL PIC 9(7)V99.
       01 SALARIO-NETO PIC 9(7)V99.
       01 VACACIONES-EXISTE-SW PIC X VALUE "N".
           88 VACACIONES-EXISTE VALUE "S".
       01 BAJA-DESGLOSE.
           05 BAJA-DESGLOSE-ANYO PIC 9(4).
           05 BAJA-DESGLOSE-MES PIC 9(2).
           05 BAJA-DESGLOSE-DIA PIC 9(2).
       01 ALTA-DESGLOSE.
           05 ALTA-DESGLOSE-ANYO PIC 9(4).
           05 ALTA-DESGLOSE-MES PIC 9(2).
           05 ALTA-DESGLOSE-DIA PIC 9(2).
       01 DIAS-DEVENGO-PREVIO PIC 9(3).
       01 DEVENGO-MES-BAJA PIC 9(3)V99.
       01 DIAS-VACACIONES-PENDIENTES PIC S9(3)V99.
       01 DIAS-VACACIONES-PAGO PIC 9(3)V99.
       01 IMPORTE-VACACIONES PIC 9(7)V99.
       01 DISFRUTE-PENDIENTE PIC 9(3)V99.
       01 INC-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 INC-NO-HAY-MAS-REGISTROS VALUE "S".
       01 INC-PERIODO-TEXTO PIC X(10).
       01 INC-EMPLEADO-TEXTO PIC X(10).
       01 INC-CLASE-TEXTO PIC X(10).
       01 INC-DESCRIPCION-TEXTO PIC X(30).
       01 INC-IMPORTE-TEXTO PIC X(12).
       01 ORDEN-ABIERTA-SW PIC X VALUE "N".
           88 ORDEN-FINIQUITOS-ABIERTA VALUE "S".
       01 CONTADOR-TRANSFERENCIAS PIC 9(6) VALUE 0.
           88 SS-CARGADO VALUE "S".
       01 TRIENIO-CARGADO-SW PIC X VALUE "N".
           88 TRIENIO-CARGADO VALUE "S".
       01 DIAS-VACACIONES-ANYO PIC 9(3)V99 VALUE 0.
       01 VACACIONES-CARGADO-SW PIC X VALUE "N".
           88 VACACIONES-CARGADO VALUE "S".
       01 TIPOS-COMPLETOS-SW PIC X VALUE "N".
           88 TIPOS-COMPLETOS VALUE "S".
       01 TRAMO-EN-ORDEN-SW PIC X VALUE "S".
           05 FILLER PIC X(2) VALUE ": ".
           05 FINIQUITO-DIAS-NUM PIC Z9.
           05 FILLER PIC X(6) VALUE " de 30".
       01 FINIQUITO-VACACIONES.
           05 FILLER PIC X(22) VALUE "Vacaciones pendientes".
           05 FILLER PIC X(2) VALUE ": ".
           05 FINIQUITO-VACACIONES-DIAS PIC ZZ9.99.
           05 FILLER PIC X(6) VALUE " días".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           MOVE "N" TO PERFIL-REQUERIDO
           PERFORM IDENTIFICAR-OPERADOR
           IF OPERADOR-AUTORIZADO
               PERFORM CARGAR-TIPOS
               PERFORM VALIDAR-TABLA-TIPOS
           END-IF
           IF NOT OPERADOR-AUTORIZADO OR NOT TIPOS-COMPLETOS
               DISPLAY "Proceso de baja cancelado."
           ELSE
               PERFORM PROCEDIMIENTO-DE-APERTURA
               DISPLAY "Falta la línea TRIENIO en "
                   "tipos-retencion.dat."
               MOVE "N" TO TIPOS-COMPLETOS-SW
           END-IF
           IF NOT VACACIONES-CARGADO
               DISPLAY "Falta la línea VACACIONES en "
                   "tipos-retencion.dat."
               MOVE "N" TO TIPOS-COMPLETOS-SW
           END-IF.

       CARGAR-TIPOS.
                   PERFORM CARGAR-PORCENTAJE-SS
               WHEN "TRIENIO"
                   PERFORM CARGAR-IMPORTE-TRIENIO
               WHEN "VACACIONES"
                   PERFORM CARGAR-DIAS-VACACIONES
               WHEN "SSEMP-CC"
               WHEN "SSEMP-DES"
               WHEN "SSEMP-FOG"
               WHEN "SSEMP-FP"
               WHEN "BASE-MIN"
               WHEN "BASE-MAX"
               WHEN "SMI"
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
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

       CONVERTIR-IMPORTE.
           MOVE "N" TO IMPORTE-ES-VALIDO
           MOVE 0 TO IMPORTE-CONVERTIDO

       PROCEDIMIENTO-DE-APERTURA.
           PERFORM RESOLVER-RUTA-ARCHIVO
           OPEN I-O EMPLEADOS-ARCHIVO
           OPEN I-O VACACIONES-ARCHIVO.

       RESOLVER-RUTA-ARCHIVO.
           MOVE SPACES TO EMPLEADOS-ARCHIVO-RUTA
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
                   "transferencias-finiquitos.dat: "
                   CONTADOR-TRANSFERENCIAS " abonos."
           END-IF
           CLOSE VACACIONES-ARCHIVO
           CLOSE EMPLEADOS-ARCHIVO.

       PROCESAR-UNA-BAJA.
               SALARIO-MES-COMPLETO * DIA-BAJA / 30
           COMPUTE PLUS-PRORRATEADO ROUNDED =
               PLUS-ANTIGUEDAD * DIA-BAJA / 30
           PERFORM CALCULAR-VACACIONES-PENDIENTES
           ADD IMPORTE-VACACIONES TO SALARIO-BRUTO
           PERFORM CALCULAR-IRPF
           COMPUTE DEDUCCION-SS ROUNDED = SALARIO-BRUTO
               * PORCENTAJE-SS / 100
           SUBTRACT DEDUCCION-TOTAL FROM SALARIO-BRUTO
               GIVING SALARIO-NETO.

       CALCULAR-VACACIONES-PENDIENTES.
           MOVE 0 TO IMPORTE-VACACIONES
           MOVE 0 TO DIAS-VACACIONES-PAGO
           COMPUTE DEVENGO-MES-BAJA ROUNDED =
               DIAS-VACACIONES-ANYO * DIA-BAJA / 360
           MOVE EMPLEADOS-ID TO VACACIONES-ID
           MOVE "S" TO VACACIONES-EXISTE-SW
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   MOVE "N" TO VACACIONES-EXISTE-SW
           END-READ
           IF VACACIONES-EXISTE
               COMPUTE DIAS-VACACIONES-PENDIENTES = VACACIONES-ARRASTRE
                   + VACACIONES-DEVENGADOS - VACACIONES-DISFRUTADOS
               IF VACACIONES-ULTIMO-PERIODO = PERIODO-BAJA
                   SUBTRACT VACACIONES-ULTIMO-DEVENGO
                       FROM DIAS-VACACIONES-PENDIENTES
               END-IF
               IF VACACIONES-ULTIMO-PERIODO > PERIODO-BAJA
                   DISPLAY "Aviso: el saldo de vacaciones incluye "
                       "periodos posteriores a la baja."
               ELSE
                   ADD DEVENGO-MES-BAJA TO DIAS-VACACIONES-PENDIENTES
               END-IF
           ELSE
               DISPLAY "Aviso: el empleado no tiene saldo de "
                   "vacaciones; se liquida lo devengado en el año."
               PERFORM CALCULAR-DEVENGO-SIN-SALDO
           END-IF
           IF NOT VACACIONES-EXISTE OR
                   VACACIONES-ULTIMO-PERIODO < PERIODO-BAJA
               PERFORM RESTAR-DISFRUTE-PENDIENTE
           END-IF
           IF DIAS-VACACIONES-PENDIENTES > 0
               MOVE DIAS-VACACIONES-PENDIENTES TO DIAS-VACACIONES-PAGO
               COMPUTE IMPORTE-VACACIONES ROUNDED =
                   SALARIO-MES-COMPLETO * DIAS-VACACIONES-PAGO / 30
           END-IF
           IF DIAS-VACACIONES-PENDIENTES < 0
               DISPLAY "Aviso: vacaciones disfrutadas en exceso ("
                   DIAS-VACACIONES-PENDIENTES " días); no se "
                   "descuentan del finiquito."
           END-IF.

       CALCULAR-DEVENGO-SIN-SALDO.
           MOVE FECHA-BAJA TO BAJA-DESGLOSE
           MOVE 0 TO DIAS-DEVENGO-PREVIO
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC AND
                   EMPLEADOS-FECHA-ALTA(1:6) < PERIODO-BAJA
               MOVE EMPLEADOS-FECHA-ALTA TO ALTA-DESGLOSE
               IF ALTA-DESGLOSE-DIA > 30
                   MOVE 30 TO ALTA-DESGLOSE-DIA
               END-IF
               IF ALTA-DESGLOSE-ANYO < BAJA-DESGLOSE-ANYO
                   COMPUTE DIAS-DEVENGO-PREVIO =
                       (BAJA-DESGLOSE-MES - 1) * 30
               ELSE
                   COMPUTE DIAS-DEVENGO-PREVIO =
                       (BAJA-DESGLOSE-MES - ALTA-DESGLOSE-MES - 1) * 30
                       + 31 - ALTA-DESGLOSE-DIA
               END-IF
           END-IF
           COMPUTE DIAS-VACACIONES-PENDIENTES ROUNDED =
               DIAS-VACACIONES-ANYO * DIAS-DEVENGO-PREVIO / 360
               + DEVENGO-MES-BAJA.

       RESTAR-DISFRUTE-PENDIENTE.
           MOVE 0 TO DISFRUTE-PENDIENTE
           MOVE "N" TO INC-FIN-DE-ARCHIVO
           OPEN INPUT INCIDENCIAS-ARCHIVO
           PERFORM LEER-INCIDENCIA
           PERFORM SUMAR-DISFRUTE-INCIDENCIA
               UNTIL INC-NO-HAY-MAS-REGISTROS
           CLOSE INCIDENCIAS-ARCHIVO
           IF DISFRUTE-PENDIENTE > 0
               DISPLAY "Vacaciones del mes de baja aún no liquidadas "
                   "en nómina: " DISFRUTE-PENDIENTE " días."
               SUBTRACT DISFRUTE-PENDIENTE
                   FROM DIAS-VACACIONES-PENDIENTES
           END-IF.

       LEER-INCIDENCIA.
           READ INCIDENCIAS-ARCHIVO
               AT END MOVE "S" TO INC-FIN-DE-ARCHIVO
           END-READ.

       SUMAR-DISFRUTE-INCIDENCIA.
           MOVE SPACES TO INC-PERIODO-TEXTO
           MOVE SPACES TO INC-EMPLEADO-TEXTO
           MOVE SPACES TO INC-CLASE-TEXTO
           MOVE SPACES TO INC-DESCRIPCION-TEXTO
           MOVE SPACES TO INC-IMPORTE-TEXTO
           UNSTRING INCIDENCIAS-LINEA DELIMITED BY ","
               INTO INC-PERIODO-TEXTO INC-EMPLEADO-TEXTO
                   INC-CLASE-TEXTO INC-DESCRIPCION-TEXTO
                   INC-IMPORTE-TEXTO
           END-UNSTRING
           IF INCIDENCIAS-LINEA NOT = SPACES AND
                   INC-PERIODO-TEXTO(1:6) = PERIODO-BAJA AND
                   INC-EMPLEADO-TEXTO(1:6) = EMPLEADOS-ID AND
                   INC-CLASE-TEXTO = "VACACIONES"
               MOVE INC-IMPORTE-TEXTO TO IMPORTE-TEXTO
               PERFORM CONVERTIR-IMPORTE
               IF IMPORTE-VALIDO
                   ADD IMPORTE-CONVERTIDO TO DISFRUTE-PENDIENTE
               ELSE
                   DISPLAY "Incidencia de vacaciones descartada "
                       "(importe no válido): " INCIDENCIAS-LINEA
               END-IF
           END-IF
           PERFORM LEER-INCIDENCIA.

       CALCULAR-ANTIGUEDAD.
           MOVE 0 TO ANYOS-SERVICIO
           MOVE 0 TO TRIENIOS-EMPLEADO
           DISPLAY "  Salario bruto : " SALARIO-BRUTO.
           DISPLAY "  Antigüedad    : " PLUS-PRORRATEADO " ("
               TRIENIOS-EMPLEADO " trienios)".
           IF IMPORTE-VACACIONES > 0
               DISPLAY "  Vacaciones    : " IMPORTE-VACACIONES " ("
                   DIAS-VACACIONES-PAGO " días no disfrutados)"
           END-IF
           DISPLAY "  Retención IRPF: " DEDUCCION-IRPF.
           DISPLAY "  Seguridad Soc.: " DEDUCCION-SS.
           DISPLAY "  Líquido a pagar: " SALARIO-NETO.
           MOVE "Antigüedad" TO FINIQUITO-CONCEPTO
           MOVE PLUS-PRORRATEADO TO FINIQUITO-VALOR
           WRITE FINIQUITO-LINEA FROM FINIQUITO-IMPORTE
           IF IMPORTE-VACACIONES > 0
               MOVE DIAS-VACACIONES-PAGO TO FINIQUITO-VACACIONES-DIAS
               WRITE FINIQUITO-LINEA FROM FINIQUITO-VACACIONES
               MOVE "Vacaciones no disfrut." TO FINIQUITO-CONCEPTO
               MOVE IMPORTE-VACACIONES TO FINIQUITO-VALOR
               WRITE FINIQUITO-LINEA FROM FINIQUITO-IMPORTE
           END-IF
           MOVE "Retención IRPF" TO FINIQUITO-CONCEPTO
           MOVE DEDUCCION-IRPF TO FINIQUITO-VALOR
           WRITE FINIQUITO-LINEA FROM FINIQUITO-IMPORTE
                   DISPLAY "Error al retirar el empleado del maestro."
               NOT INVALID KEY
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM RETIRAR-SALDO-VACACIONES
                   DISPLAY "Baja tramitada: finiquito emitido y "
                       "empleado retirado del maestro."
           END-DELETE.

       RETIRAR-SALDO-VACACIONES.
           IF VACACIONES-EXISTE
               DELETE VACACIONES-ARCHIVO
                   INVALID KEY
                       DISPLAY "Aviso: no se pudo retirar el saldo de "
                           "vacaciones del empleado."
               END-DELETE
           END-IF.

       REGISTRAR-AUDITORIA.
           MOVE EMPLEADOS-ID TO AUDITORIA-ID
           MOVE "BAJA" TO AUDITORIA-OPERACION
           ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD
           ACCEPT AUDITORIA-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO AUDITORIA-OPERADOR
           OPEN EXTEND EMPLEADOS-AUDITORIA
           WRITE AUDITORIA-REGISTRO
           CLOSE EMPLEADOS-AUDITORIA.
               PERFORM VALIDAR-RESPUESTA
           END-IF.

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

       END PROGRAM BAJA-EMPLEADO.
