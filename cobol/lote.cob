       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTE-NOCTURNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL PLAN-ARCHIVO
           ASSIGN TO "plan-lote.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ESTADO-ARCHIVO
           ASSIGN TO "estado-lote.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOTE-REGISTRO
           ASSIGN TO "lote-nocturno.log"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EJECUCION-REGISTRO
           ASSIGN TO "ejecucion.log"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RESUMEN-ARCHIVO
           ASSIGN TO DYNAMIC RESUMEN-RUTA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-ARCHIVO.
           01 PLAN-LINEA PIC X(120).

       FD ESTADO-ARCHIVO.
           01 ESTADO-REGISTRO.
               05 ESTADO-SITUACION PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 ESTADO-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 ESTADO-PASO PIC 9(2).
               05 FILLER PIC X VALUE SPACE.
               05 ESTADO-NOMINA PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 ESTADO-PERIODO PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 ESTADO-RC PIC 9(3).
               05 FILLER PIC X VALUE SPACE.
               05 ESTADO-PROGRAMA PIC X(20).

       FD LOTE-REGISTRO.
           01 LOTE-LINEA.
               05 LOTE-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 LOTE-HORA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 LOTE-ORDEN PIC 9(2).
               05 FILLER PIC X VALUE SPACE.
               05 LOTE-PROGRAMA PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 LOTE-EVENTO PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 LOTE-RC PIC 9(3).
               05 FILLER PIC X VALUE SPACE.
               05 LOTE-RESULTADO PIC X(9).

       FD EJECUCION-REGISTRO.
           01 EJECUCION-LINEA.
               05 EJECUCION-FECHA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-HORA PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-PROGRAMA PIC X(18).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-RESULTADO PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 EJECUCION-OPERADOR PIC X(8).

       FD RESUMEN-ARCHIVO.
           01 RESUMEN-LINEA PIC X(100).

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
       01 DIA-ACTUAL PIC 9(2).
       01 RESULTADO-EJECUCION PIC 9 VALUE 0.
       01 RESUMEN-RUTA PIC X(60).
       01 PLAN-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 PLAN-NO-HAY-MAS-REGISTROS VALUE "S".
       01 PLAN-ES-VALIDO PIC X VALUE "S".
           88 PLAN-VALIDO VALUE "S".
       01 ESTADO-FIN-DE-ARCHIVO PIC X VALUE "N".
           88 ESTADO-NO-HAY-MAS-REGISTROS VALUE "S".
       01 REANUDACION-SW PIC X VALUE "N".
           88 CADENA-REANUDADA VALUE "S".
       01 NOCHE-NOMINA-SW PIC X VALUE "N".
           88 NOCHE-DE-NOMINA VALUE "S".
       01 CADENA-DETENIDA-SW PIC X VALUE "N".
           88 CADENA-DETENIDA VALUE "S".
       01 PERIODO-TEXTO PIC X(10).
       01 PERIODO-LOTE PIC 9(6).
       01 PAGA-EXTRA-LOTE PIC X VALUE "N".
       01 FECHA-ORIGEN PIC 9(8).
       01 ORDEN-ARRANQUE PIC 9(2) VALUE 0.
       01 ORDEN-FALLIDO PIC 9(2) VALUE 0.
       01 PROGRAMA-FALLIDO PIC X(20) VALUE SPACES.
       01 RC-FALLIDO PIC 9(3) VALUE 0.
       01 DIA-NOMINA PIC 9(2) VALUE 0.
       01 NUMERO-LINEA-PLAN PIC 9(3) VALUE 0.
       01 PLAN-CLASE PIC X(20).
       01 PLAN-PROGRAMA-TEXTO PIC X(20).
       01 PLAN-RC-TEXTO PIC X(10).
       01 PLAN-NOMINA-TEXTO PIC X(10).
       01 PLAN-COMANDO-TEXTO PIC X(80).
       01 CAMPO-TEXTO PIC X(10).
       01 CAMPO-LONGITUD PIC 9(2) VALUE 0.
       01 CAMPO-DIGITOS PIC 9(2) VALUE 0.
       01 CAMPO-VALOR PIC 9(3) VALUE 0.
       01 CAMPO-ES-VALIDO PIC X VALUE "N".
           88 CAMPO-VALIDO VALUE "S".
       01 TOTAL-PASOS PIC 9(2) VALUE 0.
       01 INDICE-PASO PIC 9(2) VALUE 0.
       01 TABLA-PASOS.
           05 PASO-ENTRADA OCCURS 20 TIMES
                   INDEXED BY IDX-PASO.
               10 PASO-ORDEN PIC 9(2).
               10 PASO-PROGRAMA PIC X(20).
               10 PASO-RC-MAXIMO PIC 9(3).
               10 PASO-SOLO-NOMINA PIC X.
               10 PASO-COMANDO PIC X(80).
               10 PASO-SITUACION PIC X(10).
               10 PASO-RC PIC 9(3).
               10 PASO-INICIO PIC 9(8).
               10 PASO-FIN PIC 9(8).
               10 PASO-MOTIVO PIC X(40).
       01 COMANDO-SISTEMA PIC X(200).
       01 RETORNO-SISTEMA PIC S9(9) VALUE 0.
       01 SENAL-SISTEMA PIC 9(3) VALUE 0.
       01 CONTADOR-EJECUTADOS PIC 9(2) VALUE 0.
       01 CONTADOR-PENDIENTES PIC 9(2) VALUE 0.
       01 CONTADOR-OMITIDOS PIC 9(2) VALUE 0.

       01 RESUMEN-SEPARADOR PIC X(100) VALUE ALL "=".
       01 RESUMEN-GUIONES PIC X(100) VALUE ALL "-".
       01 RESUMEN-TITULO PIC X(60) VALUE
           "RESUMEN DE OPERACIONES DEL LOTE NOCTURNO".
       01 RESUMEN-EMISION.
           05 FILLER PIC X(11) VALUE "Emitido el ".
           05 EMISION-FECHA PIC 9(8).
           05 FILLER PIC X(7) VALUE " a las ".
           05 EMISION-HORA PIC 9(8).
           05 FILLER PIC X(13) VALUE " - operador: ".
           05 EMISION-OPERADOR PIC X(8).
       01 RESUMEN-NOCHE.
           05 FILLER PIC X(18) VALUE "Noche de nómina: ".
           05 NOCHE-NOMINA PIC X.
           05 FILLER PIC X(11) VALUE "  Periodo: ".
           05 NOCHE-PERIODO PIC 9(6).
       01 RESUMEN-REANUDACION.
           05 FILLER PIC X(31) VALUE
               "Cadena reanudada desde el paso ".
           05 REANUDACION-PASO PIC 9(2).
           05 FILLER PIC X(19) VALUE " detenida la noche ".
           05 REANUDACION-FECHA PIC 9(8).
       01 RESUMEN-CABECERA.
           05 FILLER PIC X(6) VALUE "ORDEN".
           05 FILLER PIC X(21) VALUE "PROGRAMA".
           05 FILLER PIC X(11) VALUE "SITUACION".
           05 FILLER PIC X(4) VALUE " RC".
           05 FILLER PIC X(9) VALUE "INICIO".
           05 FILLER PIC X(9) VALUE "FIN".
           05 FILLER PIC X(40) VALUE "MOTIVO".
       01 RESUMEN-DETALLE.
           05 DETALLE-ORDEN PIC 9(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DETALLE-PROGRAMA PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-SITUACION PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-RC PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-INICIO PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-FIN PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DETALLE-MOTIVO PIC X(40).
       01 RESUMEN-TOTAL.
           05 TOTAL-CONCEPTO PIC X(26).
           05 FILLER PIC X(2) VALUE ": ".
           05 TOTAL-VALOR PIC Z9.
       01 RESUMEN-DETENCION.
           05 FILLER PIC X(27) VALUE
               "CADENA DETENIDA EN EL PASO ".
           05 DETENCION-PASO PIC 9(2).
           05 FILLER PIC X(2) VALUE " (".
           05 DETENCION-PROGRAMA PIC X(20).
           05 FILLER PIC X(6) VALUE ") RC ".
           05 DETENCION-RC PIC ZZ9.
       01 MOTIVO-DETENCION.
           05 FILLER PIC X(27) VALUE "cadena detenida en el paso ".
           05 MOTIVO-DETENCION-PASO PIC 9(2).
       01 MOTIVO-YA-HECHO.
           05 FILLER PIC X(27) VALUE "ejecutado en la cadena del ".
           05 MOTIVO-YA-HECHO-FECHA PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           ACCEPT FECHA-DEL-DIA FROM DATE YYYYMMDD
           MOVE FECHA-DEL-DIA(7:2) TO DIA-ACTUAL
           DISPLAY "LOTE NOCTURNO DE NÓMINA"
           DISPLAY "============================================"
           PERFORM IDENTIFICAR-OPERADOR
           IF OPERADOR-AUTORIZADO
               PERFORM CARGAR-PLAN
           ELSE
               MOVE "N" TO PLAN-ES-VALIDO
           END-IF
           IF PLAN-VALIDO
               PERFORM LEER-ESTADO
               PERFORM DETERMINAR-ARRANQUE
           END-IF
           IF NOT PLAN-VALIDO
               DISPLAY "Lote nocturno cancelado: no se ha ejecutado "
                   "ningún paso."
               MOVE 2 TO RESULTADO-EJECUCION
           ELSE
               PERFORM TRATAR-PASO
                   VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > TOTAL-PASOS
               PERFORM GRABAR-ESTADO
               IF CADENA-DETENIDA
                   MOVE 2 TO RESULTADO-EJECUCION
               END-IF
           END-IF
           PERFORM EMITIR-RESUMEN
           PERFORM GRABAR-EJECUCION
           DISPLAY "Lote nocturno finalizado.".

       PROGRAM-DONE.
           MOVE RESULTADO-EJECUCION TO RETURN-CODE
           STOP RUN.

       CARGAR-PLAN.
           MOVE 0 TO TOTAL-PASOS
           MOVE 0 TO NUMERO-LINEA-PLAN
           MOVE "N" TO PLAN-FIN-DE-ARCHIVO
           OPEN INPUT PLAN-ARCHIVO
           PERFORM LEER-PLAN
           PERFORM EXAMINAR-LINEA-PLAN
               UNTIL PLAN-NO-HAY-MAS-REGISTROS
           CLOSE PLAN-ARCHIVO
           IF TOTAL-PASOS = 0
               DISPLAY "El plan plan-lote.dat no contiene pasos."
               MOVE "N" TO PLAN-ES-VALIDO
           END-IF.

       LEER-PLAN.
           READ PLAN-ARCHIVO
               AT END MOVE "S" TO PLAN-FIN-DE-ARCHIVO
           END-READ.

       EXAMINAR-LINEA-PLAN.
           ADD 1 TO NUMERO-LINEA-PLAN
           IF PLAN-LINEA NOT = SPACES
               MOVE SPACES TO PLAN-CLASE
               MOVE SPACES TO PLAN-PROGRAMA-TEXTO
               MOVE SPACES TO PLAN-RC-TEXTO
               MOVE SPACES TO PLAN-NOMINA-TEXTO
               MOVE SPACES TO PLAN-COMANDO-TEXTO
               UNSTRING PLAN-LINEA DELIMITED BY ","
                   INTO PLAN-CLASE PLAN-PROGRAMA-TEXTO
                       PLAN-RC-TEXTO PLAN-NOMINA-TEXTO
                       PLAN-COMANDO-TEXTO
               END-UNSTRING
               IF PLAN-CLASE = "DIA-NOMINA"
                   PERFORM CARGAR-DIA-NOMINA
               ELSE
                   PERFORM CARGAR-PASO
               END-IF
           END-IF
           PERFORM LEER-PLAN.

       CARGAR-DIA-NOMINA.
           MOVE PLAN-PROGRAMA-TEXTO TO CAMPO-TEXTO
           MOVE 2 TO CAMPO-DIGITOS
           PERFORM VALIDAR-CAMPO-NUMERICO
           IF CAMPO-VALIDO AND CAMPO-VALOR >= 1 AND CAMPO-VALOR <= 31
               MOVE CAMPO-VALOR TO DIA-NOMINA
           ELSE
               DISPLAY "Línea " NUMERO-LINEA-PLAN " del plan: día de "
                   "nómina no válido."
               MOVE "N" TO PLAN-ES-VALIDO
           END-IF.

       CARGAR-PASO.
           MOVE PLAN-CLASE TO CAMPO-TEXTO
           MOVE 2 TO CAMPO-DIGITOS
           PERFORM VALIDAR-CAMPO-NUMERICO
           IF NOT CAMPO-VALIDO OR CAMPO-VALOR = 0
               DISPLAY "Línea " NUMERO-LINEA-PLAN " del plan: orden "
                   "no válido."
               MOVE "N" TO PLAN-ES-VALIDO
           ELSE
               IF TOTAL-PASOS > 0 AND
                       CAMPO-VALOR <= PASO-ORDEN (TOTAL-PASOS)
                   DISPLAY "Línea " NUMERO-LINEA-PLAN " del plan: los "
                       "pasos deben ir en orden creciente."
                   MOVE "N" TO PLAN-ES-VALIDO
               ELSE
                   IF TOTAL-PASOS >= 20
                       DISPLAY "El plan supera el máximo de 20 pasos."
                       MOVE "N" TO PLAN-ES-VALIDO
                   ELSE
                       ADD 1 TO TOTAL-PASOS
                       SET IDX-PASO TO TOTAL-PASOS
                       MOVE CAMPO-VALOR TO PASO-ORDEN (IDX-PASO)
                       PERFORM COMPLETAR-PASO
                   END-IF
               END-IF
           END-IF.

       COMPLETAR-PASO.
           MOVE PLAN-PROGRAMA-TEXTO TO PASO-PROGRAMA (IDX-PASO)
           MOVE PLAN-COMANDO-TEXTO TO PASO-COMANDO (IDX-PASO)
           MOVE PLAN-NOMINA-TEXTO(1:1) TO PASO-SOLO-NOMINA (IDX-PASO)
           MOVE "PENDIENTE" TO PASO-SITUACION (IDX-PASO)
           MOVE 0 TO PASO-RC (IDX-PASO)
           MOVE 0 TO PASO-INICIO (IDX-PASO)
           MOVE 0 TO PASO-FIN (IDX-PASO)
           MOVE SPACES TO PASO-MOTIVO (IDX-PASO)
           MOVE PLAN-RC-TEXTO TO CAMPO-TEXTO
           MOVE 3 TO CAMPO-DIGITOS
           PERFORM VALIDAR-CAMPO-NUMERICO
           IF CAMPO-VALIDO
               MOVE CAMPO-VALOR TO PASO-RC-MAXIMO (IDX-PASO)
           ELSE
               DISPLAY "Línea " NUMERO-LINEA-PLAN " del plan: código "
                   "de retorno admitido no válido."
               MOVE "N" TO PLAN-ES-VALIDO
           END-IF
           IF PLAN-NOMINA-TEXTO NOT = "S" AND
                   PLAN-NOMINA-TEXTO NOT = "N"
               DISPLAY "Línea " NUMERO-LINEA-PLAN " del plan: la "
                   "marca de periodo de nómina debe ser S o N."
               MOVE "N" TO PLAN-ES-VALIDO
           END-IF
           IF PLAN-PROGRAMA-TEXTO = SPACES OR
                   PLAN-COMANDO-TEXTO = SPACES
               DISPLAY "Línea " NUMERO-LINEA-PLAN " del plan: falta "
                   "el programa o la orden de ejecución."
               MOVE "N" TO PLAN-ES-VALIDO
           END-IF.

       VALIDAR-CAMPO-NUMERICO.
           MOVE "N" TO CAMPO-ES-VALIDO
           MOVE 0 TO CAMPO-VALOR
           MOVE 0 TO CAMPO-LONGITUD
           INSPECT CAMPO-TEXTO TALLYING CAMPO-LONGITUD
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF CAMPO-LONGITUD > 0 AND CAMPO-LONGITUD <= CAMPO-DIGITOS
               IF CAMPO-TEXTO(1:CAMPO-LONGITUD) IS NUMERIC AND
                       CAMPO-TEXTO(CAMPO-LONGITUD + 1:) = SPACES
                   MOVE CAMPO-TEXTO(1:CAMPO-LONGITUD) TO CAMPO-VALOR
                   MOVE "S" TO CAMPO-ES-VALIDO
               END-IF
           END-IF.

       LEER-ESTADO.
           MOVE SPACES TO ESTADO-SITUACION
           MOVE "N" TO ESTADO-FIN-DE-ARCHIVO
           OPEN INPUT ESTADO-ARCHIVO
           READ ESTADO-ARCHIVO
               AT END MOVE "S" TO ESTADO-FIN-DE-ARCHIVO
           END-READ
           IF ESTADO-NO-HAY-MAS-REGISTROS
               MOVE SPACES TO ESTADO-SITUACION
           END-IF
           CLOSE ESTADO-ARCHIVO.

       DETERMINAR-ARRANQUE.
           MOVE 0 TO ORDEN-ARRANQUE
           MOVE FECHA-DEL-DIA TO FECHA-ORIGEN
           MOVE FECHA-DEL-DIA(1:6) TO PERIODO-LOTE
           MOVE SPACES TO PERIODO-TEXTO
           ACCEPT PERIODO-TEXTO FROM ENVIRONMENT "NOMINA_PERIODO"
           IF PERIODO-TEXTO NOT = SPACES
               PERFORM VALIDAR-PERIODO-LOTE
           ELSE
               IF DIA-NOMINA > 0 AND DIA-ACTUAL = DIA-NOMINA
                   MOVE "S" TO NOCHE-NOMINA-SW
               END-IF
           END-IF
           IF ESTADO-SITUACION = "DETENIDO"
               MOVE "S" TO REANUDACION-SW
               MOVE ESTADO-PASO TO ORDEN-ARRANQUE
               MOVE ESTADO-FECHA TO FECHA-ORIGEN
               IF ESTADO-NOMINA = "S"
                   MOVE "S" TO NOCHE-NOMINA-SW
                   MOVE ESTADO-PERIODO TO PERIODO-LOTE
               END-IF
               DISPLAY "Se reanuda la cadena detenida la noche "
                   ESTADO-FECHA " desde el paso " ESTADO-PASO " ("
                   ESTADO-PROGRAMA ")."
           END-IF
           IF PERIODO-LOTE(5:2) = "06" OR PERIODO-LOTE(5:2) = "12"
               MOVE "S" TO PAGA-EXTRA-LOTE
           ELSE
               MOVE "N" TO PAGA-EXTRA-LOTE
           END-IF
           IF PLAN-VALIDO
               DISPLAY "Noche de nómina: " NOCHE-NOMINA-SW
                   "  Periodo: " PERIODO-LOTE
           END-IF.

       VALIDAR-PERIODO-LOTE.
           IF PERIODO-TEXTO(1:6) IS NUMERIC AND
                   PERIODO-TEXTO(7:4) = SPACES AND
                   PERIODO-TEXTO(5:2) >= "01" AND
                   PERIODO-TEXTO(5:2) <= "12"
               MOVE PERIODO-TEXTO(1:6) TO PERIODO-LOTE
               MOVE "S" TO NOCHE-NOMINA-SW
           ELSE
               DISPLAY "NOMINA_PERIODO no válido. Debe ser AAAAMM."
               MOVE "N" TO PLAN-ES-VALIDO
           END-IF.

       TRATAR-PASO.
           EVALUATE TRUE
               WHEN CADENA-DETENIDA
                   MOVE "PENDIENTE" TO PASO-SITUACION (IDX-PASO)
                   MOVE ORDEN-FALLIDO TO MOTIVO-DETENCION-PASO
                   MOVE MOTIVO-DETENCION TO PASO-MOTIVO (IDX-PASO)
                   ADD 1 TO CONTADOR-PENDIENTES
               WHEN PASO-ORDEN (IDX-PASO) < ORDEN-ARRANQUE
                   MOVE "YA HECHO" TO PASO-SITUACION (IDX-PASO)
                   MOVE FECHA-ORIGEN TO MOTIVO-YA-HECHO-FECHA
                   MOVE MOTIVO-YA-HECHO TO PASO-MOTIVO (IDX-PASO)
                   ADD 1 TO CONTADOR-OMITIDOS
               WHEN PASO-SOLO-NOMINA (IDX-PASO) = "S" AND
                       NOT NOCHE-DE-NOMINA
                   MOVE "OMITIDO" TO PASO-SITUACION (IDX-PASO)
                   MOVE "solo en noche de nómina"
                       TO PASO-MOTIVO (IDX-PASO)
                   ADD 1 TO CONTADOR-OMITIDOS
               WHEN OTHER
                   PERFORM LANZAR-PASO
           END-EVALUATE.

       LANZAR-PASO.
           MOVE SPACES TO COMANDO-SISTEMA
           STRING "NOMINA_MODO_DESATENDIDO=S NOMINA_PERIODO="
               PERIODO-LOTE " NOMINA_PAGA_EXTRA=" PAGA-EXTRA-LOTE
               " " PASO-COMANDO (IDX-PASO)
               DELIMITED BY SIZE INTO COMANDO-SISTEMA
           END-STRING
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE HORA-ACTUAL TO PASO-INICIO (IDX-PASO)
           MOVE SPACES TO LOTE-LINEA
           MOVE "INICIO" TO LOTE-EVENTO
           MOVE 0 TO LOTE-RC
           MOVE "EN CURSO" TO LOTE-RESULTADO
           PERFORM GRABAR-LOTE
           DISPLAY "Paso " PASO-ORDEN (IDX-PASO) " "
               PASO-PROGRAMA (IDX-PASO) ": inicio " HORA-ACTUAL
           CALL "SYSTEM" USING COMANDO-SISTEMA
           MOVE RETURN-CODE TO RETORNO-SISTEMA
           MOVE 0 TO RETURN-CODE
           PERFORM INTERPRETAR-RETORNO
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE HORA-ACTUAL TO PASO-FIN (IDX-PASO)
           ADD 1 TO CONTADOR-EJECUTADOS
           IF PASO-RC (IDX-PASO) > PASO-RC-MAXIMO (IDX-PASO)
               MOVE "FALLIDO" TO PASO-SITUACION (IDX-PASO)
               MOVE "S" TO CADENA-DETENIDA-SW
               MOVE PASO-ORDEN (IDX-PASO) TO ORDEN-FALLIDO
               MOVE PASO-PROGRAMA (IDX-PASO) TO PROGRAMA-FALLIDO
               MOVE PASO-RC (IDX-PASO) TO RC-FALLIDO
               IF PASO-MOTIVO (IDX-PASO) = SPACES
                   MOVE "código de retorno no admitido"
                       TO PASO-MOTIVO (IDX-PASO)
               END-IF
           ELSE
               MOVE "CORRECTO" TO PASO-SITUACION (IDX-PASO)
           END-IF
           MOVE SPACES TO LOTE-LINEA
           MOVE "FIN" TO LOTE-EVENTO
           MOVE PASO-RC (IDX-PASO) TO LOTE-RC
           MOVE PASO-SITUACION (IDX-PASO) TO LOTE-RESULTADO
           PERFORM GRABAR-LOTE
           DISPLAY "Paso " PASO-ORDEN (IDX-PASO) " "
               PASO-PROGRAMA (IDX-PASO) ": fin " HORA-ACTUAL
               " RC " PASO-RC (IDX-PASO) " "
               PASO-SITUACION (IDX-PASO).

       INTERPRETAR-RETORNO.
           IF RETORNO-SISTEMA < 0
               MOVE 999 TO PASO-RC (IDX-PASO)
               MOVE "no se pudo lanzar la orden"
                   TO PASO-MOTIVO (IDX-PASO)
           ELSE
               DIVIDE RETORNO-SISTEMA BY 256
                   GIVING PASO-RC (IDX-PASO)
                   REMAINDER SENAL-SISTEMA
               END-DIVIDE
               IF SENAL-SISTEMA NOT = 0
                   MOVE 999 TO PASO-RC (IDX-PASO)
                   MOVE "terminación anormal del programa"
                       TO PASO-MOTIVO (IDX-PASO)
               END-IF
           END-IF.

       GRABAR-LOTE.
           ACCEPT LOTE-FECHA FROM DATE YYYYMMDD
           MOVE HORA-ACTUAL TO LOTE-HORA
           MOVE PASO-ORDEN (IDX-PASO) TO LOTE-ORDEN
           MOVE PASO-PROGRAMA (IDX-PASO) TO LOTE-PROGRAMA
           OPEN EXTEND LOTE-REGISTRO
           WRITE LOTE-LINEA
           CLOSE LOTE-REGISTRO.

       GRABAR-ESTADO.
           MOVE SPACES TO ESTADO-REGISTRO
           IF CADENA-DETENIDA
               MOVE "DETENIDO" TO ESTADO-SITUACION
               MOVE FECHA-ORIGEN TO ESTADO-FECHA
               MOVE ORDEN-FALLIDO TO ESTADO-PASO
               MOVE PROGRAMA-FALLIDO TO ESTADO-PROGRAMA
               MOVE RC-FALLIDO TO ESTADO-RC
           ELSE
               MOVE "COMPLETO" TO ESTADO-SITUACION
               MOVE FECHA-DEL-DIA TO ESTADO-FECHA
               MOVE 0 TO ESTADO-PASO
               MOVE 0 TO ESTADO-RC
           END-IF
           MOVE NOCHE-NOMINA-SW TO ESTADO-NOMINA
           MOVE PERIODO-LOTE TO ESTADO-PERIODO
           OPEN OUTPUT ESTADO-ARCHIVO
           WRITE ESTADO-REGISTRO
           CLOSE ESTADO-ARCHIVO.

       EMITIR-RESUMEN.
           ACCEPT HORA-ACTUAL FROM TIME
           MOVE SPACES TO RESUMEN-RUTA
           STRING "resumen-lote-" FECHA-DEL-DIA ".txt"
               DELIMITED BY SIZE INTO RESUMEN-RUTA
           END-STRING
           OPEN OUTPUT RESUMEN-ARCHIVO
           WRITE RESUMEN-LINEA FROM RESUMEN-SEPARADOR
           WRITE RESUMEN-LINEA FROM RESUMEN-TITULO
           MOVE FECHA-DEL-DIA TO EMISION-FECHA
           MOVE HORA-ACTUAL TO EMISION-HORA
           MOVE OPERADOR-ACTUAL TO EMISION-OPERADOR
           WRITE RESUMEN-LINEA FROM RESUMEN-EMISION
           WRITE RESUMEN-LINEA FROM RESUMEN-SEPARADOR
           EVALUATE TRUE
               WHEN NOT OPERADOR-AUTORIZADO
                   MOVE
                       "OPERADOR NO AUTORIZADO: ningún paso ejecutado."
                       TO RESUMEN-LINEA
                   WRITE RESUMEN-LINEA
                   MOVE "Revise NOMINA_OPERADOR y operadores.dat."
                       TO RESUMEN-LINEA
                   WRITE RESUMEN-LINEA
               WHEN NOT PLAN-VALIDO
                   MOVE "PLAN NO VÁLIDO: ningún paso ejecutado."
                       TO RESUMEN-LINEA
                   WRITE RESUMEN-LINEA
                   MOVE "Revise plan-lote.dat y el registro de consola."
                       TO RESUMEN-LINEA
                   WRITE RESUMEN-LINEA
               WHEN OTHER
                   PERFORM ESCRIBIR-DETALLE-RESUMEN
           END-EVALUATE
           CLOSE RESUMEN-ARCHIVO
           DISPLAY "Resumen de operaciones grabado en " RESUMEN-RUTA.

       ESCRIBIR-DETALLE-RESUMEN.
           MOVE NOCHE-NOMINA-SW TO NOCHE-NOMINA
           MOVE PERIODO-LOTE TO NOCHE-PERIODO
           WRITE RESUMEN-LINEA FROM RESUMEN-NOCHE
           IF CADENA-REANUDADA
               MOVE ORDEN-ARRANQUE TO REANUDACION-PASO
               MOVE FECHA-ORIGEN TO REANUDACION-FECHA
               WRITE RESUMEN-LINEA FROM RESUMEN-REANUDACION
           END-IF
           WRITE RESUMEN-LINEA FROM RESUMEN-GUIONES
           WRITE RESUMEN-LINEA FROM RESUMEN-CABECERA
           WRITE RESUMEN-LINEA FROM RESUMEN-GUIONES
           PERFORM ESCRIBIR-LINEA-PASO
               VARYING INDICE-PASO FROM 1 BY 1
               UNTIL INDICE-PASO > TOTAL-PASOS
           WRITE RESUMEN-LINEA FROM RESUMEN-GUIONES
           MOVE "Pasos ejecutados" TO TOTAL-CONCEPTO
           MOVE CONTADOR-EJECUTADOS TO TOTAL-VALOR
           WRITE RESUMEN-LINEA FROM RESUMEN-TOTAL
           MOVE "Pasos no ejecutados" TO TOTAL-CONCEPTO
           MOVE CONTADOR-OMITIDOS TO TOTAL-VALOR
           WRITE RESUMEN-LINEA FROM RESUMEN-TOTAL
           MOVE "Pasos pendientes" TO TOTAL-CONCEPTO
           MOVE CONTADOR-PENDIENTES TO TOTAL-VALOR
           WRITE RESUMEN-LINEA FROM RESUMEN-TOTAL
           WRITE RESUMEN-LINEA FROM RESUMEN-SEPARADOR
           IF CADENA-DETENIDA
               MOVE ORDEN-FALLIDO TO DETENCION-PASO
               MOVE PROGRAMA-FALLIDO TO DETENCION-PROGRAMA
               MOVE RC-FALLIDO TO DETENCION-RC
               WRITE RESUMEN-LINEA FROM RESUMEN-DETENCION
               MOVE "La próxima noche se reanudará desde ese paso."
                   TO RESUMEN-LINEA
               WRITE RESUMEN-LINEA
           ELSE
               MOVE "CADENA COMPLETA." TO RESUMEN-LINEA
               WRITE RESUMEN-LINEA
           END-IF.

       ESCRIBIR-LINEA-PASO.
           SET IDX-PASO TO INDICE-PASO
           MOVE PASO-ORDEN (IDX-PASO) TO DETALLE-ORDEN
           MOVE PASO-PROGRAMA (IDX-PASO) TO DETALLE-PROGRAMA
           MOVE PASO-SITUACION (IDX-PASO) TO DETALLE-SITUACION
           MOVE PASO-RC (IDX-PASO) TO DETALLE-RC
           MOVE PASO-MOTIVO (IDX-PASO) TO DETALLE-MOTIVO
           IF PASO-INICIO (IDX-PASO) = 0
               MOVE SPACES TO DETALLE-INICIO
               MOVE SPACES TO DETALLE-FIN
               MOVE 0 TO DETALLE-RC
           ELSE
               MOVE PASO-INICIO (IDX-PASO) TO DETALLE-INICIO
               MOVE PASO-FIN (IDX-PASO) TO DETALLE-FIN
           END-IF
           WRITE RESUMEN-LINEA FROM RESUMEN-DETALLE.

       GRABAR-EJECUCION.
           MOVE SPACES TO EJECUCION-LINEA
           ACCEPT EJECUCION-FECHA FROM DATE YYYYMMDD
           ACCEPT EJECUCION-HORA FROM TIME
           MOVE OPERADOR-ACTUAL TO EJECUCION-OPERADOR
           MOVE "LOTE-NOCTURNO" TO EJECUCION-PROGRAMA
           EVALUATE TRUE
               WHEN NOT PLAN-VALIDO
                   MOVE "ERROR" TO EJECUCION-RESULTADO
               WHEN CADENA-DETENIDA
                   MOVE "DETENIDO" TO EJECUCION-RESULTADO
               WHEN OTHER
                   MOVE "CORRECTO" TO EJECUCION-RESULTADO
           END-EVALUATE
           OPEN EXTEND EJECUCION-REGISTRO
           WRITE EJECUCION-LINEA
           CLOSE EJECUCION-REGISTRO.

       IDENTIFICAR-OPERADOR.
           MOVE SPACES TO OPERADOR-ACTUAL
           MOVE SPACE TO OPERADOR-PERFIL-ACTUAL
           ACCEPT OPERADOR-ACTUAL FROM ENVIRONMENT "NOMINA_OPERADOR"
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

       END PROGRAM LOTE-NOCTURNO.
