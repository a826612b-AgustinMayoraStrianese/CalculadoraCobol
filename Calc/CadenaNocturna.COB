      ******************************************************************
      * Author:Agustin Mayora
      * Date: 15/10/2026
      * Purpose: Controlador de la cadena nocturna: para una fecha de
      *          negocio corre en orden los pasos del cierre del dia
      *            1 ConsolidarEstaciones
      *            2 Conciliacion
      *            3 InterfazContable
      *          y, el ultimo dia habil del mes, ademas
      *            4 Facturacion (del primero al ultimo dia del mes)
      *            5 CierreBitacora (corte del mes)
      *          Cada paso se lanza como programa aparte con sus
      *          respuestas en CADENTR y queda asentado en el registro
      *          de corridas PASOFILE con inicio, fin y codigo de
      *          retorno. La cadena se detiene en el primer paso que
      *          falla (codigo de retorno mayor al admitido para ese
      *          paso) y la proxima invocacion retoma desde ese paso
      *          sin repetir los ya completados. Tambien se puede
      *          pedir un solo paso: se rechaza si ya esta completo o
      *          si su predecesor no completo para esa fecha.
      *          Codigos de retorno: 0 = pasos pedidos completos,
      *          4 = la cadena del dia ya estaba completa, 8 = paso
      *          fallido o rechazado, 12 = no se pudo grabar el
      *          registro de corridas o las respuestas de un paso.
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CadenaNocturna.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASO-FILE ASSIGN TO "PASOFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASO-STATUS.

           SELECT ENTR-FILE ASSIGN TO "CADENTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    REGISTRO DE CORRIDAS: CADA PASO LANZADO DEJA UNA LINEA AL
      *    ARRANCAR (ESTADO E, EN CURSO) Y OTRA AL TERMINAR (C =
      *    COMPLETO, F = FALLIDO); VALE LA ULTIMA LINEA DEL PASO
       FD  PASO-FILE.
       01  PASO-RECORD.
           05 PASO-FECHA                PIC 9(08).
           05 FILLER                    PIC X(01).
           05 PASO-NUMERO               PIC 9(02).
           05 FILLER                    PIC X(01).
           05 PASO-PROGRAMA             PIC X(20).
           05 FILLER                    PIC X(01).
           05 PASO-ESTADO               PIC X(01).
           05 FILLER                    PIC X(01).
           05 PASO-INICIO-FECHA         PIC 9(08).
           05 FILLER                    PIC X(01).
           05 PASO-INICIO-HORA          PIC 9(06).
           05 FILLER                    PIC X(01).
           05 PASO-FIN-FECHA            PIC 9(08).
           05 FILLER                    PIC X(01).
           05 PASO-FIN-HORA             PIC 9(06).
           05 FILLER                    PIC X(01).
           05 PASO-RC                   PIC 9(03).

      *    RESPUESTAS A LAS PREGUNTAS DEL PASO, UNA POR LINEA
       FD  ENTR-FILE.
       01  ENTR-RECORD                  PIC X(20).

       WORKING-STORAGE SECTION.
           77 WS-PASO-STATUS PIC X(02).
           77 WS-ENTR-STATUS PIC X(02).
           77 WS-FIN-PASOS PIC X(01) VALUE "N".
               88 FIN-PASOS VALUE "S".
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.

      *    PASOS DE LA CADENA: PROGRAMA, CODIGO DE RETORNO MAXIMO CON
      *    EL QUE EL PASO SE DA POR COMPLETO; LOS DOS ULTIMOS SON DE
      *    FIN DE MES.
      *    LA CONSOLIDACION ADMITE 8 (NINGUN ARCHIVO DE ESTACION QUE
      *    FUNDIR: NOCHE SIN ACTIVIDAD); EL RESTO ADMITE AVISOS (4)
           01 WS-PASOS-VALORES.
               05 FILLER PIC X(22) VALUE "ConsolidarEstaciones08".
               05 FILLER PIC X(22) VALUE "Conciliacion        04".
               05 FILLER PIC X(22) VALUE "InterfazContable    04".
               05 FILLER PIC X(22) VALUE "Facturacion         04".
               05 FILLER PIC X(22) VALUE "CierreBitacora      04".
           01 WS-TABLA-PASOS REDEFINES WS-PASOS-VALORES.
               05 WS-PASO OCCURS 5 TIMES
                       INDEXED BY WS-IDX-PASO WS-IDX-ANTERIOR.
                   10 WS-PASO-PROGRAMA PIC X(20).
                   10 WS-PASO-RC-MAXIMO PIC 9(02).
           77 WS-CANT-PASOS-DIA PIC 9(02) COMP VALUE 3.
           77 WS-CANT-PASOS-MES PIC 9(02) COMP VALUE 5.

      *    ESTADO DE CADA PASO PARA LA FECHA, SEGUN PASOFILE
      *    (BLANCO = NO CORRIO, E = QUEDO EN CURSO, C, F)
           01 WS-TABLA-ESTADOS.
               05 WS-ESTADO-PASO OCCURS 5 TIMES.
                   10 WS-EST-ESTADO PIC X(01).
                   10 WS-EST-RC PIC 9(03).

      *    DIRECTORIO DE LOS EJECUTABLES Y COMANDO DEL PASO
           77 WS-DIRECTORIO-PROGRAMAS PIC X(20) VALUE "./".
           77 WS-COMANDO PIC X(80).
           77 WS-ESTADO-SISTEMA PIC S9(09) COMP.
           77 WS-RESTO-SISTEMA PIC S9(09) COMP.
           77 WS-RC-PASO PIC 9(03).

      *    FECHA DE NEGOCIO Y SU DESARME
           77 WS-FECHA-NEGOCIO PIC 9(08).
           77 WS-FECHA-HOY PIC 9(08).
           77 WS-HORA-HOY PIC 9(08).
           77 WS-ENTRADA-VALIDA PIC X(01) VALUE "N".
           01 WS-FECHA-EDIT.
               05 WS-EDIT-AAAA PIC 9(04).
               05 WS-EDIT-MM PIC 9(02).
               05 WS-EDIT-DD PIC 9(02).
           77 WS-FECHA-BIEN-FORMADA PIC X(01).

      *    DIAS DE CADA MES (FEBRERO SE CORRIGE EN LOS BISIESTOS)
           01 WS-DIAS-MESES-VALORES.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-DIAS-MESES REDEFINES WS-DIAS-MESES-VALORES.
               05 WS-DIAS-MES PIC 9(02) OCCURS 12 TIMES.
           77 WS-ULTIMO-DIA-MES PIC 9(02).
           77 WS-ANIOS PIC 9(04) COMP.
           77 WS-RESTO-4 PIC 9(03) COMP.
           77 WS-RESTO-100 PIC 9(03) COMP.
           77 WS-RESTO-400 PIC 9(03) COMP.

      *    DIA DE LA SEMANA DE LA FECHA (1 = LUNES ... 7 = DOMINGO)
           77 WS-DIA-SEMANA PIC 9(01).
           77 WS-DIAS-CORRIDOS PIC 9(07) COMP.
           77 WS-SEMANAS PIC 9(07) COMP.
           77 WS-RESTO-SEMANA PIC 9(01) COMP.
           77 WS-DIA-HABIL PIC X(01) VALUE "S".
           77 WS-FIN-DE-MES PIC X(01) VALUE "N".

      *    RESPUESTAS QUE SE ARMAN PARA LOS PASOS
           77 WS-ID-CORRIDA PIC X(08).
           77 WS-PERIODO-MES PIC 9(06).
           77 WS-PRIMER-DIA-MES PIC 9(08).
           77 WS-ULTIMA-FECHA-MES PIC 9(08).

      *    PASO PEDIDO Y CONTROL DE LA CORRIDA
           77 WS-PASO-PEDIDO PIC 9(02).
           77 WS-NUMERO-PASO PIC 9(02).
           77 WS-PASOS-CORRIDOS PIC 9(02) COMP VALUE ZERO.
           77 WS-CADENA-DETENIDA PIC X(01) VALUE "N".
           77 WS-PREDECESOR-OK PIC X(01).
           77 WS-INICIO-FECHA PIC 9(08).
           77 WS-INICIO-HORA PIC 9(06).

      *    CAMPOS EDITADOS DE SOPORTE
           77 WS-NUMERO-FORMAT PIC Z9.
           77 WS-RC-FORMAT PIC ZZ9.
           77 WS-ESTADO-TEXTO PIC X(20).

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN.
           PERFORM PEDIR-FECHA-NEGOCIO.
           PERFORM DETERMINAR-DIA-SEMANA.
           PERFORM DETERMINAR-FIN-DE-MES.
           PERFORM CARGAR-ESTADOS.
           PERFORM INFORMAR-ESTADOS.
           PERFORM PEDIR-PASO.
           IF WS-PASO-PEDIDO = ZERO
               PERFORM CORRER-CADENA
           ELSE
               PERFORM CORRER-PASO-PEDIDO.
           PERFORM INFORMAR-ESTADOS.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.

      *    RUTINAS

       PEDIR-FECHA-NEGOCIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-NEGOCIO UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-FECHA-NEGOCIO.
           DISPLAY "INGRESE LA FECHA DE NEGOCIO (AAAAMMDD, 0 = HOY):".
           ACCEPT WS-FECHA-NEGOCIO.
           IF WS-FECHA-NEGOCIO NUMERIC
                  AND WS-FECHA-NEGOCIO = ZERO
               MOVE WS-FECHA-HOY TO WS-FECHA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-EDIT.
           PERFORM VALIDAR-FECHA-EDIT.
           IF WS-FECHA-BIEN-FORMADA = "S"
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "FECHA INVALIDA, REINGRESE".

       VALIDAR-FECHA-EDIT.
           MOVE "N" TO WS-FECHA-BIEN-FORMADA.
           IF WS-FECHA-EDIT NUMERIC
                  AND WS-EDIT-AAAA > 1600 AND WS-EDIT-AAAA < 9999
                  AND WS-EDIT-MM >= 01 AND WS-EDIT-MM <= 12
               PERFORM DETERMINAR-ULTIMO-DIA-MES
               IF WS-EDIT-DD >= 01
                      AND WS-EDIT-DD <= WS-ULTIMO-DIA-MES
                   MOVE "S" TO WS-FECHA-BIEN-FORMADA
               END-IF
           END-IF.

       DETERMINAR-ULTIMO-DIA-MES.
           MOVE WS-DIAS-MES (WS-EDIT-MM) TO WS-ULTIMO-DIA-MES.
           IF WS-EDIT-MM = 02
               DIVIDE WS-EDIT-AAAA BY 4
                   GIVING WS-ANIOS REMAINDER WS-RESTO-4
               DIVIDE WS-EDIT-AAAA BY 100
                   GIVING WS-ANIOS REMAINDER WS-RESTO-100
               DIVIDE WS-EDIT-AAAA BY 400
                   GIVING WS-ANIOS REMAINDER WS-RESTO-400
               IF WS-RESTO-400 = ZERO
                      OR (WS-RESTO-4 = ZERO AND WS-RESTO-100 NOT = ZERO)
                   MOVE 29 TO WS-ULTIMO-DIA-MES
               END-IF
           END-IF.

      *    EL 01/01/1601 (DIA 1 DEL CALENDARIO ENTERO) FUE LUNES
       DETERMINAR-DIA-SEMANA.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-NEGOCIO) - 1.
           DIVIDE WS-DIAS-CORRIDOS BY 7
               GIVING WS-SEMANAS
               REMAINDER WS-RESTO-SEMANA.
           COMPUTE WS-DIA-SEMANA = WS-RESTO-SEMANA + 1.
           IF WS-DIA-SEMANA > 5
               MOVE "N" TO WS-DIA-HABIL
           ELSE
               MOVE "S" TO WS-DIA-HABIL.

      *    ULTIMO DIA HABIL DEL MES: DIA HABIL QUE ES EL ULTIMO DEL
      *    MES, O VIERNES AL QUE SOLO LE SIGUEN SABADO Y DOMINGO DEL
      *    MISMO MES (NO HAY CALENDARIO DE FERIADOS)
       DETERMINAR-FIN-DE-MES.
           MOVE "N" TO WS-FIN-DE-MES.
           IF WS-DIA-HABIL = "S"
               IF WS-EDIT-DD = WS-ULTIMO-DIA-MES
                      OR (WS-DIA-SEMANA = 5
                          AND WS-EDIT-DD + 2 >= WS-ULTIMO-DIA-MES)
                   MOVE "S" TO WS-FIN-DE-MES
               END-IF
           END-IF.
           IF WS-FIN-DE-MES = "S"
               MOVE WS-CANT-PASOS-MES TO WS-CANT-PASOS-DIA
               DISPLAY "ULTIMO DIA HABIL DEL MES: LA CADENA SUMA "
               "FACTURACION Y CORTE DE BITACORA"
           ELSE
               MOVE 3 TO WS-CANT-PASOS-DIA.
           MOVE WS-FECHA-NEGOCIO (1:6) TO WS-PERIODO-MES.
           COMPUTE WS-PRIMER-DIA-MES = WS-PERIODO-MES * 100 + 1.
           COMPUTE WS-ULTIMA-FECHA-MES =
               WS-PERIODO-MES * 100 + WS-ULTIMO-DIA-MES.
           MOVE SPACES TO WS-ID-CORRIDA.
           STRING "N" WS-FECHA-NEGOCIO (3:6)
               DELIMITED BY SIZE INTO WS-ID-CORRIDA.

      *    ESTADO DE LOS PASOS DE LA FECHA: VALE LA ULTIMA LINEA DE
      *    PASOFILE DE CADA PASO

       CARGAR-ESTADOS.
           PERFORM LIMPIAR-ESTADO
               VARYING WS-IDX-PASO FROM 1 BY 1
               UNTIL WS-IDX-PASO > WS-CANT-PASOS-MES.
           OPEN INPUT PASO-FILE.
           IF WS-PASO-STATUS = "00"
               MOVE "N" TO WS-FIN-PASOS
               PERFORM LEER-PASO-REGISTRADO UNTIL FIN-PASOS
               CLOSE PASO-FILE.

       LIMPIAR-ESTADO.
           MOVE SPACE TO WS-EST-ESTADO (WS-IDX-PASO).
           MOVE ZERO TO WS-EST-RC (WS-IDX-PASO).

       LEER-PASO-REGISTRADO.
           READ PASO-FILE
               AT END
                   MOVE "S" TO WS-FIN-PASOS
               NOT AT END
                   IF PASO-FECHA NUMERIC
                          AND PASO-FECHA = WS-FECHA-NEGOCIO
                          AND PASO-NUMERO NUMERIC
                          AND PASO-NUMERO >= 1
                          AND PASO-NUMERO <= WS-CANT-PASOS-MES
                       MOVE PASO-ESTADO
                           TO WS-EST-ESTADO (PASO-NUMERO)
                       MOVE PASO-RC TO WS-EST-RC (PASO-NUMERO)
                   END-IF.

       INFORMAR-ESTADOS.
           DISPLAY "CADENA NOCTURNA DEL " WS-FECHA-NEGOCIO.
           PERFORM INFORMAR-ESTADO-PASO
               VARYING WS-IDX-PASO FROM 1 BY 1
               UNTIL WS-IDX-PASO > WS-CANT-PASOS-DIA.

       INFORMAR-ESTADO-PASO.
           SET WS-NUMERO-PASO TO WS-IDX-PASO.
           MOVE WS-NUMERO-PASO TO WS-NUMERO-FORMAT.
           MOVE WS-EST-RC (WS-IDX-PASO) TO WS-RC-FORMAT.
           IF WS-EST-ESTADO (WS-IDX-PASO) = "C"
               MOVE "COMPLETO" TO WS-ESTADO-TEXTO
           ELSE
           IF WS-EST-ESTADO (WS-IDX-PASO) = "F"
               MOVE "FALLIDO" TO WS-ESTADO-TEXTO
           ELSE
           IF WS-EST-ESTADO (WS-IDX-PASO) = "E"
               MOVE "INTERRUMPIDO" TO WS-ESTADO-TEXTO
           ELSE
               MOVE "PENDIENTE" TO WS-ESTADO-TEXTO.
           IF WS-EST-ESTADO (WS-IDX-PASO) = "C" OR "F"
               DISPLAY "  " WS-NUMERO-FORMAT " "
               WS-PASO-PROGRAMA (WS-IDX-PASO) " " WS-ESTADO-TEXTO
               " RC " WS-RC-FORMAT
           ELSE
               DISPLAY "  " WS-NUMERO-FORMAT " "
               WS-PASO-PROGRAMA (WS-IDX-PASO) " " WS-ESTADO-TEXTO.

       PEDIR-PASO.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-PASO UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-PASO.
           DISPLAY "INGRESE EL PASO A CORRER (0 = LA CADENA DESDE EL "
           "PRIMER PASO NO COMPLETO):".
           ACCEPT WS-PASO-PEDIDO.
           IF WS-PASO-PEDIDO NUMERIC
                  AND WS-PASO-PEDIDO <= WS-CANT-PASOS-DIA
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "PASO INVALIDO PARA LA FECHA, REINGRESE".

      *    CORRIDA DE LA CADENA: SALTEA LO COMPLETO Y SE DETIENE EN EL
      *    PRIMER PASO QUE FALLA

       CORRER-CADENA.
           MOVE "N" TO WS-CADENA-DETENIDA.
           PERFORM PROCESAR-PASO-CADENA
               VARYING WS-IDX-PASO FROM 1 BY 1
               UNTIL WS-IDX-PASO > WS-CANT-PASOS-DIA
                  OR WS-CADENA-DETENIDA = "S".
           IF WS-CADENA-DETENIDA = "S"
               DISPLAY "CADENA DETENIDA, LA PROXIMA CORRIDA RETOMA "
               "DESDE EL PASO FALLIDO"
           ELSE
           IF WS-PASOS-CORRIDOS = ZERO
               DISPLAY "LA CADENA DEL " WS-FECHA-NEGOCIO
               " YA ESTABA COMPLETA"
               MOVE 04 TO WS-CODIGO-RETORNO
           ELSE
               DISPLAY "CADENA DEL " WS-FECHA-NEGOCIO " COMPLETA".

       PROCESAR-PASO-CADENA.
           IF WS-EST-ESTADO (WS-IDX-PASO) = "C"
               DISPLAY "PASO " WS-PASO-PROGRAMA (WS-IDX-PASO)
               " YA COMPLETO, NO SE REPITE"
           ELSE
               PERFORM EJECUTAR-PASO-CONTROLADO.

       CORRER-PASO-PEDIDO.
           SET WS-IDX-PASO TO WS-PASO-PEDIDO.
           IF WS-EST-ESTADO (WS-IDX-PASO) = "C"
               DISPLAY "EL PASO " WS-PASO-PROGRAMA (WS-IDX-PASO)
               " YA COMPLETO PARA LA FECHA, NO SE REPITE"
               MOVE 08 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM EJECUTAR-PASO-CONTROLADO.

      *    UN PASO SOLO CORRE SI SU PREDECESOR COMPLETO PARA LA FECHA
       EJECUTAR-PASO-CONTROLADO.
           PERFORM VERIFICAR-PREDECESOR.
           IF WS-PREDECESOR-OK NOT = "S"
               DISPLAY "EL PASO " WS-PASO-PROGRAMA (WS-IDX-PASO)
               " NO SE CORRE: " WS-PASO-PROGRAMA (WS-IDX-ANTERIOR)
               " NO COMPLETO PARA EL " WS-FECHA-NEGOCIO
               MOVE 08 TO WS-CODIGO-RETORNO
               MOVE "S" TO WS-CADENA-DETENIDA
           ELSE
               IF WS-EST-ESTADO (WS-IDX-PASO) = "E"
                   DISPLAY "EL PASO " WS-PASO-PROGRAMA (WS-IDX-PASO)
                   " QUEDO EN CURSO EN UNA CORRIDA ANTERIOR, SE "
                   "VUELVE A CORRER"
               END-IF
               PERFORM EJECUTAR-PASO
           END-IF.

       VERIFICAR-PREDECESOR.
           MOVE "S" TO WS-PREDECESOR-OK.
           IF WS-IDX-PASO > 1
               SET WS-IDX-ANTERIOR TO WS-IDX-PASO
               SET WS-IDX-ANTERIOR DOWN BY 1
               IF WS-EST-ESTADO (WS-IDX-ANTERIOR) NOT = "C"
                   MOVE "N" TO WS-PREDECESOR-OK
               END-IF
           END-IF.

      *    LANZA EL PASO: RESPUESTAS, LINEA DE INICIO, EJECUCION Y
      *    LINEA DE FIN CON EL CODIGO DE RETORNO
       EJECUTAR-PASO.
           PERFORM ARMAR-RESPUESTAS.
           IF WS-ENTR-STATUS NOT = "00"
               DISPLAY "NO SE PUDIERON GRABAR LAS RESPUESTAS DEL "
               "PASO EN CADENTR, SE DETIENE LA CADENA"
               MOVE 12 TO WS-CODIGO-RETORNO
               MOVE "S" TO WS-CADENA-DETENIDA
           ELSE
               ACCEPT WS-INICIO-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-HOY FROM TIME
               MOVE WS-HORA-HOY (1:6) TO WS-INICIO-HORA
               MOVE "E" TO WS-EST-ESTADO (WS-IDX-PASO)
               MOVE ZERO TO WS-EST-RC (WS-IDX-PASO)
               PERFORM GRABAR-PASO
               IF WS-PASO-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO GRABAR EL REGISTRO DE "
                   "CORRIDAS PASOFILE, SE DETIENE LA CADENA"
                   MOVE 12 TO WS-CODIGO-RETORNO
                   MOVE "S" TO WS-CADENA-DETENIDA
               ELSE
                   PERFORM LANZAR-PROGRAMA
                   PERFORM CERRAR-PASO
               END-IF
           END-IF.

      *    EL ESTADO QUE DEVUELVE SYSTEM TRAE EL CODIGO DE SALIDA DEL
      *    PROGRAMA EN EL BYTE ALTO; CUALQUIER OTRA COSA (PROGRAMA
      *    CORTADO, SIN LANZAR) SE ASIENTA COMO 999
       LANZAR-PROGRAMA.
           MOVE SPACES TO WS-COMANDO.
           STRING WS-DIRECTORIO-PROGRAMAS DELIMITED BY SPACE
                  WS-PASO-PROGRAMA (WS-IDX-PASO) DELIMITED BY SPACE
                  " < CADENTR" DELIMITED BY SIZE
               INTO WS-COMANDO.
           DISPLAY "INICIO DEL PASO " WS-PASO-PROGRAMA (WS-IDX-PASO)
           " " WS-INICIO-HORA.
           CALL "SYSTEM" USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-ESTADO-SISTEMA.
           MOVE ZERO TO RETURN-CODE.
           IF WS-ESTADO-SISTEMA < ZERO
               MOVE 999 TO WS-RC-PASO
           ELSE
               DIVIDE WS-ESTADO-SISTEMA BY 256
                   GIVING WS-RC-PASO
                   REMAINDER WS-RESTO-SISTEMA
               IF WS-RESTO-SISTEMA NOT = ZERO
                   MOVE 999 TO WS-RC-PASO
               END-IF
           END-IF.

       CERRAR-PASO.
           ADD 1 TO WS-PASOS-CORRIDOS.
           MOVE WS-RC-PASO TO WS-EST-RC (WS-IDX-PASO).
           MOVE WS-RC-PASO TO WS-RC-FORMAT.
           IF WS-RC-PASO > WS-PASO-RC-MAXIMO (WS-IDX-PASO)
               MOVE "F" TO WS-EST-ESTADO (WS-IDX-PASO)
               DISPLAY "PASO " WS-PASO-PROGRAMA (WS-IDX-PASO)
               " FALLIDO, RC " WS-RC-FORMAT
               MOVE 08 TO WS-CODIGO-RETORNO
               MOVE "S" TO WS-CADENA-DETENIDA
           ELSE
               MOVE "C" TO WS-EST-ESTADO (WS-IDX-PASO)
               DISPLAY "PASO " WS-PASO-PROGRAMA (WS-IDX-PASO)
               " COMPLETO, RC " WS-RC-FORMAT.
           PERFORM GRABAR-PASO.
           IF WS-PASO-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ASENTAR EL FIN DEL PASO EN "
               "PASOFILE, SE DETIENE LA CADENA"
               MOVE 12 TO WS-CODIGO-RETORNO
               MOVE "S" TO WS-CADENA-DETENIDA.

       GRABAR-PASO.
           OPEN EXTEND PASO-FILE.
           IF WS-PASO-STATUS NOT = "00"
               OPEN OUTPUT PASO-FILE.
           IF WS-PASO-STATUS = "00"
               MOVE SPACES TO PASO-RECORD
               MOVE WS-FECHA-NEGOCIO TO PASO-FECHA
               SET PASO-NUMERO TO WS-IDX-PASO
               MOVE WS-PASO-PROGRAMA (WS-IDX-PASO) TO PASO-PROGRAMA
               MOVE WS-EST-ESTADO (WS-IDX-PASO) TO PASO-ESTADO
               MOVE WS-INICIO-FECHA TO PASO-INICIO-FECHA
               MOVE WS-INICIO-HORA TO PASO-INICIO-HORA
               MOVE WS-EST-RC (WS-IDX-PASO) TO PASO-RC
               IF WS-EST-ESTADO (WS-IDX-PASO) = "E"
                   MOVE ZERO TO PASO-FIN-FECHA
                   MOVE ZERO TO PASO-FIN-HORA
               ELSE
                   ACCEPT PASO-FIN-FECHA FROM DATE YYYYMMDD
                   ACCEPT WS-HORA-HOY FROM TIME
                   MOVE WS-HORA-HOY (1:6) TO PASO-FIN-HORA
               END-IF
               WRITE PASO-RECORD
               CLOSE PASO-FILE.

      *    LAS MISMAS RESPUESTAS QUE EL OPERADOR DA A MANO A CADA
      *    PROGRAMA; LA CONSOLIDACION NO PREGUNTA NADA
       ARMAR-RESPUESTAS.
           OPEN OUTPUT ENTR-FILE.
           IF WS-ENTR-STATUS = "00"
               IF WS-PASO-PROGRAMA (WS-IDX-PASO) = "Conciliacion"
                   MOVE WS-FECHA-NEGOCIO TO ENTR-RECORD
                   WRITE ENTR-RECORD
               END-IF
               IF WS-PASO-PROGRAMA (WS-IDX-PASO) = "InterfazContable"
                   MOVE WS-FECHA-NEGOCIO TO ENTR-RECORD
                   WRITE ENTR-RECORD
                   MOVE WS-ID-CORRIDA TO ENTR-RECORD
                   WRITE ENTR-RECORD
               END-IF
               IF WS-PASO-PROGRAMA (WS-IDX-PASO) = "Facturacion"
                   MOVE WS-PRIMER-DIA-MES TO ENTR-RECORD
                   WRITE ENTR-RECORD
                   MOVE WS-ULTIMA-FECHA-MES TO ENTR-RECORD
                   WRITE ENTR-RECORD
               END-IF
               IF WS-PASO-PROGRAMA (WS-IDX-PASO) = "CierreBitacora"
                   MOVE WS-PERIODO-MES TO ENTR-RECORD
                   WRITE ENTR-RECORD
               END-IF
               CLOSE ENTR-FILE.

       END PROGRAM CadenaNocturna.
