      ******************************************************************
      * Author:Agustin Mayora
      * Date: 15/10/2026
      * Purpose: Exposicion en moneda extranjera y revaluacion de las
      *          conversiones X/Y de un periodo: lee la bitacora del
      *          rango pedido (las generaciones LOGGAAAAMM via el
      *          catalogo BITCAT mas la bitacora viva), lista cada
      *          conversion con la moneda y la tasa aplicada que
      *          guardo la calculadora, la revalua a la ultima tasa
      *          activa de CAMFILE vigente a la fecha de revaluacion
      *          e informa la diferencia de cambio por moneda, por
      *          cliente y en total (EXPOFILE). Ademas graba GLRVFILE,
      *          resumen de la revaluacion por moneda en el mismo
      *          formato fijo de GLFILE (encabezado, asientos y cierre
      *          con cantidad y hash) para cargarlo en la contabilidad
      *          junto con el extracto diario.
      *          Posicion en moneda extranjera (ME) de cada linea:
      *            X (A ME)  : + RESULTADO EN ME, CONTRA NUM1 EN PESOS
      *            Y (DE ME) : - NUM1 EN ME, CONTRA RESULTADO EN PESOS
      *          el contraasiento (marca R) invierte ambos. Diferencia
      *          = posicion ME * tasa de revaluacion - pesos a la tasa
      *          aplicada (positiva = ganancia de la posicion).
      *          Codigos de retorno: 0 = generado, 4 = sin
      *          conversiones en el periodo o alguna moneda sin tasa
      *          de revaluacion, 12 = no se pudo abrir la entrada o
      *          una salida.
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  El asiento D de GLRVFILE respeta las posiciones
      *                de GLFILE: codigo de operacion V en el lugar de
      *                la operacion y la moneda en el relleno final.
      * 15/10/2026 AM  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExposicionMoneda.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "LOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CAT-FILE ASSIGN TO "BITCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT GEN-FILE ASSIGN TO WS-NOMBRE-GEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT CAM-FILE ASSIGN TO "CAMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAM-STATUS.

           SELECT EXPO-FILE ASSIGN TO "EXPOFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPO-STATUS.

           SELECT GLRV-FILE ASSIGN TO "GLRVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRV-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MISMO TRAZADO CON QUE GRABAR-LOG ESCRIBE LA BITACORA
       FD  LOG-FILE.
       01  LOG-RECORD.
           05 LOG-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01).
           05 LOG-OPERADOR              PIC X(08).
           05 FILLER                    PIC X(01).
           05 LOG-CLIENTE               PIC X(04).
           05 FILLER                    PIC X(01).
           05 LOG-NUM1-TEXTO            PIC X(10).
           05 FILLER                    PIC X(01).
           05 LOG-OPCION                PIC X(01).
           05 FILLER                    PIC X(01).
           05 LOG-NUM2-TEXTO            PIC X(10).
           05 FILLER                    PIC X(01).
           05 LOG-RESULTADO-TEXTO       PIC X(16).
           05 FILLER                    PIC X(01).
           05 LOG-MONEDA                PIC X(03).
           05 FILLER                    PIC X(01).
           05 LOG-TASA-TEXTO            PIC X(10).
           05 FILLER                    PIC X(01).
           05 LOG-APROBADOR             PIC X(08).
           05 FILLER                    PIC X(01).
           05 LOG-ESTACION              PIC X(04).
           05 FILLER                    PIC X(01).
           05 LOG-HORA-TEXTO            PIC X(06).
           05 LOG-MARCA                 PIC X(01).
               88 LOG-REVERSO           VALUE "R".

      *    CATALOGO DE GENERACIONES QUE MANTIENE CierreBitacora
       FD  CAT-FILE.
       01  CAT-RECORD.
           05 CAT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(01).
           05 CAT-NOMBRE                PIC X(12).
           05 FILLER                    PIC X(01).
           05 CAT-CANTIDAD              PIC 9(06).
           05 FILLER                    PIC X(01).
           05 CAT-SUMA                  PIC S9(12)V9(04).

       FD  GEN-FILE.
       01  GEN-RECORD                   PIC X(100).

      *    MISMO TRAZADO DE TASAS DE CAMBIO QUE LEE LA CALCULADORA
      *    (PESOS POR UNIDAD DE MONEDA EXTRANJERA)
       FD  CAM-FILE.
       01  CAM-RECORD.
           05 CAM-MONEDA                PIC X(03).
           05 FILLER                    PIC X(01).
           05 CAM-FECHA-VIGENCIA        PIC 9(08).
           05 FILLER                    PIC X(01).
           05 CAM-TASA                  PIC 9(05)V9(04).
           05 FILLER                    PIC X(01).
           05 CAM-ESTADO                PIC X(01).

       FD  EXPO-FILE.
       01  EXPO-RECORD                  PIC X(132).

      *    RESUMEN DE REVALUACION EN EL FORMATO FIJO DE GLFILE:
      *    H = ENCABEZADO, D = DIFERENCIA DE CAMBIO POR MONEDA,
      *    T = CIERRE CON CANTIDAD DE ASIENTOS Y HASH DE IMPORTES. EL
      *    D LLEVA LAS MISMAS POSICIONES QUE EL DE InterfazContable:
      *    EL CODIGO V (REVALUACION) VA EN LA POSICION DE LA OPERACION
      *    Y LA MONEDA EN EL RELLENO QUE GLFILE DEJA AL FINAL
       FD  GLRV-FILE.
       01  GLRV-RECORD.
           05 GLRV-TIPO                 PIC X(01).
           05 GLRV-RESTO                PIC X(40).
           05 GLRV-ENCABEZADO REDEFINES GLRV-RESTO.
               10 GLRV-H-FECHA          PIC 9(08).
               10 FILLER                PIC X(01).
               10 GLRV-H-CORRIDA        PIC X(08).
               10 FILLER                PIC X(01).
               10 GLRV-H-GENERADO       PIC 9(08).
               10 FILLER                PIC X(01).
               10 GLRV-H-HORA           PIC 9(06).
               10 FILLER                PIC X(07).
           05 GLRV-DETALLE REDEFINES GLRV-RESTO.
               10 GLRV-D-FECHA          PIC 9(08).
               10 FILLER                PIC X(01).
               10 GLRV-D-OPERACION      PIC X(01).
               10 FILLER                PIC X(01).
               10 GLRV-D-CANTIDAD       PIC 9(06).
               10 FILLER                PIC X(01).
               10 GLRV-D-IMPORTE        PIC S9(11)V9(04).
               10 GLRV-D-MONEDA         PIC X(03).
               10 FILLER                PIC X(04).
           05 GLRV-CIERRE REDEFINES GLRV-RESTO.
               10 GLRV-T-CANTIDAD       PIC 9(06).
               10 FILLER                PIC X(01).
               10 GLRV-T-HASH           PIC S9(13)V9(04).
               10 FILLER                PIC X(16).

       WORKING-STORAGE SECTION.
           77 WS-LOG-STATUS PIC X(02).
           77 WS-CAT-STATUS PIC X(02).
           77 WS-GEN-STATUS PIC X(02).
           77 WS-CAM-STATUS PIC X(02).
           77 WS-EXPO-STATUS PIC X(02).
           77 WS-GLRV-STATUS PIC X(02).
           77 WS-NOMBRE-GEN PIC X(12).
           77 WS-FIN-LOG PIC X(01) VALUE "N".
               88 FIN-LOG VALUE "S".
           77 WS-FIN-CAT PIC X(01) VALUE "N".
               88 FIN-CAT VALUE "S".
           77 WS-FIN-GEN PIC X(01) VALUE "N".
               88 FIN-GEN VALUE "S".
           77 WS-FIN-CAM PIC X(01) VALUE "N".
               88 FIN-CAM VALUE "S".
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.

      *    PERIODO, FECHA DE REVALUACION E ID DE CORRIDA PEDIDOS
           77 WS-FECHA-DESDE PIC 9(08).
           77 WS-FECHA-HASTA PIC 9(08).
           77 WS-FECHA-REVALUACION PIC 9(08).
           77 WS-PERIODO-DESDE PIC 9(06).
           77 WS-PERIODO-HASTA PIC 9(06).
           77 WS-ID-CORRIDA PIC X(08).
           77 WS-OPERACION-REVALUACION PIC X(01) VALUE "V".
           77 WS-ENTRADA-VALIDA PIC X(01) VALUE "N".
           77 WS-FECHA-HOY PIC 9(08).
           77 WS-HORA-COMPLETA PIC 9(08).
           01 WS-FECHA-EDIT.
               05 WS-EDIT-AAAA PIC 9(04).
               05 WS-EDIT-MM PIC 9(02).
               05 WS-EDIT-DD PIC 9(02).
           77 WS-FECHA-BIEN-FORMADA PIC X(01).

      *    MONEDAS DEL PERIODO CON LA TASA DE REVALUACION (LA DE
      *    VIGENCIA MAS RECIENTE NO POSTERIOR A LA FECHA PEDIDA)
           01 WS-TABLA-MONEDAS.
               05 WS-MONEDA OCCURS 20 TIMES INDEXED BY WS-IDX-MON.
                   10 WS-MON-ID PIC X(03).
                   10 WS-MON-VIGENCIA PIC 9(08).
                   10 WS-MON-TASA PIC 9(05)V9(04).
                   10 WS-MON-CON-TASA PIC X(01).
                   10 WS-MON-CANTIDAD PIC 9(06) COMP.
                   10 WS-MON-POSICION PIC S9(11)V9(04).
                   10 WS-MON-APLICADO PIC S9(12)V9(04).
                   10 WS-MON-REVALUADO PIC S9(12)V9(04).
                   10 WS-MON-DIFERENCIA PIC S9(12)V9(04).
           77 WS-MAX-MONEDAS PIC 9(02) COMP VALUE 20.
           77 WS-CANT-MONEDAS PIC 9(02) COMP VALUE ZERO.
           77 WS-MON-ENCONTRADA PIC X(01).
           77 WS-MONEDA-BUSCADA PIC X(03).
           77 WS-MONEDAS-SIN-TASA PIC 9(02) COMP VALUE ZERO.

      *    POSICION POR CLIENTE Y MONEDA
           01 WS-TABLA-POSICIONES.
               05 WS-POSICION OCCURS 500 TIMES INDEXED BY WS-IDX-POS.
                   10 WS-POS-CLIENTE PIC X(04).
                   10 WS-POS-MONEDA PIC X(03).
                   10 WS-POS-CANTIDAD PIC 9(06) COMP.
                   10 WS-POS-POSICION PIC S9(11)V9(04).
                   10 WS-POS-APLICADO PIC S9(12)V9(04).
                   10 WS-POS-REVALUADO PIC S9(12)V9(04).
                   10 WS-POS-DIFERENCIA PIC S9(12)V9(04).
                   10 WS-POS-CON-TASA PIC X(01).
           77 WS-MAX-POSICIONES PIC 9(03) COMP VALUE 500.
           77 WS-CANT-POSICIONES PIC 9(03) COMP VALUE ZERO.
           77 WS-POS-ENCONTRADA PIC X(01).

      *    CLIENTES DEL PERIODO (ORDEN DE APARICION) CON SU TOTAL
           01 WS-TABLA-CLIENTES.
               05 WS-CLIENTE OCCURS 200 TIMES INDEXED BY WS-IDX-CLI.
                   10 WS-CLI-ID PIC X(04).
                   10 WS-CLI-DIFERENCIA PIC S9(12)V9(04).
           77 WS-MAX-CLIENTES PIC 9(03) COMP VALUE 200.
           77 WS-CANT-CLIENTES PIC 9(03) COMP VALUE ZERO.
           77 WS-CLI-ENCONTRADO PIC X(01).

      *    CAMPOS DE TRABAJO DE CADA CONVERSION
           77 WS-LINEA-NUM1 PIC S9(10)V9(04).
           77 WS-LINEA-RESULTADO PIC S9(10)V9(04).
           77 WS-LINEA-TASA PIC 9(05)V9(04).
           77 WS-LINEA-POSICION PIC S9(11)V9(04).
           77 WS-LINEA-APLICADO PIC S9(12)V9(04).
           77 WS-SELECCIONADOS PIC 9(06) COMP VALUE ZERO.
           77 WS-DESCARTADOS PIC 9(06) COMP VALUE ZERO.

      *    TOTALES GENERALES Y DEL RESUMEN CONTABLE
           77 WS-TOTAL-APLICADO PIC S9(12)V9(04) VALUE ZERO.
           77 WS-TOTAL-REVALUADO PIC S9(12)V9(04) VALUE ZERO.
           77 WS-TOTAL-DIFERENCIA PIC S9(12)V9(04) VALUE ZERO.
           77 WS-ASIENTOS-GL PIC 9(06) COMP VALUE ZERO.
           77 WS-HASH-IMPORTES PIC S9(13)V9(04) VALUE ZERO.

      *    CAMPOS EDITADOS DE SOPORTE PARA ARMAR LINEAS DE REPORTE
           77 WS-CANTIDAD-FORMAT PIC ZZZZ9.
           77 WS-TASA-FORMAT PIC ZZZZ9.9999.
           77 WS-POSICION-FORMAT PIC -Z(10)9.9999.
           77 WS-APLICADO-FORMAT PIC -Z(11)9.9999.
           77 WS-REVALUADO-FORMAT PIC -Z(11)9.9999.
           77 WS-DIFERENCIA-FORMAT PIC -Z(11)9.9999.

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN.
           PERFORM PEDIR-FECHA-DESDE.
           PERFORM PEDIR-FECHA-HASTA.
           PERFORM PEDIR-FECHA-REVALUACION.
           PERFORM PEDIR-ID-CORRIDA.
           OPEN OUTPUT EXPO-FILE.
           IF WS-EXPO-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL INFORME EXPOFILE"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ACUMULAR-PERIODO
               IF WS-LOG-STATUS NOT = "00"
                   MOVE 12 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM CARGAR-TASAS-REVALUACION
                   PERFORM REVALUAR-POSICIONES
                   PERFORM INFORMAR-MONEDAS
                   PERFORM INFORMAR-CLIENTES
                   PERFORM INFORMAR-TOTAL
                   IF WS-SELECCIONADOS = ZERO
                       DISPLAY "SIN CONVERSIONES X/Y EN EL PERIODO"
                       MOVE 04 TO WS-CODIGO-RETORNO
                   ELSE
                       PERFORM GRABAR-RESUMEN-GL
                       IF WS-MONEDAS-SIN-TASA > ZERO
                              AND WS-CODIGO-RETORNO < 04
                           MOVE 04 TO WS-CODIGO-RETORNO
                       END-IF
                   END-IF
               END-IF
               CLOSE EXPO-FILE.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.

      *    RUTINAS

       PEDIR-FECHA-DESDE.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-DESDE UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-FECHA-DESDE.
           DISPLAY "INGRESE LA FECHA DESDE (AAAAMMDD):".
           ACCEPT WS-FECHA-DESDE.
           MOVE WS-FECHA-DESDE TO WS-FECHA-EDIT.
           PERFORM VALIDAR-FECHA-EDIT.
           IF WS-FECHA-BIEN-FORMADA = "S"
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "FECHA INVALIDA, REINGRESE".

       PEDIR-FECHA-HASTA.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-HASTA UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-FECHA-HASTA.
           DISPLAY "INGRESE LA FECHA HASTA (AAAAMMDD):".
           ACCEPT WS-FECHA-HASTA.
           MOVE WS-FECHA-HASTA TO WS-FECHA-EDIT.
           PERFORM VALIDAR-FECHA-EDIT.
           IF WS-FECHA-BIEN-FORMADA = "S"
                  AND WS-FECHA-HASTA >= WS-FECHA-DESDE
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "FECHA INVALIDA O ANTERIOR A LA FECHA DESDE, "
               "REINGRESE".

      *    LA REVALUACION NO PUEDE SER ANTERIOR AL CIERRE DEL PERIODO
       PEDIR-FECHA-REVALUACION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-REVALUACION
               UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-FECHA-REVALUACION.
           DISPLAY "INGRESE LA FECHA DE REVALUACION (AAAAMMDD, "
           "0 = HOY):".
           ACCEPT WS-FECHA-REVALUACION.
           IF WS-FECHA-REVALUACION NUMERIC
                  AND WS-FECHA-REVALUACION = ZERO
               MOVE WS-FECHA-HOY TO WS-FECHA-REVALUACION.
           MOVE WS-FECHA-REVALUACION TO WS-FECHA-EDIT.
           PERFORM VALIDAR-FECHA-EDIT.
           IF WS-FECHA-BIEN-FORMADA = "S"
                  AND WS-FECHA-REVALUACION >= WS-FECHA-HASTA
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "FECHA INVALIDA O ANTERIOR A LA FECHA HASTA, "
               "REINGRESE".

       PEDIR-ID-CORRIDA.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-ID-CORRIDA UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-ID-CORRIDA.
           DISPLAY "INGRESE EL ID DE CORRIDA:".
           MOVE SPACES TO WS-ID-CORRIDA.
           ACCEPT WS-ID-CORRIDA.
           IF WS-ID-CORRIDA NOT = SPACES
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "EL ID DE CORRIDA NO PUEDE ESTAR EN BLANCO".

       VALIDAR-FECHA-EDIT.
           IF WS-FECHA-EDIT NUMERIC
                  AND WS-EDIT-AAAA > ZERO AND WS-EDIT-AAAA < 9999
                  AND WS-EDIT-MM >= 01 AND WS-EDIT-MM <= 12
                  AND WS-EDIT-DD >= 01 AND WS-EDIT-DD <= 31
               MOVE "S" TO WS-FECHA-BIEN-FORMADA
           ELSE
               MOVE "N" TO WS-FECHA-BIEN-FORMADA.

       IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO EXPO-RECORD.
           STRING "EXPOSICION EN MONEDA EXTRANJERA DEL PERIODO "
                  WS-FECHA-DESDE " A " WS-FECHA-HASTA
                  ", REVALUADA AL " WS-FECHA-REVALUACION
                  DELIMITED BY SIZE INTO EXPO-RECORD.
           WRITE EXPO-RECORD.
           MOVE SPACES TO EXPO-RECORD.
           WRITE EXPO-RECORD.
           MOVE "DETALLE DE CONVERSIONES A LA TASA APLICADA"
               TO EXPO-RECORD.
           WRITE EXPO-RECORD.
           MOVE SPACES TO EXPO-RECORD.
           STRING "FECHA    CLI  MON O M    POSICION EN ME   "
                  "TASA APLIC.      PESOS A TASA APLICADA"
                  DELIMITED BY SIZE INTO EXPO-RECORD.
           WRITE EXPO-RECORD.

      *    PASADA DE LECTURA: GENERACIONES DEL RANGO Y BITACORA VIVA

       ACUMULAR-PERIODO.
           PERFORM LEER-GENERACIONES.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA LOGFILE"
               MOVE "NO SE PUDO ABRIR LA BITACORA LOGFILE"
                   TO EXPO-RECORD
               WRITE EXPO-RECORD
           ELSE
               MOVE "N" TO WS-FIN-LOG
               PERFORM LEER-BITACORA UNTIL FIN-LOG
               CLOSE LOG-FILE.

       LEER-BITACORA.
           READ LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-LOG
               NOT AT END
                   PERFORM ACUMULAR-REGISTRO-LOG.

       LEER-GENERACIONES.
           MOVE WS-FECHA-DESDE (1:6) TO WS-PERIODO-DESDE.
           MOVE WS-FECHA-HASTA (1:6) TO WS-PERIODO-HASTA.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-FIN-CAT
               PERFORM LEER-CATALOGO UNTIL FIN-CAT
               CLOSE CAT-FILE.

       LEER-CATALOGO.
           READ CAT-FILE
               AT END
                   MOVE "S" TO WS-FIN-CAT
               NOT AT END
                   IF CAT-PERIODO NUMERIC
                          AND CAT-PERIODO >= WS-PERIODO-DESDE
                          AND CAT-PERIODO <= WS-PERIODO-HASTA
                       PERFORM LEER-UNA-GENERACION
                   END-IF.

       LEER-UNA-GENERACION.
           MOVE CAT-NOMBRE TO WS-NOMBRE-GEN.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA GENERACION " WS-NOMBRE-GEN
           ELSE
               MOVE "N" TO WS-FIN-GEN
               PERFORM LEER-REGISTRO-GENERACION UNTIL FIN-GEN
               CLOSE GEN-FILE.

       LEER-REGISTRO-GENERACION.
           READ GEN-FILE
               AT END
                   MOVE "S" TO WS-FIN-GEN
               NOT AT END
                   MOVE GEN-RECORD TO LOG-RECORD
                   PERFORM ACUMULAR-REGISTRO-LOG.

      *    SOLO LAS CONVERSIONES X/Y DEL RANGO CON MONEDA Y TASA
      *    APLICADA GRABADAS; LAS LINEAS ANTERIORES A QUE LA BITACORA
      *    GUARDARA LA MONEDA SE CUENTAN COMO DESCARTADAS
       ACUMULAR-REGISTRO-LOG.
           IF LOG-FECHA NUMERIC
                  AND LOG-FECHA >= WS-FECHA-DESDE
                  AND LOG-FECHA <= WS-FECHA-HASTA
                  AND (LOG-OPCION = "X" OR "Y")
               IF LOG-MONEDA = SPACES OR LOG-TASA-TEXTO = SPACES
                   ADD 1 TO WS-DESCARTADOS
               ELSE
                   ADD 1 TO WS-SELECCIONADOS
                   PERFORM CALCULAR-POSICION-LINEA
                   PERFORM INFORMAR-CONVERSION
                   PERFORM ACUMULAR-POSICION
               END-IF
           END-IF.

       CALCULAR-POSICION-LINEA.
           COMPUTE WS-LINEA-NUM1 = FUNCTION NUMVAL(LOG-NUM1-TEXTO).
           COMPUTE WS-LINEA-RESULTADO =
               FUNCTION NUMVAL(LOG-RESULTADO-TEXTO).
           COMPUTE WS-LINEA-TASA = FUNCTION NUMVAL(LOG-TASA-TEXTO).
           IF LOG-REVERSO
               COMPUTE WS-LINEA-NUM1 = ZERO - WS-LINEA-NUM1.
           IF LOG-OPCION = "X"
               MOVE WS-LINEA-RESULTADO TO WS-LINEA-POSICION
               MOVE WS-LINEA-NUM1 TO WS-LINEA-APLICADO
           ELSE
               COMPUTE WS-LINEA-POSICION = ZERO - WS-LINEA-NUM1
               COMPUTE WS-LINEA-APLICADO = ZERO - WS-LINEA-RESULTADO.

       INFORMAR-CONVERSION.
           MOVE WS-LINEA-POSICION TO WS-POSICION-FORMAT.
           MOVE WS-LINEA-TASA TO WS-TASA-FORMAT.
           MOVE WS-LINEA-APLICADO TO WS-APLICADO-FORMAT.
           MOVE SPACES TO EXPO-RECORD.
           STRING LOG-FECHA " " LOG-CLIENTE " " LOG-MONEDA " "
                  LOG-OPCION " " LOG-MARCA " " WS-POSICION-FORMAT " "
                  WS-TASA-FORMAT " " WS-APLICADO-FORMAT
                  DELIMITED BY SIZE INTO EXPO-RECORD.
           WRITE EXPO-RECORD.

       ACUMULAR-POSICION.
           MOVE LOG-MONEDA TO WS-MONEDA-BUSCADA.
           PERFORM UBICAR-MONEDA.
           IF WS-MON-ENCONTRADA = "S"
               ADD 1 TO WS-MON-CANTIDAD (WS-IDX-MON)
               ADD WS-LINEA-POSICION TO WS-MON-POSICION (WS-IDX-MON)
               ADD WS-LINEA-APLICADO TO WS-MON-APLICADO (WS-IDX-MON).
           PERFORM UBICAR-CLIENTE.
           PERFORM UBICAR-POSICION.
           IF WS-POS-ENCONTRADA = "S"
               ADD 1 TO WS-POS-CANTIDAD (WS-IDX-POS)
               ADD WS-LINEA-POSICION TO WS-POS-POSICION (WS-IDX-POS)
               ADD WS-LINEA-APLICADO TO WS-POS-APLICADO (WS-IDX-POS).

      *    UBICA (O DA DE ALTA) LAS FILAS DE MONEDA, CLIENTE Y
      *    CLIENTE-MONEDA

       UBICAR-MONEDA.
           SET WS-IDX-MON TO 1.
           MOVE "N" TO WS-MON-ENCONTRADA.
           PERFORM BUSCAR-MONEDA
               UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                  OR WS-MON-ENCONTRADA = "S".
           IF WS-MON-ENCONTRADA NOT = "S"
               IF WS-CANT-MONEDAS >= WS-MAX-MONEDAS
                   DISPLAY "SE ALCANZO EL MAXIMO DE MONEDAS (20), SE "
                   "IGNORAN LAS RESTANTES"
               ELSE
                   ADD 1 TO WS-CANT-MONEDAS
                   SET WS-IDX-MON TO WS-CANT-MONEDAS
                   INITIALIZE WS-MONEDA (WS-IDX-MON)
                   MOVE WS-MONEDA-BUSCADA TO WS-MON-ID (WS-IDX-MON)
                   MOVE "N" TO WS-MON-CON-TASA (WS-IDX-MON)
                   MOVE "S" TO WS-MON-ENCONTRADA
               END-IF.

       BUSCAR-MONEDA.
           IF WS-MON-ID (WS-IDX-MON) = WS-MONEDA-BUSCADA
               MOVE "S" TO WS-MON-ENCONTRADA
           ELSE
               SET WS-IDX-MON UP BY 1.

       UBICAR-CLIENTE.
           SET WS-IDX-CLI TO 1.
           MOVE "N" TO WS-CLI-ENCONTRADO.
           PERFORM BUSCAR-CLIENTE
               UNTIL WS-IDX-CLI > WS-CANT-CLIENTES
                  OR WS-CLI-ENCONTRADO = "S".
           IF WS-CLI-ENCONTRADO NOT = "S"
               IF WS-CANT-CLIENTES >= WS-MAX-CLIENTES
                   DISPLAY "SE ALCANZO EL MAXIMO DE CLIENTES (200), "
                   "SE IGNORAN LOS RESTANTES"
               ELSE
                   ADD 1 TO WS-CANT-CLIENTES
                   SET WS-IDX-CLI TO WS-CANT-CLIENTES
                   MOVE LOG-CLIENTE TO WS-CLI-ID (WS-IDX-CLI)
                   MOVE ZERO TO WS-CLI-DIFERENCIA (WS-IDX-CLI)
               END-IF.

       BUSCAR-CLIENTE.
           IF WS-CLI-ID (WS-IDX-CLI) = LOG-CLIENTE
               MOVE "S" TO WS-CLI-ENCONTRADO
           ELSE
               SET WS-IDX-CLI UP BY 1.

       UBICAR-POSICION.
           SET WS-IDX-POS TO 1.
           MOVE "N" TO WS-POS-ENCONTRADA.
           PERFORM BUSCAR-POSICION
               UNTIL WS-IDX-POS > WS-CANT-POSICIONES
                  OR WS-POS-ENCONTRADA = "S".
           IF WS-POS-ENCONTRADA NOT = "S"
               IF WS-CANT-POSICIONES >= WS-MAX-POSICIONES
                   DISPLAY "SE ALCANZO EL MAXIMO DE POSICIONES POR "
                   "CLIENTE Y MONEDA (500), SE IGNORAN LAS RESTANTES"
               ELSE
                   ADD 1 TO WS-CANT-POSICIONES
                   SET WS-IDX-POS TO WS-CANT-POSICIONES
                   INITIALIZE WS-POSICION (WS-IDX-POS)
                   MOVE LOG-CLIENTE TO WS-POS-CLIENTE (WS-IDX-POS)
                   MOVE LOG-MONEDA TO WS-POS-MONEDA (WS-IDX-POS)
                   MOVE "N" TO WS-POS-CON-TASA (WS-IDX-POS)
                   MOVE "S" TO WS-POS-ENCONTRADA
               END-IF.

       BUSCAR-POSICION.
           IF WS-POS-CLIENTE (WS-IDX-POS) = LOG-CLIENTE
                  AND WS-POS-MONEDA (WS-IDX-POS) = LOG-MONEDA
               MOVE "S" TO WS-POS-ENCONTRADA
           ELSE
               SET WS-IDX-POS UP BY 1.

      *    TASA DE REVALUACION DE CADA MONEDA: LA FILA ACTIVA DE
      *    CAMFILE DE VIGENCIA MAS RECIENTE NO POSTERIOR A LA FECHA
      *    DE REVALUACION (MISMO CRITERIO DE LA CALCULADORA)

       CARGAR-TASAS-REVALUACION.
           OPEN INPUT CAM-FILE.
           IF WS-CAM-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL ARCHIVO DE TASAS DE CAMBIO "
               "CAMFILE"
           ELSE
               MOVE "N" TO WS-FIN-CAM
               PERFORM LEER-TASA-CAMBIO UNTIL FIN-CAM
               CLOSE CAM-FILE.

       LEER-TASA-CAMBIO.
           READ CAM-FILE
               AT END
                   MOVE "S" TO WS-FIN-CAM
               NOT AT END
                   IF CAM-ESTADO NOT = "I"
                          AND CAM-MONEDA NOT = SPACES
                          AND CAM-FECHA-VIGENCIA NUMERIC
                          AND CAM-TASA NUMERIC
                          AND CAM-TASA > ZERO
                          AND CAM-FECHA-VIGENCIA <=
                              WS-FECHA-REVALUACION
                       PERFORM COMPARAR-TASA-CAMBIO
                           VARYING WS-IDX-MON FROM 1 BY 1
                           UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                   END-IF.

       COMPARAR-TASA-CAMBIO.
           IF WS-MON-ID (WS-IDX-MON) = CAM-MONEDA
               IF WS-MON-CON-TASA (WS-IDX-MON) NOT = "S"
                      OR CAM-FECHA-VIGENCIA >
                         WS-MON-VIGENCIA (WS-IDX-MON)
                   MOVE "S" TO WS-MON-CON-TASA (WS-IDX-MON)
                   MOVE CAM-FECHA-VIGENCIA
                       TO WS-MON-VIGENCIA (WS-IDX-MON)
                   MOVE CAM-TASA TO WS-MON-TASA (WS-IDX-MON)
               END-IF.

      *    REVALUACION: POR MONEDA Y POR CLIENTE-MONEDA; LO QUE NO
      *    TIENE TASA DE REVALUACION QUEDA SIN DIFERENCIA Y SE AVISA

       REVALUAR-POSICIONES.
           MOVE ZERO TO WS-MONEDAS-SIN-TASA.
           PERFORM REVALUAR-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON > WS-CANT-MONEDAS.
           PERFORM REVALUAR-POSICION
               VARYING WS-IDX-POS FROM 1 BY 1
               UNTIL WS-IDX-POS > WS-CANT-POSICIONES.

       REVALUAR-MONEDA.
           IF WS-MON-CON-TASA (WS-IDX-MON) = "S"
               COMPUTE WS-MON-REVALUADO (WS-IDX-MON) ROUNDED =
                   WS-MON-POSICION (WS-IDX-MON)
                 * WS-MON-TASA (WS-IDX-MON)
               COMPUTE WS-MON-DIFERENCIA (WS-IDX-MON) =
                   WS-MON-REVALUADO (WS-IDX-MON)
                 - WS-MON-APLICADO (WS-IDX-MON)
               ADD WS-MON-APLICADO (WS-IDX-MON) TO WS-TOTAL-APLICADO
               ADD WS-MON-REVALUADO (WS-IDX-MON) TO WS-TOTAL-REVALUADO
               ADD WS-MON-DIFERENCIA (WS-IDX-MON)
                   TO WS-TOTAL-DIFERENCIA
           ELSE
               ADD 1 TO WS-MONEDAS-SIN-TASA
               MOVE ZERO TO WS-MON-REVALUADO (WS-IDX-MON)
               MOVE ZERO TO WS-MON-DIFERENCIA (WS-IDX-MON).

       REVALUAR-POSICION.
           MOVE WS-POS-MONEDA (WS-IDX-POS) TO WS-MONEDA-BUSCADA.
           SET WS-IDX-MON TO 1.
           MOVE "N" TO WS-MON-ENCONTRADA.
           PERFORM BUSCAR-MONEDA
               UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                  OR WS-MON-ENCONTRADA = "S".
           IF WS-MON-ENCONTRADA = "S"
                  AND WS-MON-CON-TASA (WS-IDX-MON) = "S"
               MOVE "S" TO WS-POS-CON-TASA (WS-IDX-POS)
               COMPUTE WS-POS-REVALUADO (WS-IDX-POS) ROUNDED =
                   WS-POS-POSICION (WS-IDX-POS)
                 * WS-MON-TASA (WS-IDX-MON)
               COMPUTE WS-POS-DIFERENCIA (WS-IDX-POS) =
                   WS-POS-REVALUADO (WS-IDX-POS)
                 - WS-POS-APLICADO (WS-IDX-POS).

      *    INFORME POR MONEDA

       INFORMAR-MONEDAS.
           MOVE SPACES TO EXPO-RECORD.
           WRITE EXPO-RECORD.
           MOVE WS-SELECCIONADOS TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO EXPO-RECORD.
           STRING "CONVERSIONES DEL PERIODO: " WS-CANTIDAD-FORMAT
               DELIMITED BY SIZE INTO EXPO-RECORD.
           WRITE EXPO-RECORD.
           IF WS-DESCARTADOS > ZERO
               MOVE WS-DESCARTADOS TO WS-CANTIDAD-FORMAT
               MOVE SPACES TO EXPO-RECORD
               STRING "CONVERSIONES SIN MONEDA O TASA GRABADA "
                      "(NO INCLUIDAS): " WS-CANTIDAD-FORMAT
                      DELIMITED BY SIZE INTO EXPO-RECORD
               WRITE EXPO-RECORD.
           MOVE SPACES TO EXPO-RECORD.
           WRITE EXPO-RECORD.
           MOVE "RESUMEN POR MONEDA" TO EXPO-RECORD.
           WRITE EXPO-RECORD.
           MOVE SPACES TO EXPO-RECORD.
           STRING "MON  CANT    POSICION EN ME  TASA REVAL.  "
                  "   PESOS A TASA APLIC.      PESOS REVALUADOS"
                  "    DIFERENCIA DE CAMBIO"
                  DELIMITED BY SIZE INTO EXPO-RECORD.
           WRITE EXPO-RECORD.
           PERFORM INFORMAR-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON > WS-CANT-MONEDAS.

       INFORMAR-MONEDA.
           MOVE WS-MON-CANTIDAD (WS-IDX-MON) TO WS-CANTIDAD-FORMAT.
           MOVE WS-MON-POSICION (WS-IDX-MON) TO WS-POSICION-FORMAT.
           MOVE WS-MON-APLICADO (WS-IDX-MON) TO WS-APLICADO-FORMAT.
           MOVE SPACES TO EXPO-RECORD.
           IF WS-MON-CON-TASA (WS-IDX-MON) = "S"
               MOVE WS-MON-TASA (WS-IDX-MON) TO WS-TASA-FORMAT
               MOVE WS-MON-REVALUADO (WS-IDX-MON)
                   TO WS-REVALUADO-FORMAT
               MOVE WS-MON-DIFERENCIA (WS-IDX-MON)
                   TO WS-DIFERENCIA-FORMAT
               STRING WS-MON-ID (WS-IDX-MON) " " WS-CANTIDAD-FORMAT
                      " " WS-POSICION-FORMAT " " WS-TASA-FORMAT " "
                      WS-APLICADO-FORMAT " " WS-REVALUADO-FORMAT " "
                      WS-DIFERENCIA-FORMAT
                      DELIMITED BY SIZE INTO EXPO-RECORD
           ELSE
               STRING WS-MON-ID (WS-IDX-MON) " " WS-CANTIDAD-FORMAT
                      " " WS-POSICION-FORMAT " SIN TASA ACTIVA EN "
                      "CAMFILE A LA FECHA, NO SE REVALUA"
                      DELIMITED BY SIZE INTO EXPO-RECORD.
           WRITE EXPO-RECORD.

      *    INFORME POR CLIENTE: SUS POSICIONES POR MONEDA Y EL TOTAL
      *    DE DIFERENCIA DE CAMBIO DEL CLIENTE

       INFORMAR-CLIENTES.
           MOVE SPACES TO EXPO-RECORD.
           WRITE EXPO-RECORD.
           MOVE "RESUMEN POR CLIENTE" TO EXPO-RECORD.
           WRITE EXPO-RECORD.
           PERFORM INFORMAR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANT-CLIENTES.

       INFORMAR-CLIENTE.
           MOVE ZERO TO WS-CLI-DIFERENCIA (WS-IDX-CLI).
           PERFORM INFORMAR-POSICION-CLIENTE
               VARYING WS-IDX-POS FROM 1 BY 1
               UNTIL WS-IDX-POS > WS-CANT-POSICIONES.
           MOVE WS-CLI-DIFERENCIA (WS-IDX-CLI) TO WS-DIFERENCIA-FORMAT.
           MOVE SPACES TO EXPO-RECORD.
           STRING "     TOTAL CLIENTE " WS-CLI-ID (WS-IDX-CLI)
                  " DIFERENCIA DE CAMBIO " WS-DIFERENCIA-FORMAT
                  DELIMITED BY SIZE INTO EXPO-RECORD.
           WRITE EXPO-RECORD.

       INFORMAR-POSICION-CLIENTE.
           IF WS-POS-CLIENTE (WS-IDX-POS) = WS-CLI-ID (WS-IDX-CLI)
               ADD WS-POS-DIFERENCIA (WS-IDX-POS)
                   TO WS-CLI-DIFERENCIA (WS-IDX-CLI)
               MOVE WS-POS-CANTIDAD (WS-IDX-POS) TO WS-CANTIDAD-FORMAT
               MOVE WS-POS-POSICION (WS-IDX-POS) TO WS-POSICION-FORMAT
               MOVE WS-POS-APLICADO (WS-IDX-POS) TO WS-APLICADO-FORMAT
               MOVE WS-POS-REVALUADO (WS-IDX-POS)
                   TO WS-REVALUADO-FORMAT
               MOVE WS-POS-DIFERENCIA (WS-IDX-POS)
                   TO WS-DIFERENCIA-FORMAT
               MOVE SPACES TO EXPO-RECORD
               IF WS-POS-CON-TASA (WS-IDX-POS) = "S"
                   STRING WS-POS-CLIENTE (WS-IDX-POS) " "
                          WS-POS-MONEDA (WS-IDX-POS) " "
                          WS-CANTIDAD-FORMAT " " WS-POSICION-FORMAT
                          " " WS-APLICADO-FORMAT " "
                          WS-REVALUADO-FORMAT " "
                          WS-DIFERENCIA-FORMAT
                          DELIMITED BY SIZE INTO EXPO-RECORD
               ELSE
                   STRING WS-POS-CLIENTE (WS-IDX-POS) " "
                          WS-POS-MONEDA (WS-IDX-POS) " "
                          WS-CANTIDAD-FORMAT " " WS-POSICION-FORMAT
                          " " WS-APLICADO-FORMAT " SIN TASA DE "
                          "REVALUACION"
                          DELIMITED BY SIZE INTO EXPO-RECORD
               END-IF
               WRITE EXPO-RECORD.

       INFORMAR-TOTAL.
           MOVE SPACES TO EXPO-RECORD.
           WRITE EXPO-RECORD.
           MOVE WS-TOTAL-APLICADO TO WS-APLICADO-FORMAT.
           MOVE WS-TOTAL-REVALUADO TO WS-REVALUADO-FORMAT.
           MOVE WS-TOTAL-DIFERENCIA TO WS-DIFERENCIA-FORMAT.
           MOVE SPACES TO EXPO-RECORD.
           STRING "TOTAL GENERAL (MONEDAS REVALUADAS): PESOS A TASA "
                  "APLICADA " WS-APLICADO-FORMAT ", REVALUADOS "
                  WS-REVALUADO-FORMAT
                  DELIMITED BY SIZE INTO EXPO-RECORD.
           WRITE EXPO-RECORD.
           MOVE SPACES TO EXPO-RECORD.
           STRING "DIFERENCIA DE CAMBIO TOTAL: " WS-DIFERENCIA-FORMAT
               DELIMITED BY SIZE INTO EXPO-RECORD.
           WRITE EXPO-RECORD.
           IF WS-MONEDAS-SIN-TASA > ZERO
               MOVE WS-MONEDAS-SIN-TASA TO WS-CANTIDAD-FORMAT
               MOVE SPACES TO EXPO-RECORD
               STRING "MONEDAS SIN TASA DE REVALUACION (FUERA DEL "
                      "TOTAL): " WS-CANTIDAD-FORMAT
                      DELIMITED BY SIZE INTO EXPO-RECORD
               WRITE EXPO-RECORD.
           DISPLAY "INFORME DE EXPOSICION GENERADO EN EXPOFILE, "
               "DIFERENCIA DE CAMBIO TOTAL " WS-DIFERENCIA-FORMAT.

      *    RESUMEN CONTABLE: UN ASIENTO POR MONEDA REVALUADA CON SU
      *    DIFERENCIA DE CAMBIO, FECHADO A LA FECHA DE REVALUACION

       GRABAR-RESUMEN-GL.
           OPEN OUTPUT GLRV-FILE.
           IF WS-GLRV-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL RESUMEN CONTABLE GLRVFILE"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               ACCEPT WS-HORA-COMPLETA FROM TIME
               MOVE SPACES TO GLRV-RECORD
               MOVE "H" TO GLRV-TIPO
               MOVE WS-FECHA-REVALUACION TO GLRV-H-FECHA
               MOVE WS-ID-CORRIDA TO GLRV-H-CORRIDA
               MOVE WS-FECHA-HOY TO GLRV-H-GENERADO
               MOVE WS-HORA-COMPLETA (1:6) TO GLRV-H-HORA
               WRITE GLRV-RECORD
               MOVE ZERO TO WS-ASIENTOS-GL
               MOVE ZERO TO WS-HASH-IMPORTES
               PERFORM GRABAR-ASIENTO-GL
                   VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > WS-CANT-MONEDAS
               MOVE SPACES TO GLRV-RECORD
               MOVE "T" TO GLRV-TIPO
               MOVE WS-ASIENTOS-GL TO GLRV-T-CANTIDAD
               MOVE WS-HASH-IMPORTES TO GLRV-T-HASH
               WRITE GLRV-RECORD
               CLOSE GLRV-FILE
               MOVE WS-ASIENTOS-GL TO WS-CANTIDAD-FORMAT
               DISPLAY "RESUMEN CONTABLE GLRVFILE GENERADO: "
                   WS-CANTIDAD-FORMAT " ASIENTOS".

       GRABAR-ASIENTO-GL.
           IF WS-MON-CON-TASA (WS-IDX-MON) = "S"
               MOVE SPACES TO GLRV-RECORD
               MOVE "D" TO GLRV-TIPO
               MOVE WS-FECHA-REVALUACION TO GLRV-D-FECHA
               MOVE WS-OPERACION-REVALUACION TO GLRV-D-OPERACION
               MOVE WS-MON-ID (WS-IDX-MON) TO GLRV-D-MONEDA
               MOVE WS-MON-CANTIDAD (WS-IDX-MON) TO GLRV-D-CANTIDAD
               MOVE WS-MON-DIFERENCIA (WS-IDX-MON) TO GLRV-D-IMPORTE
               ADD WS-MON-DIFERENCIA (WS-IDX-MON) TO WS-HASH-IMPORTES
               ADD 1 TO WS-ASIENTOS-GL
               WRITE GLRV-RECORD.

       END PROGRAM ExposicionMoneda.
