      ******************************************************************
      * Author:Agustin Mayora
      * Date: 15/10/2026
      * Purpose: Informe nocturno de excepciones para la auditoria,
      *          a correr despues de ConsolidarEstaciones: recorre la
      *          bitacora de un dia de negocio (la generacion
      *          LOGGAAAAMM via el catalogo BITCAT si el mes ya fue
      *          cortado, mas la bitacora viva), los inicios de sesion
      *          de SEGFILE y las anulaciones de ANULFILE, y deja en
      *          EXCPFILE cada caso que dispara una regla, con las
      *          entradas involucradas y al final la cantidad de
      *          excepciones del dia por regla:
      *            DUP  MISMO OPERADOR, CLIENTE, NUM1, NUM2 Y OPCION
      *                 DENTRO DE LA VENTANA DE MINUTOS
      *            LIM  RESULTADOS JUSTO DEBAJO DEL LIMITE DE
      *                 APROBACION DE PARMFILE, REPETIDOS POR EL MISMO
      *                 OPERADOR O PARA EL MISMO CLIENTE
      *            SES  ACTIVIDAD SIN INICIO DE SESION OK PREVIO DEL
      *                 OPERADOR EN ESA ESTACION ESE DIA
      *            HOR  ACTIVIDAD FUERA DEL HORARIO HABIL
      *            APR  RESULTADO APROBADO POR EL MISMO OPERADOR
      *            ANU  OPERADORES CON ANULACIONES FUERA DE LO COMUN
      *          Codigos de retorno: 0 = sin excepciones, 4 = hay
      *          excepciones, 12 = no se pudo abrir la bitacora o el
      *          informe.
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  El dia de negocio se valida (mes y dia
      *                existentes, con anios bisiestos) antes de
      *                usarlo. La regla SES solo toma los ingresos OK
      *                de la calculadora (OC y OT no abren sesion).
      * 15/10/2026 AM  Regla SES: el contraasiento (marca R) lo asienta
      *                el supervisor en su estacion, asi que se busca
      *                la sesion del aprobador y no la del operador.
      * 15/10/2026 AM  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteExcepciones.
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

           SELECT SEG-FILE ASSIGN TO "SEGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.

           SELECT ANUL-FILE ASSIGN TO "ANULFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANUL-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

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

      *    EVENTOS DE SEGURIDAD: OK = INGRESO CORRECTO A LA
      *    CALCULADORA, FA = INTENTO FALLIDO (MISMO ARCHIVO QUE EL
      *    INICIO DE SESION). OC / OT = INGRESO A CUENTAS CORRIENTES /
      *    MANTENIMIENTO DE TABLAS, QUE NO ABREN SESION DE CALCULO
       FD  SEG-FILE.
       01  SEG-RECORD.
           05 SEG-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01).
           05 SEG-HORA                  PIC 9(06).
           05 FILLER                    PIC X(01).
           05 SEG-ESTACION              PIC X(04).
           05 FILLER                    PIC X(01).
           05 SEG-OPERADOR              PIC X(08).
           05 FILLER                    PIC X(01).
           05 SEG-EVENTO                PIC X(02).

      *    MISMO TRAZADO CON QUE LA CALCULADORA ASIENTA LOS RETENIDOS
      *    QUE UN SUPERVISOR ANULO
       FD  ANUL-FILE.
       01  ANUL-RECORD.
           05 ANUL-FECHA-ORIGEN         PIC 9(08).
           05 FILLER                    PIC X(01).
           05 ANUL-OPERADOR             PIC X(08).
           05 FILLER                    PIC X(01).
           05 ANUL-CLIENTE              PIC X(04).
           05 FILLER                    PIC X(01).
           05 ANUL-OPCION               PIC X(01).
           05 FILLER                    PIC X(01).
           05 ANUL-RESULTADO            PIC X(16).
           05 FILLER                    PIC X(01).
           05 ANUL-APROBADOR            PIC X(08).
           05 FILLER                    PIC X(01).
           05 ANUL-FECHA-ANULADO        PIC 9(08).

      *    MISMO TRAZADO DE PARAMETROS QUE LEE LA CALCULADORA; DE
      *    AQUI SOLO INTERESA EL LIMITE DE APROBACION
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-MODO                 PIC X(01).
           05 FILLER                    PIC X(01).
           05 PARM-OPERADOR             PIC X(08).
           05 FILLER                    PIC X(01).
           05 PARM-ACEPTA-RECHAZOS      PIC X(01).
           05 FILLER                    PIC X(01).
           05 PARM-REDONDEO             PIC X(01).
           05 FILLER                    PIC X(01).
           05 PARM-LIMITE-APROB         PIC 9(07)V9(02).
           05 FILLER                    PIC X(01).
           05 PARM-ESTACION             PIC X(04).

       FD  EXCP-FILE.
       01  EXCP-RECORD                  PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-LOG-STATUS PIC X(02).
           77 WS-CAT-STATUS PIC X(02).
           77 WS-GEN-STATUS PIC X(02).
           77 WS-SEG-STATUS PIC X(02).
           77 WS-ANUL-STATUS PIC X(02).
           77 WS-PARM-STATUS PIC X(02).
           77 WS-EXCP-STATUS PIC X(02).
           77 WS-NOMBRE-GEN PIC X(12).
           77 WS-FIN-LOG PIC X(01) VALUE "N".
               88 FIN-LOG VALUE "S".
           77 WS-FIN-CAT PIC X(01) VALUE "N".
               88 FIN-CAT VALUE "S".
           77 WS-FIN-GEN PIC X(01) VALUE "N".
               88 FIN-GEN VALUE "S".
           77 WS-FIN-SEG PIC X(01) VALUE "N".
               88 FIN-SEG VALUE "S".
           77 WS-FIN-ANUL PIC X(01) VALUE "N".
               88 FIN-ANUL VALUE "S".
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.

      *    DIA DE NEGOCIO PEDIDO
           77 WS-FECHA-DIA PIC 9(08).
           77 WS-ENTRADA-VALIDA PIC X(01) VALUE "N".
           77 WS-PERIODO-DIA PIC 9(06).

      *    VALIDACION DE FECHAS (AAAAMMDD, MES Y DIA EXISTENTES, CON
      *    ANIOS BISIESTOS)
           01 WS-FECHA-EDIT.
               05 WS-EDIT-AAAA PIC 9(04).
               05 WS-EDIT-MM PIC 9(02).
               05 WS-EDIT-DD PIC 9(02).
           77 WS-FECHA-BIEN-FORMADA PIC X(01).
           01 WS-TABLA-MESES.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-DIAS-MES REDEFINES WS-TABLA-MESES.
               05 WS-DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).
           77 WS-ULTIMO-DIA PIC 9(02).
           77 WS-DIV-BISIESTO PIC 9(04) COMP.
           77 WS-RESTO-BISIESTO PIC 9(04) COMP.
           77 WS-ANIO-BISIESTO PIC X(01).

      *    PARAMETROS DE LAS REGLAS
      *    VENTANA DE DUPLICADOS EN SEGUNDOS (5 MINUTOS)
           77 WS-VENTANA-DUPLICADO PIC 9(05) COMP VALUE 300.
      *    "JUSTO DEBAJO DEL LIMITE": DESDE ESTE PORCENTAJE DEL LIMITE
      *    HASTA EL LIMITE MISMO (POR ENCIMA YA PIDE APROBACION)
           77 WS-PORC-CERCA-LIMITE PIC 9(03) VALUE 90.
      *    REPETICIONES A PARTIR DE LAS CUALES SE INFORMA
           77 WS-MIN-CERCA-LIMITE PIC 9(03) COMP VALUE 3.
           77 WS-MIN-ANULACIONES PIC 9(03) COMP VALUE 3.
      *    HORARIO HABIL: LUNES A VIERNES DE 08:00 A 19:00; LA
      *    ESTACION BTCH ES LA CORRIDA DESATENDIDA Y NO SE CONTROLA
           77 WS-HORA-APERTURA PIC 9(06) VALUE 080000.
           77 WS-HORA-CIERRE PIC 9(06) VALUE 190000.
           77 WS-ESTACION-DESATENDIDA PIC X(04) VALUE "BTCH".

      *    LIMITE DE APROBACION DE PARMFILE Y UMBRAL DERIVADO
           77 WS-LIMITE-APROBACION PIC 9(07)V9(02) VALUE ZERO.
           77 WS-UMBRAL-CERCA PIC 9(07)V9(04) VALUE ZERO.
           77 WS-RESULTADO-ABS PIC 9(10)V9(04).

      *    DIA DE LA SEMANA DEL DIA PEDIDO (1 = LUNES ... 7 = DOMINGO)
           77 WS-DIA-SEMANA PIC 9(01).
           77 WS-DIAS-CORRIDOS PIC 9(07) COMP.
           77 WS-SEMANAS PIC 9(07) COMP.
           77 WS-RESTO-SEMANA PIC 9(01) COMP.
           77 WS-DIA-HABIL PIC X(01) VALUE "S".

      *    ENTRADAS DE LA BITACORA DEL DIA
           01 WS-TABLA-ENTRADAS.
               05 WS-ENTRADA OCCURS 2000 TIMES
                       INDEXED BY WS-IDX-ENT WS-IDX-OTRA.
                   10 WS-ENT-OPERADOR PIC X(08).
                   10 WS-ENT-CLIENTE PIC X(04).
                   10 WS-ENT-NUM1 PIC X(10).
                   10 WS-ENT-OPCION PIC X(01).
                   10 WS-ENT-NUM2 PIC X(10).
                   10 WS-ENT-RESULTADO-TEXTO PIC X(16).
                   10 WS-ENT-RESULTADO PIC S9(10)V9(04).
                   10 WS-ENT-APROBADOR PIC X(08).
                   10 WS-ENT-ESTACION PIC X(04).
                   10 WS-ENT-HORA PIC X(06).
                   10 WS-ENT-HORA-NUM REDEFINES WS-ENT-HORA
                           PIC 9(06).
                   10 WS-ENT-SEGUNDOS PIC 9(05) COMP.
                   10 WS-ENT-HORA-VALIDA PIC X(01).
                   10 WS-ENT-MARCA PIC X(01).
                   10 WS-ENT-CERCA-LIMITE PIC X(01).
           77 WS-MAX-ENTRADAS PIC 9(04) COMP VALUE 2000.
           77 WS-CANT-ENTRADAS PIC 9(04) COMP VALUE ZERO.
           01 WS-HORA-DESARME.
               05 WS-HORA-HH PIC 9(02).
               05 WS-HORA-MM PIC 9(02).
               05 WS-HORA-SS PIC 9(02).
           77 WS-DIFERENCIA-SEGUNDOS PIC S9(05) COMP.

      *    INICIOS DE SESION OK DEL DIA
           01 WS-TABLA-SESIONES.
               05 WS-SESION OCCURS 1000 TIMES INDEXED BY WS-IDX-SES.
                   10 WS-SES-ESTACION PIC X(04).
                   10 WS-SES-OPERADOR PIC X(08).
                   10 WS-SES-HORA PIC 9(06).
           77 WS-MAX-SESIONES PIC 9(04) COMP VALUE 1000.
           77 WS-CANT-SESIONES PIC 9(04) COMP VALUE ZERO.
           77 WS-SESION-ENCONTRADA PIC X(01).
           77 WS-SESION-OPERADOR PIC X(08).

      *    CONTEOS POR OPERADOR Y POR CLIENTE (REGLAS LIM Y ANU)
           01 WS-TABLA-OPERADORES.
               05 WS-OPER OCCURS 100 TIMES INDEXED BY WS-IDX-OPE.
                   10 WS-OPE-ID PIC X(08).
                   10 WS-OPE-CANTIDAD PIC 9(05) COMP.
           77 WS-CANT-OPERADORES PIC 9(03) COMP VALUE ZERO.
           77 WS-OPERADOR-BUSCADO PIC X(08).
           77 WS-OPE-ENCONTRADO PIC X(01).
           01 WS-TABLA-CLIENTES.
               05 WS-CLI OCCURS 200 TIMES INDEXED BY WS-IDX-CLI.
                   10 WS-CLI-ID PIC X(04).
                   10 WS-CLI-CANTIDAD PIC 9(05) COMP.
           77 WS-CANT-CLIENTES PIC 9(03) COMP VALUE ZERO.
           77 WS-CLIENTE-BUSCADO PIC X(04).
           77 WS-CLI-ENCONTRADO PIC X(01).

      *    CANTIDAD DE EXCEPCIONES DEL DIA POR REGLA
           77 WS-EXC-DUPLICADOS PIC 9(05) COMP VALUE ZERO.
           77 WS-EXC-CERCA-LIMITE PIC 9(05) COMP VALUE ZERO.
           77 WS-EXC-SIN-SESION PIC 9(05) COMP VALUE ZERO.
           77 WS-EXC-FUERA-HORARIO PIC 9(05) COMP VALUE ZERO.
           77 WS-EXC-AUTOAPROBADOS PIC 9(05) COMP VALUE ZERO.
           77 WS-EXC-ANULACIONES PIC 9(05) COMP VALUE ZERO.
           77 WS-EXC-TOTAL PIC 9(05) COMP VALUE ZERO.

      *    LINEAS DE TRABAJO DEL INFORME
           77 WS-REGLA PIC X(05).
           77 WS-LINEA-ENTRADA PIC X(80).

      *    CAMPOS EDITADOS DE SOPORTE PARA ARMAR LINEAS DE REPORTE
           77 WS-CANTIDAD-FORMAT PIC ZZZZ9.
           77 WS-PORCENTAJE-FORMAT PIC ZZ9.
           77 WS-LIMITE-FORMAT PIC Z(06)9.99.

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN.
           PERFORM PEDIR-FECHA-DIA.
           PERFORM CARGAR-LIMITE.
           PERFORM DETERMINAR-DIA-SEMANA.
           PERFORM CARGAR-BITACORA.
           IF WS-LOG-STATUS NOT = "00"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               OPEN OUTPUT EXCP-FILE
               IF WS-EXCP-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL INFORME EXCPFILE"
                   MOVE 12 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM INFORMAR-ENCABEZADO
                   PERFORM CARGAR-SESIONES
                   PERFORM REGLA-DUPLICADOS
                   PERFORM REGLA-CERCA-LIMITE
                   PERFORM REGLA-SIN-SESION
                   PERFORM REGLA-FUERA-HORARIO
                   PERFORM REGLA-AUTOAPROBACION
                   PERFORM REGLA-ANULACIONES
                   PERFORM INFORMAR-RESUMEN
                   CLOSE EXCP-FILE
                   IF WS-EXC-TOTAL > ZERO
                       MOVE 04 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.

      *    RUTINAS

       PEDIR-FECHA-DIA.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-DIA UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-FECHA-DIA.
           DISPLAY "INGRESE EL DIA DE NEGOCIO A REVISAR (AAAAMMDD):".
           ACCEPT WS-FECHA-DIA.
           MOVE WS-FECHA-DIA TO WS-FECHA-EDIT.
           PERFORM VALIDAR-FECHA-EDIT.
           IF WS-FECHA-BIEN-FORMADA = "S"
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "FECHA INVALIDA, REINGRESE".

       VALIDAR-FECHA-EDIT.
           IF WS-FECHA-EDIT NUMERIC
                  AND WS-EDIT-AAAA > 1900 AND WS-EDIT-AAAA < 9999
                  AND WS-EDIT-MM >= 01 AND WS-EDIT-MM <= 12
                  AND WS-EDIT-DD >= 01
               MOVE WS-DIAS-DEL-MES (WS-EDIT-MM) TO WS-ULTIMO-DIA
               IF WS-EDIT-MM = 2
                   PERFORM DETERMINAR-BISIESTO
                   IF WS-ANIO-BISIESTO = "S"
                       MOVE 29 TO WS-ULTIMO-DIA
                   END-IF
               END-IF
               IF WS-EDIT-DD <= WS-ULTIMO-DIA
                   MOVE "S" TO WS-FECHA-BIEN-FORMADA
               ELSE
                   MOVE "N" TO WS-FECHA-BIEN-FORMADA
               END-IF
           ELSE
               MOVE "N" TO WS-FECHA-BIEN-FORMADA.

       DETERMINAR-BISIESTO.
           MOVE "N" TO WS-ANIO-BISIESTO.
           DIVIDE WS-EDIT-AAAA BY 4
               GIVING WS-DIV-BISIESTO
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = ZERO
               MOVE "S" TO WS-ANIO-BISIESTO
               DIVIDE WS-EDIT-AAAA BY 100
                   GIVING WS-DIV-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = ZERO
                   MOVE "N" TO WS-ANIO-BISIESTO
                   DIVIDE WS-EDIT-AAAA BY 400
                       GIVING WS-DIV-BISIESTO
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO = ZERO
                       MOVE "S" TO WS-ANIO-BISIESTO.

      *    SIN LIMITE DE APROBACION PARAMETRIZADO LA REGLA LIM NO SE
      *    APLICA (NO HAY UMBRAL CONTRA EL CUAL MEDIR)
       CARGAR-LIMITE.
           MOVE ZERO TO WS-LIMITE-APROBACION.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-LIMITE-APROB NUMERIC
                           MOVE PARM-LIMITE-APROB
                               TO WS-LIMITE-APROBACION
                       END-IF
               END-READ
               CLOSE PARM-FILE.
           COMPUTE WS-UMBRAL-CERCA ROUNDED =
               WS-LIMITE-APROBACION * WS-PORC-CERCA-LIMITE / 100.

      *    EL 01/01/1601 (DIA 1 DEL CALENDARIO ENTERO) FUE LUNES
       DETERMINAR-DIA-SEMANA.
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-DIA) - 1.
           DIVIDE WS-DIAS-CORRIDOS BY 7
               GIVING WS-SEMANAS
               REMAINDER WS-RESTO-SEMANA.
           COMPUTE WS-DIA-SEMANA = WS-RESTO-SEMANA + 1.
           IF WS-DIA-SEMANA > 5
               MOVE "N" TO WS-DIA-HABIL
           ELSE
               MOVE "S" TO WS-DIA-HABIL.

      *    CARGA DE LA BITACORA DEL DIA: LA GENERACION DEL MES SI YA
      *    FUE CORTADA Y DESPUES LA BITACORA VIVA

       CARGAR-BITACORA.
           MOVE ZERO TO WS-CANT-ENTRADAS.
           PERFORM CARGAR-GENERACION.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA LOGFILE"
           ELSE
               MOVE "N" TO WS-FIN-LOG
               PERFORM LEER-BITACORA UNTIL FIN-LOG
               CLOSE LOG-FILE.

       LEER-BITACORA.
           READ LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-LOG
               NOT AT END
                   PERFORM GUARDAR-ENTRADA.

       CARGAR-GENERACION.
           MOVE WS-FECHA-DIA (1:6) TO WS-PERIODO-DIA.
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
                          AND CAT-PERIODO = WS-PERIODO-DIA
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
                   PERFORM GUARDAR-ENTRADA.

      *    LAS LINEAS ANTERIORES A LA OPERACION MULTI-ESTACION NO
      *    TRAEN HORA: QUEDAN FUERA DE LAS REGLAS QUE LA NECESITAN
       GUARDAR-ENTRADA.
           IF LOG-FECHA NUMERIC AND LOG-FECHA = WS-FECHA-DIA
               IF WS-CANT-ENTRADAS >= WS-MAX-ENTRADAS
                   DISPLAY "SE ALCANZO EL MAXIMO DE ENTRADAS DEL DIA "
                   "(2000), SE IGNORAN LAS RESTANTES"
               ELSE
                   ADD 1 TO WS-CANT-ENTRADAS
                   SET WS-IDX-ENT TO WS-CANT-ENTRADAS
                   MOVE LOG-OPERADOR TO WS-ENT-OPERADOR (WS-IDX-ENT)
                   MOVE LOG-CLIENTE TO WS-ENT-CLIENTE (WS-IDX-ENT)
                   MOVE LOG-NUM1-TEXTO TO WS-ENT-NUM1 (WS-IDX-ENT)
                   MOVE LOG-OPCION TO WS-ENT-OPCION (WS-IDX-ENT)
                   MOVE LOG-NUM2-TEXTO TO WS-ENT-NUM2 (WS-IDX-ENT)
                   MOVE LOG-RESULTADO-TEXTO
                       TO WS-ENT-RESULTADO-TEXTO (WS-IDX-ENT)
                   COMPUTE WS-ENT-RESULTADO (WS-IDX-ENT) =
                       FUNCTION NUMVAL(LOG-RESULTADO-TEXTO)
                   MOVE LOG-APROBADOR TO WS-ENT-APROBADOR (WS-IDX-ENT)
                   MOVE LOG-ESTACION TO WS-ENT-ESTACION (WS-IDX-ENT)
                   MOVE LOG-HORA-TEXTO TO WS-ENT-HORA (WS-IDX-ENT)
                   MOVE LOG-MARCA TO WS-ENT-MARCA (WS-IDX-ENT)
                   MOVE "N" TO WS-ENT-CERCA-LIMITE (WS-IDX-ENT)
                   MOVE ZERO TO WS-ENT-SEGUNDOS (WS-IDX-ENT)
                   MOVE "N" TO WS-ENT-HORA-VALIDA (WS-IDX-ENT)
                   IF LOG-HORA-TEXTO NUMERIC
                       MOVE LOG-HORA-TEXTO TO WS-HORA-DESARME
                       IF WS-HORA-HH < 24 AND WS-HORA-MM < 60
                              AND WS-HORA-SS < 60
                           MOVE "S" TO WS-ENT-HORA-VALIDA (WS-IDX-ENT)
                           COMPUTE WS-ENT-SEGUNDOS (WS-IDX-ENT) =
                               WS-HORA-HH * 3600 + WS-HORA-MM * 60
                             + WS-HORA-SS
                       END-IF
                   END-IF
               END-IF.

       CARGAR-SESIONES.
           MOVE ZERO TO WS-CANT-SESIONES.
           OPEN INPUT SEG-FILE.
           IF WS-SEG-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL REGISTRO DE SEGURIDAD "
               "SEGFILE"
               MOVE "NO SE ENCONTRO SEGFILE: TODA LA ACTIVIDAD CON "
                   TO EXCP-RECORD
               WRITE EXCP-RECORD
               MOVE "HORA FIGURA SIN INICIO DE SESION" TO EXCP-RECORD
               WRITE EXCP-RECORD
           ELSE
               MOVE "N" TO WS-FIN-SEG
               PERFORM LEER-SESION UNTIL FIN-SEG
               CLOSE SEG-FILE.

       LEER-SESION.
           READ SEG-FILE
               AT END
                   MOVE "S" TO WS-FIN-SEG
               NOT AT END
                   IF SEG-FECHA NUMERIC AND SEG-FECHA = WS-FECHA-DIA
                          AND SEG-EVENTO = "OK"
                       IF WS-CANT-SESIONES >= WS-MAX-SESIONES
                           DISPLAY "SE ALCANZO EL MAXIMO DE INICIOS "
                           "DE SESION DEL DIA (1000), SE IGNORAN LOS "
                           "RESTANTES"
                           MOVE "S" TO WS-FIN-SEG
                       ELSE
                           ADD 1 TO WS-CANT-SESIONES
                           SET WS-IDX-SES TO WS-CANT-SESIONES
                           MOVE SEG-ESTACION
                               TO WS-SES-ESTACION (WS-IDX-SES)
                           MOVE SEG-OPERADOR
                               TO WS-SES-OPERADOR (WS-IDX-SES)
                           MOVE SEG-HORA TO WS-SES-HORA (WS-IDX-SES)
                       END-IF
                   END-IF.

       INFORMAR-ENCABEZADO.
           MOVE SPACES TO EXCP-RECORD.
           STRING "INFORME DE EXCEPCIONES DEL DIA " WS-FECHA-DIA
               DELIMITED BY SIZE INTO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-CANT-ENTRADAS TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO EXCP-RECORD.
           STRING "ENTRADAS DE BITACORA REVISADAS: " WS-CANTIDAD-FORMAT
               DELIMITED BY SIZE INTO EXCP-RECORD.
           WRITE EXCP-RECORD.
           IF WS-DIA-HABIL NOT = "S"
               MOVE "DIA NO HABIL: TODA LA ACTIVIDAD ATENDIDA ES FUERA "
                   TO EXCP-RECORD
               WRITE EXCP-RECORD
               MOVE "DE HORARIO" TO EXCP-RECORD
               WRITE EXCP-RECORD.
           MOVE SPACES TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE SPACES TO EXCP-RECORD.
           STRING "REGLA HORA   EST  OPERADOR CLI  O NUM1       "
                  "NUM2       RESULTADO" DELIMITED BY SIZE
               INTO EXCP-RECORD.
           WRITE EXCP-RECORD.

      *    LINEA DE DETALLE DE UNA ENTRADA: SE ANTEPONE LA REGLA QUE
      *    DISPARO (O BLANCOS PARA LAS ENTRADAS QUE LA ACOMPANAN)
       INFORMAR-ENTRADA.
           MOVE SPACES TO WS-LINEA-ENTRADA.
           STRING WS-ENT-HORA (WS-IDX-ENT) " "
                  WS-ENT-ESTACION (WS-IDX-ENT) " "
                  WS-ENT-OPERADOR (WS-IDX-ENT) " "
                  WS-ENT-CLIENTE (WS-IDX-ENT) " "
                  WS-ENT-OPCION (WS-IDX-ENT) " "
                  WS-ENT-NUM1 (WS-IDX-ENT) " "
                  WS-ENT-NUM2 (WS-IDX-ENT) " "
                  WS-ENT-RESULTADO-TEXTO (WS-IDX-ENT) " "
                  WS-ENT-MARCA (WS-IDX-ENT)
                  DELIMITED BY SIZE INTO WS-LINEA-ENTRADA.
           MOVE SPACES TO EXCP-RECORD.
           STRING WS-REGLA " " WS-LINEA-ENTRADA
               DELIMITED BY SIZE INTO EXCP-RECORD.
           WRITE EXCP-RECORD.

      *    DUP: PARES DE ENTRADAS IGUALES DENTRO DE LA VENTANA; LOS
      *    CONTRAASIENTOS REPITEN A PROPOSITO LOS DATOS DEL ORIGINAL
      *    Y NO SE CONSIDERAN

       REGLA-DUPLICADOS.
           PERFORM BUSCAR-DUPLICADOS
               VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-CANT-ENTRADAS.

       BUSCAR-DUPLICADOS.
           IF WS-ENT-MARCA (WS-IDX-ENT) NOT = "R"
                  AND WS-ENT-HORA-VALIDA (WS-IDX-ENT) = "S"
               SET WS-IDX-OTRA TO WS-IDX-ENT
               SET WS-IDX-OTRA UP BY 1
               PERFORM COMPARAR-DUPLICADO
                   VARYING WS-IDX-OTRA FROM WS-IDX-OTRA BY 1
                   UNTIL WS-IDX-OTRA > WS-CANT-ENTRADAS.

       COMPARAR-DUPLICADO.
           IF WS-ENT-MARCA (WS-IDX-OTRA) NOT = "R"
                  AND WS-ENT-HORA-VALIDA (WS-IDX-OTRA) = "S"
                  AND WS-ENT-OPERADOR (WS-IDX-OTRA) =
                      WS-ENT-OPERADOR (WS-IDX-ENT)
                  AND WS-ENT-CLIENTE (WS-IDX-OTRA) =
                      WS-ENT-CLIENTE (WS-IDX-ENT)
                  AND WS-ENT-NUM1 (WS-IDX-OTRA) =
                      WS-ENT-NUM1 (WS-IDX-ENT)
                  AND WS-ENT-NUM2 (WS-IDX-OTRA) =
                      WS-ENT-NUM2 (WS-IDX-ENT)
                  AND WS-ENT-OPCION (WS-IDX-OTRA) =
                      WS-ENT-OPCION (WS-IDX-ENT)
               COMPUTE WS-DIFERENCIA-SEGUNDOS =
                   WS-ENT-SEGUNDOS (WS-IDX-OTRA)
                 - WS-ENT-SEGUNDOS (WS-IDX-ENT)
               IF WS-DIFERENCIA-SEGUNDOS < ZERO
                   COMPUTE WS-DIFERENCIA-SEGUNDOS =
                       ZERO - WS-DIFERENCIA-SEGUNDOS
               END-IF
               IF WS-DIFERENCIA-SEGUNDOS <= WS-VENTANA-DUPLICADO
                   ADD 1 TO WS-EXC-DUPLICADOS
                   MOVE "DUP" TO WS-REGLA
                   PERFORM INFORMAR-ENTRADA
                   MOVE SPACES TO WS-LINEA-ENTRADA
                   STRING WS-ENT-HORA (WS-IDX-OTRA) " "
                          WS-ENT-ESTACION (WS-IDX-OTRA) " "
                          WS-ENT-OPERADOR (WS-IDX-OTRA) " "
                          WS-ENT-CLIENTE (WS-IDX-OTRA) " "
                          WS-ENT-OPCION (WS-IDX-OTRA) " "
                          WS-ENT-NUM1 (WS-IDX-OTRA) " "
                          WS-ENT-NUM2 (WS-IDX-OTRA) " "
                          WS-ENT-RESULTADO-TEXTO (WS-IDX-OTRA)
                          DELIMITED BY SIZE INTO WS-LINEA-ENTRADA
                   MOVE SPACES TO EXCP-RECORD
                   STRING "      " WS-LINEA-ENTRADA
                       DELIMITED BY SIZE INTO EXCP-RECORD
                   WRITE EXCP-RECORD
               END-IF.

      *    LIM: SE MARCAN LOS RESULTADOS (EN VALOR ABSOLUTO) ENTRE EL
      *    UMBRAL Y EL LIMITE, SE CUENTAN POR OPERADOR Y POR CLIENTE,
      *    Y SE INFORMA CADA OPERADOR O CLIENTE QUE LLEGA AL MINIMO DE
      *    REPETICIONES JUNTO CON SUS ENTRADAS

       REGLA-CERCA-LIMITE.
           IF WS-LIMITE-APROBACION = ZERO
               MOVE "LIM   SIN LIMITE DE APROBACION EN PARMFILE, REGLA "
                   TO EXCP-RECORD
               MOVE "NO APLICADA" TO EXCP-RECORD (52:11)
               WRITE EXCP-RECORD
           ELSE
               MOVE ZERO TO WS-CANT-OPERADORES
               MOVE ZERO TO WS-CANT-CLIENTES
               PERFORM MARCAR-CERCA-LIMITE
                   VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL WS-IDX-ENT > WS-CANT-ENTRADAS
               PERFORM INFORMAR-OPERADOR-LIMITE
                   VARYING WS-IDX-OPE FROM 1 BY 1
                   UNTIL WS-IDX-OPE > WS-CANT-OPERADORES
               PERFORM INFORMAR-CLIENTE-LIMITE
                   VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-CANT-CLIENTES.

       MARCAR-CERCA-LIMITE.
           IF WS-ENT-RESULTADO (WS-IDX-ENT) < ZERO
               COMPUTE WS-RESULTADO-ABS =
                   ZERO - WS-ENT-RESULTADO (WS-IDX-ENT)
           ELSE
               MOVE WS-ENT-RESULTADO (WS-IDX-ENT) TO WS-RESULTADO-ABS.
           IF WS-ENT-MARCA (WS-IDX-ENT) NOT = "R"
                  AND WS-RESULTADO-ABS >= WS-UMBRAL-CERCA
                  AND WS-RESULTADO-ABS <= WS-LIMITE-APROBACION
               MOVE "S" TO WS-ENT-CERCA-LIMITE (WS-IDX-ENT)
               MOVE WS-ENT-OPERADOR (WS-IDX-ENT) TO WS-OPERADOR-BUSCADO
               PERFORM UBICAR-OPERADOR
               IF WS-OPE-ENCONTRADO = "S"
                   ADD 1 TO WS-OPE-CANTIDAD (WS-IDX-OPE)
               END-IF
               MOVE WS-ENT-CLIENTE (WS-IDX-ENT) TO WS-CLIENTE-BUSCADO
               PERFORM UBICAR-CLIENTE
               IF WS-CLI-ENCONTRADO = "S"
                   ADD 1 TO WS-CLI-CANTIDAD (WS-IDX-CLI)
               END-IF.

       INFORMAR-OPERADOR-LIMITE.
           IF WS-OPE-CANTIDAD (WS-IDX-OPE) >= WS-MIN-CERCA-LIMITE
               ADD 1 TO WS-EXC-CERCA-LIMITE
               MOVE WS-OPE-CANTIDAD (WS-IDX-OPE) TO WS-CANTIDAD-FORMAT
               MOVE WS-PORC-CERCA-LIMITE TO WS-PORCENTAJE-FORMAT
               MOVE WS-LIMITE-APROBACION TO WS-LIMITE-FORMAT
               MOVE SPACES TO EXCP-RECORD
               STRING "LIM   OPERADOR " WS-OPE-ID (WS-IDX-OPE) ": "
                      WS-CANTIDAD-FORMAT " RESULTADOS ENTRE EL "
                      WS-PORCENTAJE-FORMAT "% Y EL LIMITE "
                      WS-LIMITE-FORMAT
                      DELIMITED BY SIZE INTO EXCP-RECORD
               WRITE EXCP-RECORD
               MOVE SPACES TO WS-REGLA
               PERFORM INFORMAR-ENTRADA-OPERADOR
                   VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL WS-IDX-ENT > WS-CANT-ENTRADAS.

       INFORMAR-ENTRADA-OPERADOR.
           IF WS-ENT-CERCA-LIMITE (WS-IDX-ENT) = "S"
                  AND WS-ENT-OPERADOR (WS-IDX-ENT) =
                      WS-OPE-ID (WS-IDX-OPE)
               PERFORM INFORMAR-ENTRADA.

       INFORMAR-CLIENTE-LIMITE.
           IF WS-CLI-CANTIDAD (WS-IDX-CLI) >= WS-MIN-CERCA-LIMITE
               ADD 1 TO WS-EXC-CERCA-LIMITE
               MOVE WS-CLI-CANTIDAD (WS-IDX-CLI) TO WS-CANTIDAD-FORMAT
               MOVE WS-PORC-CERCA-LIMITE TO WS-PORCENTAJE-FORMAT
               MOVE WS-LIMITE-APROBACION TO WS-LIMITE-FORMAT
               MOVE SPACES TO EXCP-RECORD
               STRING "LIM   CLIENTE " WS-CLI-ID (WS-IDX-CLI) ": "
                      WS-CANTIDAD-FORMAT " RESULTADOS ENTRE EL "
                      WS-PORCENTAJE-FORMAT "% Y EL LIMITE "
                      WS-LIMITE-FORMAT
                      DELIMITED BY SIZE INTO EXCP-RECORD
               WRITE EXCP-RECORD
               MOVE SPACES TO WS-REGLA
               PERFORM INFORMAR-ENTRADA-CLIENTE
                   VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL WS-IDX-ENT > WS-CANT-ENTRADAS.

       INFORMAR-ENTRADA-CLIENTE.
           IF WS-ENT-CERCA-LIMITE (WS-IDX-ENT) = "S"
                  AND WS-ENT-CLIENTE (WS-IDX-ENT) =
                      WS-CLI-ID (WS-IDX-CLI)
               PERFORM INFORMAR-ENTRADA.

      *    SES: TODA ENTRADA DEBE TENER UN INICIO DE SESION OK DEL
      *    MISMO OPERADOR EN LA MISMA ESTACION, ESE DIA Y A UNA HORA
      *    NO POSTERIOR A LA DE LA ENTRADA; EL CONTRAASIENTO CONSERVA
      *    EL OPERADOR DEL CALCULO ORIGINAL PERO LO GRABA EL SUPERVISOR
      *    (APROBADOR) EN SU ESTACION, ASI QUE SE BUSCA SU SESION

       REGLA-SIN-SESION.
           MOVE "SES" TO WS-REGLA.
           PERFORM VERIFICAR-SESION
               VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-CANT-ENTRADAS.

       VERIFICAR-SESION.
           IF WS-ENT-HORA-VALIDA (WS-IDX-ENT) = "S"
               IF WS-ENT-MARCA (WS-IDX-ENT) = "R"
                   MOVE WS-ENT-APROBADOR (WS-IDX-ENT)
                       TO WS-SESION-OPERADOR
               ELSE
                   MOVE WS-ENT-OPERADOR (WS-IDX-ENT)
                       TO WS-SESION-OPERADOR
               END-IF
               MOVE "N" TO WS-SESION-ENCONTRADA
               PERFORM BUSCAR-SESION
                   VARYING WS-IDX-SES FROM 1 BY 1
                   UNTIL WS-IDX-SES > WS-CANT-SESIONES
                      OR WS-SESION-ENCONTRADA = "S"
               IF WS-SESION-ENCONTRADA NOT = "S"
                   ADD 1 TO WS-EXC-SIN-SESION
                   PERFORM INFORMAR-ENTRADA
               END-IF.

       BUSCAR-SESION.
           IF WS-SES-ESTACION (WS-IDX-SES) =
                  WS-ENT-ESTACION (WS-IDX-ENT)
                  AND WS-SES-OPERADOR (WS-IDX-SES) =
                      WS-SESION-OPERADOR
                  AND WS-SES-HORA (WS-IDX-SES) <=
                      WS-ENT-HORA-NUM (WS-IDX-ENT)
               MOVE "S" TO WS-SESION-ENCONTRADA.

      *    HOR: FUERA DEL HORARIO HABIL O EN DIA NO HABIL, SALVO LA
      *    CORRIDA DESATENDIDA

       REGLA-FUERA-HORARIO.
           MOVE "HOR" TO WS-REGLA.
           PERFORM VERIFICAR-HORARIO
               VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-CANT-ENTRADAS.

       VERIFICAR-HORARIO.
           IF WS-ENT-HORA-VALIDA (WS-IDX-ENT) = "S"
                  AND WS-ENT-ESTACION (WS-IDX-ENT) NOT =
                      WS-ESTACION-DESATENDIDA
               IF WS-DIA-HABIL NOT = "S"
                      OR WS-ENT-HORA-NUM (WS-IDX-ENT) < WS-HORA-APERTURA
                      OR WS-ENT-HORA-NUM (WS-IDX-ENT) >= WS-HORA-CIERRE
                   ADD 1 TO WS-EXC-FUERA-HORARIO
                   PERFORM INFORMAR-ENTRADA
               END-IF.

      *    APR: EL APROBADOR DE UN RESULTADO RETENIDO ES EL MISMO
      *    OPERADOR QUE LO CALCULO

       REGLA-AUTOAPROBACION.
           MOVE "APR" TO WS-REGLA.
           PERFORM VERIFICAR-APROBADOR
               VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-CANT-ENTRADAS.

       VERIFICAR-APROBADOR.
           IF WS-ENT-APROBADOR (WS-IDX-ENT) NOT = SPACES
                  AND WS-ENT-APROBADOR (WS-IDX-ENT) =
                      WS-ENT-OPERADOR (WS-IDX-ENT)
               ADD 1 TO WS-EXC-AUTOAPROBADOS
               PERFORM INFORMAR-ENTRADA.

      *    ANU: ANULACIONES HECHAS EN EL DIA, CONTADAS POR EL OPERADOR
      *    DUENO DEL RESULTADO ANULADO; SE INFORMA CADA OPERADOR QUE
      *    LLEGA AL MINIMO, CON SUS ANULACIONES (SEGUNDA LECTURA)

       REGLA-ANULACIONES.
           MOVE ZERO TO WS-CANT-OPERADORES.
           OPEN INPUT ANUL-FILE.
           IF WS-ANUL-STATUS = "00"
               MOVE "N" TO WS-FIN-ANUL
               PERFORM CONTAR-ANULACION UNTIL FIN-ANUL
               CLOSE ANUL-FILE
               PERFORM INFORMAR-OPERADOR-ANULACIONES
                   VARYING WS-IDX-OPE FROM 1 BY 1
                   UNTIL WS-IDX-OPE > WS-CANT-OPERADORES.

       CONTAR-ANULACION.
           READ ANUL-FILE
               AT END
                   MOVE "S" TO WS-FIN-ANUL
               NOT AT END
                   IF ANUL-FECHA-ANULADO NUMERIC
                          AND ANUL-FECHA-ANULADO = WS-FECHA-DIA
                       MOVE ANUL-OPERADOR TO WS-OPERADOR-BUSCADO
                       PERFORM UBICAR-OPERADOR
                       IF WS-OPE-ENCONTRADO = "S"
                           ADD 1 TO WS-OPE-CANTIDAD (WS-IDX-OPE)
                       END-IF
                   END-IF.

       INFORMAR-OPERADOR-ANULACIONES.
           IF WS-OPE-CANTIDAD (WS-IDX-OPE) >= WS-MIN-ANULACIONES
               ADD 1 TO WS-EXC-ANULACIONES
               MOVE WS-OPE-CANTIDAD (WS-IDX-OPE) TO WS-CANTIDAD-FORMAT
               MOVE SPACES TO EXCP-RECORD
               STRING "ANU   OPERADOR " WS-OPE-ID (WS-IDX-OPE) ": "
                      WS-CANTIDAD-FORMAT " RESULTADOS ANULADOS EN EL "
                      "DIA" DELIMITED BY SIZE INTO EXCP-RECORD
               WRITE EXCP-RECORD
               OPEN INPUT ANUL-FILE
               IF WS-ANUL-STATUS = "00"
                   MOVE "N" TO WS-FIN-ANUL
                   PERFORM INFORMAR-ANULACION UNTIL FIN-ANUL
                   CLOSE ANUL-FILE
               END-IF.

       INFORMAR-ANULACION.
           READ ANUL-FILE
               AT END
                   MOVE "S" TO WS-FIN-ANUL
               NOT AT END
                   IF ANUL-FECHA-ANULADO NUMERIC
                          AND ANUL-FECHA-ANULADO = WS-FECHA-DIA
                          AND ANUL-OPERADOR = WS-OPE-ID (WS-IDX-OPE)
                       MOVE SPACES TO EXCP-RECORD
                       STRING "      DEL " ANUL-FECHA-ORIGEN " "
                              ANUL-OPERADOR " " ANUL-CLIENTE " "
                              ANUL-OPCION " " ANUL-RESULTADO
                              " ANULO " ANUL-APROBADOR
                              DELIMITED BY SIZE INTO EXCP-RECORD
                       WRITE EXCP-RECORD
                   END-IF.

      *    UBICA (O DA DE ALTA) LA FILA DEL OPERADOR O DEL CLIENTE

       UBICAR-OPERADOR.
           SET WS-IDX-OPE TO 1.
           MOVE "N" TO WS-OPE-ENCONTRADO.
           PERFORM BUSCAR-OPERADOR
               UNTIL WS-IDX-OPE > WS-CANT-OPERADORES
                  OR WS-OPE-ENCONTRADO = "S".
           IF WS-OPE-ENCONTRADO NOT = "S"
               IF WS-CANT-OPERADORES >= 100
                   DISPLAY "SE ALCANZO EL MAXIMO DE OPERADORES DEL "
                   "CONTEO (100), SE IGNORAN LOS RESTANTES"
               ELSE
                   ADD 1 TO WS-CANT-OPERADORES
                   SET WS-IDX-OPE TO WS-CANT-OPERADORES
                   MOVE WS-OPERADOR-BUSCADO TO WS-OPE-ID (WS-IDX-OPE)
                   MOVE ZERO TO WS-OPE-CANTIDAD (WS-IDX-OPE)
                   MOVE "S" TO WS-OPE-ENCONTRADO
               END-IF.

       BUSCAR-OPERADOR.
           IF WS-OPE-ID (WS-IDX-OPE) = WS-OPERADOR-BUSCADO
               MOVE "S" TO WS-OPE-ENCONTRADO
           ELSE
               SET WS-IDX-OPE UP BY 1.

       UBICAR-CLIENTE.
           SET WS-IDX-CLI TO 1.
           MOVE "N" TO WS-CLI-ENCONTRADO.
           PERFORM BUSCAR-CLIENTE
               UNTIL WS-IDX-CLI > WS-CANT-CLIENTES
                  OR WS-CLI-ENCONTRADO = "S".
           IF WS-CLI-ENCONTRADO NOT = "S"
               IF WS-CANT-CLIENTES >= 200
                   DISPLAY "SE ALCANZO EL MAXIMO DE CLIENTES DEL "
                   "CONTEO (200), SE IGNORAN LOS RESTANTES"
               ELSE
                   ADD 1 TO WS-CANT-CLIENTES
                   SET WS-IDX-CLI TO WS-CANT-CLIENTES
                   MOVE WS-CLIENTE-BUSCADO TO WS-CLI-ID (WS-IDX-CLI)
                   MOVE ZERO TO WS-CLI-CANTIDAD (WS-IDX-CLI)
                   MOVE "S" TO WS-CLI-ENCONTRADO
               END-IF.

       BUSCAR-CLIENTE.
           IF WS-CLI-ID (WS-IDX-CLI) = WS-CLIENTE-BUSCADO
               MOVE "S" TO WS-CLI-ENCONTRADO
           ELSE
               SET WS-IDX-CLI UP BY 1.

      *    CANTIDAD DE EXCEPCIONES DEL DIA POR REGLA

       INFORMAR-RESUMEN.
           COMPUTE WS-EXC-TOTAL = WS-EXC-DUPLICADOS
               + WS-EXC-CERCA-LIMITE + WS-EXC-SIN-SESION
               + WS-EXC-FUERA-HORARIO + WS-EXC-AUTOAPROBADOS
               + WS-EXC-ANULACIONES.
           MOVE SPACES TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE "RESUMEN DEL DIA POR REGLA" TO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-EXC-DUPLICADOS TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO EXCP-RECORD.
           STRING "DUP  POSIBLES DUPLICADOS:               "
                  WS-CANTIDAD-FORMAT DELIMITED BY SIZE
               INTO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-EXC-CERCA-LIMITE TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO EXCP-RECORD.
           STRING "LIM  REPETIDOS DEBAJO DEL LIMITE:       "
                  WS-CANTIDAD-FORMAT DELIMITED BY SIZE
               INTO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-EXC-SIN-SESION TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO EXCP-RECORD.
           STRING "SES  SIN INICIO DE SESION:              "
                  WS-CANTIDAD-FORMAT DELIMITED BY SIZE
               INTO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-EXC-FUERA-HORARIO TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO EXCP-RECORD.
           STRING "HOR  FUERA DE HORARIO:                  "
                  WS-CANTIDAD-FORMAT DELIMITED BY SIZE
               INTO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-EXC-AUTOAPROBADOS TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO EXCP-RECORD.
           STRING "APR  APROBADOS POR EL MISMO OPERADOR:   "
                  WS-CANTIDAD-FORMAT DELIMITED BY SIZE
               INTO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-EXC-ANULACIONES TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO EXCP-RECORD.
           STRING "ANU  OPERADORES CON MUCHAS ANULACIONES: "
                  WS-CANTIDAD-FORMAT DELIMITED BY SIZE
               INTO EXCP-RECORD.
           WRITE EXCP-RECORD.
           MOVE WS-EXC-TOTAL TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO EXCP-RECORD.
           STRING "TOTAL DE EXCEPCIONES:                   "
                  WS-CANTIDAD-FORMAT DELIMITED BY SIZE
               INTO EXCP-RECORD.
           WRITE EXCP-RECORD.
           DISPLAY "INFORME DE EXCEPCIONES GENERADO EN EXCPFILE, "
               "EXCEPCIONES DEL DIA: " WS-CANTIDAD-FORMAT.

       END PROGRAM ReporteExcepciones.
