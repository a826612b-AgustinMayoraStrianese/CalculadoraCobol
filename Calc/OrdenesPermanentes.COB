      ******************************************************************
      * Author:Agustin Mayora
      * Date: 15/10/2026
      * Purpose: Generador de ordenes permanentes: para una fecha de
      *          negocio recorre el maestro ORDFILE (calculos que un
      *          cliente recibe todos los dias, semanas o meses, o en
      *          una fecha puntual) y arma con las ordenes que vencen
      *          ese dia un TRANFILE completo, con encabezado de lote
      *          (ID unico, origen PROGRAMA), detalles y cierre con la
      *          cantidad y el hash, listo para la pasada batch de la
      *          calculadora. Cada orden generada queda asentada en
      *          ORDGFILE con la fecha y el lote, y una orden nunca se
      *          genera dos veces para la misma fecha. El informe
      *          ORDIFILE lista las ordenes generadas y las omitidas
      *          con el motivo (cliente inactivo o inexistente,
      *          formula inexistente o que pide operandos, datos de la
      *          orden invalidos, ya generada para la fecha).
      *          No pisa un TRANFILE cuyo lote todavia no figura en
      *          LOTEFILE (pendiente de procesar).
      *          Codigos de retorno: 0 = lote generado, 4 = ninguna
      *          orden para generar, 8 = TRANFILE pendiente o sin ID
      *          de lote libre para la fecha, 12 = no se pudo abrir el
      *          maestro o una salida.
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrdenesPermanentes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORD-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT ORDG-FILE ASSIGN TO "ORDGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDG-STATUS.

           SELECT ORDI-FILE ASSIGN TO "ORDIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDI-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT LOTE-FILE ASSIGN TO "LOTEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-STATUS.

           SELECT CLI-FILE ASSIGN TO "CLIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT FORM-FILE ASSIGN TO "FORMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MAESTRO DE ORDENES PERMANENTES, UNA LINEA POR ORDEN.
      *    OPCION: LA MISMA LETRA DEL TRANFILE (F = FORMULA DE
      *    FORMFILE, X/Y = CONVERSION EN LA MONEDA DE LA ORDEN).
      *    FRECUENCIA Y DIA:
      *      D  TODOS LOS DIAS HABILES (LUNES A VIERNES), DIA SIN USO
      *      S  SEMANAL, DIA = DIA DE LA SEMANA (1 = LUNES, 7 = DOMINGO)
      *      M  MENSUAL, DIA = DIA DEL MES (SI EL MES ES MAS CORTO SE
      *         GENERA EL ULTIMO DIA DEL MES)
      *      E  FECHA ESPECIFICA, DIA = AAAAMMDD
      *    LA BAJA ES LOGICA (ESTADO I)
       FD  ORD-FILE.
       01  ORD-RECORD.
           05 ORD-ID                    PIC X(06).
           05 FILLER                    PIC X(01).
           05 ORD-CLIENTE               PIC X(04).
           05 FILLER                    PIC X(01).
           05 ORD-OPCION                PIC X(01).
           05 FILLER                    PIC X(01).
           05 ORD-FORMULA               PIC X(08).
           05 FILLER                    PIC X(01).
           05 ORD-NUM1                  PIC S9(05)V9(02).
           05 FILLER                    PIC X(01).
           05 ORD-NUM2                  PIC S9(05)V9(02).
           05 FILLER                    PIC X(01).
           05 ORD-MONEDA                PIC X(03).
           05 FILLER                    PIC X(01).
           05 ORD-FRECUENCIA            PIC X(01).
               88 ORD-DIARIA            VALUE "D".
               88 ORD-SEMANAL           VALUE "S".
               88 ORD-MENSUAL           VALUE "M".
               88 ORD-ESPECIFICA        VALUE "E".
           05 FILLER                    PIC X(01).
           05 ORD-DIA                   PIC 9(08).
           05 FILLER                    PIC X(01).
           05 ORD-ESTADO                PIC X(01).
               88 ORD-ACTIVA            VALUE "A".
           05 FILLER                    PIC X(01).
           05 ORD-DESCRIPCION           PIC X(20).

      *    REGISTRO DE ORDENES GENERADAS: UNA LINEA POR ORDEN Y FECHA
      *    DE NEGOCIO, CON EL LOTE QUE LA LLEVO
       FD  ORDG-FILE.
       01  ORDG-RECORD.
           05 ORDG-FECHA                PIC 9(08).
           05 FILLER                    PIC X(01).
           05 ORDG-ORDEN                PIC X(06).
           05 FILLER                    PIC X(01).
           05 ORDG-LOTE                 PIC X(08).
           05 FILLER                    PIC X(01).
           05 ORDG-GENERADO             PIC 9(08).
           05 FILLER                    PIC X(01).
           05 ORDG-HORA                 PIC 9(06).

       FD  ORDI-FILE.
       01  ORDI-RECORD                  PIC X(100).

      *    MISMO TRAZADO DE LOTE QUE LEE LA PASADA BATCH DE LA
      *    CALCULADORA (ENCABEZADO H, DETALLES D, CIERRE T)
       FD  TRAN-FILE.
       01  TRAN-RECORD.
           05 TRAN-TIPO                 PIC X(01).
           05 TRAN-RESTO                PIC X(34).
           05 TRAN-DETALLE REDEFINES TRAN-RESTO.
               10 TRAN-NUM1             PIC S9(05)V99.
               10 TRAN-NUM2             PIC S9(05)V9(2).
               10 TRAN-OPCION           PIC X(01).
               10 TRAN-CLIENTE          PIC X(04).
               10 TRAN-FORMULA          PIC X(08).
               10 TRAN-MONEDA           PIC X(03).
               10 FILLER                PIC X(04).
           05 TRAN-ENCABEZADO REDEFINES TRAN-RESTO.
               10 TRAN-LOTE-ID          PIC X(08).
               10 FILLER                PIC X(01).
               10 TRAN-ORIGEN           PIC X(08).
               10 FILLER                PIC X(01).
               10 TRAN-FECHA-LOTE       PIC 9(08).
           05 TRAN-CIERRE REDEFINES TRAN-RESTO.
               10 TRAN-CANTIDAD         PIC 9(06).
               10 FILLER                PIC X(01).
               10 TRAN-HASH             PIC S9(11)V99.
               10 FILLER                PIC X(06).

      *    LOTES QUE LA CALCULADORA YA PROCESO
       FD  LOTE-FILE.
       01  LOTE-RECORD.
           05 LOTE-ID                   PIC X(08).
           05 FILLER                    PIC X(01).
           05 LOTE-FECHA-PROCESO        PIC 9(08).

      *    MISMO MAESTRO DE CLIENTES QUE MANTIENE LA CALCULADORA
       FD  CLI-FILE.
       01  CLI-RECORD.
           05 CLI-CODIGO                PIC X(04).
           05 FILLER                    PIC X(01).
           05 CLI-NOMBRE                PIC X(20).
           05 FILLER                    PIC X(01).
           05 CLI-ESTADO                PIC X(01).

      *    MISMA BIBLIOTECA DE FORMULAS QUE USA LA CALCULADORA
       FD  FORM-FILE.
       01  FORM-RECORD.
           05 FORM-NOMBRE               PIC X(08).
           05 FILLER                    PIC X(01).
           05 FORM-PASO                 PIC 9(02).
           05 FILLER                    PIC X(01).
           05 FORM-OPCION               PIC X(01).
           05 FILLER                    PIC X(01).
           05 FORM-ORIGEN               PIC X(01).
           05 FILLER                    PIC X(01).
           05 FORM-VALOR                PIC S9(05)V9(02).

       WORKING-STORAGE SECTION.
           77 WS-ORD-STATUS PIC X(02).
           77 WS-ORDG-STATUS PIC X(02).
           77 WS-ORDI-STATUS PIC X(02).
           77 WS-TRAN-STATUS PIC X(02).
           77 WS-LOTE-STATUS PIC X(02).
           77 WS-CLI-STATUS PIC X(02).
           77 WS-FORM-STATUS PIC X(02).
           77 WS-FIN-ORDENES PIC X(01) VALUE "N".
               88 FIN-ORDENES VALUE "S".
           77 WS-FIN-GENERADAS PIC X(01) VALUE "N".
               88 FIN-GENERADAS VALUE "S".
           77 WS-FIN-LOTES PIC X(01) VALUE "N".
               88 FIN-LOTES VALUE "S".
           77 WS-FIN-CLIENTES PIC X(01) VALUE "N".
               88 FIN-CLIENTES VALUE "S".
           77 WS-FIN-FORMULAS PIC X(01) VALUE "N".
               88 FIN-FORMULAS VALUE "S".
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.

      *    FECHA DE NEGOCIO PEDIDA Y SU DESARME
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

      *    CLIENTES DE CLIFILE
           01 WS-TABLA-CLIENTES.
               05 WS-CLIENTE OCCURS 200 TIMES INDEXED BY WS-IDX-CLI.
                   10 WS-CLI-CODIGO PIC X(04).
                   10 WS-CLI-ESTADO PIC X(01).
           77 WS-MAX-CLIENTES PIC 9(03) COMP VALUE 200.
           77 WS-CANT-CLIENTES PIC 9(03) COMP VALUE ZERO.
           77 WS-CLIENTE-ENCONTRADO PIC X(01).
               88 CLIENTE-ENCONTRADO VALUE "S".

      *    PASOS DE LA BIBLIOTECA DE FORMULAS
           01 WS-TABLA-FORMULAS.
               05 WS-PASO-FORM OCCURS 300 TIMES
                       INDEXED BY WS-IDX-FORM.
                   10 WS-FORM-NOMBRE PIC X(08).
                   10 WS-FORM-ORIGEN PIC X(01).
           77 WS-MAX-PASOS-FORM PIC 9(03) COMP VALUE 300.
           77 WS-CANT-PASOS-FORM PIC 9(03) COMP VALUE ZERO.
           77 WS-FORMULA-NOMBRE PIC X(08).
           77 WS-FORMULA-EXISTE PIC X(01).
           77 WS-FORMULA-PASOS PIC 9(03) COMP.
           77 WS-FORMULA-PEDIDOS PIC 9(03) COMP.

      *    ORDENES YA GENERADAS PARA LA FECHA (DE ORDGFILE)
           01 WS-TABLA-YA-GENERADAS.
               05 WS-YA-GENERADA OCCURS 500 TIMES
                       INDEXED BY WS-IDX-YA.
                   10 WS-YA-ORDEN PIC X(06).
                   10 WS-YA-LOTE PIC X(08).
           77 WS-MAX-YA-GENERADAS PIC 9(03) COMP VALUE 500.
           77 WS-CANT-YA-GENERADAS PIC 9(03) COMP VALUE ZERO.
           77 WS-YA-ENCONTRADA PIC X(01).

      *    ORDENES QUE VAN AL LOTE DE ESTA CORRIDA
           01 WS-TABLA-DETALLES.
               05 WS-DETALLE OCCURS 500 TIMES INDEXED BY WS-IDX-DET.
                   10 WS-DET-ORDEN PIC X(06).
                   10 WS-DET-CLIENTE PIC X(04).
                   10 WS-DET-OPCION PIC X(01).
                   10 WS-DET-FORMULA PIC X(08).
                   10 WS-DET-NUM1 PIC S9(05)V9(02).
                   10 WS-DET-NUM2 PIC S9(05)V9(02).
                   10 WS-DET-MONEDA PIC X(03).
                   10 WS-DET-DESCRIPCION PIC X(20).
           77 WS-MAX-DETALLES PIC 9(03) COMP VALUE 500.
           77 WS-CANT-DETALLES PIC 9(03) COMP VALUE ZERO.
           77 WS-DET-DUPLICADO PIC X(01).

      *    ORDENES OMITIDAS Y SU MOTIVO
           01 WS-TABLA-OMITIDAS.
               05 WS-OMITIDA OCCURS 500 TIMES INDEXED BY WS-IDX-OMI.
                   10 WS-OMI-ORDEN PIC X(06).
                   10 WS-OMI-CLIENTE PIC X(04).
                   10 WS-OMI-OPCION PIC X(01).
                   10 WS-OMI-FORMULA PIC X(08).
                   10 WS-OMI-MOTIVO PIC X(40).
           77 WS-MAX-OMITIDAS PIC 9(03) COMP VALUE 500.
           77 WS-CANT-OMITIDAS PIC 9(03) COMP VALUE ZERO.
           77 WS-OMI-SIN-LUGAR PIC 9(05) COMP VALUE ZERO.
           77 WS-MOTIVO-OMISION PIC X(40).

      *    ORDEN EN CURSO
           77 WS-ORDEN-VENCE PIC X(01).
           77 WS-ORDEN-VALIDA PIC X(01).

      *    CONTADORES DE LA CORRIDA
           77 WS-CANT-LEIDAS PIC 9(05) COMP VALUE ZERO.
           77 WS-CANT-INACTIVAS PIC 9(05) COMP VALUE ZERO.
           77 WS-CANT-NO-VENCEN PIC 9(05) COMP VALUE ZERO.

      *    LOTE A GENERAR: "S" + AAMMDD DE LA FECHA + SECUENCIA 1-9
           01 WS-LOTE-NUEVO.
               05 WS-LOTE-PREFIJO PIC X(01) VALUE "S".
               05 WS-LOTE-AAMMDD PIC 9(06).
               05 WS-LOTE-SECUENCIA PIC 9(01).
           77 WS-LOTE-BUSCADO PIC X(08).
           77 WS-LOTE-USADO PIC X(01).
           77 WS-LOTE-LIBRE PIC X(01) VALUE "N".
           77 WS-ORIGEN-LOTE PIC X(08) VALUE "PROGRAMA".
           77 WS-HASH-LOTE PIC S9(11)V9(02) VALUE ZERO.

      *    TRANFILE EXISTENTE TODAVIA NO PROCESADO
           77 WS-TRANFILE-PENDIENTE PIC X(01) VALUE "N".
           77 WS-LOTE-PENDIENTE PIC X(08) VALUE SPACES.

      *    CAMPOS EDITADOS DE SOPORTE PARA ARMAR LINEAS DE REPORTE
           77 WS-ETIQUETA PIC X(25).
           77 WS-CANTIDAD-FORMAT PIC ZZZZ9.
           77 WS-NUM1-FORMAT PIC -Z(4)9.99.
           77 WS-NUM2-FORMAT PIC -Z(4)9.99.
           77 WS-HASH-FORMAT PIC -Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN.
           PERFORM PEDIR-FECHA-NEGOCIO.
           PERFORM DETERMINAR-DIA-SEMANA.
           PERFORM CARGAR-CLIENTES.
           PERFORM CARGAR-FORMULAS.
           PERFORM CARGAR-YA-GENERADAS.
           OPEN INPUT ORD-FILE.
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO ORDFILE"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               MOVE "N" TO WS-FIN-ORDENES
               PERFORM LEER-ORDEN UNTIL FIN-ORDENES
               CLOSE ORD-FILE
               OPEN OUTPUT ORDI-FILE
               IF WS-ORDI-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL INFORME ORDIFILE"
                   MOVE 12 TO WS-CODIGO-RETORNO
               ELSE
                   IF WS-CANT-DETALLES = ZERO
                       MOVE 04 TO WS-CODIGO-RETORNO
                   ELSE
                       PERFORM GENERAR-LOTE
                   END-IF
                   PERFORM INFORMAR-CORRIDA
                   CLOSE ORDI-FILE
               END-IF.
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

      *    LA FECHA TIENE QUE EXISTIR EN EL CALENDARIO: LA FRECUENCIA
      *    MENSUAL DEPENDE DEL ULTIMO DIA DEL MES
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

      *    CARGA DE LOS MAESTROS DE CONSULTA

       CARGAR-CLIENTES.
           MOVE ZERO TO WS-CANT-CLIENTES.
           OPEN INPUT CLI-FILE.
           IF WS-CLI-STATUS = "00"
               MOVE "N" TO WS-FIN-CLIENTES
               PERFORM LEER-CLIENTE UNTIL FIN-CLIENTES
               CLOSE CLI-FILE
           ELSE
               DISPLAY "NO SE PUDO ABRIR CLIFILE, TODAS LAS ORDENES "
               "QUEDAN CON CLIENTE INEXISTENTE".

       LEER-CLIENTE.
           READ CLI-FILE
               AT END
                   MOVE "S" TO WS-FIN-CLIENTES
               NOT AT END
                   IF WS-CANT-CLIENTES >= WS-MAX-CLIENTES
                       DISPLAY "SE ALCANZO EL MAXIMO DE CLIENTES "
                       "ADMITIDOS (200), SE IGNORA EL RESTO"
                       MOVE "S" TO WS-FIN-CLIENTES
                   ELSE
                   IF CLI-CODIGO NOT = SPACES
                       ADD 1 TO WS-CANT-CLIENTES
                       SET WS-IDX-CLI TO WS-CANT-CLIENTES
                       MOVE CLI-CODIGO TO WS-CLI-CODIGO (WS-IDX-CLI)
                       MOVE CLI-ESTADO TO WS-CLI-ESTADO (WS-IDX-CLI)
                   END-IF.

       CARGAR-FORMULAS.
           MOVE ZERO TO WS-CANT-PASOS-FORM.
           OPEN INPUT FORM-FILE.
           IF WS-FORM-STATUS = "00"
               MOVE "N" TO WS-FIN-FORMULAS
               PERFORM LEER-PASO-FORMULA UNTIL FIN-FORMULAS
               CLOSE FORM-FILE.

       LEER-PASO-FORMULA.
           READ FORM-FILE
               AT END
                   MOVE "S" TO WS-FIN-FORMULAS
               NOT AT END
                   IF WS-CANT-PASOS-FORM >= WS-MAX-PASOS-FORM
                       DISPLAY "SE ALCANZO EL MAXIMO DE PASOS DE "
                       "FORMULA ADMITIDOS (300), SE IGNORA EL RESTO"
                       MOVE "S" TO WS-FIN-FORMULAS
                   ELSE
                   IF FORM-NOMBRE NOT = SPACES AND FORM-VALOR NUMERIC
                       ADD 1 TO WS-CANT-PASOS-FORM
                       SET WS-IDX-FORM TO WS-CANT-PASOS-FORM
                       MOVE FORM-NOMBRE
                           TO WS-FORM-NOMBRE (WS-IDX-FORM)
                       MOVE FORM-ORIGEN
                           TO WS-FORM-ORIGEN (WS-IDX-FORM)
                   END-IF.

      *    ORDENES QUE ALGUNA CORRIDA ANTERIOR YA GENERO PARA LA
      *    MISMA FECHA DE NEGOCIO
       CARGAR-YA-GENERADAS.
           MOVE ZERO TO WS-CANT-YA-GENERADAS.
           OPEN INPUT ORDG-FILE.
           IF WS-ORDG-STATUS = "00"
               MOVE "N" TO WS-FIN-GENERADAS
               PERFORM LEER-YA-GENERADA UNTIL FIN-GENERADAS
               CLOSE ORDG-FILE.

       LEER-YA-GENERADA.
           READ ORDG-FILE
               AT END
                   MOVE "S" TO WS-FIN-GENERADAS
               NOT AT END
                   IF ORDG-FECHA NUMERIC
                          AND ORDG-FECHA = WS-FECHA-NEGOCIO
                       IF WS-CANT-YA-GENERADAS >= WS-MAX-YA-GENERADAS
                           DISPLAY "SE ALCANZO EL MAXIMO DE ORDENES "
                           "GENERADAS POR FECHA (500)"
                           MOVE "S" TO WS-FIN-GENERADAS
                       ELSE
                           ADD 1 TO WS-CANT-YA-GENERADAS
                           SET WS-IDX-YA TO WS-CANT-YA-GENERADAS
                           MOVE ORDG-ORDEN TO WS-YA-ORDEN (WS-IDX-YA)
                           MOVE ORDG-LOTE TO WS-YA-LOTE (WS-IDX-YA)
                       END-IF
                   END-IF.

      *    PASADA DEL MAESTRO DE ORDENES

       LEER-ORDEN.
           READ ORD-FILE
               AT END
                   MOVE "S" TO WS-FIN-ORDENES
               NOT AT END
                   IF ORD-ID NOT = SPACES
                       ADD 1 TO WS-CANT-LEIDAS
                       PERFORM EVALUAR-ORDEN
                   END-IF.

      *    UNA ORDEN INACTIVA O QUE NO VENCE EN LA FECHA SOLO SE
      *    CUENTA; LAS QUE VENCEN VAN AL LOTE O A LA LISTA DE OMITIDAS
       EVALUAR-ORDEN.
           IF NOT ORD-ACTIVA
               ADD 1 TO WS-CANT-INACTIVAS
           ELSE
               PERFORM VALIDAR-DATOS-ORDEN
               IF WS-ORDEN-VALIDA NOT = "S"
                   MOVE "DATOS DE LA ORDEN INVALIDOS"
                       TO WS-MOTIVO-OMISION
                   PERFORM AGREGAR-OMITIDA
               ELSE
                   PERFORM VERIFICAR-VENCIMIENTO
                   IF WS-ORDEN-VENCE NOT = "S"
                       ADD 1 TO WS-CANT-NO-VENCEN
                   ELSE
                       PERFORM CONTROLAR-ORDEN
                   END-IF
               END-IF
           END-IF.

      *    LA ORDEN TIENE QUE PASAR LA MISMA EDICION QUE LA PASADA
      *    BATCH LE HACE AL DETALLE, MAS SU FRECUENCIA
       VALIDAR-DATOS-ORDEN.
           MOVE "S" TO WS-ORDEN-VALIDA.
           IF ORD-NUM1 NOT NUMERIC OR ORD-NUM2 NOT NUMERIC
                  OR ORD-DIA NOT NUMERIC
               MOVE "N" TO WS-ORDEN-VALIDA
           ELSE
           IF ORD-OPCION NOT = "S" AND "R" AND "M" AND "D" AND "L"
                  AND "P" AND "Z" AND "C" AND "I" AND "Q" AND "F"
                  AND "X" AND "Y"
               MOVE "N" TO WS-ORDEN-VALIDA
           ELSE
           IF ORD-OPCION = "F" AND ORD-FORMULA = SPACES
               MOVE "N" TO WS-ORDEN-VALIDA
           ELSE
           IF (ORD-OPCION = "X" OR "Y") AND ORD-MONEDA = SPACES
               MOVE "N" TO WS-ORDEN-VALIDA
           ELSE
           IF ORD-SEMANAL AND (ORD-DIA < 1 OR ORD-DIA > 7)
               MOVE "N" TO WS-ORDEN-VALIDA
           ELSE
           IF ORD-MENSUAL AND (ORD-DIA < 1 OR ORD-DIA > 31)
               MOVE "N" TO WS-ORDEN-VALIDA
           ELSE
           IF NOT ORD-DIARIA AND NOT ORD-SEMANAL
                  AND NOT ORD-MENSUAL AND NOT ORD-ESPECIFICA
               MOVE "N" TO WS-ORDEN-VALIDA.

      *    UNA ORDEN MENSUAL PARA UN DIA QUE EL MES NO TIENE (29 A 31)
      *    VENCE EL ULTIMO DIA DEL MES
       VERIFICAR-VENCIMIENTO.
           MOVE "N" TO WS-ORDEN-VENCE.
           IF ORD-DIARIA AND WS-DIA-HABIL = "S"
               MOVE "S" TO WS-ORDEN-VENCE
           ELSE
           IF ORD-SEMANAL AND ORD-DIA = WS-DIA-SEMANA
               MOVE "S" TO WS-ORDEN-VENCE
           ELSE
           IF ORD-MENSUAL
               IF ORD-DIA = WS-EDIT-DD
                   MOVE "S" TO WS-ORDEN-VENCE
               ELSE
                   IF WS-EDIT-DD = WS-ULTIMO-DIA-MES
                          AND ORD-DIA > WS-ULTIMO-DIA-MES
                       MOVE "S" TO WS-ORDEN-VENCE
                   END-IF
               END-IF
           ELSE
           IF ORD-ESPECIFICA AND ORD-DIA = WS-FECHA-NEGOCIO
               MOVE "S" TO WS-ORDEN-VENCE.

      *    CONTROLES CONTRA LOS MAESTROS Y CONTRA LO YA GENERADO
       CONTROLAR-ORDEN.
           MOVE SPACES TO WS-MOTIVO-OMISION.
           PERFORM BUSCAR-YA-GENERADA.
           PERFORM BUSCAR-DETALLE-ORDEN.
           IF WS-YA-ENCONTRADA = "S"
               STRING "YA GENERADA PARA LA FECHA, LOTE "
                      WS-YA-LOTE (WS-IDX-YA)
                      DELIMITED BY SIZE INTO WS-MOTIVO-OMISION
           ELSE
           IF WS-DET-DUPLICADO = "S"
               MOVE "ORDEN REPETIDA EN ORDFILE"
                   TO WS-MOTIVO-OMISION
           ELSE
               PERFORM BUSCAR-CLIENTE
               IF NOT CLIENTE-ENCONTRADO
                   MOVE "CLIENTE INEXISTENTE" TO WS-MOTIVO-OMISION
               ELSE
               IF WS-CLI-ESTADO (WS-IDX-CLI) = "I"
                   MOVE "CLIENTE INACTIVO" TO WS-MOTIVO-OMISION
               ELSE
               IF ORD-OPCION = "F"
                   MOVE ORD-FORMULA TO WS-FORMULA-NOMBRE
                   PERFORM BUSCAR-FORMULA
                   IF WS-FORMULA-EXISTE NOT = "S"
                       MOVE "FORMULA INEXISTENTE EN FORMFILE"
                           TO WS-MOTIVO-OMISION
                   ELSE
                   IF WS-FORMULA-PEDIDOS > ZERO
                       MOVE "LA FORMULA PIDE OPERANDOS AL EJECUTAR"
                           TO WS-MOTIVO-OMISION
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO-OMISION NOT = SPACES
               PERFORM AGREGAR-OMITIDA
           ELSE
           IF WS-CANT-DETALLES >= WS-MAX-DETALLES
               MOVE "EXCEDE EL MAXIMO DEL LOTE (500)"
                   TO WS-MOTIVO-OMISION
               PERFORM AGREGAR-OMITIDA
           ELSE
               PERFORM AGREGAR-DETALLE.

       BUSCAR-YA-GENERADA.
           MOVE "N" TO WS-YA-ENCONTRADA.
           IF WS-CANT-YA-GENERADAS > ZERO
               SET WS-IDX-YA TO 1
               SEARCH WS-YA-GENERADA
                   WHEN WS-IDX-YA > WS-CANT-YA-GENERADAS
                       MOVE "N" TO WS-YA-ENCONTRADA
                   WHEN WS-YA-ORDEN (WS-IDX-YA) = ORD-ID
                       MOVE "S" TO WS-YA-ENCONTRADA.

       BUSCAR-DETALLE-ORDEN.
           MOVE "N" TO WS-DET-DUPLICADO.
           IF WS-CANT-DETALLES > ZERO
               SET WS-IDX-DET TO 1
               SEARCH WS-DETALLE
                   WHEN WS-IDX-DET > WS-CANT-DETALLES
                       MOVE "N" TO WS-DET-DUPLICADO
                   WHEN WS-DET-ORDEN (WS-IDX-DET) = ORD-ID
                       MOVE "S" TO WS-DET-DUPLICADO.

       BUSCAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-ENCONTRADO.
           IF ORD-CLIENTE NOT = SPACES
                  AND WS-CANT-CLIENTES > ZERO
               SET WS-IDX-CLI TO 1
               SEARCH WS-CLIENTE
                   WHEN WS-IDX-CLI > WS-CANT-CLIENTES
                       MOVE "N" TO WS-CLIENTE-ENCONTRADO
                   WHEN WS-CLI-CODIGO (WS-IDX-CLI) = ORD-CLIENTE
                       MOVE "S" TO WS-CLIENTE-ENCONTRADO.

      *    RECORRE LA TABLA DE FORMULAS CONTANDO LOS PASOS DEL NOMBRE
      *    BUSCADO Y CUANTOS DE ELLOS PIDEN EL OPERANDO AL EJECUTAR
       BUSCAR-FORMULA.
           MOVE "N" TO WS-FORMULA-EXISTE.
           MOVE ZERO TO WS-FORMULA-PASOS.
           MOVE ZERO TO WS-FORMULA-PEDIDOS.
           PERFORM CONTAR-PASO-FORMULA
               VARYING WS-IDX-FORM FROM 1 BY 1
               UNTIL WS-IDX-FORM > WS-CANT-PASOS-FORM.
           IF WS-FORMULA-PASOS > ZERO
               MOVE "S" TO WS-FORMULA-EXISTE.

       CONTAR-PASO-FORMULA.
           IF WS-FORM-NOMBRE (WS-IDX-FORM) = WS-FORMULA-NOMBRE
               ADD 1 TO WS-FORMULA-PASOS
               IF WS-FORM-ORIGEN (WS-IDX-FORM) = "P"
                   ADD 1 TO WS-FORMULA-PEDIDOS
               END-IF
           END-IF.

       AGREGAR-DETALLE.
           ADD 1 TO WS-CANT-DETALLES.
           SET WS-IDX-DET TO WS-CANT-DETALLES.
           MOVE ORD-ID TO WS-DET-ORDEN (WS-IDX-DET).
           MOVE ORD-CLIENTE TO WS-DET-CLIENTE (WS-IDX-DET).
           MOVE ORD-OPCION TO WS-DET-OPCION (WS-IDX-DET).
           MOVE ORD-FORMULA TO WS-DET-FORMULA (WS-IDX-DET).
           MOVE ORD-NUM1 TO WS-DET-NUM1 (WS-IDX-DET).
           MOVE ORD-NUM2 TO WS-DET-NUM2 (WS-IDX-DET).
           MOVE ORD-MONEDA TO WS-DET-MONEDA (WS-IDX-DET).
           MOVE ORD-DESCRIPCION TO WS-DET-DESCRIPCION (WS-IDX-DET).

      *    SI LA LISTA SE LLENA LAS OMITIDAS SOLO SE CUENTAN
       AGREGAR-OMITIDA.
           IF WS-CANT-OMITIDAS >= WS-MAX-OMITIDAS
               ADD 1 TO WS-OMI-SIN-LUGAR
           ELSE
               ADD 1 TO WS-CANT-OMITIDAS
               SET WS-IDX-OMI TO WS-CANT-OMITIDAS
               MOVE ORD-ID TO WS-OMI-ORDEN (WS-IDX-OMI)
               MOVE ORD-CLIENTE TO WS-OMI-CLIENTE (WS-IDX-OMI)
               MOVE ORD-OPCION TO WS-OMI-OPCION (WS-IDX-OMI)
               MOVE ORD-FORMULA TO WS-OMI-FORMULA (WS-IDX-OMI)
               MOVE WS-MOTIVO-OMISION TO WS-OMI-MOTIVO (WS-IDX-OMI).

      *    GENERACION DEL LOTE

       GENERAR-LOTE.
           PERFORM VERIFICAR-TRANFILE-PENDIENTE.
           IF WS-TRANFILE-PENDIENTE = "S"
               DISPLAY "EL TRANFILE ACTUAL (LOTE " WS-LOTE-PENDIENTE
               ") NO FUE PROCESADO, NO SE GENERA UN LOTE NUEVO"
               MOVE 08 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM ASIGNAR-ID-LOTE
               IF WS-LOTE-LIBRE NOT = "S"
                   DISPLAY "NO QUEDAN IDS DE LOTE LIBRES PARA LA "
                   "FECHA " WS-FECHA-NEGOCIO
                   MOVE 08 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM GRABAR-TRANFILE
                   IF WS-CODIGO-RETORNO = ZERO
                       PERFORM REGISTRAR-GENERADAS
                   END-IF
               END-IF
           END-IF.

      *    UN TRANFILE CON CONTENIDO SOLO SE REEMPLAZA SI SU LOTE YA
      *    FIGURA EN LOTEFILE; SIN ENCABEZADO NO HAY FORMA DE SABERLO
      *    Y TAMBIEN SE CONSIDERA PENDIENTE
       VERIFICAR-TRANFILE-PENDIENTE.
           MOVE "N" TO WS-TRANFILE-PENDIENTE.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS = "00"
               READ TRAN-FILE
                   AT END
                       MOVE "N" TO WS-TRANFILE-PENDIENTE
                   NOT AT END
                       IF TRAN-TIPO = "H"
                           MOVE TRAN-LOTE-ID TO WS-LOTE-PENDIENTE
                           MOVE TRAN-LOTE-ID TO WS-LOTE-BUSCADO
                           PERFORM BUSCAR-LOTE-PROCESADO
                           IF WS-LOTE-USADO NOT = "S"
                               MOVE "S" TO WS-TRANFILE-PENDIENTE
                           END-IF
                       ELSE
                           MOVE "SIN ENC." TO WS-LOTE-PENDIENTE
                           MOVE "S" TO WS-TRANFILE-PENDIENTE
                       END-IF
               END-READ
               CLOSE TRAN-FILE.

      *    EL ID NO PUEDE ESTAR EN LOTEFILE NI HABER SIDO USADO POR
      *    OTRA CORRIDA DEL GENERADOR (AUNQUE TODAVIA NO SE PROCESO)
       ASIGNAR-ID-LOTE.
           MOVE WS-FECHA-NEGOCIO (3:6) TO WS-LOTE-AAMMDD.
           MOVE ZERO TO WS-LOTE-SECUENCIA.
           MOVE "N" TO WS-LOTE-LIBRE.
           PERFORM PROBAR-ID-LOTE
               UNTIL WS-LOTE-LIBRE = "S" OR WS-LOTE-SECUENCIA = 9.

       PROBAR-ID-LOTE.
           ADD 1 TO WS-LOTE-SECUENCIA.
           MOVE WS-LOTE-NUEVO TO WS-LOTE-BUSCADO.
           PERFORM BUSCAR-LOTE-PROCESADO.
           IF WS-LOTE-USADO NOT = "S"
               PERFORM BUSCAR-LOTE-GENERADO.
           IF WS-LOTE-USADO NOT = "S"
               MOVE "S" TO WS-LOTE-LIBRE.

       BUSCAR-LOTE-PROCESADO.
           MOVE "N" TO WS-LOTE-USADO.
           OPEN INPUT LOTE-FILE.
           IF WS-LOTE-STATUS = "00"
               MOVE "N" TO WS-FIN-LOTES
               PERFORM LEER-LOTE-PROCESADO UNTIL FIN-LOTES
               CLOSE LOTE-FILE.

       LEER-LOTE-PROCESADO.
           READ LOTE-FILE
               AT END
                   MOVE "S" TO WS-FIN-LOTES
               NOT AT END
                   IF LOTE-ID = WS-LOTE-BUSCADO
                       MOVE "S" TO WS-LOTE-USADO
                       MOVE "S" TO WS-FIN-LOTES
                   END-IF.

       BUSCAR-LOTE-GENERADO.
           MOVE "N" TO WS-LOTE-USADO.
           OPEN INPUT ORDG-FILE.
           IF WS-ORDG-STATUS = "00"
               MOVE "N" TO WS-FIN-GENERADAS
               PERFORM LEER-LOTE-GENERADO UNTIL FIN-GENERADAS
               CLOSE ORDG-FILE.

       LEER-LOTE-GENERADO.
           READ ORDG-FILE
               AT END
                   MOVE "S" TO WS-FIN-GENERADAS
               NOT AT END
                   IF ORDG-LOTE = WS-LOTE-BUSCADO
                       MOVE "S" TO WS-LOTE-USADO
                       MOVE "S" TO WS-FIN-GENERADAS
                   END-IF.

      *    ENCABEZADO, UN DETALLE POR ORDEN Y CIERRE CON LA CANTIDAD
      *    DE DETALLES Y EL HASH QUE CONTROLA LA PASADA DE EDICION
       GRABAR-TRANFILE.
           OPEN OUTPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR TRANFILE PARA GRABAR EL LOTE"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               MOVE SPACES TO TRAN-RECORD
               MOVE "H" TO TRAN-TIPO
               MOVE WS-LOTE-NUEVO TO TRAN-LOTE-ID
               MOVE WS-ORIGEN-LOTE TO TRAN-ORIGEN
               MOVE WS-FECHA-NEGOCIO TO TRAN-FECHA-LOTE
               WRITE TRAN-RECORD
               MOVE ZERO TO WS-HASH-LOTE
               PERFORM GRABAR-DETALLE-LOTE
                   VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-CANT-DETALLES
               MOVE SPACES TO TRAN-RECORD
               MOVE "T" TO TRAN-TIPO
               MOVE WS-CANT-DETALLES TO TRAN-CANTIDAD
               MOVE WS-HASH-LOTE TO TRAN-HASH
               WRITE TRAN-RECORD
               CLOSE TRAN-FILE
               DISPLAY "LOTE " WS-LOTE-NUEVO " GENERADO EN TRANFILE, "
               "DETALLES: " WS-CANT-DETALLES.

       GRABAR-DETALLE-LOTE.
           MOVE SPACES TO TRAN-RECORD.
           MOVE "D" TO TRAN-TIPO.
           MOVE WS-DET-NUM1 (WS-IDX-DET) TO TRAN-NUM1.
           MOVE WS-DET-NUM2 (WS-IDX-DET) TO TRAN-NUM2.
           MOVE WS-DET-OPCION (WS-IDX-DET) TO TRAN-OPCION.
           MOVE WS-DET-CLIENTE (WS-IDX-DET) TO TRAN-CLIENTE.
           IF WS-DET-OPCION (WS-IDX-DET) = "F"
               MOVE WS-DET-FORMULA (WS-IDX-DET) TO TRAN-FORMULA.
           IF WS-DET-OPCION (WS-IDX-DET) = "X" OR "Y"
               MOVE WS-DET-MONEDA (WS-IDX-DET) TO TRAN-MONEDA.
           WRITE TRAN-RECORD.
           ADD WS-DET-NUM1 (WS-IDX-DET) WS-DET-NUM2 (WS-IDX-DET)
               TO WS-HASH-LOTE.

       REGISTRAR-GENERADAS.
           ACCEPT WS-HORA-HOY FROM TIME.
           OPEN EXTEND ORDG-FILE.
           IF WS-ORDG-STATUS NOT = "00"
               OPEN OUTPUT ORDG-FILE.
           IF WS-ORDG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGISTRAR LAS ORDENES EN ORDGFILE, "
               "NO VUELVA A GENERAR LA FECHA " WS-FECHA-NEGOCIO
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM GRABAR-ORDEN-GENERADA
                   VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-CANT-DETALLES
               CLOSE ORDG-FILE.

       GRABAR-ORDEN-GENERADA.
           MOVE SPACES TO ORDG-RECORD.
           MOVE WS-FECHA-NEGOCIO TO ORDG-FECHA.
           MOVE WS-DET-ORDEN (WS-IDX-DET) TO ORDG-ORDEN.
           MOVE WS-LOTE-NUEVO TO ORDG-LOTE.
           MOVE WS-FECHA-HOY TO ORDG-GENERADO.
           MOVE WS-HORA-HOY (1:6) TO ORDG-HORA.
           WRITE ORDG-RECORD.

      *    INFORME DE LA CORRIDA

       INFORMAR-CORRIDA.
           MOVE SPACES TO ORDI-RECORD.
           STRING "ORDENES PERMANENTES PARA LA FECHA DE NEGOCIO "
                  WS-FECHA-NEGOCIO
                  DELIMITED BY SIZE INTO ORDI-RECORD.
           WRITE ORDI-RECORD.
           MOVE SPACES TO ORDI-RECORD.
           IF WS-CANT-DETALLES = ZERO
               MOVE "NINGUNA ORDEN PARA GENERAR, NO SE GRABO TRANFILE"
                   TO ORDI-RECORD
           ELSE
           IF WS-TRANFILE-PENDIENTE = "S"
               STRING "NO SE GENERO EL LOTE: EL TRANFILE ACTUAL (LOTE "
                      WS-LOTE-PENDIENTE
                      ") TODAVIA NO FUE PROCESADO"
                      DELIMITED BY SIZE INTO ORDI-RECORD
           ELSE
           IF WS-LOTE-LIBRE NOT = "S"
               STRING "NO SE GENERO EL LOTE: NO QUEDAN IDS DE LOTE "
                      "LIBRES PARA LA FECHA"
                      DELIMITED BY SIZE INTO ORDI-RECORD
           ELSE
           IF WS-CODIGO-RETORNO NOT = ZERO
               STRING "NO SE PUDO GRABAR EL LOTE O SU REGISTRO EN "
                      "ORDGFILE" DELIMITED BY SIZE INTO ORDI-RECORD
           ELSE
               MOVE WS-HASH-LOTE TO WS-HASH-FORMAT
               STRING "LOTE " WS-LOTE-NUEVO " ORIGEN "
                      WS-ORIGEN-LOTE " GRABADO EN TRANFILE, HASH "
                      WS-HASH-FORMAT
                      DELIMITED BY SIZE INTO ORDI-RECORD.
           WRITE ORDI-RECORD.
           MOVE SPACES TO ORDI-RECORD.
           WRITE ORDI-RECORD.
           MOVE "ORDENES A GENERAR" TO ORDI-RECORD.
           WRITE ORDI-RECORD.
           MOVE SPACES TO ORDI-RECORD.
           STRING "ORDEN  CLI  O FORMULA  MON      NUM1      NUM2  "
                  "DESCRIPCION"
                  DELIMITED BY SIZE INTO ORDI-RECORD.
           WRITE ORDI-RECORD.
           PERFORM INFORMAR-DETALLE
               VARYING WS-IDX-DET FROM 1 BY 1
               UNTIL WS-IDX-DET > WS-CANT-DETALLES.
           MOVE SPACES TO ORDI-RECORD.
           WRITE ORDI-RECORD.
           MOVE "ORDENES OMITIDAS" TO ORDI-RECORD.
           WRITE ORDI-RECORD.
           MOVE SPACES TO ORDI-RECORD.
           STRING "ORDEN  CLI  O FORMULA  MOTIVO"
                  DELIMITED BY SIZE INTO ORDI-RECORD.
           WRITE ORDI-RECORD.
           PERFORM INFORMAR-OMITIDA
               VARYING WS-IDX-OMI FROM 1 BY 1
               UNTIL WS-IDX-OMI > WS-CANT-OMITIDAS.
           IF WS-OMI-SIN-LUGAR > ZERO
               MOVE WS-OMI-SIN-LUGAR TO WS-CANTIDAD-FORMAT
               MOVE SPACES TO ORDI-RECORD
               STRING "Y " WS-CANTIDAD-FORMAT
                      " OMITIDAS MAS QUE NO ENTRAN EN EL INFORME"
                      DELIMITED BY SIZE INTO ORDI-RECORD
               WRITE ORDI-RECORD.
           MOVE SPACES TO ORDI-RECORD.
           WRITE ORDI-RECORD.
           MOVE "RESUMEN" TO ORDI-RECORD.
           WRITE ORDI-RECORD.
           MOVE WS-CANT-LEIDAS TO WS-CANTIDAD-FORMAT.
           MOVE "ORDENES LEIDAS:          " TO WS-ETIQUETA.
           PERFORM INFORMAR-CANTIDAD.
           MOVE WS-CANT-INACTIVAS TO WS-CANTIDAD-FORMAT.
           MOVE "ORDENES INACTIVAS:       " TO WS-ETIQUETA.
           PERFORM INFORMAR-CANTIDAD.
           MOVE WS-CANT-NO-VENCEN TO WS-CANTIDAD-FORMAT.
           MOVE "NO VENCEN EN LA FECHA:   " TO WS-ETIQUETA.
           PERFORM INFORMAR-CANTIDAD.
           MOVE WS-CANT-DETALLES TO WS-CANTIDAD-FORMAT.
           MOVE "ORDENES A GENERAR:       " TO WS-ETIQUETA.
           PERFORM INFORMAR-CANTIDAD.
           COMPUTE WS-CANTIDAD-FORMAT =
               WS-CANT-OMITIDAS + WS-OMI-SIN-LUGAR.
           MOVE "ORDENES OMITIDAS:        " TO WS-ETIQUETA.
           PERFORM INFORMAR-CANTIDAD.

       INFORMAR-DETALLE.
           MOVE WS-DET-NUM1 (WS-IDX-DET) TO WS-NUM1-FORMAT.
           MOVE WS-DET-NUM2 (WS-IDX-DET) TO WS-NUM2-FORMAT.
           MOVE SPACES TO ORDI-RECORD.
           STRING WS-DET-ORDEN (WS-IDX-DET) " "
                  WS-DET-CLIENTE (WS-IDX-DET) " "
                  WS-DET-OPCION (WS-IDX-DET) " "
                  WS-DET-FORMULA (WS-IDX-DET) " "
                  WS-DET-MONEDA (WS-IDX-DET) " "
                  WS-NUM1-FORMAT " "
                  WS-NUM2-FORMAT "  "
                  WS-DET-DESCRIPCION (WS-IDX-DET)
                  DELIMITED BY SIZE INTO ORDI-RECORD.
           WRITE ORDI-RECORD.

       INFORMAR-OMITIDA.
           MOVE SPACES TO ORDI-RECORD.
           STRING WS-OMI-ORDEN (WS-IDX-OMI) " "
                  WS-OMI-CLIENTE (WS-IDX-OMI) " "
                  WS-OMI-OPCION (WS-IDX-OMI) " "
                  WS-OMI-FORMULA (WS-IDX-OMI) " "
                  WS-OMI-MOTIVO (WS-IDX-OMI)
                  DELIMITED BY SIZE INTO ORDI-RECORD.
           WRITE ORDI-RECORD.

       INFORMAR-CANTIDAD.
           MOVE SPACES TO ORDI-RECORD.
           STRING WS-ETIQUETA WS-CANTIDAD-FORMAT
                  DELIMITED BY SIZE INTO ORDI-RECORD.
           WRITE ORDI-RECORD.

       END PROGRAM OrdenesPermanentes.
