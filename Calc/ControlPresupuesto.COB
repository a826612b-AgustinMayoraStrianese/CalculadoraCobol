      ******************************************************************
      * Author:Agustin Mayora
      * Date: 15/10/2026
      * Purpose: Presupuesto contra consumo real por cliente para el
      *          mes pedido (AAAAMM): el consumo de cada cliente se
      *          valoriza con la tarifa de TARIFILE vigente a la fecha
      *          de cada operacion, igual que en Facturacion (el
      *          contraasiento devuelve la tarifa del calculo que
      *          reversa, ubicado en REVFILE), leyendo la generacion
      *          del mes (via el catalogo BITCAT) y la bitacora
      *          consolidada LOGFILE. Por cada cliente de CLIFILE se
      *          informa en PRESFILE el presupuesto mensual, lo
      *          consumido, el porcentaje usado, lo disponible, el
      *          maximo de operaciones contra las realizadas y la
      *          situacion (sin tope, normal, aviso o tope alcanzado)
      *          con el mismo criterio con que la calculadora avisa y
      *          bloquea; al final, los totales y lo imputado a
      *          codigos que no figuran en el maestro.
      *          Codigos de retorno: 0 = generado, 4 = algun cliente
      *          en aviso o con el tope alcanzado, 12 = no se pudo
      *          abrir el maestro de clientes o el informe.
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlPresupuesto.
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

           SELECT CLI-FILE ASSIGN TO "CLIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT TARI-FILE ASSIGN TO "TARIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARI-STATUS.

           SELECT REV-FILE ASSIGN TO "REVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT PRES-FILE ASSIGN TO "PRESFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRES-STATUS.

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

      *    MISMO TRAZADO DEL MAESTRO DE CLIENTES DE LA CALCULADORA,
      *    CON EL TOPE MENSUAL AL FINAL (EN BLANCO = SIN TOPE)
       FD  CLI-FILE.
       01  CLI-RECORD.
           05 CLI-CODIGO                PIC X(04).
           05 FILLER                    PIC X(01).
           05 CLI-NOMBRE                PIC X(20).
           05 FILLER                    PIC X(01).
           05 CLI-ESTADO                PIC X(01).
           05 FILLER                    PIC X(01).
           05 CLI-PRESUPUESTO           PIC 9(09)V9(02).
           05 FILLER                    PIC X(01).
           05 CLI-MAX-OPERACIONES       PIC 9(06).
           05 FILLER                    PIC X(01).
           05 CLI-AVISO-PORCENTAJE      PIC 9(03).

      *    MISMO TRAZADO DE TARIFAS QUE LEE FACTURACION
       FD  TARI-FILE.
       01  TARI-RECORD.
           05 TARI-OPCION               PIC X(01).
           05 FILLER                    PIC X(01).
           05 TARI-PRECIO               PIC 9(05)V9(02).
           05 FILLER                    PIC X(01).
           05 TARI-DESCRIPCION          PIC X(20).
           05 FILLER                    PIC X(01).
           05 TARI-VIGENCIA             PIC 9(08).
           05 FILLER                    PIC X(01).
           05 TARI-ESTADO               PIC X(01).

      *    MISMO TRAZADO CON QUE LA CALCULADORA REGISTRA LOS REVERSOS:
      *    FECHA, ESTACION Y HORA DEL CONTRAASIENTO Y LA FECHA DEL
      *    CALCULO ORIGINAL
       FD  REV-FILE.
       01  REV-RECORD.
           05 REV-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01).
           05 REV-ESTACION              PIC X(04).
           05 FILLER                    PIC X(01).
           05 REV-HORA                  PIC 9(06).
           05 FILLER                    PIC X(01).
           05 REV-SUPERVISOR            PIC X(08).
           05 FILLER                    PIC X(01).
           05 REV-ORIG-FECHA            PIC 9(08).
           05 FILLER                    PIC X(01).
           05 REV-ORIG-ESTACION         PIC X(04).
           05 FILLER                    PIC X(01).
           05 REV-ORIG-HORA             PIC X(06).
           05 FILLER                    PIC X(01).
           05 REV-ORIG-OPERADOR         PIC X(08).
           05 FILLER                    PIC X(01).
           05 REV-CLIENTE               PIC X(04).
           05 FILLER                    PIC X(01).
           05 REV-OPCION                PIC X(01).
           05 FILLER                    PIC X(01).
           05 REV-RESULTADO-TEXTO       PIC X(16).
           05 FILLER                    PIC X(01).
           05 REV-MOTIVO                PIC X(40).

       FD  PRES-FILE.
       01  PRES-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-LOG-STATUS PIC X(02).
           77 WS-CAT-STATUS PIC X(02).
           77 WS-GEN-STATUS PIC X(02).
           77 WS-CLI-STATUS PIC X(02).
           77 WS-TARI-STATUS PIC X(02).
           77 WS-REV-STATUS PIC X(02).
           77 WS-PRES-STATUS PIC X(02).
           77 WS-NOMBRE-GEN PIC X(12).
           77 WS-FIN-LOG PIC X(01) VALUE "N".
               88 FIN-LOG VALUE "S".
           77 WS-FIN-CAT PIC X(01) VALUE "N".
               88 FIN-CAT VALUE "S".
           77 WS-FIN-GEN PIC X(01) VALUE "N".
               88 FIN-GEN VALUE "S".
           77 WS-FIN-CLIENTES PIC X(01) VALUE "N".
               88 FIN-CLIENTES VALUE "S".
           77 WS-FIN-TARIFAS PIC X(01) VALUE "N".
               88 FIN-TARIFAS VALUE "S".
           77 WS-FIN-REV PIC X(01) VALUE "N".
               88 FIN-REV VALUE "S".
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.

      *    PERIODO PEDIDO (AAAAMM) Y FECHA DE EMISION
           77 WS-PERIODO PIC 9(06).
           01 WS-PERIODO-EDIT.
               05 WS-PERIODO-AAAA PIC 9(04).
               05 WS-PERIODO-MM PIC 9(02).
           77 WS-FECHA-HOY PIC 9(08).
           77 WS-ENTRADA-VALIDA PIC X(01) VALUE "N".

      *    CLIENTES DEL MAESTRO CON SU TOPE Y EL CONSUMO DEL MES
           01 WS-TABLA-CLIENTES.
               05 WS-CLIENTE OCCURS 200 TIMES INDEXED BY WS-IDX-CLI.
                   10 WS-CLI-CODIGO PIC X(04).
                   10 WS-CLI-NOMBRE PIC X(20).
                   10 WS-CLI-ESTADO PIC X(01).
                   10 WS-CLI-PRESUPUESTO PIC 9(09)V9(02).
                   10 WS-CLI-MAX-OPER PIC 9(06).
                   10 WS-CLI-AVISO PIC 9(03).
                   10 WS-CLI-CONSUMO PIC S9(09)V9(02).
                   10 WS-CLI-OPERACIONES PIC S9(07).
           77 WS-MAX-CLIENTES PIC 9(03) COMP VALUE 200.
           77 WS-CANT-CLIENTES PIC 9(03) COMP VALUE ZERO.
           77 WS-CLIENTE-ENCONTRADO PIC X(01) VALUE "N".
               88 CLIENTE-ENCONTRADO VALUE "S".

      *    TABLA DE TARIFAS ACTIVAS CARGADA DE TARIFILE; UN CODIGO
      *    PUEDE TENER VARIAS VIGENCIAS Y RIGE LA MAS RECIENTE QUE NO
      *    SUPERE LA FECHA DE LA OPERACION
           01 WS-TABLA-TARIFAS.
               05 WS-TARIFA OCCURS 200 TIMES INDEXED BY WS-IDX-TARI.
                   10 WS-TARI-OPCION PIC X(01).
                   10 WS-TARI-PRECIO PIC 9(05)V9(02).
                   10 WS-TARI-VIGENCIA PIC 9(08).
           77 WS-MAX-TARIFAS PIC 9(03) COMP VALUE 200.
           77 WS-CANT-TARIFAS PIC 9(03) COMP VALUE ZERO.
           77 WS-TARIFA-VALOR PIC 9(05)V9(02).
           77 WS-FECHA-TARIFA PIC 9(08).
           77 WS-MEJOR-VIGENCIA PIC 9(08).

      *    REVERSOS DEL PERIODO CARGADOS DE REVFILE: UBICAN LA FECHA
      *    DEL CALCULO ORIGINAL DE CADA CONTRAASIENTO DE LA BITACORA
           01 WS-TABLA-REV.
               05 WS-REV-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-IDX-REV.
                   10 WS-REV-FECHA PIC 9(08).
                   10 WS-REV-ESTACION PIC X(04).
                   10 WS-REV-HORA PIC X(06).
                   10 WS-REV-CLIENTE PIC X(04).
                   10 WS-REV-OPCION PIC X(01).
                   10 WS-REV-ORIG-FECHA PIC 9(08).
           77 WS-MAX-REV PIC 9(03) COMP VALUE 500.
           77 WS-CANT-REV PIC 9(03) COMP VALUE ZERO.
           77 WS-REV-ENCONTRADO PIC X(01) VALUE "N".

      *    EVALUACION DEL TOPE (MISMO CRITERIO QUE LA CALCULADORA: EL
      *    MAYOR PORCENTAJE ENTRE IMPORTE Y CANTIDAD DE OPERACIONES)
           77 WS-TOPE-CALCULO PIC S9(09)V9(02).
           77 WS-TOPE-PORCENTAJE PIC S9(09)V9(02).
           77 WS-TOPE-ESTADO PIC X(01) VALUE "N".
               88 TOPE-SIN VALUE "S".
               88 TOPE-NORMAL VALUE "N".
               88 TOPE-AVISO VALUE "A".
               88 TOPE-ALCANZADO VALUE "T".
           77 WS-SITUACION PIC X(16).
           77 WS-DISPONIBLE PIC S9(09)V9(02).

      *    TOTALES DEL INFORME
           77 WS-LEIDOS PIC 9(07) COMP VALUE ZERO.
           77 WS-SELECCIONADOS PIC 9(07) COMP VALUE ZERO.
           77 WS-TOTAL-PRESUPUESTO PIC S9(11)V9(02) VALUE ZERO.
           77 WS-TOTAL-CONSUMO PIC S9(11)V9(02) VALUE ZERO.
           77 WS-CLIENTES-CON-TOPE PIC 9(05) COMP VALUE ZERO.
           77 WS-CLIENTES-AVISO PIC 9(05) COMP VALUE ZERO.
           77 WS-CLIENTES-TOPE PIC 9(05) COMP VALUE ZERO.
           77 WS-SIN-MAESTRO-CONSUMO PIC S9(09)V9(02) VALUE ZERO.
           77 WS-SIN-MAESTRO-OPER PIC S9(07) VALUE ZERO.

      *    CAMPOS EDITADOS DE SOPORTE PARA ARMAR LINEAS DE REPORTE
           77 WS-CANTIDAD-FORMAT PIC ZZZZZZ9.
           77 WS-PRESUPUESTO-FORMAT PIC ZZZZZZZZ9.99.
           77 WS-CONSUMO-FORMAT PIC -ZZZZZZZZ9.99.
           77 WS-DISPONIBLE-FORMAT PIC -ZZZZZZZZ9.99.
           77 WS-PORCENTAJE-FORMAT PIC -ZZZZ9.
           77 WS-MAX-OPER-FORMAT PIC ZZZZZ9.
           77 WS-OPER-FORMAT PIC -ZZZZZ9.
           77 WS-TOTAL-FORMAT PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN.
           PERFORM INICIO.
           IF WS-CODIGO-RETORNO = ZERO
               PERFORM LEER-GENERACIONES
               PERFORM LEER-BITACORA-VIVA
               PERFORM INFORMAR-CLIENTES
               PERFORM INFORMAR-TOTALES
               PERFORM CIERRE.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.

      *    RUTINAS

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PEDIR-PERIODO.
           PERFORM CARGAR-CLIENTES.
           IF WS-CODIGO-RETORNO = ZERO
               PERFORM CARGAR-TARIFAS
               PERFORM CARGAR-REVERSOS
               OPEN OUTPUT PRES-FILE
               IF WS-PRES-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL INFORME PRESFILE"
                   MOVE 12 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM IMPRIMIR-ENCABEZADO
               END-IF
           END-IF.

       PEDIR-PERIODO.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-PERIODO UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-PERIODO.
           DISPLAY "INGRESE EL PERIODO (AAAAMM, 0 = MES EN CURSO):".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO NOT NUMERIC OR WS-PERIODO = ZERO
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE WS-PERIODO TO WS-PERIODO-EDIT.
           IF WS-PERIODO-AAAA > ZERO
                  AND WS-PERIODO-MM >= 01 AND WS-PERIODO-MM <= 12
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "PERIODO INVALIDO, REINGRESE".

       CARGAR-CLIENTES.
           MOVE ZERO TO WS-CANT-CLIENTES.
           OPEN INPUT CLI-FILE.
           IF WS-CLI-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL MAESTRO DE CLIENTES CLIFILE"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               MOVE "N" TO WS-FIN-CLIENTES
               PERFORM LEER-CLIENTE UNTIL FIN-CLIENTES
               CLOSE CLI-FILE.

       LEER-CLIENTE.
           READ CLI-FILE
               AT END
                   MOVE "S" TO WS-FIN-CLIENTES
               NOT AT END
                   IF WS-CANT-CLIENTES >= WS-MAX-CLIENTES
                       DISPLAY "SE ALCANZO EL MAXIMO DE CLIENTES "
                       "ADMITIDOS (200), SE IGNORAN LOS RESTANTES"
                       MOVE "S" TO WS-FIN-CLIENTES
                   ELSE
                       ADD 1 TO WS-CANT-CLIENTES
                       SET WS-IDX-CLI TO WS-CANT-CLIENTES
                       PERFORM CARGAR-UN-CLIENTE
                   END-IF.

      *    LOS CLIENTES GRABADOS ANTES DEL TOPE MENSUAL NO TRAEN LOS
      *    CAMPOS NUEVOS: SE LEEN COMO CERO (SIN TOPE)
       CARGAR-UN-CLIENTE.
           MOVE CLI-CODIGO TO WS-CLI-CODIGO (WS-IDX-CLI).
           MOVE CLI-NOMBRE TO WS-CLI-NOMBRE (WS-IDX-CLI).
           IF CLI-ESTADO = "I"
               MOVE "I" TO WS-CLI-ESTADO (WS-IDX-CLI)
           ELSE
               MOVE "A" TO WS-CLI-ESTADO (WS-IDX-CLI).
           IF CLI-PRESUPUESTO NUMERIC
               MOVE CLI-PRESUPUESTO TO WS-CLI-PRESUPUESTO (WS-IDX-CLI)
           ELSE
               MOVE ZERO TO WS-CLI-PRESUPUESTO (WS-IDX-CLI).
           IF CLI-MAX-OPERACIONES NUMERIC
               MOVE CLI-MAX-OPERACIONES TO WS-CLI-MAX-OPER (WS-IDX-CLI)
           ELSE
               MOVE ZERO TO WS-CLI-MAX-OPER (WS-IDX-CLI).
           IF CLI-AVISO-PORCENTAJE NUMERIC
               MOVE CLI-AVISO-PORCENTAJE TO WS-CLI-AVISO (WS-IDX-CLI)
           ELSE
               MOVE ZERO TO WS-CLI-AVISO (WS-IDX-CLI).
           MOVE ZERO TO WS-CLI-CONSUMO (WS-IDX-CLI).
           MOVE ZERO TO WS-CLI-OPERACIONES (WS-IDX-CLI).

       CARGAR-TARIFAS.
           MOVE ZERO TO WS-CANT-TARIFAS.
           OPEN INPUT TARI-FILE.
           IF WS-TARI-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL ARCHIVO DE TARIFAS "
               "TARIFILE, LAS OPERACIONES SE VALORIZAN EN CERO"
           ELSE
               MOVE "N" TO WS-FIN-TARIFAS
               PERFORM LEER-TARIFA UNTIL FIN-TARIFAS
               CLOSE TARI-FILE.

       LEER-TARIFA.
           READ TARI-FILE
               AT END
                   MOVE "S" TO WS-FIN-TARIFAS
               NOT AT END
                   IF WS-CANT-TARIFAS >= WS-MAX-TARIFAS
                       DISPLAY "SE ALCANZO EL MAXIMO DE TARIFAS "
                       "ADMITIDAS (200), SE IGNORAN LAS RESTANTES"
                       MOVE "S" TO WS-FIN-TARIFAS
                   ELSE
                   IF TARI-ESTADO = "I"
                       CONTINUE
                   ELSE
                   IF TARI-PRECIO NUMERIC
                       ADD 1 TO WS-CANT-TARIFAS
                       SET WS-IDX-TARI TO WS-CANT-TARIFAS
                       MOVE TARI-OPCION
                           TO WS-TARI-OPCION (WS-IDX-TARI)
                       MOVE TARI-PRECIO
                           TO WS-TARI-PRECIO (WS-IDX-TARI)
                       IF TARI-VIGENCIA NUMERIC
                           MOVE TARI-VIGENCIA
                               TO WS-TARI-VIGENCIA (WS-IDX-TARI)
                       ELSE
                           MOVE ZERO TO WS-TARI-VIGENCIA (WS-IDX-TARI)
                       END-IF
                   ELSE
                       DISPLAY "TARIFA INVALIDA EN TARIFILE, SE "
                       "IGNORA"
                   END-IF.

      *    SOLO INTERESAN LOS REVERSOS ASENTADOS DENTRO DEL MES; SIN
      *    REVFILE EL CONTRAASIENTO SE VALORIZA A SU PROPIA FECHA
       CARGAR-REVERSOS.
           MOVE ZERO TO WS-CANT-REV.
           OPEN INPUT REV-FILE.
           IF WS-REV-STATUS = "00"
               MOVE "N" TO WS-FIN-REV
               PERFORM LEER-REVERSO UNTIL FIN-REV
               CLOSE REV-FILE.

       LEER-REVERSO.
           READ REV-FILE
               AT END
                   MOVE "S" TO WS-FIN-REV
               NOT AT END
                   IF WS-CANT-REV >= WS-MAX-REV
                       DISPLAY "SE ALCANZO EL MAXIMO DE REVERSOS "
                       "ADMITIDOS (500), LOS RESTANTES SE VALORIZAN "
                       "A LA FECHA DEL CONTRAASIENTO"
                       MOVE "S" TO WS-FIN-REV
                   ELSE
                   IF REV-FECHA NUMERIC AND REV-ORIG-FECHA NUMERIC
                          AND REV-FECHA (1:6) = WS-PERIODO
                       ADD 1 TO WS-CANT-REV
                       SET WS-IDX-REV TO WS-CANT-REV
                       MOVE REV-FECHA TO WS-REV-FECHA (WS-IDX-REV)
                       MOVE REV-ESTACION TO WS-REV-ESTACION (WS-IDX-REV)
                       MOVE REV-HORA TO WS-REV-HORA (WS-IDX-REV)
                       MOVE REV-CLIENTE TO WS-REV-CLIENTE (WS-IDX-REV)
                       MOVE REV-OPCION TO WS-REV-OPCION (WS-IDX-REV)
                       MOVE REV-ORIG-FECHA
                           TO WS-REV-ORIG-FECHA (WS-IDX-REV)
                   END-IF.

       IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO PRES-RECORD.
           STRING "PRESUPUESTO CONTRA CONSUMO REAL POR CLIENTE - "
                  "PERIODO " WS-PERIODO " - EMITIDO " WS-FECHA-HOY
                  DELIMITED BY SIZE
               INTO PRES-RECORD.
           WRITE PRES-RECORD.
           MOVE SPACES TO PRES-RECORD.
           STRING "CONSUMO VALORIZADO CON TARIFILE SOBRE LA BITACORA "
                  "CONSOLIDADA (GENERACION DEL MES Y LOGFILE)"
                  DELIMITED BY SIZE
               INTO PRES-RECORD.
           WRITE PRES-RECORD.
           MOVE SPACES TO PRES-RECORD.
           WRITE PRES-RECORD.
           MOVE SPACES TO PRES-RECORD.
           STRING "CLIEN NOMBRE               E   PRESUPUESTO"
                  "      CONSUMIDO  % USO     DISPONIBLE"
                  " MAX.OP  OPERAC. SITUACION"
                  DELIMITED BY SIZE
               INTO PRES-RECORD.
           WRITE PRES-RECORD.

       CIERRE.
           CLOSE PRES-FILE.
           MOVE WS-SELECCIONADOS TO WS-CANTIDAD-FORMAT.
           DISPLAY "INFORME GENERADO EN PRESFILE, OPERACIONES DEL "
           "PERIODO: " WS-CANTIDAD-FORMAT.
           IF WS-CLIENTES-AVISO > ZERO OR WS-CLIENTES-TOPE > ZERO
               MOVE 4 TO WS-CODIGO-RETORNO
               DISPLAY "HAY CLIENTES EN AVISO O CON EL TOPE MENSUAL "
               "ALCANZADO, VER PRESFILE".

      *    GENERACION DEL MES (SI YA SE CORTO) A TRAVES DEL CATALOGO
      *    BITCAT, CON LA MISMA VALORIZACION QUE LA BITACORA VIVA

       LEER-GENERACIONES.
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
                          AND CAT-PERIODO = WS-PERIODO
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
                   ADD 1 TO WS-LEIDOS
                   MOVE GEN-RECORD TO LOG-RECORD
                   PERFORM CONSUMIR-REGISTRO-LOG.

      *    UN MES YA CORTADO ENTERO PUEDE NO TENER NADA EN LA
      *    BITACORA VIVA: SIN LOGFILE SE INFORMA SOLO LA GENERACION
       LEER-BITACORA-VIVA.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA LOGFILE, SE "
               "INFORMA SOLO LO CORTADO EN GENERACIONES"
           ELSE
               MOVE "N" TO WS-FIN-LOG
               PERFORM LEER-BITACORA UNTIL FIN-LOG
               CLOSE LOG-FILE.

       LEER-BITACORA.
           READ LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-LOG
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   PERFORM CONSUMIR-REGISTRO-LOG.

      *    CADA OPERACION DEL MES SUMA SU TARIFA AL CLIENTE; EL
      *    CONTRAASIENTO LA DEVUELVE Y DESCUENTA LA OPERACION
       CONSUMIR-REGISTRO-LOG.
           IF LOG-FECHA NUMERIC
                  AND LOG-FECHA (1:6) = WS-PERIODO
               ADD 1 TO WS-SELECCIONADOS
               PERFORM VALORIZAR-OPERACION
               PERFORM BUSCAR-CLIENTE
               IF CLIENTE-ENCONTRADO
                   IF LOG-REVERSO
                       SUBTRACT WS-TARIFA-VALOR
                           FROM WS-CLI-CONSUMO (WS-IDX-CLI)
                       SUBTRACT 1 FROM WS-CLI-OPERACIONES (WS-IDX-CLI)
                   ELSE
                       ADD WS-TARIFA-VALOR
                           TO WS-CLI-CONSUMO (WS-IDX-CLI)
                       ADD 1 TO WS-CLI-OPERACIONES (WS-IDX-CLI)
                   END-IF
               ELSE
                   IF LOG-REVERSO
                       SUBTRACT WS-TARIFA-VALOR
                           FROM WS-SIN-MAESTRO-CONSUMO
                       SUBTRACT 1 FROM WS-SIN-MAESTRO-OPER
                   ELSE
                       ADD WS-TARIFA-VALOR TO WS-SIN-MAESTRO-CONSUMO
                       ADD 1 TO WS-SIN-MAESTRO-OPER
                   END-IF
               END-IF
           END-IF.

       BUSCAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-ENCONTRADO.
           IF LOG-CLIENTE NOT = SPACES
                  AND WS-CANT-CLIENTES > ZERO
               SET WS-IDX-CLI TO 1
               SEARCH WS-CLIENTE
                   WHEN WS-IDX-CLI > WS-CANT-CLIENTES
                       MOVE "N" TO WS-CLIENTE-ENCONTRADO
                   WHEN WS-CLI-CODIGO (WS-IDX-CLI) = LOG-CLIENTE
                       MOVE "S" TO WS-CLIENTE-ENCONTRADO.

      *    LA TARIFA ES LA VIGENTE A LA FECHA DE LA OPERACION; LA DEL
      *    CONTRAASIENTO, LA VIGENTE AL CALCULO QUE REVERSA
       VALORIZAR-OPERACION.
           MOVE LOG-FECHA TO WS-FECHA-TARIFA.
           IF LOG-REVERSO
               PERFORM BUSCAR-FECHA-ORIGINAL.
           MOVE ZERO TO WS-TARIFA-VALOR.
           MOVE ZERO TO WS-MEJOR-VIGENCIA.
           PERFORM COMPARAR-TARIFA
               VARYING WS-IDX-TARI FROM 1 BY 1
               UNTIL WS-IDX-TARI > WS-CANT-TARIFAS.

       COMPARAR-TARIFA.
           IF WS-TARI-OPCION (WS-IDX-TARI) = LOG-OPCION
                  AND WS-TARI-VIGENCIA (WS-IDX-TARI) <=
                      WS-FECHA-TARIFA
                  AND WS-TARI-VIGENCIA (WS-IDX-TARI) >=
                      WS-MEJOR-VIGENCIA
               MOVE WS-TARI-VIGENCIA (WS-IDX-TARI)
                   TO WS-MEJOR-VIGENCIA
               MOVE WS-TARI-PRECIO (WS-IDX-TARI) TO WS-TARIFA-VALOR.

       BUSCAR-FECHA-ORIGINAL.
           MOVE "N" TO WS-REV-ENCONTRADO.
           IF WS-CANT-REV > ZERO
               SET WS-IDX-REV TO 1
               PERFORM COMPARAR-REVERSO
                   UNTIL WS-IDX-REV > WS-CANT-REV
                      OR WS-REV-ENCONTRADO = "S".

       COMPARAR-REVERSO.
           IF WS-REV-FECHA (WS-IDX-REV) = LOG-FECHA
                  AND WS-REV-ESTACION (WS-IDX-REV) = LOG-ESTACION
                  AND WS-REV-HORA (WS-IDX-REV) = LOG-HORA-TEXTO
                  AND WS-REV-CLIENTE (WS-IDX-REV) = LOG-CLIENTE
                  AND WS-REV-OPCION (WS-IDX-REV) = LOG-OPCION
               MOVE "S" TO WS-REV-ENCONTRADO
               MOVE WS-REV-ORIG-FECHA (WS-IDX-REV) TO WS-FECHA-TARIFA
           ELSE
               SET WS-IDX-REV UP BY 1.

      *    INFORME: UNA LINEA POR CLIENTE DEL MAESTRO EN EL ORDEN DEL
      *    ARCHIVO CON SU SITUACION RESPECTO DEL TOPE

       INFORMAR-CLIENTES.
           PERFORM INFORMAR-UN-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANT-CLIENTES.

       INFORMAR-UN-CLIENTE.
           PERFORM EVALUAR-TOPE-CLIENTE.
           ADD WS-CLI-CONSUMO (WS-IDX-CLI) TO WS-TOTAL-CONSUMO.
           MOVE WS-CLI-PRESUPUESTO (WS-IDX-CLI)
               TO WS-PRESUPUESTO-FORMAT.
           MOVE WS-CLI-CONSUMO (WS-IDX-CLI) TO WS-CONSUMO-FORMAT.
           MOVE WS-CLI-MAX-OPER (WS-IDX-CLI) TO WS-MAX-OPER-FORMAT.
           MOVE WS-CLI-OPERACIONES (WS-IDX-CLI) TO WS-OPER-FORMAT.
           MOVE WS-TOPE-PORCENTAJE TO WS-PORCENTAJE-FORMAT.
           IF WS-CLI-PRESUPUESTO (WS-IDX-CLI) > ZERO
               ADD WS-CLI-PRESUPUESTO (WS-IDX-CLI)
                   TO WS-TOTAL-PRESUPUESTO
               COMPUTE WS-DISPONIBLE = WS-CLI-PRESUPUESTO (WS-IDX-CLI)
                   - WS-CLI-CONSUMO (WS-IDX-CLI)
               MOVE WS-DISPONIBLE TO WS-DISPONIBLE-FORMAT
           ELSE
               MOVE ZERO TO WS-DISPONIBLE-FORMAT.
           IF TOPE-SIN
               MOVE "SIN TOPE" TO WS-SITUACION
               MOVE ZERO TO WS-PORCENTAJE-FORMAT
           ELSE
           IF TOPE-ALCANZADO
               ADD 1 TO WS-CLIENTES-CON-TOPE
               ADD 1 TO WS-CLIENTES-TOPE
               MOVE "TOPE ALCANZADO" TO WS-SITUACION
           ELSE
           IF TOPE-AVISO
               ADD 1 TO WS-CLIENTES-CON-TOPE
               ADD 1 TO WS-CLIENTES-AVISO
               MOVE "AVISO" TO WS-SITUACION
           ELSE
               ADD 1 TO WS-CLIENTES-CON-TOPE
               MOVE "NORMAL" TO WS-SITUACION.
           MOVE SPACES TO PRES-RECORD.
           STRING WS-CLI-CODIGO (WS-IDX-CLI) "  "
                  WS-CLI-NOMBRE (WS-IDX-CLI) " "
                  WS-CLI-ESTADO (WS-IDX-CLI) " "
                  WS-PRESUPUESTO-FORMAT " "
                  WS-CONSUMO-FORMAT " "
                  WS-PORCENTAJE-FORMAT " "
                  WS-DISPONIBLE-FORMAT " "
                  WS-MAX-OPER-FORMAT " "
                  WS-OPER-FORMAT "  "
                  WS-SITUACION
                  DELIMITED BY SIZE
               INTO PRES-RECORD.
           WRITE PRES-RECORD.

      *    PORCENTAJE CONSUMIDO DEL TOPE (EL MAYOR ENTRE IMPORTE Y
      *    CANTIDAD DE OPERACIONES); SIN PRESUPUESTO NI MAXIMO DE
      *    OPERACIONES EL CLIENTE NO TIENE TOPE
       EVALUAR-TOPE-CLIENTE.
           MOVE "N" TO WS-TOPE-ESTADO.
           MOVE ZERO TO WS-TOPE-PORCENTAJE.
           IF WS-CLI-PRESUPUESTO (WS-IDX-CLI) > ZERO
               COMPUTE WS-TOPE-CALCULO =
                   WS-CLI-CONSUMO (WS-IDX-CLI) * 100
                   / WS-CLI-PRESUPUESTO (WS-IDX-CLI)
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-TOPE-CALCULO
               END-COMPUTE
               IF WS-TOPE-CALCULO > WS-TOPE-PORCENTAJE
                   MOVE WS-TOPE-CALCULO TO WS-TOPE-PORCENTAJE.
           IF WS-CLI-MAX-OPER (WS-IDX-CLI) > ZERO
               COMPUTE WS-TOPE-CALCULO =
                   WS-CLI-OPERACIONES (WS-IDX-CLI) * 100
                   / WS-CLI-MAX-OPER (WS-IDX-CLI)
               IF WS-TOPE-CALCULO > WS-TOPE-PORCENTAJE
                   MOVE WS-TOPE-CALCULO TO WS-TOPE-PORCENTAJE.
           IF WS-CLI-PRESUPUESTO (WS-IDX-CLI) = ZERO
                  AND WS-CLI-MAX-OPER (WS-IDX-CLI) = ZERO
               MOVE "S" TO WS-TOPE-ESTADO
           ELSE
           IF WS-TOPE-PORCENTAJE >= 100
               MOVE "T" TO WS-TOPE-ESTADO
           ELSE
           IF WS-CLI-AVISO (WS-IDX-CLI) > ZERO
                  AND WS-TOPE-PORCENTAJE >= WS-CLI-AVISO (WS-IDX-CLI)
               MOVE "A" TO WS-TOPE-ESTADO.

       INFORMAR-TOTALES.
           MOVE SPACES TO PRES-RECORD.
           WRITE PRES-RECORD.
           MOVE WS-TOTAL-PRESUPUESTO TO WS-TOTAL-FORMAT.
           MOVE SPACES TO PRES-RECORD.
           STRING "PRESUPUESTO TOTAL DE LOS CLIENTES CON TOPE: "
                  WS-TOTAL-FORMAT DELIMITED BY SIZE
               INTO PRES-RECORD.
           WRITE PRES-RECORD.
           MOVE WS-TOTAL-CONSUMO TO WS-TOTAL-FORMAT.
           MOVE SPACES TO PRES-RECORD.
           STRING "CONSUMO TOTAL DE LOS CLIENTES DEL MAESTRO:  "
                  WS-TOTAL-FORMAT DELIMITED BY SIZE
               INTO PRES-RECORD.
           WRITE PRES-RECORD.
           MOVE WS-CLIENTES-CON-TOPE TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO PRES-RECORD.
           STRING "CLIENTES CON TOPE MENSUAL:      "
                  WS-CANTIDAD-FORMAT DELIMITED BY SIZE
               INTO PRES-RECORD.
           WRITE PRES-RECORD.
           MOVE WS-CLIENTES-AVISO TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO PRES-RECORD.
           STRING "CLIENTES EN AVISO:              "
                  WS-CANTIDAD-FORMAT DELIMITED BY SIZE
               INTO PRES-RECORD.
           WRITE PRES-RECORD.
           MOVE WS-CLIENTES-TOPE TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO PRES-RECORD.
           STRING "CLIENTES CON EL TOPE ALCANZADO: "
                  WS-CANTIDAD-FORMAT DELIMITED BY SIZE
               INTO PRES-RECORD.
           WRITE PRES-RECORD.
           IF WS-SIN-MAESTRO-OPER NOT = ZERO
                  OR WS-SIN-MAESTRO-CONSUMO NOT = ZERO
               MOVE WS-SIN-MAESTRO-OPER TO WS-OPER-FORMAT
               MOVE WS-SIN-MAESTRO-CONSUMO TO WS-CONSUMO-FORMAT
               MOVE SPACES TO PRES-RECORD
               STRING "OPERACIONES DE CODIGOS QUE NO FIGURAN EN EL "
                      "MAESTRO: " WS-OPER-FORMAT
                      ", CONSUMO " WS-CONSUMO-FORMAT
                      DELIMITED BY SIZE
                   INTO PRES-RECORD
               WRITE PRES-RECORD.

       END PROGRAM ControlPresupuesto.
