      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  Tope mensual: al cargar el consumo los
      *                contraasientos se valorizan a la fecha del
      *                calculo reversado (REVFILE), y al reanudar un
      *                batch desde el checkpoint la edicion no vuelve a
      *                sumar los detalles ya asentados. El contraasiento
      *                restaura cliente, operandos, moneda y tasa de la
      *                sesion del supervisor.
      * 15/10/2026 AM  Tope mensual por cliente: CLIFILE suma un
      *                presupuesto mensual, un maximo de operaciones
      *                y un porcentaje de aviso (opcion 8 del menu).
      *                El consumo del mes se valoriza con TARIFILE
      *                igual que en Facturacion (generacion del mes,
      *                consolidado y lo propio de la estacion); al
      *                llegar al aviso el ingreso del cliente avisa
      *                y al llegar al tope bloquea el calculo. En
      *                batch se rechaza con el nuevo motivo 15 en
      *                RECHFILE y en el acuse, sumando lo ya aceptado
      *                del mismo lote.
      * 15/10/2026 AM  Tasas de IVA y tipos de cambio con vigencia y
      *                estado (mantenidos con MantenerTablas): cada
      *                calculo de IVA usa la alicuota activa vigente a
      *                su fecha (en batch, la fecha del lote) y se
      *                ignoran las tasas y cotizaciones inactivas.
      * 15/10/2026 AM  Reverso de asientos: un supervisor ubica un
      *                calculo ya asentado por fecha, estacion, hora y
      *                operador y asienta el contraasiento (mismo
      *                codigo de operacion, resultado con signo
      *                contrario, marca R en la bitacora). El registro
      *                REVFILE apunta al asiento original con el
      *                cliente, el motivo y el supervisor.
      * 03/09/2026 AM  Operacion multi-estacion: cada sesion graba
      *                sus salidas en archivos propios de la estacion
      *                (LOGxxxx, CSVxxxx, REPxxxx, con la estacion y
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT TARI-FILE ASSIGN TO "TARIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARI-STATUS.

           SELECT FORM-FILE ASSIGN TO "FORMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANUL-STATUS.

           SELECT REV-FILE ASSIGN TO "REVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT PTMP-FILE ASSIGN TO "PENDTEMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTMP-STATUS.

      *    MAESTRO DE CLIENTES (CENTROS DE COSTO): IGUAL QUE EL
      *    MAESTRO DE OPERADORES, LA BAJA ES LOGICA (ESTADO I) PARA
      *    CONSERVAR EL CODIGO EN LA AUDITORIA Y LA FACTURACION.
      *    EL TOPE MENSUAL (PRESUPUESTO VALORIZADO CON TARIFILE,
      *    MAXIMO DE OPERACIONES Y PORCENTAJE DE AVISO) SE AGREGO AL
      *    FINAL: EN BLANCO O CERO = SIN TOPE
       FD  CLI-FILE.
       01  CLI-RECORD.
           05 CLI-CODIGO                PIC X(04).
           05 CLI-NOMBRE                PIC X(20).
           05 FILLER                    PIC X(01).
           05 CLI-ESTADO                PIC X(01).
           05 FILLER                    PIC X(01).
           05 CLI-PRESUPUESTO           PIC 9(09)V9(02).
           05 FILLER                    PIC X(01).
           05 CLI-MAX-OPERACIONES       PIC 9(06).
           05 FILLER                    PIC X(01).
           05 CLI-AVISO-PORCENTAJE      PIC 9(03).

      *    TARIFAS POR CODIGO DE OPERACION (MISMO TRAZADO QUE LEE
      *    FACTURACION): VALORIZAN EL CONSUMO DEL MES DE CADA CLIENTE
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

      *    BIBLIOTECA DE FORMULAS: UNA LINEA POR PASO, EN ORDEN DE
      *    EJECUCION DENTRO DE CADA NOMBRE. ORIGEN DEL SEGUNDO
           05 LOG-ESTACION              PIC X(04).
           05 FILLER                    PIC X(01).
           05 LOG-HORA                  PIC 9(06).
      *    R = CONTRAASIENTO DE UN CALCULO YA ASENTADO (VER REVFILE)
           05 LOG-MARCA                 PIC X(01).

       FD  REP-FILE.
       01  REP-RECORD.

      *    TASAS DE IVA Y ALICUOTAS: EL PORCENTAJE SE MANTIENE EN EL
      *    ARCHIVO (021.00 SE GRABA 02100) PARA QUE UN CAMBIO DE TASA
      *    NO TOQUE EL PROGRAMA; VIGENCIA Y ESTADO SE AGREGARON AL
      *    FINAL (EN BLANCO = VIGENTE DESDE SIEMPRE Y ACTIVA)
       FD  TASA-FILE.
       01  TASA-RECORD.
           05 TASA-CODIGO               PIC 9(01).
           05 TASA-PORCENTAJE           PIC 9(03)V9(02).
           05 FILLER                    PIC X(01).
           05 TASA-DESCRIPCION          PIC X(20).
           05 FILLER                    PIC X(01).
           05 TASA-VIGENCIA             PIC 9(08).
           05 FILLER                    PIC X(01).
           05 TASA-ESTADO               PIC X(01).

      *    PARAMETROS DE LA EJECUCION DESATENDIDA: MODO "B" SALTEA EL
      *    INICIO DE SESION Y VA DIRECTO A LA PASADA DE TRANFILE
           05 FILLER                    PIC X(01).
           05 ANUL-FECHA-ANULADO        PIC 9(08).

      *    REVERSOS DE CALCULOS YA ASENTADOS: CADA REGISTRO IDENTIFICA
      *    EL CONTRAASIENTO (FECHA, ESTACION Y HORA EN QUE SE GRABO)
      *    Y APUNTA AL ASIENTO ORIGINAL POR FECHA, ESTACION, HORA Y
      *    OPERADOR, CON EL CLIENTE, EL CODIGO Y EL RESULTADO
      *    ORIGINALES, EL SUPERVISOR Y EL MOTIVO
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

      *    LOS REGISTROS VIEJOS DE 28 POSICIONES (SIN ESTADO NI NIVEL)
      *    SE TOLERAN AL CARGAR: ESTADO DISTINTO DE "I" SE TOMA COMO
      *    ACTIVO Y NIVEL NO NUMERICO COMO OPERADOR COMUN. LOS CAMPOS
           05 CAM-FECHA-VIGENCIA        PIC 9(08).
           05 FILLER                    PIC X(01).
           05 CAM-TASA                  PIC 9(05)V9(04).
           05 FILLER                    PIC X(01).
           05 CAM-ESTADO                PIC X(01).

      *    EVENTOS DE SEGURIDAD DEL INICIO DE SESION: OK = INGRESO
      *    CORRECTO, FA = INTENTO FALLIDO, BL = CUENTA BLOQUEADA,
      *    DE = DESBLOQUEO POR SUPERVISOR, CB = CAMBIO DE CLAVE.
      *    OC / OT = INGRESO CORRECTO A CUENTAS CORRIENTES / AL
      *    MANTENIMIENTO DE TABLAS (LOS ASIENTAN ESOS PROGRAMAS)
       FD  SEG-FILE.
       01  SEG-RECORD.
           05 SEG-FECHA                 PIC 9(08).
      *    11 = FORMULA DESCONOCIDA (OPERACION F),
      *    12 = FORMULA CON OPERANDO A PEDIR, NO APTA PARA BATCH,
      *    13 = MONEDA DESCONOCIDA (OPERACIONES X/Y),
      *    14 = SIN TASA DE CAMBIO VIGENTE PARA LA FECHA,
      *    15 = CLIENTE CON EL TOPE MENSUAL ALCANZADO (CONTANDO LO
      *         ACEPTADO ANTES EN EL MISMO LOTE).
      *    LOS MOTIVOS 06 A 09 RECHAZAN EL LOTE COMPLETO.
           77 WS-FIN-EDIT PIC X(01) VALUE "N".
               88 FIN-EDIT VALUE "S".
               88 TRANSACCION-RECHAZADA VALUE "N".
           77 WS-MOTIVO-EDIT PIC X(02).
           77 WS-SEQ-EDIT PIC 9(08) COMP VALUE ZERO.
           77 WS-DETALLE-ASENTADO PIC X(01) VALUE "N".
               88 DETALLE-ASENTADO VALUE "S".
           77 WS-EDIT-ACEPTADAS PIC 9(05) COMP VALUE ZERO.
           77 WS-EDIT-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
           77 WS-EDIT-OPERANDO PIC S9(07)V99.
                   10 WS-CLI-CODIGO PIC X(04).
                   10 WS-CLI-NOMBRE PIC X(20).
                   10 WS-CLI-ESTADO PIC X(01).
                   10 WS-CLI-PRESUPUESTO PIC 9(09)V9(02).
                   10 WS-CLI-MAX-OPER PIC 9(06).
                   10 WS-CLI-AVISO PIC 9(03).
                   10 WS-CLI-CONSUMO PIC S9(09)V9(02).
                   10 WS-CLI-OPERACIONES PIC S9(07).
                   10 WS-CLI-BASE-CONSUMO PIC S9(09)V9(02).
                   10 WS-CLI-BASE-OPER PIC S9(07).
                   10 WS-CLI-LOTE-CONSUMO PIC S9(09)V9(02).
                   10 WS-CLI-LOTE-OPER PIC S9(07).
           77 WS-MAX-CLIENTES PIC 9(03) COMP VALUE 200.
           77 WS-CANT-CLIENTES PIC 9(03) COMP VALUE ZERO.
           77 WS-CLIENTE-ID PIC X(04).
           77 WS-MCLI-CODIGO PIC X(04).
           77 WS-MCLI-NOMBRE PIC X(20).
           77 WS-MCLI-ESTADO PIC X(01).
           77 WS-MCLI-PRESUPUESTO PIC 9(09)V9(02).
           77 WS-MCLI-MAX-OPER PIC 9(06).
           77 WS-MCLI-AVISO PIC 9(03).

      *    TOPE MENSUAL POR CLIENTE: EL CONSUMO DEL MES SE VALORIZA
      *    CON LAS TARIFAS DE TARIFILE (LA MISMA VALORIZACION DE
      *    FACTURACION) Y SE COMPARA CON EL PRESUPUESTO Y EL MAXIMO
      *    DE OPERACIONES DEL MAESTRO; EN BATCH SE MIDE CONTRA EL
      *    CONSUMO AL COMENZAR EL LOTE MAS LO ACEPTADO DEL LOTE
           77 WS-TARI-STATUS PIC X(02).
           01 WS-TABLA-TARIFAS.
               05 WS-TARIFA OCCURS 200 TIMES INDEXED BY WS-IDX-TARI.
                   10 WS-TARI-OPCION PIC X(01).
                   10 WS-TARI-PRECIO PIC 9(05)V9(02).
                   10 WS-TARI-VIGENCIA PIC 9(08).
           77 WS-MAX-TARIFAS PIC 9(03) COMP VALUE 200.
           77 WS-CANT-TARIFAS PIC 9(03) COMP VALUE ZERO.
           77 WS-FIN-TARIFAS PIC X(01) VALUE "N".
               88 FIN-TARIFAS VALUE "S".
           77 WS-TARIFA-OPCION PIC X(01).
           77 WS-FECHA-TARIFA PIC 9(08).
           77 WS-TARIFA-VALOR PIC 9(05)V9(02).
           77 WS-MARCA-CONSUMO PIC X(01).
           77 WS-CONSUMO-PERIODO PIC X(06).
           77 WS-CONSUMO-LINEA PIC S9(09)V9(02).
           77 WS-OPER-LINEA PIC S9(05).
           77 WS-TOPE-IMPORTE PIC S9(09)V9(02).
           77 WS-TOPE-OPERACIONES PIC S9(07).
           77 WS-TOPE-CALCULO PIC S9(09)V9(02).
           77 WS-TOPE-PORCENTAJE PIC S9(09)V9(02).
           77 WS-TOPE-ESTADO PIC X(01) VALUE "N".
               88 TOPE-NORMAL VALUE "N".
               88 TOPE-AVISO VALUE "A".
               88 TOPE-ALCANZADO VALUE "T".
           77 WS-AVISO-DEFECTO PIC 9(03) VALUE 080.
           77 WS-PORCENTAJE-FORMAT PIC ZZZZ9.
           77 WS-IMPORTE-TOPE-FORMAT PIC -ZZZZZZZZ9.99.
           77 WS-CONSUMO-FORMAT PIC -ZZZZZZZZ9.99.
           77 WS-OPER-TOPE-FORMAT PIC ZZZZZ9.
           77 WS-OPER-CONSUMO-FORMAT PIC -ZZZZZZ9.
      *    CONTRAASIENTOS DEL MES CARGADOS DE REVFILE: DAN LA FECHA
      *    DEL CALCULO ORIGINAL CON QUE SE VALORIZA CADA LINEA R DE
      *    LA BITACORA AL CARGAR EL CONSUMO (COMO EN FACTURACION)
           01 WS-TABLA-CONSUMO-REV.
               05 WS-CRV-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-IDX-CRV.
                   10 WS-CRV-FECHA PIC 9(08).
                   10 WS-CRV-ESTACION PIC X(04).
                   10 WS-CRV-HORA PIC 9(06).
                   10 WS-CRV-CLIENTE PIC X(04).
                   10 WS-CRV-OPCION PIC X(01).
                   10 WS-CRV-ORIG-FECHA PIC 9(08).
           77 WS-MAX-CRV PIC 9(03) COMP VALUE 500.
           77 WS-CANT-CRV PIC 9(03) COMP VALUE ZERO.
           77 WS-CRV-ENCONTRADO PIC X(01) VALUE "N".

      *    BIBLIOTECA DE FORMULAS CARGADA DE FORMFILE: UNA ENTRADA
      *    POR PASO, EN EL ORDEN DEL ARCHIVO DENTRO DE CADA NOMBRE
               05 FILLER PIC X(37).

      *    TABLA DE TASAS CARGADA DE TASAFILE; EN LAS OPERACIONES I/Q
      *    EL SEGUNDO NUMERO ES EL CODIGO DE TASA (1 DIGITO); UN
      *    CODIGO PUEDE TENER VARIAS VIGENCIAS Y RIGE LA MAS RECIENTE
      *    QUE NO SUPERE LA FECHA DEL CALCULO
           77 WS-TASA-STATUS PIC X(02).
           01 WS-TABLA-TASAS.
               05 WS-TASA OCCURS 50 TIMES INDEXED BY WS-IDX-TASA.
                   10 WS-TASA-COD PIC 9(01).
                   10 WS-TASA-PCT PIC 9(03)V9(02).
                   10 WS-TASA-DESC PIC X(20).
                   10 WS-TASA-VIGENCIA PIC 9(08).
           77 WS-MAX-TASAS PIC 9(02) COMP VALUE 50.
           77 WS-CANT-TASAS PIC 9(02) COMP VALUE ZERO.
           77 WS-TASA-ENCONTRADA PIC X(01) VALUE "N".
           77 WS-TASA-VALOR PIC 9(03)V9(02).
           77 WS-APROBADOR-ID PIC X(08) VALUE SPACES.
           77 WS-OPERADOR-GUARDADO PIC X(08).
           77 WS-VALOR-GUARDADO PIC S9(10)V9(04).
           77 WS-CLIENTE-GUARDADO PIC X(04).
           77 WS-NUM1-GUARDADO PIC S9(05)V99.
           77 WS-NUM2-GUARDADO PIC S9(05)V9(2).
           77 WS-OPCION-GUARDADA PIC A(01).
           77 WS-SIMBOLO-GUARDADO PIC X(01).
           77 WS-MONEDA-GUARDADA PIC X(03).
           77 WS-TASA-GUARDADA PIC 9(05)V9(04).
           77 WS-FIN-PEND PIC X(01) VALUE "N".
               88 FIN-PEND VALUE "S".
           01 WS-TABLA-PENDIENTES.
      *    NUMERICA DE INGRESO, QUE USA WS-ENTRADA-VALIDA)
           77 WS-SESION-VALIDA PIC X(01) VALUE "N".

      *    REVERSO DE ASIENTOS: CLAVE DEL ASIENTO BUSCADO, CANDIDATOS
      *    ENCONTRADOS EN LA BITACORA (TEXTO TAL COMO LO GRABO
      *    GRABAR-LOG) Y MARCA QUE GRABAR-LOG PASA A LOG-MARCA
           77 WS-REV-STATUS PIC X(02).
           77 WS-FIN-REV PIC X(01) VALUE "N".
               88 FIN-REV VALUE "S".
           77 WS-MARCA-REVERSO PIC X(01) VALUE SPACE.
           77 WS-REV-FECHA PIC 9(08).
           77 WS-REV-ESTACION PIC X(04).
           77 WS-REV-HORA PIC 9(06).
           77 WS-REV-HORA-TEXTO PIC X(06).
           77 WS-REV-PERIODO PIC 9(06).
           77 WS-REV-OPERADOR PIC X(08).
           77 WS-REV-MOTIVO PIC X(40).
           77 WS-REV-CONFIRMA PIC X(01).
           77 WS-REV-SELECCION PIC 9(02).
           77 WS-REV-REPETIDO PIC X(01) VALUE "N".
           01 WS-TABLA-REVERSO.
               05 WS-REV-CANDIDATO OCCURS 10 TIMES
                       INDEXED BY WS-IDX-REV.
                   10 WS-REV-CAND-LINEA PIC X(100).
                   10 WS-REV-CAND-ESTADO PIC X(01).
           77 WS-MAX-REV-CAND PIC 9(02) COMP VALUE 10.
           77 WS-CANT-REV-CAND PIC 9(02) COMP VALUE ZERO.
           01 WS-REV-LINEA.
               05 WS-REV-L-FECHA PIC X(08).
               05 FILLER PIC X(01).
               05 WS-REV-L-OPERADOR PIC X(08).
               05 FILLER PIC X(01).
               05 WS-REV-L-CLIENTE PIC X(04).
               05 FILLER PIC X(01).
               05 WS-REV-L-NUM1 PIC X(10).
               05 FILLER PIC X(01).
               05 WS-REV-L-OPCION PIC X(01).
               05 FILLER PIC X(01).
               05 WS-REV-L-NUM2 PIC X(10).
               05 FILLER PIC X(01).
               05 WS-REV-L-RESULTADO PIC X(16).
               05 FILLER PIC X(01).
               05 WS-REV-L-MONEDA PIC X(03).
               05 FILLER PIC X(01).
               05 WS-REV-L-TASA PIC X(10).
               05 FILLER PIC X(01).
               05 WS-REV-L-APROBADOR PIC X(08).
               05 FILLER PIC X(01).
               05 WS-REV-L-ESTACION PIC X(04).
               05 FILLER PIC X(01).
               05 WS-REV-L-HORA PIC X(06).
               05 WS-REV-L-MARCA PIC X(01).


       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.

       INICIO.
           ACCEPT WS-FECHA-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-CALCULO.
           PERFORM INICIALIZAR-TOTALES.
           PERFORM CARGAR-TASAS.
           PERFORM CARGAR-CAMBIOS.
           PERFORM CARGAR-CLIENTES.
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-FORMULAS.
           PERFORM CARGAR-ESTACIONES.
           PERFORM CARGAR-SEQ-HISTORIAL.
           MOVE SPACES TO WS-NOMBRE-REP.
           STRING "REP" WS-ESTACION-ID DELIMITED BY SIZE
               INTO WS-NOMBRE-REP.
           PERFORM CARGAR-CONSUMOS.
           PERFORM ABRIR-LOG.
           PERFORM ABRIR-CSV.
           PERFORM ABRIR-REP.
               AT END
                   MOVE "S" TO WS-FIN-TASAS
               NOT AT END
                   IF WS-CANT-TASAS >= WS-MAX-TASAS
                       DISPLAY "SE ALCANZO EL MAXIMO DE TASAS "
                       "ADMITIDAS (50), SE IGNORAN LAS RESTANTES"
                       MOVE "S" TO WS-FIN-TASAS
                   ELSE
                   IF TASA-ESTADO = "I"
                       CONTINUE
                   ELSE
                   IF TASA-CODIGO NUMERIC AND TASA-PORCENTAJE NUMERIC
                       ADD 1 TO WS-CANT-TASAS
                       SET WS-IDX-TASA TO WS-CANT-TASAS
                           TO WS-TASA-PCT (WS-IDX-TASA)
                       MOVE TASA-DESCRIPCION
                           TO WS-TASA-DESC (WS-IDX-TASA)
                       IF TASA-VIGENCIA NUMERIC
                           MOVE TASA-VIGENCIA
                               TO WS-TASA-VIGENCIA (WS-IDX-TASA)
                       ELSE
                           MOVE ZERO TO WS-TASA-VIGENCIA (WS-IDX-TASA)
                       END-IF
                   ELSE
                       DISPLAY "TASA INVALIDA EN TASAFILE, SE IGNORA"
                   END-IF.
                       "RESTANTES"
                       MOVE "S" TO WS-FIN-CAMBIOS
                   ELSE
                   IF CAM-ESTADO = "I"
                       CONTINUE
                   ELSE
                   IF CAM-MONEDA NOT = SPACES
                          AND CAM-FECHA-VIGENCIA NUMERIC
                          AND CAM-TASA NUMERIC
                       ELSE
                           MOVE "A" TO WS-CLI-ESTADO (WS-IDX-CLI)
                       END-IF
                       PERFORM CARGAR-TOPE-CLIENTE
                   END-IF.

      *    LOS CLIENTES GRABADOS ANTES DEL TOPE MENSUAL NO TRAEN LOS
      *    CAMPOS NUEVOS: SE LEEN COMO CERO (SIN TOPE)
       CARGAR-TOPE-CLIENTE.
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
               "TARIFILE, EL CONSUMO DE LOS CLIENTES SE VALORIZA EN "
               "CERO"
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

      *    TARIFA DEL CODIGO DE OPERACION CON LA VIGENCIA MAS
      *    RECIENTE QUE NO SUPERE LA FECHA (CERO SI NO HAY TARIFA)
       BUSCAR-TARIFA.
           MOVE ZERO TO WS-TARIFA-VALOR.
           MOVE ZERO TO WS-MEJOR-VIGENCIA.
           PERFORM COMPARAR-TARIFA
               VARYING WS-IDX-TARI FROM 1 BY 1
               UNTIL WS-IDX-TARI > WS-CANT-TARIFAS.

       COMPARAR-TARIFA.
           IF WS-TARI-OPCION (WS-IDX-TARI) = WS-TARIFA-OPCION
                  AND WS-TARI-VIGENCIA (WS-IDX-TARI) <= WS-FECHA-TARIFA
                  AND WS-TARI-VIGENCIA (WS-IDX-TARI) >=
                      WS-MEJOR-VIGENCIA
               MOVE WS-TARI-VIGENCIA (WS-IDX-TARI)
                   TO WS-MEJOR-VIGENCIA
               MOVE WS-TARI-PRECIO (WS-IDX-TARI) TO WS-TARIFA-VALOR.

      *    CONSUMO DEL MES EN CURSO DE CADA CLIENTE PARA EL TOPE
      *    MENSUAL: LA GENERACION DEL MES SI YA SE CORTO (VIA BITCAT),
      *    EL CONSOLIDADO LOGFILE Y LO TODAVIA NO CONSOLIDADO DE LA
      *    PROPIA ESTACION (LO DEL DIA DE LAS OTRAS ESTACIONES ENTRA
      *    CON EL CONSOLIDADOR NOCTURNO). SE LLAMA ANTES DE ABRIR LA
      *    BITACORA DE LA ESTACION PARA GRABAR
       CARGAR-CONSUMOS.
           MOVE WS-FECHA-AAAAMMDD (1:6) TO WS-CONSUMO-PERIODO.
           PERFORM CARGAR-REVERSOS-CONSUMO.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-FIN-CAT
               PERFORM LEER-CATALOGO-CONSUMO UNTIL FIN-CAT
               CLOSE CAT-FILE.
           MOVE "LOGFILE" TO WS-NOMBRE-GEN.
           PERFORM LEER-ARCHIVO-CONSUMO.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-FIN-CONS
               PERFORM LEER-ESTACION-CONSUMO UNTIL FIN-CONS
               CLOSE LOG-FILE.

       LEER-CATALOGO-CONSUMO.
           READ CAT-FILE
               AT END
                   MOVE "S" TO WS-FIN-CAT
               NOT AT END
                   IF CAT-PERIODO NUMERIC
                          AND CAT-PERIODO = WS-CONSUMO-PERIODO
                       MOVE CAT-NOMBRE TO WS-NOMBRE-GEN
                       PERFORM LEER-ARCHIVO-CONSUMO
                   END-IF.

       LEER-ARCHIVO-CONSUMO.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS = "00"
               MOVE "N" TO WS-FIN-GEN
               PERFORM LEER-GENERACION-CONSUMO UNTIL FIN-GEN
               CLOSE GEN-FILE.

       LEER-GENERACION-CONSUMO.
           READ GEN-FILE
               AT END
                   MOVE "S" TO WS-FIN-GEN
               NOT AT END
                   MOVE GEN-RECORD TO LOG-RECORD
                   PERFORM CONSUMIR-REGISTRO-LOG.

       LEER-ESTACION-CONSUMO.
           READ LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-CONS
               NOT AT END
                   PERFORM CONSUMIR-REGISTRO-LOG.

       CONSUMIR-REGISTRO-LOG.
           IF LOG-FECHA NUMERIC
                  AND LOG-FECHA (1:6) = WS-CONSUMO-PERIODO
               MOVE LOG-CLIENTE TO WS-CLIENTE-ID
               MOVE LOG-OPCION TO WS-TARIFA-OPCION
               MOVE LOG-FECHA TO WS-FECHA-TARIFA
               MOVE LOG-MARCA TO WS-MARCA-CONSUMO
               IF LOG-MARCA = "R"
                   PERFORM BUSCAR-FECHA-ORIGINAL
               END-IF
               PERFORM IMPUTAR-CONSUMO.

      *    SOLO INTERESAN LOS REVERSOS ASENTADOS DENTRO DEL MES; UNA
      *    LINEA R SIN SU REGISTRO EN REVFILE SE VALORIZA A SU PROPIA
      *    FECHA
       CARGAR-REVERSOS-CONSUMO.
           MOVE ZERO TO WS-CANT-CRV.
           OPEN INPUT REV-FILE.
           IF WS-REV-STATUS = "00"
               MOVE "N" TO WS-FIN-REV
               PERFORM LEER-REVERSO-CONSUMO UNTIL FIN-REV
               CLOSE REV-FILE.

       LEER-REVERSO-CONSUMO.
           READ REV-FILE
               AT END
                   MOVE "S" TO WS-FIN-REV
               NOT AT END
                   IF WS-CANT-CRV >= WS-MAX-CRV
                       DISPLAY "SE ALCANZO EL MAXIMO DE REVERSOS "
                       "ADMITIDOS (500), LOS RESTANTES SE VALORIZAN "
                       "A LA FECHA DEL CONTRAASIENTO"
                       MOVE "S" TO WS-FIN-REV
                   ELSE
                   IF REV-FECHA NUMERIC AND REV-ORIG-FECHA NUMERIC
                          AND REV-FECHA (1:6) = WS-CONSUMO-PERIODO
                       ADD 1 TO WS-CANT-CRV
                       SET WS-IDX-CRV TO WS-CANT-CRV
                       MOVE REV-FECHA TO WS-CRV-FECHA (WS-IDX-CRV)
                       MOVE REV-ESTACION TO WS-CRV-ESTACION (WS-IDX-CRV)
                       MOVE REV-HORA TO WS-CRV-HORA (WS-IDX-CRV)
                       MOVE REV-CLIENTE TO WS-CRV-CLIENTE (WS-IDX-CRV)
                       MOVE REV-OPCION TO WS-CRV-OPCION (WS-IDX-CRV)
                       MOVE REV-ORIG-FECHA
                           TO WS-CRV-ORIG-FECHA (WS-IDX-CRV)
                   END-IF.

      *    EL CONTRAASIENTO SE UBICA POR FECHA, ESTACION, HORA,
      *    CLIENTE Y CODIGO, LOS MISMOS DATOS QUE LLEVA SU LINEA R
       BUSCAR-FECHA-ORIGINAL.
           MOVE "N" TO WS-CRV-ENCONTRADO.
           IF WS-CANT-CRV > ZERO
               SET WS-IDX-CRV TO 1
               PERFORM COMPARAR-REVERSO-CONSUMO
                   UNTIL WS-IDX-CRV > WS-CANT-CRV
                      OR WS-CRV-ENCONTRADO = "S".

       COMPARAR-REVERSO-CONSUMO.
           IF WS-CRV-FECHA (WS-IDX-CRV) = LOG-FECHA
                  AND WS-CRV-ESTACION (WS-IDX-CRV) = LOG-ESTACION
                  AND WS-CRV-HORA (WS-IDX-CRV) = LOG-HORA
                  AND WS-CRV-CLIENTE (WS-IDX-CRV) = LOG-CLIENTE
                  AND WS-CRV-OPCION (WS-IDX-CRV) = LOG-OPCION
               MOVE "S" TO WS-CRV-ENCONTRADO
               MOVE WS-CRV-ORIG-FECHA (WS-IDX-CRV) TO WS-FECHA-TARIFA
           ELSE
               SET WS-IDX-CRV UP BY 1.

      *    CADA CALCULO ASENTADO SUMA AL CONSUMO DEL MES DE SU
      *    CLIENTE; EL CONTRAASIENTO DEVUELVE LA TARIFA VIGENTE AL
      *    CALCULO QUE REVERSA
       ACUMULAR-CONSUMO.
           MOVE WS-OPCION TO WS-TARIFA-OPCION.
           MOVE WS-MARCA-REVERSO TO WS-MARCA-CONSUMO.
           IF WS-MARCA-REVERSO = "R"
               MOVE WS-REV-FECHA TO WS-FECHA-TARIFA
           ELSE
               MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-TARIFA.
           PERFORM IMPUTAR-CONSUMO.

      *    EL CONTRAASIENTO (MARCA R) RESTA LA TARIFA Y LA OPERACION,
      *    IGUAL QUE EN LA FACTURACION
       IMPUTAR-CONSUMO.
           PERFORM BUSCAR-CLIENTE-ID.
           IF CLIENTE-ENCONTRADO
               PERFORM BUSCAR-TARIFA
               IF WS-MARCA-CONSUMO = "R"
                   SUBTRACT WS-TARIFA-VALOR
                       FROM WS-CLI-CONSUMO (WS-IDX-CLI)
                   SUBTRACT 1 FROM WS-CLI-OPERACIONES (WS-IDX-CLI)
               ELSE
                   ADD WS-TARIFA-VALOR TO WS-CLI-CONSUMO (WS-IDX-CLI)
                   ADD 1 TO WS-CLI-OPERACIONES (WS-IDX-CLI)
               END-IF.

      *    PORCENTAJE CONSUMIDO DEL TOPE DEL CLIENTE (EL MAYOR ENTRE
      *    IMPORTE Y CANTIDAD DE OPERACIONES) A PARTIR DE
      *    WS-TOPE-IMPORTE Y WS-TOPE-OPERACIONES; SIN PRESUPUESTO NI
      *    MAXIMO DE OPERACIONES EL CLIENTE NO TIENE TOPE
       EVALUAR-TOPE-CLIENTE.
           MOVE "N" TO WS-TOPE-ESTADO.
           MOVE ZERO TO WS-TOPE-PORCENTAJE.
           IF WS-CLI-PRESUPUESTO (WS-IDX-CLI) > ZERO
               COMPUTE WS-TOPE-CALCULO = WS-TOPE-IMPORTE * 100
                   / WS-CLI-PRESUPUESTO (WS-IDX-CLI)
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-TOPE-CALCULO
               END-COMPUTE
               IF WS-TOPE-CALCULO > WS-TOPE-PORCENTAJE
                   MOVE WS-TOPE-CALCULO TO WS-TOPE-PORCENTAJE.
           IF WS-CLI-MAX-OPER (WS-IDX-CLI) > ZERO
               COMPUTE WS-TOPE-CALCULO = WS-TOPE-OPERACIONES * 100
                   / WS-CLI-MAX-OPER (WS-IDX-CLI)
               IF WS-TOPE-CALCULO > WS-TOPE-PORCENTAJE
                   MOVE WS-TOPE-CALCULO TO WS-TOPE-PORCENTAJE.
           IF WS-CLI-PRESUPUESTO (WS-IDX-CLI) > ZERO
                  OR WS-CLI-MAX-OPER (WS-IDX-CLI) > ZERO
               IF WS-TOPE-PORCENTAJE >= 100
                   MOVE "T" TO WS-TOPE-ESTADO
               ELSE
               IF WS-CLI-AVISO (WS-IDX-CLI) > ZERO
                      AND WS-TOPE-PORCENTAJE >=
                          WS-CLI-AVISO (WS-IDX-CLI)
                   MOVE "A" TO WS-TOPE-ESTADO.

       CARGAR-FORMULAS.
           MOVE ZERO TO WS-CANT-PASOS-FORM.
           OPEN INPUT FORM-FILE.
           "5-. MANTENIMIENTO DE OPERADORES, "
           "6-. ARCHIVO DE HISTORIAL, 7-. CONSULTAR BITACORA, "
           "8-. MANTENIMIENTO DE CLIENTES, 9-. FORMULAS, "
           "10-. APROBACIONES, 11-. REVERSO DE ASIENTOS".
           ACCEPT WS-ELECCION.

           IF WS-ELECCION = 1
                   DISPLAY "SOLO UN SUPERVISOR PUEDE REVISAR LA "
                   "COLA DE APROBACION"
               END-IF
           ELSE
           IF WS-ELECCION = 11
               IF WS-OPERADOR-NIVEL = 2
                   PERFORM REVERSAR-ASIENTO
               ELSE
                   DISPLAY "SOLO UN SUPERVISOR PUEDE REVERSAR UN "
                   "ASIENTO"
               END-IF
           ELSE
               DISPLAY "OPCION INVALIDA".

               DISPLAY "CLIENTE INACTIVO, NO SE LE PUEDEN IMPUTAR "
               "CALCULOS"
           ELSE
               MOVE WS-CLI-CONSUMO (WS-IDX-CLI) TO WS-TOPE-IMPORTE
               MOVE WS-CLI-OPERACIONES (WS-IDX-CLI)
                   TO WS-TOPE-OPERACIONES
               PERFORM EVALUAR-TOPE-CLIENTE
               IF TOPE-ALCANZADO
                   DISPLAY "CLIENTE CON EL TOPE MENSUAL ALCANZADO, NO "
                   "SE LE PUEDEN IMPUTAR CALCULOS (UN SUPERVISOR "
                   "PUEDE AMPLIAR EL TOPE CON LA OPCION 8)"
               ELSE
                   IF TOPE-AVISO
                       MOVE WS-TOPE-PORCENTAJE TO WS-PORCENTAJE-FORMAT
                       DISPLAY "AVISO: EL CLIENTE YA CONSUMIO EL "
                       WS-PORCENTAJE-FORMAT "% DE SU TOPE MENSUAL"
                   END-IF
                   MOVE "S" TO WS-ENTRADA-VALIDA.

       PEDIR-PRIMER-NUMERO.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           "FECHA DEL CALCULO)".
           INITIALIZE WS-OPCION.
           ACCEPT WS-OPCION.
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-CALCULO.
           IF WS-OPCION = "X" OR "Y"
               PERFORM PEDIR-MONEDA.

           ELSE
               COMPUTE WS-VALOR-MOSTRAR ROUNDED = WS-RESULTADO.

      *    COMO EN LOS TIPOS DE CAMBIO: RIGE LA ALICUOTA DEL CODIGO
      *    CON LA VIGENCIA MAS RECIENTE QUE NO SUPERE LA FECHA DEL
      *    CALCULO (LAS CARGADAS POR ADELANTADO NO SE APLICAN)
       BUSCAR-TASA.
           MOVE "N" TO WS-TASA-ENCONTRADA.
           MOVE ZERO TO WS-MEJOR-VIGENCIA.
           PERFORM COMPARAR-TASA
               VARYING WS-IDX-TASA FROM 1 BY 1
               UNTIL WS-IDX-TASA > WS-CANT-TASAS.

       COMPARAR-TASA.
           IF WS-TASA-COD (WS-IDX-TASA) = WS-NUM2
                  AND WS-TASA-VIGENCIA (WS-IDX-TASA) <=
                      WS-FECHA-CALCULO
                  AND WS-TASA-VIGENCIA (WS-IDX-TASA) >=
                      WS-MEJOR-VIGENCIA
               MOVE "S" TO WS-TASA-ENCONTRADA
               MOVE WS-TASA-VIGENCIA (WS-IDX-TASA)
                   TO WS-MEJOR-VIGENCIA
               MOVE WS-TASA-PCT (WS-IDX-TASA) TO WS-TASA-VALOR.

      *    EL RESULTADO QUE SUPERA EL LIMITE DE APROBACION NO SE
      *    ASIENTA: QUEDA RETENIDO EN PENDFILE HASTA QUE UN

       GRABAR-SALIDAS.
           PERFORM GRABAR-LOG.
           PERFORM ACUMULAR-CONSUMO.
           PERFORM GRABAR-CSV.
           PERFORM IMPRIMIR-DETALLE.
           PERFORM ACTUALIZAR-TOTALES.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA (1:6) TO WS-HORA-REGISTRO.
           MOVE WS-HORA-REGISTRO TO LOG-HORA.
           MOVE WS-MARCA-REVERSO TO LOG-MARCA.
      *    EL INDICE LOGNDX DEL CONSOLIDADO YA NO SE GRABA EN LINEA:
      *    CON VARIAS ESTACIONES EN PARALELO LO EXTIENDE EL
      *    CONSOLIDADOR NOCTURNO AL FUNDIR LAS SALIDAS
           ELSE
               DISPLAY "INGRESE EL NOMBRE:"
               ACCEPT WS-MCLI-NOMBRE
               PERFORM PEDIR-TOPE-CLIENTE
               ADD 1 TO WS-CANT-CLIENTES
               SET WS-IDX-CLI TO WS-CANT-CLIENTES
               MOVE WS-MCLI-CODIGO TO WS-CLI-CODIGO (WS-IDX-CLI)
               MOVE WS-MCLI-NOMBRE TO WS-CLI-NOMBRE (WS-IDX-CLI)
               MOVE "A" TO WS-CLI-ESTADO (WS-IDX-CLI)
               PERFORM MOVER-TOPE-CLIENTE
               MOVE ZERO TO WS-CLI-CONSUMO (WS-IDX-CLI)
               MOVE ZERO TO WS-CLI-OPERACIONES (WS-IDX-CLI)
               PERFORM GRABAR-CLIFILE
               DISPLAY "CLIENTE DADO DE ALTA".

               DISPLAY "INGRESE EL NOMBRE:"
               ACCEPT WS-MCLI-NOMBRE
               PERFORM PEDIR-ESTADO-CLIENTE
               PERFORM MOSTRAR-TOPE-CLIENTE
               PERFORM PEDIR-TOPE-CLIENTE
               MOVE WS-MCLI-NOMBRE TO WS-CLI-NOMBRE (WS-IDX-CLI)
               MOVE WS-MCLI-ESTADO TO WS-CLI-ESTADO (WS-IDX-CLI)
               PERFORM MOVER-TOPE-CLIENTE
               PERFORM GRABAR-CLIFILE
               DISPLAY "CLIENTE MODIFICADO"
           ELSE
           DISPLAY WS-CLI-CODIGO (WS-IDX-CLI) " "
               WS-CLI-NOMBRE (WS-IDX-CLI) " ESTADO "
               WS-CLI-ESTADO (WS-IDX-CLI).
           PERFORM MOSTRAR-TOPE-CLIENTE.

      *    TOPE Y CONSUMO DEL MES EN CURSO (SEGUN LO QUE VE ESTA
      *    ESTACION: CONSOLIDADO MAS LO PROPIO DEL DIA)
       MOSTRAR-TOPE-CLIENTE.
           IF WS-CLI-PRESUPUESTO (WS-IDX-CLI) = ZERO
                  AND WS-CLI-MAX-OPER (WS-IDX-CLI) = ZERO
               DISPLAY "     SIN TOPE MENSUAL"
           ELSE
               MOVE WS-CLI-PRESUPUESTO (WS-IDX-CLI)
                   TO WS-IMPORTE-TOPE-FORMAT
               MOVE WS-CLI-CONSUMO (WS-IDX-CLI) TO WS-CONSUMO-FORMAT
               MOVE WS-CLI-MAX-OPER (WS-IDX-CLI) TO WS-OPER-TOPE-FORMAT
               MOVE WS-CLI-OPERACIONES (WS-IDX-CLI)
                   TO WS-OPER-CONSUMO-FORMAT
               MOVE WS-CLI-AVISO (WS-IDX-CLI) TO WS-PORCENTAJE-FORMAT
               DISPLAY "     PRESUPUESTO " WS-IMPORTE-TOPE-FORMAT
                   " CONSUMIDO " WS-CONSUMO-FORMAT
               DISPLAY "     MAXIMO OPERACIONES " WS-OPER-TOPE-FORMAT
                   " REALIZADAS " WS-OPER-CONSUMO-FORMAT
                   " AVISO AL " WS-PORCENTAJE-FORMAT "%".

      *    TOPE MENSUAL DEL CLIENTE: PRESUPUESTO VALORIZADO CON LAS
      *    TARIFAS Y/O MAXIMO DE OPERACIONES (CERO = SIN TOPE) Y EL
      *    PORCENTAJE DEL TOPE AL QUE SE AVISA AL OPERADOR
       PEDIR-TOPE-CLIENTE.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-PRESUPUESTO-CLIENTE
               UNTIL WS-ENTRADA-VALIDA = "S".
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-MAX-OPER-CLIENTE UNTIL WS-ENTRADA-VALIDA = "S".
           IF WS-MCLI-PRESUPUESTO > ZERO OR WS-MCLI-MAX-OPER > ZERO
               MOVE "N" TO WS-ENTRADA-VALIDA
               PERFORM LEER-AVISO-CLIENTE UNTIL WS-ENTRADA-VALIDA = "S"
           ELSE
               MOVE ZERO TO WS-MCLI-AVISO.

       LEER-PRESUPUESTO-CLIENTE.
           DISPLAY "PRESUPUESTO MENSUAL (0 = SIN TOPE DE IMPORTE):".
           ACCEPT WS-MCLI-PRESUPUESTO.
           IF WS-MCLI-PRESUPUESTO NUMERIC
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "VALOR INVALIDO, REINGRESE".

       LEER-MAX-OPER-CLIENTE.
           DISPLAY "MAXIMO DE OPERACIONES DEL MES (0 = SIN TOPE DE "
           "CANTIDAD):".
           ACCEPT WS-MCLI-MAX-OPER.
           IF WS-MCLI-MAX-OPER NUMERIC
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "VALOR INVALIDO, REINGRESE".

       LEER-AVISO-CLIENTE.
           DISPLAY "PORCENTAJE DEL TOPE PARA AVISAR (1 A 99, 0 = 80):".
           ACCEPT WS-MCLI-AVISO.
           IF WS-MCLI-AVISO NOT NUMERIC OR WS-MCLI-AVISO > 99
               DISPLAY "VALOR INVALIDO, REINGRESE"
           ELSE
               IF WS-MCLI-AVISO = ZERO
                   MOVE WS-AVISO-DEFECTO TO WS-MCLI-AVISO
               END-IF
               MOVE "S" TO WS-ENTRADA-VALIDA.

       MOVER-TOPE-CLIENTE.
           MOVE WS-MCLI-PRESUPUESTO TO WS-CLI-PRESUPUESTO (WS-IDX-CLI).
           MOVE WS-MCLI-MAX-OPER TO WS-CLI-MAX-OPER (WS-IDX-CLI).
           MOVE WS-MCLI-AVISO TO WS-CLI-AVISO (WS-IDX-CLI).

       PEDIR-ESTADO-CLIENTE.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           MOVE WS-CLI-CODIGO (WS-IDX-CLI) TO CLI-CODIGO.
           MOVE WS-CLI-NOMBRE (WS-IDX-CLI) TO CLI-NOMBRE.
           MOVE WS-CLI-ESTADO (WS-IDX-CLI) TO CLI-ESTADO.
           MOVE WS-CLI-PRESUPUESTO (WS-IDX-CLI) TO CLI-PRESUPUESTO.
           MOVE WS-CLI-MAX-OPER (WS-IDX-CLI) TO CLI-MAX-OPERACIONES.
           MOVE WS-CLI-AVISO (WS-IDX-CLI) TO CLI-AVISO-PORCENTAJE.
           WRITE CLI-RECORD.

      *    BIBLIOTECA DE FORMULAS: EJECUCION DE UNA SECUENCIA CON
           IF WS-FORMULA-EXISTE NOT = "S"
               DISPLAY "FORMULA DESCONOCIDA, USE 3-. LISTAR"
           ELSE
               MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-CALCULO
               PERFORM PEDIR-CLIENTE
               PERFORM PEDIR-PRIMER-NUMERO
               MOVE WS-NUM1 TO WS-FORM-ACUM
               MOVE WS-PEND-TASA (WS-IDX-PEND) TO PEND-TASA
               WRITE PEND-RECORD.

      *    REVERSO DE ASIENTOS: EL SUPERVISOR IDENTIFICA UN CALCULO YA
      *    ASENTADO POR FECHA, ESTACION, HORA Y OPERADOR. SE LO BUSCA
      *    EN LA GENERACION DEL MES (VIA BITCAT), EN EL CONSOLIDADO
      *    (POR LOGNDX O SECUENCIAL SI EL INDICE NO ESTA) Y EN LO NO
      *    CONSOLIDADO DE LA ESTACION. EL CONTRAASIENTO CONSERVA EL
      *    CODIGO DE OPERACION, LOS OPERANDOS, EL CLIENTE, LA MONEDA
      *    Y LA TASA DEL ORIGINAL CON EL RESULTADO DE SIGNO CONTRARIO,
      *    POR LO QUE LA CONCILIACION, LA INTERFAZ CONTABLE Y LA
      *    FACTURACION LO NETEAN CONTRA EL ORIGINAL; IGUAL QUE EN LA
      *    LIBERACION LO FIRMA EL OPERADOR DE ORIGEN Y EL SUPERVISOR
      *    QUEDA COMO APROBADOR. UN ASIENTO SE REVERSA UNA SOLA VEZ Y
      *    UN CONTRAASIENTO NO SE REVERSA.

       REVERSAR-ASIENTO.
           PERFORM PEDIR-CLAVE-REVERSO.
           MOVE ZERO TO WS-CANT-REV-CAND.
           PERFORM BUSCAR-REVERSO-GENERACION.
           PERFORM BUSCAR-REVERSO-CONSOLIDADO.
           PERFORM BUSCAR-REVERSO-ESTACION.
           IF WS-CANT-REV-CAND = ZERO
               DISPLAY "NO SE ENCONTRO UN ASIENTO CON ESOS DATOS"
           ELSE
               PERFORM MARCAR-REVERSOS-PREVIOS
               PERFORM ELEGIR-ASIENTO-REVERSO
               IF WS-REV-SELECCION > ZERO
                   PERFORM CONFIRMAR-REVERSO.

       PEDIR-CLAVE-REVERSO.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-REVERSO UNTIL WS-ENTRADA-VALIDA = "S".
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-ESTACION-REVERSO UNTIL WS-ENTRADA-VALIDA = "S".
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-HORA-REVERSO UNTIL WS-ENTRADA-VALIDA = "S".
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-OPERADOR-REVERSO UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-FECHA-REVERSO.
           DISPLAY "FECHA DEL ASIENTO A REVERSAR (AAAAMMDD):".
           ACCEPT WS-REV-FECHA.
           IF WS-REV-FECHA NUMERIC AND WS-REV-FECHA > ZERO
                  AND WS-REV-FECHA <= WS-FECHA-AAAAMMDD
               MOVE WS-REV-FECHA (1:6) TO WS-REV-PERIODO
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "FECHA INVALIDA O POSTERIOR A HOY, REINGRESE".

       LEER-ESTACION-REVERSO.
           DISPLAY "ESTACION EN QUE SE ASENTO:".
           MOVE SPACES TO WS-REV-ESTACION.
           ACCEPT WS-REV-ESTACION.
           IF WS-REV-ESTACION NOT = SPACES
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "LA ESTACION NO PUEDE ESTAR EN BLANCO".

       LEER-HORA-REVERSO.
           DISPLAY "HORA DEL ASIENTO (HHMMSS):".
           ACCEPT WS-REV-HORA.
           IF WS-REV-HORA NUMERIC AND WS-REV-HORA < 240000
               MOVE WS-REV-HORA TO WS-REV-HORA-TEXTO
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "HORA INVALIDA, REINGRESE".

       LEER-OPERADOR-REVERSO.
           DISPLAY "OPERADOR QUE ASENTO EL CALCULO:".
           MOVE SPACES TO WS-REV-OPERADOR.
           ACCEPT WS-REV-OPERADOR.
           IF WS-REV-OPERADOR NOT = SPACES
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "EL OPERADOR NO PUEDE ESTAR EN BLANCO".

       BUSCAR-REVERSO-GENERACION.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-FIN-CAT
               PERFORM LEER-CATALOGO-REVERSO UNTIL FIN-CAT
               CLOSE CAT-FILE.

       LEER-CATALOGO-REVERSO.
           READ CAT-FILE
               AT END
                   MOVE "S" TO WS-FIN-CAT
               NOT AT END
                   IF CAT-PERIODO NUMERIC
                          AND CAT-PERIODO = WS-REV-PERIODO
                       MOVE CAT-NOMBRE TO WS-NOMBRE-GEN
                       PERFORM BUSCAR-REVERSO-ARCHIVO
                   END-IF.

       BUSCAR-REVERSO-CONSOLIDADO.
           OPEN INPUT NDX-FILE.
           IF WS-NDX-STATUS = "00"
               PERFORM BUSCAR-REVERSO-INDICE
               CLOSE NDX-FILE
           ELSE
               MOVE "LOGFILE" TO WS-NOMBRE-GEN
               PERFORM BUSCAR-REVERSO-ARCHIVO.

       BUSCAR-REVERSO-INDICE.
           MOVE "N" TO WS-FIN-NDX.
           MOVE WS-REV-FECHA TO NDX-FECHA.
           MOVE WS-REV-OPERADOR TO NDX-OPERADOR.
           MOVE ZERO TO NDX-SEQ.
           START NDX-FILE KEY IS GREATER THAN OR EQUAL TO NDX-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIN-NDX
           END-START.
           PERFORM LEER-REVERSO-INDICE UNTIL FIN-NDX.

       LEER-REVERSO-INDICE.
           READ NDX-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-NDX
               NOT AT END
                   IF NDX-FECHA NOT = WS-REV-FECHA
                          OR NDX-OPERADOR NOT = WS-REV-OPERADOR
                       MOVE "S" TO WS-FIN-NDX
                   ELSE
                       MOVE NDX-LINEA TO WS-REV-LINEA
                       PERFORM EVALUAR-CANDIDATO-REVERSO
                   END-IF.

      *    EL ARCHIVO DE LA PROPIA ESTACION ESTA ABIERTO EN EXTEND
      *    DURANTE LA SESION: SE LO CIERRA PARA LEERLO Y SE LO VUELVE
      *    A ABRIR AL TERMINAR, IGUAL QUE EN LA CONSULTA
       BUSCAR-REVERSO-ESTACION.
           IF WS-REV-ESTACION = WS-ESTACION-ID
               CLOSE LOG-FILE
           END-IF.
           MOVE SPACES TO WS-NOMBRE-GEN.
           STRING "LOG" WS-REV-ESTACION DELIMITED BY SIZE
               INTO WS-NOMBRE-GEN.
           PERFORM BUSCAR-REVERSO-ARCHIVO.
           IF WS-REV-ESTACION = WS-ESTACION-ID
               PERFORM ABRIR-LOG.

       BUSCAR-REVERSO-ARCHIVO.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS = "00"
               MOVE "N" TO WS-FIN-GEN
               PERFORM LEER-REVERSO-ARCHIVO UNTIL FIN-GEN
               CLOSE GEN-FILE.

       LEER-REVERSO-ARCHIVO.
           READ GEN-FILE
               AT END
                   MOVE "S" TO WS-FIN-GEN
               NOT AT END
                   MOVE GEN-RECORD TO WS-REV-LINEA
                   PERFORM EVALUAR-CANDIDATO-REVERSO.

       EVALUAR-CANDIDATO-REVERSO.
           IF WS-REV-L-FECHA = WS-REV-FECHA
                  AND WS-REV-L-ESTACION = WS-REV-ESTACION
                  AND WS-REV-L-HORA = WS-REV-HORA-TEXTO
                  AND WS-REV-L-OPERADOR = WS-REV-OPERADOR
                  AND WS-REV-L-MARCA NOT = "R"
               PERFORM AGREGAR-CANDIDATO-REVERSO.

      *    UNA MISMA LINEA PUEDE APARECER EN LA ESTACION Y EN EL
      *    CONSOLIDADO SI LA CONSOLIDACION NO VACIO LA ESTACION: SE
      *    LA TOMA UNA SOLA VEZ
       AGREGAR-CANDIDATO-REVERSO.
           MOVE "N" TO WS-REV-REPETIDO.
           PERFORM COMPARAR-CANDIDATO-REVERSO
               VARYING WS-IDX-REV FROM 1 BY 1
               UNTIL WS-IDX-REV > WS-CANT-REV-CAND.
           IF WS-REV-REPETIDO = "N"
               IF WS-CANT-REV-CAND >= WS-MAX-REV-CAND
                   DISPLAY "HAY MAS DE 10 ASIENTOS COINCIDENTES, SE "
                   "IGNORAN LOS RESTANTES"
               ELSE
                   ADD 1 TO WS-CANT-REV-CAND
                   SET WS-IDX-REV TO WS-CANT-REV-CAND
                   MOVE WS-REV-LINEA TO WS-REV-CAND-LINEA (WS-IDX-REV)
                   MOVE "D" TO WS-REV-CAND-ESTADO (WS-IDX-REV)
               END-IF.

       COMPARAR-CANDIDATO-REVERSO.
           IF WS-REV-CAND-LINEA (WS-IDX-REV) = WS-REV-LINEA
               MOVE "S" TO WS-REV-REPETIDO.

      *    LOS CANDIDATOS QUE YA TIENEN SU REGISTRO EN REVFILE QUEDAN
      *    MARCADOS Y NO SE PUEDEN ELEGIR
       MARCAR-REVERSOS-PREVIOS.
           OPEN INPUT REV-FILE.
           IF WS-REV-STATUS = "00"
               MOVE "N" TO WS-FIN-REV
               PERFORM LEER-REVERSO-PREVIO UNTIL FIN-REV
               CLOSE REV-FILE.

       LEER-REVERSO-PREVIO.
           READ REV-FILE
               AT END
                   MOVE "S" TO WS-FIN-REV
               NOT AT END
                   PERFORM COTEJAR-REVERSO-PREVIO
                       VARYING WS-IDX-REV FROM 1 BY 1
                       UNTIL WS-IDX-REV > WS-CANT-REV-CAND.

       COTEJAR-REVERSO-PREVIO.
           MOVE WS-REV-CAND-LINEA (WS-IDX-REV) TO WS-REV-LINEA.
           IF REV-ORIG-FECHA = WS-REV-FECHA
                  AND REV-ORIG-ESTACION = WS-REV-L-ESTACION
                  AND REV-ORIG-HORA = WS-REV-L-HORA
                  AND REV-ORIG-OPERADOR = WS-REV-L-OPERADOR
                  AND REV-OPCION = WS-REV-L-OPCION
                  AND REV-RESULTADO-TEXTO = WS-REV-L-RESULTADO
               MOVE "R" TO WS-REV-CAND-ESTADO (WS-IDX-REV).

       ELEGIR-ASIENTO-REVERSO.
           PERFORM MOSTRAR-CANDIDATO-REVERSO
               VARYING WS-IDX-REV FROM 1 BY 1
               UNTIL WS-IDX-REV > WS-CANT-REV-CAND.
           DISPLAY "NUMERO DEL ASIENTO A REVERSAR (0 = NINGUNO):".
           MOVE ZERO TO WS-REV-SELECCION.
           ACCEPT WS-REV-SELECCION.
           IF WS-REV-SELECCION NOT NUMERIC
                  OR WS-REV-SELECCION > WS-CANT-REV-CAND
               DISPLAY "SELECCION INVALIDA, NO SE REVERSA"
               MOVE ZERO TO WS-REV-SELECCION
           ELSE
           IF WS-REV-SELECCION > ZERO
               SET WS-IDX-REV TO WS-REV-SELECCION
               IF WS-REV-CAND-ESTADO (WS-IDX-REV) = "R"
                   DISPLAY "ESE ASIENTO YA FUE REVERSADO, NO SE "
                   "REVERSA DOS VECES"
                   MOVE ZERO TO WS-REV-SELECCION
               END-IF.

       MOSTRAR-CANDIDATO-REVERSO.
           SET WS-REV-SELECCION TO WS-IDX-REV.
           IF WS-REV-CAND-ESTADO (WS-IDX-REV) = "R"
               DISPLAY WS-REV-SELECCION "-. "
                   WS-REV-CAND-LINEA (WS-IDX-REV) " (YA REVERSADO)"
           ELSE
               DISPLAY WS-REV-SELECCION "-. "
                   WS-REV-CAND-LINEA (WS-IDX-REV).

       CONFIRMAR-REVERSO.
           SET WS-IDX-REV TO WS-REV-SELECCION.
           MOVE WS-REV-CAND-LINEA (WS-IDX-REV) TO WS-REV-LINEA.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-MOTIVO-REVERSO UNTIL WS-ENTRADA-VALIDA = "S".
           DISPLAY "CONFIRMA EL REVERSO DEL ASIENTO DEL CLIENTE "
               WS-REV-L-CLIENTE " CON RESULTADO "
               WS-REV-L-RESULTADO "? (S/N):".
           MOVE SPACES TO WS-REV-CONFIRMA.
           ACCEPT WS-REV-CONFIRMA.
           IF WS-REV-CONFIRMA = "S"
               PERFORM ASENTAR-REVERSO
           ELSE
               DISPLAY "REVERSO CANCELADO, NO SE ASIENTA NADA".

       LEER-MOTIVO-REVERSO.
           DISPLAY "MOTIVO DEL REVERSO:".
           MOVE SPACES TO WS-REV-MOTIVO.
           ACCEPT WS-REV-MOTIVO.
           IF WS-REV-MOTIVO NOT = SPACES
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "EL MOTIVO NO PUEDE ESTAR EN BLANCO".

      *    REVFILE SE ABRE ANTES DE ASENTAR: SI NO SE PUEDE DEJAR EL
      *    PUNTERO AL ORIGINAL NO SE GRABA EL CONTRAASIENTO
       ASENTAR-REVERSO.
           OPEN EXTEND REV-FILE.
           IF WS-REV-STATUS NOT = "00"
               OPEN OUTPUT REV-FILE.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR REVFILE (ESTADO "
               WS-REV-STATUS "), NO SE ASIENTA EL REVERSO"
           ELSE
               PERFORM GRABAR-CONTRAASIENTO
               PERFORM GRABAR-REGISTRO-REVERSO
               CLOSE REV-FILE
               DISPLAY "CONTRAASIENTO ASENTADO Y REGISTRADO EN "
               "REVFILE".

      *    EL CONTRAASIENTO USA LOS CAMPOS DE TRABAJO DEL CALCULO;
      *    AL TERMINAR SE RESTAURA LA SESION DEL SUPERVISOR COMPLETA
      *    (CLIENTE, OPERANDOS, CODIGO, MONEDA Y TASA)
       GRABAR-CONTRAASIENTO.
           MOVE WS-OPERADOR-ID TO WS-OPERADOR-GUARDADO.
           MOVE WS-VALOR-MOSTRAR TO WS-VALOR-GUARDADO.
           MOVE WS-CLIENTE-ID TO WS-CLIENTE-GUARDADO.
           MOVE WS-NUM1 TO WS-NUM1-GUARDADO.
           MOVE WS-NUM2 TO WS-NUM2-GUARDADO.
           MOVE WS-OPCION TO WS-OPCION-GUARDADA.
           MOVE WS-SIMBOLO TO WS-SIMBOLO-GUARDADO.
           MOVE WS-MONEDA-ID TO WS-MONEDA-GUARDADA.
           MOVE WS-TASA-CAMBIO TO WS-TASA-GUARDADA.
           MOVE WS-OPERADOR-ID TO WS-APROBADOR-ID.
           MOVE WS-REV-L-OPERADOR TO WS-OPERADOR-ID.
           MOVE WS-REV-L-CLIENTE TO WS-CLIENTE-ID.
           COMPUTE WS-NUM1 = FUNCTION NUMVAL(WS-REV-L-NUM1).
           MOVE WS-REV-L-OPCION TO WS-OPCION.
           COMPUTE WS-NUM2 = FUNCTION NUMVAL(WS-REV-L-NUM2).
           COMPUTE WS-VALOR-MOSTRAR =
               ZERO - FUNCTION NUMVAL(WS-REV-L-RESULTADO).
           IF WS-OPCION = "X" OR "Y"
               MOVE WS-REV-L-MONEDA TO WS-MONEDA-ID
               COMPUTE WS-TASA-CAMBIO =
                   FUNCTION NUMVAL(WS-REV-L-TASA).
           MOVE "R" TO WS-SIMBOLO.
           MOVE "R" TO WS-MARCA-REVERSO.
           PERFORM GRABAR-SALIDAS.
           MOVE SPACE TO WS-MARCA-REVERSO.
           MOVE WS-OPERADOR-GUARDADO TO WS-OPERADOR-ID.
           MOVE WS-VALOR-GUARDADO TO WS-VALOR-MOSTRAR.
           MOVE WS-CLIENTE-GUARDADO TO WS-CLIENTE-ID.
           MOVE WS-NUM1-GUARDADO TO WS-NUM1.
           MOVE WS-NUM2-GUARDADO TO WS-NUM2.
           MOVE WS-OPCION-GUARDADA TO WS-OPCION.
           MOVE WS-SIMBOLO-GUARDADO TO WS-SIMBOLO.
           MOVE WS-MONEDA-GUARDADA TO WS-MONEDA-ID.
           MOVE WS-TASA-GUARDADA TO WS-TASA-CAMBIO.
           MOVE SPACES TO WS-APROBADOR-ID.

       GRABAR-REGISTRO-REVERSO.
           MOVE SPACES TO REV-RECORD.
           MOVE WS-FECHA-AAAAMMDD TO REV-FECHA.
           MOVE WS-ESTACION-ID TO REV-ESTACION.
           MOVE WS-HORA-REGISTRO TO REV-HORA.
           MOVE WS-OPERADOR-ID TO REV-SUPERVISOR.
           MOVE WS-REV-FECHA TO REV-ORIG-FECHA.
           MOVE WS-REV-L-ESTACION TO REV-ORIG-ESTACION.
           MOVE WS-REV-L-HORA TO REV-ORIG-HORA.
           MOVE WS-REV-L-OPERADOR TO REV-ORIG-OPERADOR.
           MOVE WS-REV-L-CLIENTE TO REV-CLIENTE.
           MOVE WS-REV-L-OPCION TO REV-OPCION.
           MOVE WS-REV-L-RESULTADO TO REV-RESULTADO-TEXTO.
           MOVE WS-REV-MOTIVO TO REV-MOTIVO.
           WRITE REV-RECORD.

      *    MODO BATCH Y CHECKPOINT/RESTART

      *    EL CHECKPOINT SE LEE ANTES DE LA EDICION: LOS DETALLES YA
      *    CALCULADOS EN LA CORRIDA INTERRUMPIDA FIGURAN EN LA
      *    BITACORA Y POR LO TANTO EN EL CONSUMO INICIAL DEL CLIENTE
       PROCESAR-BATCH.
           PERFORM LEER-CHECKPOINT.
           PERFORM EDITAR-TRANFILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
      *    LEIDO, E ID DE LOTE NO PROCESADO ANTES; CUALQUIER FALLA DE
      *    CONTROL RECHAZA EL LOTE COMPLETO SIN PREGUNTAR.
       EDITAR-TRANFILE.
           PERFORM INICIAR-CONSUMO-LOTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANT-CLIENTES.
           MOVE ZERO TO WS-EDIT-ACEPTADAS.
           MOVE ZERO TO WS-EDIT-RECHAZADAS.
           MOVE "N" TO WS-ACEPTAR-RECHAZOS.
               MOVE ZERO TO WS-SEQ-EDIT
               MOVE "N" TO WS-FIN-EDIT
               PERFORM EDITAR-TRANSACCION UNTIL FIN-EDIT
               MOVE "N" TO WS-DETALLE-ASENTADO
               PERFORM VERIFICAR-CIERRE-LOTE
               CLOSE RECH-FILE
               CLOSE TRAN-FILE
                   ADD TRAN-NUM1 TO WS-HASH-CALCULADO
                   ADD TRAN-NUM2 TO WS-HASH-CALCULADO
               END-IF
               IF WS-SEQ-EDIT > WS-SEQ-CHECKPOINT
                   MOVE "N" TO WS-DETALLE-ASENTADO
               ELSE
                   MOVE "S" TO WS-DETALLE-ASENTADO
               END-IF
               PERFORM VALIDAR-TRANSACCION
               IF TRANSACCION-ACEPTADA
                   ADD 1 TO WS-EDIT-ACEPTADAS
                       IF TRANSACCION-ACEPTADA
                              AND (TRAN-OPCION = "X" OR "Y")
                           PERFORM VALIDAR-MONEDA-TRANSACCION.
           IF TRANSACCION-ACEPTADA AND NOT DETALLE-ASENTADO
               PERFORM VALIDAR-TOPE-TRANSACCION.

      *    LAS OPERACIONES DE MONEDA DEL TRANFILE USAN LA FECHA DE
      *    NEGOCIO DEL ENCABEZADO DEL LOTE PARA ELEGIR LA VIGENCIA
               MOVE "N" TO WS-TRAN-VALIDA
               MOVE "14" TO WS-MOTIVO-EDIT.

      *    EL TOPE EN BATCH SE MIDE CONTRA EL CONSUMO QUE EL CLIENTE
      *    TENIA AL COMENZAR EL LOTE MAS LO YA ACEPTADO DEL MISMO
      *    LOTE; LA EDICION PREVIA Y EL CALCULO PARTEN DE LA MISMA
      *    BASE Y RECHAZAN LOS MISMOS DETALLES. AL REANUDAR DESDE UN
      *    CHECKPOINT LOS DETALLES HASTA EL CHECKPOINT YA ESTAN EN LA
      *    BASE (SE ASENTARON EN LA BITACORA) Y NO SE VUELVEN A SUMAR
       INICIAR-CONSUMO-LOTE.
           MOVE WS-CLI-CONSUMO (WS-IDX-CLI)
               TO WS-CLI-BASE-CONSUMO (WS-IDX-CLI).
           MOVE WS-CLI-OPERACIONES (WS-IDX-CLI)
               TO WS-CLI-BASE-OPER (WS-IDX-CLI).
           PERFORM LIMPIAR-CONSUMO-LOTE.

       LIMPIAR-CONSUMO-LOTE.
           MOVE ZERO TO WS-CLI-LOTE-CONSUMO (WS-IDX-CLI).
           MOVE ZERO TO WS-CLI-LOTE-OPER (WS-IDX-CLI).

      *    MOTIVO 15: EL CLIENTE YA LLEGO A SU TOPE MENSUAL; SI NO,
      *    EL DETALLE ACEPTADO SE SUMA A LO DEL LOTE (LA OPERACION F,
      *    CADA PASO DE LA FORMULA, QUE SE ASIENTA POR SEPARADO)
       VALIDAR-TOPE-TRANSACCION.
           MOVE TRAN-CLIENTE TO WS-CLIENTE-ID.
           PERFORM BUSCAR-CLIENTE-ID.
           COMPUTE WS-TOPE-IMPORTE = WS-CLI-BASE-CONSUMO (WS-IDX-CLI)
               + WS-CLI-LOTE-CONSUMO (WS-IDX-CLI).
           COMPUTE WS-TOPE-OPERACIONES = WS-CLI-BASE-OPER (WS-IDX-CLI)
               + WS-CLI-LOTE-OPER (WS-IDX-CLI).
           PERFORM EVALUAR-TOPE-CLIENTE.
           IF TOPE-ALCANZADO
               MOVE "N" TO WS-TRAN-VALIDA
               MOVE "15" TO WS-MOTIVO-EDIT
           ELSE
               PERFORM VALORIZAR-TRANSACCION
               ADD WS-CONSUMO-LINEA TO WS-CLI-LOTE-CONSUMO (WS-IDX-CLI)
               ADD WS-OPER-LINEA TO WS-CLI-LOTE-OPER (WS-IDX-CLI).

      *    LA BITACORA ASIENTA CON LA FECHA DEL DIA: ES LA FECHA QUE
      *    ELIGE LA TARIFA
       VALORIZAR-TRANSACCION.
           MOVE ZERO TO WS-CONSUMO-LINEA.
           MOVE ZERO TO WS-OPER-LINEA.
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-TARIFA.
           IF TRAN-OPCION = "F"
               PERFORM VALORIZAR-PASO-FORMULA
                   VARYING WS-IDX-FORM FROM 1 BY 1
                   UNTIL WS-IDX-FORM > WS-CANT-PASOS-FORM
           ELSE
               MOVE TRAN-OPCION TO WS-TARIFA-OPCION
               PERFORM BUSCAR-TARIFA
               MOVE WS-TARIFA-VALOR TO WS-CONSUMO-LINEA
               MOVE 1 TO WS-OPER-LINEA.

       VALORIZAR-PASO-FORMULA.
           IF WS-FORM-NOMBRE (WS-IDX-FORM) = TRAN-FORMULA
               MOVE WS-FORM-OPCION (WS-IDX-FORM) TO WS-TARIFA-OPCION
               PERFORM BUSCAR-TARIFA
               ADD WS-TARIFA-VALOR TO WS-CONSUMO-LINEA
               ADD 1 TO WS-OPER-LINEA.

      *    LA OPERACION F INVOCA UNA FORMULA: TIENE QUE EXISTIR EN LA
      *    BIBLIOTECA Y NO TENER PASOS CON OPERANDO A PEDIR, QUE NO
      *    SE PUEDEN RESOLVER SIN OPERADOR EN LA PANTALLA
           ACCEPT WS-ACEPTAR-RECHAZOS.

       CALCULAR-TRANFILE.
           PERFORM LIMPIAR-CONSUMO-LOTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANT-CLIENTES.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
                       MOVE TRAN-NUM2 TO WS-NUM2
                       MOVE TRAN-OPCION TO WS-OPCION
                       MOVE TRAN-CLIENTE TO WS-CLIENTE-ID
                       MOVE WS-LOTE-FECHA-LEIDA TO WS-FECHA-CALCULO
                       IF TRAN-OPCION = "X" OR "Y"
                           MOVE TRAN-MONEDA TO WS-MONEDA-ID
                       END-IF
                       PERFORM LOGICA-OPERACIONES
                       PERFORM REGISTRAR-RESULTADO
      *    CUALQUIER CALCULO Y EL ACUSE LLEVA EL RESULTADO FINAL
       EJECUTAR-FORMULA-TRANSACCION.
           MOVE TRAN-FORMULA TO WS-FORMULA-NOMBRE.
           MOVE WS-LOTE-FECHA-LEIDA TO WS-FECHA-CALCULO.
           MOVE TRAN-CLIENTE TO WS-CLIENTE-ID.
           MOVE TRAN-NUM1 TO WS-NUM1.
           MOVE WS-NUM1 TO WS-FORM-ACUM.
