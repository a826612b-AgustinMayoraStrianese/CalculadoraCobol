      *          la tarifa por codigo de operacion de TARIFILE y se
      *          informa el detalle por cliente y operacion, el total
      *          por cliente y el total general del periodo en FACFILE.
      *          Codigos de retorno: 0 = facturado, 8 = periodo ya
      *          facturado o cuenta corriente no disponible, 12 = no
      *          se pudo abrir la bitacora o el informe.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  El control de periodo ya facturado tambien
      *                recorre CTAFILE: una corrida interrumpida antes
      *                de registrar FACPFILE no permite facturar el
      *                periodo de nuevo ni repetir numeros de factura.
      * 15/10/2026 AM  Un cargo del periodo a favor del cliente (por
      *                contraasientos de calculos ya facturados) se
      *                acredita en CTAFILE con notas de credito sobre
      *                sus facturas abiertas; el contraasiento descuenta
      *                una operacion, como el tope de consumo.
      * 15/10/2026 AM  Codigo de retorno 12 cuando no se puede abrir
      *                la bitacora o el informe, para la cadena
      *                nocturna (CadenaNocturna).
      * 15/10/2026 AM  Cuenta corriente de clientes: cada corrida
      *                numera una factura por cliente con cargo y la
      *                asienta en CTAFILE (clave cliente); el periodo
      *                queda registrado en FACPFILE y un periodo que
      *                se superpone con uno ya facturado se rechaza
      *                (codigo de retorno 8).
      * 15/10/2026 AM  Tarifas con vigencia y estado (mantenidas con
      *                MantenerTablas): cada operacion se valoriza con
      *                la tarifa activa vigente a su fecha; el
      *                contraasiento, con la del calculo reversado
      *                (fecha original tomada de REVFILE).
      * 15/10/2026 AM  Los contraasientos de la bitacora (marca R)
      *                acreditan al cliente la tarifa del calculo
      *                reversado y se informan como reversos.
      * 03/09/2026 AM  La facturacion de un periodo ya cortado por
      *                CierreBitacora lee, a traves del catalogo
      *                BITCAT, las generaciones LOGGAAAAMM que el
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARI-STATUS.

           SELECT REV-FILE ASSIGN TO "REVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT FACP-FILE ASSIGN TO "FACPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACP-STATUS.

           SELECT CTA-FILE ASSIGN TO "CTAFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-KEY
               FILE STATUS IS WS-CTA-STATUS.

           SELECT FAC-FILE ASSIGN TO "FACFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-STATUS.
           05 LOG-ESTACION              PIC X(04).
           05 FILLER                    PIC X(01).
           05 LOG-HORA-TEXTO            PIC X(06).
           05 LOG-MARCA                 PIC X(01).
               88 LOG-REVERSO           VALUE "R".

      *    TARIFAS POR CODIGO DE OPERACION: EL PRECIO SE MANTIENE EN
      *    EL ARCHIVO (0010.50 SE GRABA 0001050) PARA QUE UN CAMBIO DE
      *    TARIFA NO TOQUE EL PROGRAMA, IGUAL QUE LAS TASAS DE IVA;
      *    VIGENCIA Y ESTADO AL FINAL (EN BLANCO = VIGENTE DESDE
      *    SIEMPRE Y ACTIVA)
       FD  TARI-FILE.
       01  TARI-RECORD.
           05 TARI-OPCION               PIC X(01).
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

       FD  FAC-FILE.
       01  FAC-RECORD                   PIC X(100).

      *    PERIODOS YA FACTURADOS: UN REGISTRO POR CORRIDA CON EL
      *    RANGO DE FECHAS Y LAS FACTURAS EMITIDAS, PARA RECHAZAR UNA
      *    SEGUNDA FACTURACION DEL MISMO PERIODO (COMO LOTEFILE)
       FD  FACP-FILE.
       01  FACP-RECORD.
           05 FACP-DESDE                PIC 9(08).
           05 FILLER                    PIC X(01).
           05 FACP-HASTA                PIC 9(08).
           05 FILLER                    PIC X(01).
           05 FACP-FECHA-PROCESO        PIC 9(08).
           05 FILLER                    PIC X(01).
           05 FACP-PRIMERA              PIC 9(08).
           05 FILLER                    PIC X(01).
           05 FACP-ULTIMA               PIC 9(08).
           05 FILLER                    PIC X(01).
           05 FACP-CANTIDAD             PIC 9(05).

      *    CUENTA CORRIENTE DE CLIENTES: CLAVE CLIENTE + TIPO (F =
      *    FACTURA, P = PAGO, N = NOTA DE CREDITO) + NUMERO. LA
      *    FACTURA LLEVA SU SALDO PENDIENTE, QUE CuentasCorrientes
      *    DESCUENTA AL APLICARLE PAGOS Y NOTAS DE CREDITO
       FD  CTA-FILE.
       01  CTA-RECORD.
           05 CTA-KEY.
               10 CTA-CLIENTE           PIC X(04).
               10 CTA-TIPO              PIC X(01).
               10 CTA-NUMERO            PIC 9(08).
           05 CTA-FECHA                 PIC 9(08).
           05 CTA-DESDE                 PIC 9(08).
           05 CTA-HASTA                 PIC 9(08).
           05 CTA-IMPORTE               PIC S9(12)V9(02).
           05 CTA-SALDO                 PIC S9(12)V9(02).
           05 CTA-FACTURA               PIC 9(08).
           05 CTA-OPERADOR              PIC X(08).
           05 CTA-REFERENCIA            PIC X(20).

      *    CATALOGO DE GENERACIONES QUE MANTIENE CierreBitacora
       FD  CAT-FILE.
       01  CAT-RECORD.
       WORKING-STORAGE SECTION.
           77 WS-LOG-STATUS PIC X(02).
           77 WS-TARI-STATUS PIC X(02).
           77 WS-REV-STATUS PIC X(02).
           77 WS-FAC-STATUS PIC X(02).
           77 WS-FACP-STATUS PIC X(02).
           77 WS-CTA-STATUS PIC X(02).
           77 WS-CAT-STATUS PIC X(02).
           77 WS-GEN-STATUS PIC X(02).
           77 WS-NOMBRE-GEN PIC X(12).
               88 FIN-GEN VALUE "S".
           77 WS-FIN-TARIFAS PIC X(01) VALUE "N".
               88 FIN-TARIFAS VALUE "S".
           77 WS-FIN-REV PIC X(01) VALUE "N".
               88 FIN-REV VALUE "S".
           77 WS-FIN-FACP PIC X(01) VALUE "N".
               88 FIN-FACP VALUE "S".
           77 WS-PERIODO-DESDE PIC 9(06).
           77 WS-PERIODO-HASTA PIC 9(06).

           77 WS-FECHA-HASTA PIC 9(08).
           77 WS-ENTRADA-VALIDA PIC X(01) VALUE "N".

      *    TABLA DE TARIFAS ACTIVAS CARGADA DE TARIFILE; UN CODIGO
      *    PUEDE TENER VARIAS VIGENCIAS Y RIGE LA MAS RECIENTE QUE NO
      *    SUPERE LA FECHA DE LA OPERACION
           01 WS-TABLA-TARIFAS.
               05 WS-TARIFA OCCURS 200 TIMES INDEXED BY WS-IDX-TARI.
                   10 WS-TARI-OPCION PIC X(01).
                   10 WS-TARI-PRECIO PIC 9(05)V9(02).
                   10 WS-TARI-DESC PIC X(20).
                   10 WS-TARI-VIGENCIA PIC 9(08).
           77 WS-MAX-TARIFAS PIC 9(03) COMP VALUE 200.
           77 WS-CANT-TARIFAS PIC 9(03) COMP VALUE ZERO.
           77 WS-TARIFA-ENCONTRADA PIC X(01) VALUE "N".
           77 WS-TARIFA-VALOR PIC S9(05)V9(02).
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

      *    CARGOS DEL PERIODO POR CLIENTE Y CODIGO DE OPERACION
           01 WS-TABLA-CARGOS.
                       INDEXED BY WS-IDX-CARGO.
                   10 WS-CARGO-CLIENTE PIC X(04).
                   10 WS-CARGO-OPCION PIC X(01).
                   10 WS-CARGO-CANTIDAD PIC S9(05) COMP.
                   10 WS-CARGO-IMPORTE PIC S9(12)V9(02).
           77 WS-CANT-CARGOS PIC 9(03) COMP VALUE ZERO.
           77 WS-CARGO-ENCONTRADO PIC X(01) VALUE "N".
               05 WS-TOTAL-CLIENTE OCCURS 200 TIMES
                       INDEXED BY WS-IDX-CLI.
                   10 WS-CLI-CODIGO PIC X(04).
                   10 WS-CLI-CANTIDAD PIC S9(05) COMP.
                   10 WS-CLI-REVERSOS PIC 9(05) COMP.
                   10 WS-CLI-IMPORTE PIC S9(12)V9(02).
           77 WS-CANT-CLIENTES PIC 9(03) COMP VALUE ZERO.
           77 WS-CLI-ENCONTRADO PIC X(01) VALUE "N".
           77 WS-CLIENTE-ACTUAL PIC X(04).

      *    NUMERACION DE FACTURAS: CORRELATIVA PARA TODOS LOS
      *    CLIENTES, A CONTINUACION DE LA ULTIMA REGISTRADA EN FACPFILE
           77 WS-FECHA-AAAAMMDD PIC 9(08).
           77 WS-PERIODO-FACTURADO PIC X(01) VALUE "N".
           77 WS-FACP-DESDE-PREVIO PIC 9(08).
           77 WS-FACP-HASTA-PREVIO PIC 9(08).
           77 WS-ULTIMA-FACTURA PIC 9(08) VALUE ZERO.
           77 WS-PRIMERA-FACTURA PIC 9(08) VALUE ZERO.
           77 WS-FACTURAS-EMITIDAS PIC 9(05) COMP VALUE ZERO.
           77 WS-TOTAL-FACTURADO PIC S9(12)V9(02) VALUE ZERO.
           77 WS-FACTURA-FORMAT PIC 9(08).

      *    NOTAS DE CREDITO POR CONTRAASIENTOS: COMPARTEN LA NUMERACION
      *    DE PAGOS Y NOTAS DE CREDITO DE CuentasCorrientes Y SE
      *    APLICAN A LAS FACTURAS ABIERTAS DEL CLIENTE, LA MAS VIEJA
      *    PRIMERO; LO QUE SOBRA QUEDA COMO NOTA SIN APLICAR CON SALDO
      *    A FAVOR (SALDO NEGATIVO)
           77 WS-FIN-CTA PIC X(01) VALUE "N".
               88 FIN-CTA VALUE "S".
           77 WS-ULTIMO-MOVIMIENTO PIC 9(08) VALUE ZERO.
           77 WS-CREDITO-PENDIENTE PIC S9(12)V9(02).
           77 WS-CREDITO-APLICADO PIC S9(12)V9(02).
           77 WS-NOTA-FACTURA PIC 9(08).
           77 WS-NOTA-GRABADA PIC X(01) VALUE "N".
           77 WS-NOTAS-EMITIDAS PIC 9(05) COMP VALUE ZERO.
           01 WS-TABLA-ABIERTAS.
               05 WS-ABIERTA OCCURS 100 TIMES INDEXED BY WS-IDX-ABI.
                   10 WS-ABI-NUMERO PIC 9(08).
                   10 WS-ABI-SALDO PIC S9(12)V9(02).
           77 WS-MAX-ABIERTAS PIC 9(03) COMP VALUE 100.
           77 WS-CANT-ABIERTAS PIC 9(03) COMP VALUE ZERO.

      *    CAMPOS DE TRABAJO DE LA PASADA DE LECTURA
           77 WS-SELECCIONADOS PIC 9(05) COMP VALUE ZERO.
           77 WS-SIN-TARIFA PIC 9(05) COMP VALUE ZERO.
           77 WS-REVERSOS PIC 9(05) COMP VALUE ZERO.
           77 WS-CANTIDAD-CALCULO PIC S9(01) VALUE 1.
           77 WS-TOTAL-GENERAL PIC S9(12)V9(02) VALUE ZERO.

      *    CAMPOS EDITADOS DE SOPORTE PARA ARMAR LINEAS DE REPORTE
           77 WS-CANTIDAD-FORMAT PIC ZZZZ9.
           77 WS-NETO-FORMAT PIC -ZZZZ9.
           77 WS-IMPORTE-FORMAT PIC -Z(11)9.99.
           77 WS-PRECIO-FORMAT PIC ZZZZ9.99.

      *    RUTINAS

       INICIO.
           ACCEPT WS-FECHA-AAAAMMDD FROM DATE YYYYMMDD.
           PERFORM PEDIR-FECHA-DESDE.
           PERFORM PEDIR-FECHA-HASTA.
           PERFORM VERIFICAR-PERIODO-FACTURADO.
           IF WS-PERIODO-FACTURADO = "S"
               DISPLAY "EL PERIODO SE SUPERPONE CON EL YA FACTURADO "
               WS-FACP-DESDE-PREVIO " A " WS-FACP-HASTA-PREVIO
               ", SE RECHAZA LA FACTURACION"
               MOVE 08 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-REVERSOS.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA LOGFILE"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT FAC-FILE.
           IF WS-FAC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL INFORME FACFILE"
               CLOSE LOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           OPEN I-O CTA-FILE.
           IF WS-CTA-STATUS = "35"
               OPEN OUTPUT CTA-FILE
               CLOSE CTA-FILE
               OPEN I-O CTA-FILE.
           IF WS-CTA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA CUENTA CORRIENTE CTAFILE "
               "(ESTADO " WS-CTA-STATUS "), NO SE FACTURA"
               CLOSE LOG-FILE
               CLOSE FAC-FILE
               MOVE 08 TO RETURN-CODE
               STOP RUN.
           PERFORM OBTENER-ULTIMO-MOVIMIENTO.
           IF WS-PERIODO-FACTURADO = "S"
               DISPLAY "CTAFILE YA TIENE MOVIMIENTOS DEL PERIODO "
               WS-FACP-DESDE-PREVIO " A " WS-FACP-HASTA-PREVIO
               " (CORRIDA ANTERIOR INTERRUMPIDA), SE RECHAZA LA "
               "FACTURACION"
               CLOSE LOG-FILE
               CLOSE FAC-FILE
               CLOSE CTA-FILE
               MOVE 08 TO RETURN-CODE
               STOP RUN.
           COMPUTE WS-PRIMERA-FACTURA = WS-ULTIMA-FACTURA + 1.
           MOVE SPACES TO FAC-RECORD.
           STRING "FACTURACION POR CLIENTE DEL PERIODO "
                  WS-FECHA-DESDE " A " WS-FECHA-HASTA
               INTO FAC-RECORD.
           WRITE FAC-RECORD.

      *    RECORRE FACPFILE: UN PERIODO QUE SE SUPERPONE CON OTRO YA
      *    FACTURADO SE RECHAZA; DE PASO TOMA EL ULTIMO NUMERO DE
      *    FACTURA EMITIDO
       VERIFICAR-PERIODO-FACTURADO.
           MOVE "N" TO WS-PERIODO-FACTURADO.
           MOVE ZERO TO WS-ULTIMA-FACTURA.
           OPEN INPUT FACP-FILE.
           IF WS-FACP-STATUS = "00"
               MOVE "N" TO WS-FIN-FACP
               PERFORM LEER-PERIODO-FACTURADO UNTIL FIN-FACP
               CLOSE FACP-FILE.

       LEER-PERIODO-FACTURADO.
           READ FACP-FILE
               AT END
                   MOVE "S" TO WS-FIN-FACP
               NOT AT END
                   IF FACP-DESDE NUMERIC AND FACP-HASTA NUMERIC
                          AND FACP-DESDE <= WS-FECHA-HASTA
                          AND FACP-HASTA >= WS-FECHA-DESDE
                       MOVE "S" TO WS-PERIODO-FACTURADO
                       MOVE FACP-DESDE TO WS-FACP-DESDE-PREVIO
                       MOVE FACP-HASTA TO WS-FACP-HASTA-PREVIO
                   END-IF
                   IF FACP-ULTIMA NUMERIC
                          AND FACP-ULTIMA > WS-ULTIMA-FACTURA
                       MOVE FACP-ULTIMA TO WS-ULTIMA-FACTURA
                   END-IF.

       REGISTRAR-PERIODO-FACTURADO.
           OPEN EXTEND FACP-FILE.
           IF WS-FACP-STATUS NOT = "00"
               OPEN OUTPUT FACP-FILE.
           IF WS-FACP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGISTRAR EL PERIODO EN FACPFILE"
           ELSE
               MOVE SPACES TO FACP-RECORD
               MOVE WS-FECHA-DESDE TO FACP-DESDE
               MOVE WS-FECHA-HASTA TO FACP-HASTA
               MOVE WS-FECHA-AAAAMMDD TO FACP-FECHA-PROCESO
               IF WS-FACTURAS-EMITIDAS = ZERO
                   MOVE ZERO TO FACP-PRIMERA
               ELSE
                   MOVE WS-PRIMERA-FACTURA TO FACP-PRIMERA
               END-IF
               MOVE WS-ULTIMA-FACTURA TO FACP-ULTIMA
               MOVE WS-FACTURAS-EMITIDAS TO FACP-CANTIDAD
               WRITE FACP-RECORD
               CLOSE FACP-FILE.

       PEDIR-FECHA-DESDE.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-DESDE UNTIL WS-ENTRADA-VALIDA = "S".
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
                           TO WS-TARI-PRECIO (WS-IDX-TARI)
                       MOVE TARI-DESCRIPCION
                           TO WS-TARI-DESC (WS-IDX-TARI)
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

      *    SOLO INTERESAN LOS REVERSOS ASENTADOS DENTRO DEL PERIODO
      *    FACTURADO; SIN REVFILE EL CONTRAASIENTO SE VALORIZA A SU
      *    PROPIA FECHA
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
                          AND REV-FECHA >= WS-FECHA-DESDE
                          AND REV-FECHA <= WS-FECHA-HASTA
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

       CIERRE.
           CLOSE LOG-FILE.
           CLOSE FAC-FILE.
           CLOSE CTA-FILE.
           PERFORM REGISTRAR-PERIODO-FACTURADO.
           MOVE WS-SELECCIONADOS TO WS-CANTIDAD-FORMAT.
           DISPLAY "FACTURACION GENERADA EN FACFILE, OPERACIONES DEL "
           "PERIODO: " WS-CANTIDAD-FORMAT.
           MOVE WS-FACTURAS-EMITIDAS TO WS-CANTIDAD-FORMAT.
           DISPLAY "FACTURAS ASENTADAS EN CTAFILE: " WS-CANTIDAD-FORMAT.
           MOVE WS-NOTAS-EMITIDAS TO WS-CANTIDAD-FORMAT.
           DISPLAY "NOTAS DE CREDITO ASENTADAS EN CTAFILE: "
           WS-CANTIDAD-FORMAT.

      *    LOS PAGOS Y LAS NOTAS DE CREDITO COMPARTEN LA NUMERACION:
      *    SE PARTE DEL MAYOR NUMERO YA ASENTADO. EL MISMO RECORRIDO
      *    CUBRE UNA CORRIDA QUE SE INTERRUMPIO DESPUES DE ASENTAR EN
      *    CTAFILE Y ANTES DE REGISTRAR EL PERIODO EN FACPFILE: SUS
      *    FACTURAS Y NOTAS LLEVAN EL PERIODO (LOS PAGOS Y NOTAS DE
      *    CuentasCorrientes LO LLEVAN EN CERO), ASI QUE EL PERIODO
      *    SE RECHAZA IGUAL Y LA NUMERACION DE FACTURAS CONTINUA
      *    DESPUES DE LA ULTIMA ASENTADA
       OBTENER-ULTIMO-MOVIMIENTO.
           MOVE ZERO TO WS-ULTIMO-MOVIMIENTO.
           MOVE LOW-VALUES TO CTA-KEY.
           MOVE "N" TO WS-FIN-CTA.
           START CTA-FILE KEY IS NOT LESS THAN CTA-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIN-CTA
           END-START.
           PERFORM LEER-ULTIMO-MOVIMIENTO UNTIL FIN-CTA.

       LEER-ULTIMO-MOVIMIENTO.
           READ CTA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CTA
               NOT AT END
                   IF CTA-TIPO NOT = "F"
                          AND CTA-NUMERO > WS-ULTIMO-MOVIMIENTO
                       MOVE CTA-NUMERO TO WS-ULTIMO-MOVIMIENTO
                   END-IF
                   IF CTA-TIPO = "F"
                          AND CTA-NUMERO > WS-ULTIMA-FACTURA
                       MOVE CTA-NUMERO TO WS-ULTIMA-FACTURA
                   END-IF
                   IF CTA-DESDE NUMERIC AND CTA-HASTA NUMERIC
                          AND CTA-DESDE > ZERO
                          AND CTA-DESDE <= WS-FECHA-HASTA
                          AND CTA-HASTA >= WS-FECHA-DESDE
                       MOVE "S" TO WS-PERIODO-FACTURADO
                       MOVE CTA-DESDE TO WS-FACP-DESDE-PREVIO
                       MOVE CTA-HASTA TO WS-FACP-HASTA-PREVIO
                   END-IF.

      *    PASADA DE LECTURA: CADA REGISTRO DEL RANGO SE VALORIZA CON
      *    LA TARIFA DE SU CODIGO DE OPERACION Y SE ACUMULA POR
                   MOVE GEN-RECORD TO LOG-RECORD
                   PERFORM FACTURAR-REGISTRO-LOG.

      *    LA TARIFA ES LA VIGENTE A LA FECHA DE LA OPERACION; LA DEL
      *    CONTRAASIENTO, LA VIGENTE AL CALCULO QUE REVERSA, ASI LA
      *    DEVOLUCION IGUALA LO QUE SE COBRO
       VALORIZAR-OPERACION.
           MOVE LOG-FECHA TO WS-FECHA-TARIFA.
           IF LOG-REVERSO
               PERFORM BUSCAR-FECHA-ORIGINAL.
           MOVE "N" TO WS-TARIFA-ENCONTRADA.
           MOVE ZERO TO WS-TARIFA-VALOR.
           MOVE ZERO TO WS-MEJOR-VIGENCIA.
           PERFORM COMPARAR-TARIFA
               VARYING WS-IDX-TARI FROM 1 BY 1
               UNTIL WS-IDX-TARI > WS-CANT-TARIFAS.
           IF WS-TARIFA-ENCONTRADA NOT = "S"
               ADD 1 TO WS-SIN-TARIFA.
      *    EL CONTRAASIENTO DEVUELVE LA TARIFA DEL CALCULO REVERSADO
      *    Y DESCUENTA LA OPERACION, COMO LO HACE EL TOPE DE CONSUMO
           IF LOG-REVERSO
               COMPUTE WS-TARIFA-VALOR = ZERO - WS-TARIFA-VALOR
               MOVE -1 TO WS-CANTIDAD-CALCULO
               ADD 1 TO WS-REVERSOS
           ELSE
               MOVE 1 TO WS-CANTIDAD-CALCULO.
           IF LOG-CLIENTE = SPACES
               MOVE "????" TO WS-CLIENTE-ACTUAL
           ELSE

       COMPARAR-TARIFA.
           IF WS-TARI-OPCION (WS-IDX-TARI) = LOG-OPCION
                  AND WS-TARI-VIGENCIA (WS-IDX-TARI) <=
                      WS-FECHA-TARIFA
                  AND WS-TARI-VIGENCIA (WS-IDX-TARI) >=
                      WS-MEJOR-VIGENCIA
               MOVE "S" TO WS-TARIFA-ENCONTRADA
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

       ACUMULAR-CARGO.
           SET WS-IDX-CARGO TO 1.
               UNTIL WS-IDX-CARGO > WS-CANT-CARGOS
                  OR WS-CARGO-ENCONTRADO = "S".
           IF WS-CARGO-ENCONTRADO = "S"
               ADD WS-CANTIDAD-CALCULO
                   TO WS-CARGO-CANTIDAD (WS-IDX-CARGO)
               ADD WS-TARIFA-VALOR
                   TO WS-CARGO-IMPORTE (WS-IDX-CARGO)
           ELSE
                   MOVE WS-CLIENTE-ACTUAL
                       TO WS-CARGO-CLIENTE (WS-IDX-CARGO)
                   MOVE LOG-OPCION TO WS-CARGO-OPCION (WS-IDX-CARGO)
                   MOVE WS-CANTIDAD-CALCULO
                       TO WS-CARGO-CANTIDAD (WS-IDX-CARGO)
                   MOVE WS-TARIFA-VALOR
                       TO WS-CARGO-IMPORTE (WS-IDX-CARGO)
               END-IF.
               UNTIL WS-IDX-CLI > WS-CANT-CLIENTES
                  OR WS-CLI-ENCONTRADO = "S".
           IF WS-CLI-ENCONTRADO = "S"
               ADD WS-CANTIDAD-CALCULO TO WS-CLI-CANTIDAD (WS-IDX-CLI)
               IF LOG-REVERSO
                   ADD 1 TO WS-CLI-REVERSOS (WS-IDX-CLI)
               END-IF
               ADD WS-TARIFA-VALOR TO WS-CLI-IMPORTE (WS-IDX-CLI)
           ELSE
               IF WS-CANT-CLIENTES >= 200
                   SET WS-IDX-CLI TO WS-CANT-CLIENTES
                   MOVE WS-CLIENTE-ACTUAL
                       TO WS-CLI-CODIGO (WS-IDX-CLI)
                   MOVE WS-CANTIDAD-CALCULO
                       TO WS-CLI-CANTIDAD (WS-IDX-CLI)
                   MOVE ZERO TO WS-CLI-REVERSOS (WS-IDX-CLI)
                   IF LOG-REVERSO
                       MOVE 1 TO WS-CLI-REVERSOS (WS-IDX-CLI)
                   END-IF
                   MOVE WS-TARIFA-VALOR
                       TO WS-CLI-IMPORTE (WS-IDX-CLI)
               END-IF.
           STRING "TOTAL GENERAL DEL PERIODO: " WS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO FAC-RECORD.
           WRITE FAC-RECORD.
           IF WS-REVERSOS > ZERO
               MOVE WS-REVERSOS TO WS-CANTIDAD-FORMAT
               MOVE SPACES TO FAC-RECORD
               STRING "REVERSOS DEL PERIODO ACREDITADOS: "
                      WS-CANTIDAD-FORMAT DELIMITED BY SIZE
                   INTO FAC-RECORD
               WRITE FAC-RECORD.
           IF WS-SIN-TARIFA > ZERO
               MOVE WS-SIN-TARIFA TO WS-CANTIDAD-FORMAT
               MOVE SPACES TO FAC-RECORD
                   INTO FAC-RECORD
               WRITE FAC-RECORD
               DISPLAY "HAY OPERACIONES SIN TARIFA, REVISE TARIFILE".
           MOVE WS-FACTURAS-EMITIDAS TO WS-CANTIDAD-FORMAT.
           MOVE WS-TOTAL-FACTURADO TO WS-IMPORTE-FORMAT.
           MOVE SPACES TO FAC-RECORD.
           STRING "FACTURAS EMITIDAS: " WS-CANTIDAD-FORMAT
                  ", IMPORTE FACTURADO " WS-IMPORTE-FORMAT
                  DELIMITED BY SIZE INTO FAC-RECORD.
           WRITE FAC-RECORD.

       INFORMAR-CLIENTE.
           MOVE SPACES TO FAC-RECORD.
           WRITE FAC-RECORD.
           MOVE WS-CLI-CANTIDAD (WS-IDX-CLI) TO WS-NETO-FORMAT.
           MOVE WS-CLI-IMPORTE (WS-IDX-CLI) TO WS-IMPORTE-FORMAT.
           MOVE SPACES TO FAC-RECORD.
           STRING "CLIENTE " WS-CLI-CODIGO (WS-IDX-CLI) ": "
                  WS-NETO-FORMAT " OPERACIONES, CARGO TOTAL "
                  WS-IMPORTE-FORMAT DELIMITED BY SIZE
               INTO FAC-RECORD.
           WRITE FAC-RECORD.
           IF WS-CLI-REVERSOS (WS-IDX-CLI) > ZERO
               MOVE WS-CLI-REVERSOS (WS-IDX-CLI) TO WS-CANTIDAD-FORMAT
               MOVE SPACES TO FAC-RECORD
               STRING "    " WS-CANTIDAD-FORMAT
                      " REVERSOS ACREDITADOS (INCLUIDOS EN EL CARGO)"
                      DELIMITED BY SIZE
                   INTO FAC-RECORD
               WRITE FAC-RECORD.
           PERFORM EMITIR-FACTURA.
           PERFORM INFORMAR-CARGO-CLIENTE
               VARYING WS-IDX-CARGO FROM 1 BY 1
               UNTIL WS-IDX-CARGO > WS-CANT-CARGOS.
           IF WS-CARGO-CLIENTE (WS-IDX-CARGO) =
                  WS-CLI-CODIGO (WS-IDX-CLI)
               MOVE WS-CARGO-CANTIDAD (WS-IDX-CARGO)
                   TO WS-NETO-FORMAT
               MOVE WS-CARGO-IMPORTE (WS-IDX-CARGO)
                   TO WS-IMPORTE-FORMAT
               MOVE SPACES TO FAC-RECORD
               STRING "    OPERACION "
                      WS-CARGO-OPCION (WS-IDX-CARGO) ": "
                      WS-NETO-FORMAT " CALCULOS, CARGO "
                      WS-IMPORTE-FORMAT DELIMITED BY SIZE
                   INTO FAC-RECORD
               WRITE FAC-RECORD.

      *    UNA FACTURA POR CLIENTE Y PERIODO CON EL CARGO TOTAL; LAS
      *    OPERACIONES SIN CLIENTE Y LOS CARGOS NULOS NO SE FACTURAN
      *    Y UN CARGO A FAVOR DEL CLIENTE (POR REVERSOS DE CALCULOS YA
      *    FACTURADOS) SE ACREDITA CON NOTAS DE CREDITO
       EMITIR-FACTURA.
           MOVE SPACES TO FAC-RECORD.
           IF WS-CLI-CODIGO (WS-IDX-CLI) = "????"
               MOVE "    SIN FACTURA: OPERACIONES SIN CLIENTE"
                   TO FAC-RECORD
               WRITE FAC-RECORD
           ELSE
           IF WS-CLI-IMPORTE (WS-IDX-CLI) = ZERO
               MOVE "    SIN FACTURA: CARGO NULO"
                   TO FAC-RECORD
               WRITE FAC-RECORD
           ELSE
           IF WS-CLI-IMPORTE (WS-IDX-CLI) < ZERO
               PERFORM EMITIR-NOTA-CREDITO
           ELSE
               ADD 1 TO WS-ULTIMA-FACTURA
               MOVE SPACES TO CTA-RECORD
               MOVE WS-CLI-CODIGO (WS-IDX-CLI) TO CTA-CLIENTE
               MOVE "F" TO CTA-TIPO
               MOVE WS-ULTIMA-FACTURA TO CTA-NUMERO
               MOVE WS-FECHA-AAAAMMDD TO CTA-FECHA
               MOVE WS-FECHA-DESDE TO CTA-DESDE
               MOVE WS-FECHA-HASTA TO CTA-HASTA
               MOVE WS-CLI-IMPORTE (WS-IDX-CLI) TO CTA-IMPORTE
               MOVE WS-CLI-IMPORTE (WS-IDX-CLI) TO CTA-SALDO
               MOVE ZERO TO CTA-FACTURA
               MOVE "PROGRAMA" TO CTA-OPERADOR
               MOVE "FACTURACION PERIODO" TO CTA-REFERENCIA
               MOVE WS-ULTIMA-FACTURA TO WS-FACTURA-FORMAT
               WRITE CTA-RECORD
                   INVALID KEY
                       DISPLAY "LA FACTURA " WS-FACTURA-FORMAT
                       " YA EXISTE EN CTAFILE, NO SE ASIENTA"
                       STRING "    FACTURA " WS-FACTURA-FORMAT
                              " NO ASENTADA (YA EXISTE EN CTAFILE)"
                              DELIMITED BY SIZE INTO FAC-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-FACTURAS-EMITIDAS
                       ADD WS-CLI-IMPORTE (WS-IDX-CLI)
                           TO WS-TOTAL-FACTURADO
                       STRING "    FACTURA NRO " WS-FACTURA-FORMAT
                              DELIMITED BY SIZE INTO FAC-RECORD
               END-WRITE
               WRITE FAC-RECORD.

      *    EL CARGO A FAVOR SE APLICA A LAS FACTURAS CON SALDO DEL
      *    CLIENTE EN ORDEN DE NUMERO, UNA NOTA DE CREDITO POR FACTURA
      *    SIN SUPERAR SU SALDO (COMO EN CuentasCorrientes); EL
      *    REMANENTE QUEDA EN UNA NOTA SIN FACTURA CON SALDO NEGATIVO
       EMITIR-NOTA-CREDITO.
           COMPUTE WS-CREDITO-PENDIENTE =
               ZERO - WS-CLI-IMPORTE (WS-IDX-CLI).
           PERFORM CARGAR-FACTURAS-ABIERTAS.
           PERFORM APLICAR-NOTA-CREDITO
               VARYING WS-IDX-ABI FROM 1 BY 1
               UNTIL WS-IDX-ABI > WS-CANT-ABIERTAS
                  OR WS-CREDITO-PENDIENTE = ZERO.
           IF WS-CREDITO-PENDIENTE > ZERO
               MOVE ZERO TO WS-NOTA-FACTURA
               MOVE WS-CREDITO-PENDIENTE TO WS-CREDITO-APLICADO
               PERFORM GRABAR-NOTA-CREDITO.

       CARGAR-FACTURAS-ABIERTAS.
           MOVE ZERO TO WS-CANT-ABIERTAS.
           MOVE WS-CLI-CODIGO (WS-IDX-CLI) TO CTA-CLIENTE.
           MOVE "F" TO CTA-TIPO.
           MOVE ZERO TO CTA-NUMERO.
           MOVE "N" TO WS-FIN-CTA.
           START CTA-FILE KEY IS NOT LESS THAN CTA-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIN-CTA
           END-START.
           PERFORM LEER-FACTURA-ABIERTA UNTIL FIN-CTA.

       LEER-FACTURA-ABIERTA.
           READ CTA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CTA
               NOT AT END
                   IF CTA-CLIENTE NOT = WS-CLI-CODIGO (WS-IDX-CLI)
                          OR CTA-TIPO NOT = "F"
                       MOVE "S" TO WS-FIN-CTA
                   ELSE
                   IF CTA-SALDO > ZERO
                       IF WS-CANT-ABIERTAS >= WS-MAX-ABIERTAS
                           MOVE "S" TO WS-FIN-CTA
                       ELSE
                           ADD 1 TO WS-CANT-ABIERTAS
                           SET WS-IDX-ABI TO WS-CANT-ABIERTAS
                           MOVE CTA-NUMERO TO WS-ABI-NUMERO (WS-IDX-ABI)
                           MOVE CTA-SALDO TO WS-ABI-SALDO (WS-IDX-ABI)
                       END-IF
                   END-IF.

       APLICAR-NOTA-CREDITO.
           IF WS-ABI-SALDO (WS-IDX-ABI) < WS-CREDITO-PENDIENTE
               MOVE WS-ABI-SALDO (WS-IDX-ABI) TO WS-CREDITO-APLICADO
           ELSE
               MOVE WS-CREDITO-PENDIENTE TO WS-CREDITO-APLICADO.
           MOVE WS-ABI-NUMERO (WS-IDX-ABI) TO WS-NOTA-FACTURA.
           PERFORM GRABAR-NOTA-CREDITO.
           IF WS-NOTA-GRABADA = "S"
               PERFORM DESCONTAR-SALDO-FACTURA.

       GRABAR-NOTA-CREDITO.
           MOVE "N" TO WS-NOTA-GRABADA.
           ADD 1 TO WS-ULTIMO-MOVIMIENTO.
           MOVE SPACES TO CTA-RECORD.
           MOVE WS-CLI-CODIGO (WS-IDX-CLI) TO CTA-CLIENTE.
           MOVE "N" TO CTA-TIPO.
           MOVE WS-ULTIMO-MOVIMIENTO TO CTA-NUMERO.
           MOVE WS-FECHA-AAAAMMDD TO CTA-FECHA.
           MOVE WS-FECHA-DESDE TO CTA-DESDE.
           MOVE WS-FECHA-HASTA TO CTA-HASTA.
           MOVE WS-CREDITO-APLICADO TO CTA-IMPORTE.
           IF WS-NOTA-FACTURA = ZERO
               COMPUTE CTA-SALDO = ZERO - WS-CREDITO-APLICADO
           ELSE
               MOVE ZERO TO CTA-SALDO.
           MOVE WS-NOTA-FACTURA TO CTA-FACTURA.
           MOVE "PROGRAMA" TO CTA-OPERADOR.
           MOVE "CONTRAASIENTO PERIODO" TO CTA-REFERENCIA.
           MOVE WS-ULTIMO-MOVIMIENTO TO WS-FACTURA-FORMAT.
           MOVE WS-CREDITO-APLICADO TO WS-IMPORTE-FORMAT.
           MOVE SPACES TO FAC-RECORD.
           WRITE CTA-RECORD
               INVALID KEY
                   DISPLAY "LA NOTA DE CREDITO " WS-FACTURA-FORMAT
                   " YA EXISTE EN CTAFILE, NO SE ASIENTA"
                   STRING "    NOTA DE CREDITO " WS-FACTURA-FORMAT
                          " NO ASENTADA (YA EXISTE EN CTAFILE)"
                          DELIMITED BY SIZE INTO FAC-RECORD
               NOT INVALID KEY
                   MOVE "S" TO WS-NOTA-GRABADA
                   ADD 1 TO WS-NOTAS-EMITIDAS
                   SUBTRACT WS-CREDITO-APLICADO
                       FROM WS-CREDITO-PENDIENTE
                   IF WS-NOTA-FACTURA = ZERO
                       STRING "    NOTA DE CREDITO NRO "
                              WS-FACTURA-FORMAT " POR "
                              WS-IMPORTE-FORMAT
                              " SIN APLICAR (SALDO A FAVOR)"
                              DELIMITED BY SIZE INTO FAC-RECORD
                   ELSE
                       STRING "    NOTA DE CREDITO NRO "
                              WS-FACTURA-FORMAT " POR "
                              WS-IMPORTE-FORMAT " APLICADA A FACTURA "
                              WS-NOTA-FACTURA
                              DELIMITED BY SIZE INTO FAC-RECORD
                   END-IF
           END-WRITE.
           WRITE FAC-RECORD.

       DESCONTAR-SALDO-FACTURA.
           MOVE WS-CLI-CODIGO (WS-IDX-CLI) TO CTA-CLIENTE.
           MOVE "F" TO CTA-TIPO.
           MOVE WS-NOTA-FACTURA TO CTA-NUMERO.
           READ CTA-FILE
               INVALID KEY
                   DISPLAY "NO SE PUDO RELEER LA FACTURA "
                   WS-NOTA-FACTURA ", REVISE EL SALDO EN CTAFILE"
               NOT INVALID KEY
                   SUBTRACT WS-CREDITO-APLICADO FROM CTA-SALDO
                   REWRITE CTA-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL SALDO DE "
                           "LA FACTURA " WS-NOTA-FACTURA
                           ", REVISE CTAFILE"
                   END-REWRITE
           END-READ.

       END PROGRAM Facturacion.
