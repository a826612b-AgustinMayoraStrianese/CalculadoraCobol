      *          El extracto cuadra con las cifras de la conciliacion
      *          del dia y SE NIEGA A GENERARSE si el veredicto de
      *          CONFILE para esa fecha no es EN BALANCE.
      *          Cada extracto enviado se guarda en GLENFILE y queda
      *          ENVIADO en el registro de estado de corridas
      *          GLSTFILE, que ConciliacionContable actualiza con la
      *          devolucion del sistema contable; antes de generar se
      *          avisa de las corridas anteriores aun sin confirmar.
      *          Codigos de retorno: 0 = generado, 4 = sin
      *          movimientos, o generado con corridas anteriores sin
      *          confirmar, 8 = conciliacion ausente, de otra fecha
      *          o FUERA DE BALANCE, 12 = no se pudo abrir la entrada
      *          o el historial de extractos.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  Estado de corridas: el extracto se copia a
      *                GLENFILE y se asienta ENVIADO en GLSTFILE; se
      *                avisa (RC 4) si hay corridas anteriores sin
      *                confirmar por el sistema contable.
      * 03/09/2026 AM  Operacion multi-estacion: la bitacora y el CSV
      *                suman estacion y hora (el consolidador nocturno
      *                funde las estaciones en los archivos canonicos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GLEN-FILE ASSIGN TO "GLENFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEN-STATUS.

           SELECT GLST-FILE ASSIGN TO "GLSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MISMO TRAZADO CON QUE GRABAR-LOG ESCRIBE LA BITACORA
               10 GL-T-HASH             PIC S9(13)V9(04).
               10 FILLER                PIC X(16).

      *    HISTORIAL DE EXTRACTOS ENVIADOS: CADA LINEA DE GLFILE TAL
      *    CUAL SE GRABO, PRECEDIDA DEL ID DE CORRIDA
       FD  GLEN-FILE.
       01  GLEN-RECORD.
           05 GLEN-CORRIDA              PIC X(08).
           05 FILLER                    PIC X(01).
           05 GLEN-LINEA                PIC X(41).

      *    ESTADO DE CORRIDAS: VALE LA ULTIMA LINEA DE CADA CORRIDA.
      *    E = ENVIADA, C = CONFIRMADA, P = PARCIAL, R = RECHAZADA
       FD  GLST-FILE.
       01  GLST-RECORD.
           05 GLST-CORRIDA              PIC X(08).
           05 FILLER                    PIC X(01).
           05 GLST-FECHA                PIC 9(08).
           05 FILLER                    PIC X(01).
           05 GLST-ESTADO               PIC X(01).
           05 FILLER                    PIC X(01).
           05 GLST-FECHA-ESTADO         PIC 9(08).
           05 FILLER                    PIC X(01).
           05 GLST-HORA-ESTADO          PIC 9(06).
           05 FILLER                    PIC X(01).
           05 GLST-CANTIDAD             PIC 9(06).
           05 FILLER                    PIC X(01).
           05 GLST-HASH                 PIC S9(13)V9(04).
           05 FILLER                    PIC X(01).
           05 GLST-DESCRIPCION          PIC X(10).

       WORKING-STORAGE SECTION.
           77 WS-LOG-STATUS PIC X(02).
           77 WS-CON-STATUS PIC X(02).
           77 WS-CAT-STATUS PIC X(02).
           77 WS-GEN-STATUS PIC X(02).
           77 WS-GL-STATUS PIC X(02).
           77 WS-GLEN-STATUS PIC X(02).
           77 WS-GLST-STATUS PIC X(02).
           77 WS-NOMBRE-GEN PIC X(12).
           77 WS-FIN-LOG PIC X(01) VALUE "N".
               88 FIN-LOG VALUE "S".
               88 FIN-CAT VALUE "S".
           77 WS-FIN-GEN PIC X(01) VALUE "N".
               88 FIN-GEN VALUE "S".
           77 WS-FIN-GLST PIC X(01) VALUE "N".
               88 FIN-GLST VALUE "S".

      *    DIA DE NEGOCIO E ID DE CORRIDA PEDIDOS
           77 WS-FECHA-DIA PIC 9(08).
           77 WS-CANT-ASIENTOS PIC 9(02) COMP VALUE ZERO.
           77 WS-ASI-ENCONTRADO PIC X(01) VALUE "N".

      *    ULTIMO ESTADO DE CADA CORRIDA SEGUN GLSTFILE
           01 WS-TABLA-CORRIDAS.
               05 WS-CORRIDA OCCURS 500 TIMES
                       INDEXED BY WS-IDX-COR.
                   10 WS-COR-CORRIDA PIC X(08).
                   10 WS-COR-FECHA PIC 9(08).
                   10 WS-COR-ESTADO PIC X(01).
                   10 WS-COR-DESCRIPCION PIC X(10).
           77 WS-MAX-CORRIDAS PIC 9(03) COMP VALUE 500.
           77 WS-CANT-CORRIDAS PIC 9(03) COMP VALUE ZERO.
           77 WS-CANT-PENDIENTES PIC 9(03) COMP VALUE ZERO.
           77 WS-COR-ENCONTRADA PIC X(01) VALUE "N".

      *    TOTALES DEL EXTRACTO
           77 WS-RESULTADO PIC S9(12)V9(04).
           77 WS-SELECCIONADOS PIC 9(06) COMP VALUE ZERO.
       MAIN.
           PERFORM PEDIR-FECHA-DIA.
           PERFORM PEDIR-ID-CORRIDA.
           PERFORM AVISAR-CORRIDAS-PENDIENTES.
           PERFORM VERIFICAR-CONCILIACION.
           IF WS-CON-EN-BALANCE NOT = "S"
               DISPLAY "EL EXTRACTO NO SE GENERA: LA CONCILIACION "
                   MOVE 04 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM GRABAR-EXTRACTO.
           IF WS-CODIGO-RETORNO = ZERO
                  AND WS-CANT-PENDIENTES > ZERO
               MOVE 04 TO WS-CODIGO-RETORNO.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.
           ELSE
               DISPLAY "EL ID DE CORRIDA NO PUEDE ESTAR EN BLANCO".

      *    ANTES DE UN NUEVO EXTRACTO SE LISTAN LAS CORRIDAS YA
      *    ENVIADAS QUE EL SISTEMA CONTABLE NO CONFIRMO POR COMPLETO
      *    (ENVIADAS SIN DEVOLUCION, PARCIALES O RECHAZADAS)

       AVISAR-CORRIDAS-PENDIENTES.
           MOVE ZERO TO WS-CANT-CORRIDAS.
           MOVE ZERO TO WS-CANT-PENDIENTES.
           OPEN INPUT GLST-FILE.
           IF WS-GLST-STATUS = "00"
               MOVE "N" TO WS-FIN-GLST
               PERFORM LEER-ESTADO-CORRIDA UNTIL FIN-GLST
               CLOSE GLST-FILE.
           PERFORM AVISAR-CORRIDA
               VARYING WS-IDX-COR FROM 1 BY 1
               UNTIL WS-IDX-COR > WS-CANT-CORRIDAS.
           IF WS-CANT-PENDIENTES > ZERO
               MOVE WS-CANT-PENDIENTES TO WS-CANTIDAD-FORMAT
               DISPLAY "AVISO: " WS-CANTIDAD-FORMAT " CORRIDA(S) "
               "ANTERIOR(ES) SIN CONFIRMAR POR EL SISTEMA CONTABLE; "
               "CORRA ConciliacionContable CON LA DEVOLUCION".

       LEER-ESTADO-CORRIDA.
           READ GLST-FILE
               AT END
                   MOVE "S" TO WS-FIN-GLST
               NOT AT END
                   IF GLST-CORRIDA NOT = SPACES
                       PERFORM REGISTRAR-ESTADO-CORRIDA
                   END-IF.

       REGISTRAR-ESTADO-CORRIDA.
           SET WS-IDX-COR TO 1.
           MOVE "N" TO WS-COR-ENCONTRADA.
           PERFORM BUSCAR-CORRIDA
               UNTIL WS-IDX-COR > WS-CANT-CORRIDAS
                  OR WS-COR-ENCONTRADA = "S".
           IF WS-COR-ENCONTRADA = "N"
               IF WS-CANT-CORRIDAS >= WS-MAX-CORRIDAS
                   DISPLAY "SE ALCANZO EL MAXIMO DE CORRIDAS "
                   "CONTROLADAS (500) EN GLSTFILE"
               ELSE
                   ADD 1 TO WS-CANT-CORRIDAS
                   SET WS-IDX-COR TO WS-CANT-CORRIDAS
                   MOVE "S" TO WS-COR-ENCONTRADA
               END-IF.
           IF WS-COR-ENCONTRADA = "S"
               MOVE GLST-CORRIDA TO WS-COR-CORRIDA (WS-IDX-COR)
               MOVE GLST-FECHA TO WS-COR-FECHA (WS-IDX-COR)
               MOVE GLST-ESTADO TO WS-COR-ESTADO (WS-IDX-COR)
               MOVE GLST-DESCRIPCION
                   TO WS-COR-DESCRIPCION (WS-IDX-COR).

       BUSCAR-CORRIDA.
           IF WS-COR-CORRIDA (WS-IDX-COR) = GLST-CORRIDA
               MOVE "S" TO WS-COR-ENCONTRADA
           ELSE
               SET WS-IDX-COR UP BY 1.

       AVISAR-CORRIDA.
           IF WS-COR-ESTADO (WS-IDX-COR) NOT = "C"
               ADD 1 TO WS-CANT-PENDIENTES
               DISPLAY "CORRIDA " WS-COR-CORRIDA (WS-IDX-COR)
               " DEL " WS-COR-FECHA (WS-IDX-COR) ": "
               WS-COR-DESCRIPCION (WS-IDX-COR)
               IF WS-COR-CORRIDA (WS-IDX-COR) = WS-ID-CORRIDA
                   DISPLAY "  (ES LA CORRIDA PEDIDA: SE REENVIA Y LA "
                   "DEVOLUCION ANTERIOR QUEDA SIN EFECTO)"
               END-IF.

      *    EL INFORME DE LA CONCILIACION ABRE CON LA FECHA DEL DIA
      *    CONCILIADO Y CIERRA CON EL VEREDICTO: AMBOS SE CONTROLAN

      *    DE OPERACION Y CIERRE CON CANTIDAD Y HASH DE IMPORTES

       GRABAR-EXTRACTO.
           OPEN EXTEND GLEN-FILE.
           IF WS-GLEN-STATUS NOT = "00"
               OPEN OUTPUT GLEN-FILE.
           IF WS-GLEN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL HISTORIAL DE EXTRACTOS "
               "GLENFILE, NO SE GENERA EL EXTRACTO"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               OPEN OUTPUT GL-FILE
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL EXTRACTO GLFILE"
                   MOVE 12 TO WS-CODIGO-RETORNO
                   CLOSE GLEN-FILE
               ELSE
                   PERFORM GRABAR-ENCABEZADO-GL
                   MOVE ZERO TO WS-HASH-IMPORTES
                   PERFORM GRABAR-ASIENTO-GL
                       VARYING WS-IDX-ASI FROM 1 BY 1
                       UNTIL WS-IDX-ASI > WS-CANT-ASIENTOS
                   PERFORM GRABAR-CIERRE-GL
                   CLOSE GL-FILE
                   CLOSE GLEN-FILE
                   PERFORM GRABAR-CORRIDA-ENVIADA
                   PERFORM INFORMAR-EXTRACTO
               END-IF.

       INFORMAR-EXTRACTO.
           MOVE WS-SELECCIONADOS TO WS-CANTIDAD-FORMAT.
           MOVE WS-HASH-IMPORTES TO WS-TOTAL-FORMAT.
           DISPLAY "EXTRACTO GLFILE GENERADO: "
               WS-CANTIDAD-FORMAT " CALCULOS DEL DIA, HASH DE "
               "IMPORTES " WS-TOTAL-FORMAT.

      *    LA CORRIDA QUEDA ENVIADA HASTA QUE ConciliacionContable
      *    PROCESE LA DEVOLUCION DEL SISTEMA CONTABLE

       GRABAR-CORRIDA-ENVIADA.
           OPEN EXTEND GLST-FILE.
           IF WS-GLST-STATUS NOT = "00"
               OPEN OUTPUT GLST-FILE.
           IF WS-GLST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ASENTAR LA CORRIDA EN GLSTFILE "
               "(ESTADO " WS-GLST-STATUS ")"
           ELSE
               MOVE SPACES TO GLST-RECORD
               MOVE WS-ID-CORRIDA TO GLST-CORRIDA
               MOVE WS-FECHA-DIA TO GLST-FECHA
               MOVE "E" TO GLST-ESTADO
               MOVE WS-FECHA-HOY TO GLST-FECHA-ESTADO
               MOVE WS-HORA-COMPLETA (1:6) TO GLST-HORA-ESTADO
               MOVE WS-CANT-ASIENTOS TO GLST-CANTIDAD
               MOVE WS-HASH-IMPORTES TO GLST-HASH
               MOVE "ENVIADA" TO GLST-DESCRIPCION
               WRITE GLST-RECORD
               CLOSE GLST-FILE.

       GRABAR-ENVIADO.
           MOVE SPACES TO GLEN-RECORD.
           MOVE WS-ID-CORRIDA TO GLEN-CORRIDA.
           MOVE GL-RECORD TO GLEN-LINEA.
           WRITE GLEN-RECORD.

       GRABAR-ENCABEZADO-GL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO GL-H-GENERADO.
           MOVE WS-HORA-COMPLETA (1:6) TO GL-H-HORA.
           WRITE GL-RECORD.
           PERFORM GRABAR-ENVIADO.

       GRABAR-ASIENTO-GL.
           MOVE SPACES TO GL-RECORD.
           MOVE WS-ASI-IMPORTE (WS-IDX-ASI) TO GL-D-IMPORTE.
           ADD WS-ASI-IMPORTE (WS-IDX-ASI) TO WS-HASH-IMPORTES.
           WRITE GL-RECORD.
           PERFORM GRABAR-ENVIADO.

       GRABAR-CIERRE-GL.
           MOVE SPACES TO GL-RECORD.
           MOVE WS-CANT-ASIENTOS TO GL-T-CANTIDAD.
           MOVE WS-HASH-IMPORTES TO GL-T-HASH.
           WRITE GL-RECORD.
           PERFORM GRABAR-ENVIADO.

       END PROGRAM InterfazContable.
