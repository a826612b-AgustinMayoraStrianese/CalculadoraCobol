      ******************************************************************
      * Author:Agustin Mayora
      * Date: 15/10/2026
      * Purpose: Cruce de la devolucion del sistema contable (GLRTFILE:
      *          por cada corrida un encabezado, el acuse aceptado o
      *          rechazado de cada asiento y los totales que el mayor
      *          registro) contra los extractos que InterfazContable
      *          envio, guardados en GLENFILE. Cada asiento se cruza
      *          por ID de corrida (GL-H-CORRIDA), fecha y codigo de
      *          operacion. El informe GLACFILE lista por corrida los
      *          asientos sin acuse, los rechazados con el motivo del
      *          mayor y las diferencias de cantidad y de hash contra
      *          el cierre enviado, y asienta en GLSTFILE el nuevo
      *          estado de cada corrida devuelta: CONFIRMADA (todo
      *          aceptado y totales iguales), RECHAZADA (nada aceptado)
      *          o PARCIAL (el resto). Al final se listan todas las
      *          corridas que siguen sin confirmar.
      *          Codigos de retorno: 0 = todas las corridas devueltas
      *          quedaron confirmadas, 4 = alguna corrida parcial o
      *          rechazada, o lineas de la devolucion sin
      *          correspondencia, 12 = no se pudo abrir la devolucion,
      *          el historial de extractos o el informe.
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliacionContable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLRT-FILE ASSIGN TO "GLRTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRT-STATUS.

           SELECT GLEN-FILE ASSIGN TO "GLENFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEN-STATUS.

           SELECT GLST-FILE ASSIGN TO "GLSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLST-STATUS.

           SELECT GLAC-FILE ASSIGN TO "GLACFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    DEVOLUCION DEL SISTEMA CONTABLE, EN EL MISMO ESQUEMA DEL
      *    EXTRACTO: H = ENCABEZADO DE LA CORRIDA RECIBIDA, D = ACUSE
      *    DE CADA ASIENTO (A = ACEPTADO, R = RECHAZADO CON MOTIVO),
      *    T = TOTALES REGISTRADOS POR EL MAYOR
       FD  GLRT-FILE.
       01  GLRT-RECORD.
           05 GLRT-TIPO                 PIC X(01).
           05 GLRT-RESTO                PIC X(90).
           05 GLRT-ENCABEZADO REDEFINES GLRT-RESTO.
               10 GLRT-H-FECHA          PIC 9(08).
               10 FILLER                PIC X(01).
               10 GLRT-H-CORRIDA        PIC X(08).
               10 FILLER                PIC X(01).
               10 GLRT-H-PROCESADO      PIC 9(08).
               10 FILLER                PIC X(64).
           05 GLRT-DETALLE REDEFINES GLRT-RESTO.
               10 GLRT-D-FECHA          PIC 9(08).
               10 FILLER                PIC X(01).
               10 GLRT-D-OPERACION      PIC X(01).
               10 FILLER                PIC X(01).
               10 GLRT-D-ACUSE          PIC X(01).
               10 FILLER                PIC X(01).
               10 GLRT-D-CANTIDAD       PIC 9(06).
               10 FILLER                PIC X(01).
               10 GLRT-D-IMPORTE        PIC S9(11)V9(04).
               10 FILLER                PIC X(01).
               10 GLRT-D-MOTIVO         PIC X(40).
               10 FILLER                PIC X(14).
           05 GLRT-CIERRE REDEFINES GLRT-RESTO.
               10 GLRT-T-CANTIDAD       PIC 9(06).
               10 FILLER                PIC X(01).
               10 GLRT-T-HASH           PIC S9(13)V9(04).
               10 FILLER                PIC X(01).
               10 GLRT-T-ACEPTADAS      PIC 9(06).
               10 FILLER                PIC X(01).
               10 GLRT-T-RECHAZADAS     PIC 9(06).
               10 FILLER                PIC X(52).

      *    MISMO TRAZADO CON QUE InterfazContable GUARDA LO ENVIADO:
      *    EL ID DE CORRIDA Y LA LINEA DE GLFILE TAL CUAL SE GRABO
       FD  GLEN-FILE.
       01  GLEN-RECORD.
           05 GLEN-CORRIDA              PIC X(08).
           05 FILLER                    PIC X(01).
           05 GLEN-TIPO                 PIC X(01).
           05 GLEN-RESTO                PIC X(40).
           05 GLEN-ENCABEZADO REDEFINES GLEN-RESTO.
               10 GLEN-H-FECHA          PIC 9(08).
               10 FILLER                PIC X(01).
               10 GLEN-H-CORRIDA        PIC X(08).
               10 FILLER                PIC X(01).
               10 GLEN-H-GENERADO       PIC 9(08).
               10 FILLER                PIC X(01).
               10 GLEN-H-HORA           PIC 9(06).
               10 FILLER                PIC X(07).
           05 GLEN-DETALLE REDEFINES GLEN-RESTO.
               10 GLEN-D-FECHA          PIC 9(08).
               10 FILLER                PIC X(01).
               10 GLEN-D-OPERACION      PIC X(01).
               10 FILLER                PIC X(01).
               10 GLEN-D-CANTIDAD       PIC 9(06).
               10 FILLER                PIC X(01).
               10 GLEN-D-IMPORTE        PIC S9(11)V9(04).
               10 FILLER                PIC X(07).
           05 GLEN-CIERRE REDEFINES GLEN-RESTO.
               10 GLEN-T-CANTIDAD       PIC 9(06).
               10 FILLER                PIC X(01).
               10 GLEN-T-HASH           PIC S9(13)V9(04).
               10 FILLER                PIC X(16).

      *    MISMO TRAZADO DEL ESTADO DE CORRIDAS DE InterfazContable:
      *    VALE LA ULTIMA LINEA DE CADA CORRIDA
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

       FD  GLAC-FILE.
       01  GLAC-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-GLRT-STATUS PIC X(02).
           77 WS-GLEN-STATUS PIC X(02).
           77 WS-GLST-STATUS PIC X(02).
           77 WS-GLAC-STATUS PIC X(02).
           77 WS-FIN-GLRT PIC X(01) VALUE "N".
               88 FIN-GLRT VALUE "S".
           77 WS-FIN-GLEN PIC X(01) VALUE "N".
               88 FIN-GLEN VALUE "S".
           77 WS-FIN-GLST PIC X(01) VALUE "N".
               88 FIN-GLST VALUE "S".
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.
           77 WS-FECHA-HOY PIC 9(08).
           77 WS-HORA-COMPLETA PIC 9(08).

      *    CORRIDAS CONOCIDAS: ULTIMO ESTADO SEGUN GLSTFILE Y, PARA
      *    LAS QUE VIENEN EN LA DEVOLUCION, LO ENVIADO Y LO DEVUELTO
           01 WS-TABLA-CORRIDAS.
               05 WS-CORRIDA OCCURS 500 TIMES
                       INDEXED BY WS-IDX-COR.
                   10 WS-COR-CORRIDA PIC X(08).
                   10 WS-COR-FECHA PIC 9(08).
                   10 WS-COR-ESTADO PIC X(01).
                   10 WS-COR-DESCRIPCION PIC X(10).
                   10 WS-COR-DEVUELTA PIC X(01).
                   10 WS-COR-ENVIADA PIC X(01).
                   10 WS-COR-ENV-CIERRE PIC X(01).
                   10 WS-COR-ENV-CANTIDAD PIC 9(06).
                   10 WS-COR-ENV-HASH PIC S9(13)V9(04).
                   10 WS-COR-DEV-CIERRE PIC X(01).
                   10 WS-COR-DEV-CANTIDAD PIC 9(06).
                   10 WS-COR-DEV-HASH PIC S9(13)V9(04).
                   10 WS-COR-SOBRANTES PIC 9(05).
           77 WS-MAX-CORRIDAS PIC 9(03) COMP VALUE 500.
           77 WS-CANT-CORRIDAS PIC 9(03) COMP VALUE ZERO.
           77 WS-CORRIDA-BUSCADA PIC X(08).
           77 WS-COR-ENCONTRADA PIC X(01) VALUE "N".
           77 WS-COR-ACTUAL PIC 9(03) COMP VALUE ZERO.

      *    ASIENTOS ENVIADOS DE LAS CORRIDAS DEVUELTAS, CON SU ACUSE
           01 WS-TABLA-LINEAS.
               05 WS-LINEA OCCURS 2000 TIMES
                       INDEXED BY WS-IDX-LIN.
                   10 WS-LIN-CORRIDA PIC X(08).
                   10 WS-LIN-FECHA PIC 9(08).
                   10 WS-LIN-OPERACION PIC X(01).
                   10 WS-LIN-CANTIDAD PIC 9(06).
                   10 WS-LIN-IMPORTE PIC S9(11)V9(04).
                   10 WS-LIN-VIGENTE PIC X(01).
                   10 WS-LIN-ACUSE PIC X(01).
                   10 WS-LIN-DIFERENCIA PIC X(01).
                   10 WS-LIN-DEV-CANTIDAD PIC 9(06).
                   10 WS-LIN-DEV-IMPORTE PIC S9(11)V9(04).
                   10 WS-LIN-MOTIVO PIC X(40).
           77 WS-MAX-LINEAS PIC 9(04) COMP VALUE 2000.
           77 WS-CANT-LINEAS PIC 9(04) COMP VALUE ZERO.
           77 WS-LIN-ENCONTRADA PIC X(01) VALUE "N".

      *    RESULTADO DE CADA CORRIDA DEVUELTA
           77 WS-ACEPTADAS PIC 9(05) COMP VALUE ZERO.
           77 WS-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
           77 WS-SIN-ACUSE PIC 9(05) COMP VALUE ZERO.
           77 WS-DIFERENCIAS PIC 9(05) COMP VALUE ZERO.
           77 WS-ENVIADAS PIC 9(05) COMP VALUE ZERO.
           77 WS-NUEVO-ESTADO PIC X(01).
               88 ESTADO-CONFIRMADA VALUE "C".
               88 ESTADO-PARCIAL VALUE "P".
               88 ESTADO-RECHAZADA VALUE "R".
           77 WS-NUEVA-DESCRIPCION PIC X(10).

      *    TOTALES DE LA CORRIDA DEL PROGRAMA
           77 WS-CORRIDAS-DEVUELTAS PIC 9(05) COMP VALUE ZERO.
           77 WS-CORRIDAS-CONFIRMADAS PIC 9(05) COMP VALUE ZERO.
           77 WS-CANT-PENDIENTES PIC 9(05) COMP VALUE ZERO.
           77 WS-LINEAS-SOBRANTES PIC 9(05) COMP VALUE ZERO.

      *    CAMPOS EDITADOS DE SOPORTE PARA ARMAR LINEAS DE REPORTE
           77 WS-CANTIDAD-FORMAT PIC ZZZZZ9.
           77 WS-CANTIDAD2-FORMAT PIC ZZZZZ9.
           77 WS-IMPORTE-FORMAT PIC -Z(10)9.9999.
           77 WS-IMPORTE2-FORMAT PIC -Z(10)9.9999.
           77 WS-HASH-FORMAT PIC -Z(12)9.9999.
           77 WS-HASH2-FORMAT PIC -Z(12)9.9999.

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN.
           PERFORM INICIO.
           IF WS-CODIGO-RETORNO = ZERO
               PERFORM CARGAR-ESTADOS
               PERFORM MARCAR-DEVUELTAS
               PERFORM CARGAR-ENVIADOS
               IF WS-CODIGO-RETORNO = ZERO
                   PERFORM CRUZAR-DEVOLUCION
                   PERFORM INFORMAR-CORRIDAS
                   PERFORM INFORMAR-PENDIENTES
               END-IF
               PERFORM CIERRE.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.

      *    RUTINAS

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           OPEN OUTPUT GLAC-FILE.
           IF WS-GLAC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL INFORME GLACFILE"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               MOVE SPACES TO GLAC-RECORD
               STRING "CRUCE DE LA DEVOLUCION DEL SISTEMA CONTABLE "
                      "CONTRA LOS EXTRACTOS ENVIADOS - EMITIDO "
                      WS-FECHA-HOY
                      DELIMITED BY SIZE
                   INTO GLAC-RECORD
               WRITE GLAC-RECORD
               MOVE SPACES TO GLAC-RECORD
               WRITE GLAC-RECORD.

       CIERRE.
           MOVE WS-CORRIDAS-DEVUELTAS TO WS-CANTIDAD-FORMAT.
           MOVE WS-CORRIDAS-CONFIRMADAS TO WS-CANTIDAD2-FORMAT.
           MOVE SPACES TO GLAC-RECORD.
           WRITE GLAC-RECORD.
           MOVE SPACES TO GLAC-RECORD.
           STRING "CORRIDAS DEVUELTAS: " WS-CANTIDAD-FORMAT
                  "  CONFIRMADAS: " WS-CANTIDAD2-FORMAT
                  DELIMITED BY SIZE
               INTO GLAC-RECORD.
           WRITE GLAC-RECORD.
           CLOSE GLAC-FILE.
           DISPLAY "INFORME GENERADO EN GLACFILE, CORRIDAS DEVUELTAS: "
               WS-CANTIDAD-FORMAT " CONFIRMADAS: " WS-CANTIDAD2-FORMAT.
           IF WS-CODIGO-RETORNO = ZERO
                  AND (WS-CORRIDAS-CONFIRMADAS < WS-CORRIDAS-DEVUELTAS
                       OR WS-LINEAS-SOBRANTES > ZERO)
               MOVE 4 TO WS-CODIGO-RETORNO.

      *    ULTIMO ESTADO CONOCIDO DE CADA CORRIDA

       CARGAR-ESTADOS.
           MOVE ZERO TO WS-CANT-CORRIDAS.
           OPEN INPUT GLST-FILE.
           IF WS-GLST-STATUS = "00"
               MOVE "N" TO WS-FIN-GLST
               PERFORM LEER-ESTADO-CORRIDA UNTIL FIN-GLST
               CLOSE GLST-FILE.

       LEER-ESTADO-CORRIDA.
           READ GLST-FILE
               AT END
                   MOVE "S" TO WS-FIN-GLST
               NOT AT END
                   IF GLST-CORRIDA NOT = SPACES
                       MOVE GLST-CORRIDA TO WS-CORRIDA-BUSCADA
                       PERFORM UBICAR-CORRIDA
                       IF WS-COR-ENCONTRADA = "S"
                           MOVE GLST-FECHA
                               TO WS-COR-FECHA (WS-IDX-COR)
                           MOVE GLST-ESTADO
                               TO WS-COR-ESTADO (WS-IDX-COR)
                           MOVE GLST-DESCRIPCION
                               TO WS-COR-DESCRIPCION (WS-IDX-COR)
                       END-IF
                   END-IF.

      *    BUSCA LA CORRIDA Y, SI NO ESTA, LA AGREGA A LA TABLA

       UBICAR-CORRIDA.
           PERFORM BUSCAR-CORRIDA.
           IF WS-COR-ENCONTRADA = "N"
               IF WS-CANT-CORRIDAS >= WS-MAX-CORRIDAS
                   DISPLAY "SE ALCANZO EL MAXIMO DE CORRIDAS "
                   "CONTROLADAS (500), SE IGNORA " WS-CORRIDA-BUSCADA
               ELSE
                   ADD 1 TO WS-CANT-CORRIDAS
                   SET WS-IDX-COR TO WS-CANT-CORRIDAS
                   PERFORM INICIAR-CORRIDA
                   MOVE "S" TO WS-COR-ENCONTRADA
               END-IF.

       INICIAR-CORRIDA.
           MOVE WS-CORRIDA-BUSCADA TO WS-COR-CORRIDA (WS-IDX-COR).
           MOVE ZERO TO WS-COR-FECHA (WS-IDX-COR).
           MOVE SPACE TO WS-COR-ESTADO (WS-IDX-COR).
           MOVE SPACES TO WS-COR-DESCRIPCION (WS-IDX-COR).
           MOVE "N" TO WS-COR-DEVUELTA (WS-IDX-COR).
           MOVE "N" TO WS-COR-ENVIADA (WS-IDX-COR).
           MOVE "N" TO WS-COR-ENV-CIERRE (WS-IDX-COR).
           MOVE ZERO TO WS-COR-ENV-CANTIDAD (WS-IDX-COR).
           MOVE ZERO TO WS-COR-ENV-HASH (WS-IDX-COR).
           MOVE "N" TO WS-COR-DEV-CIERRE (WS-IDX-COR).
           MOVE ZERO TO WS-COR-DEV-CANTIDAD (WS-IDX-COR).
           MOVE ZERO TO WS-COR-DEV-HASH (WS-IDX-COR).
           MOVE ZERO TO WS-COR-SOBRANTES (WS-IDX-COR).

       BUSCAR-CORRIDA.
           MOVE "N" TO WS-COR-ENCONTRADA.
           SET WS-IDX-COR TO 1.
           PERFORM COMPARAR-CORRIDA
               UNTIL WS-IDX-COR > WS-CANT-CORRIDAS
                  OR WS-COR-ENCONTRADA = "S".

       COMPARAR-CORRIDA.
           IF WS-COR-CORRIDA (WS-IDX-COR) = WS-CORRIDA-BUSCADA
               MOVE "S" TO WS-COR-ENCONTRADA
           ELSE
               SET WS-IDX-COR UP BY 1.

      *    PRIMERA PASADA SOBRE LA DEVOLUCION: QUE CORRIDAS TRAE, PARA
      *    CARGAR DEL HISTORIAL SOLO LO ENVIADO EN ESAS CORRIDAS

       MARCAR-DEVUELTAS.
           OPEN INPUT GLRT-FILE.
           IF WS-GLRT-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO LA DEVOLUCION DEL SISTEMA "
               "CONTABLE GLRTFILE"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               MOVE "N" TO WS-FIN-GLRT
               PERFORM LEER-CORRIDA-DEVUELTA UNTIL FIN-GLRT
               CLOSE GLRT-FILE.

       LEER-CORRIDA-DEVUELTA.
           READ GLRT-FILE
               AT END
                   MOVE "S" TO WS-FIN-GLRT
               NOT AT END
                   IF GLRT-TIPO = "H" AND GLRT-H-CORRIDA NOT = SPACES
                       MOVE GLRT-H-CORRIDA TO WS-CORRIDA-BUSCADA
                       PERFORM UBICAR-CORRIDA
                       IF WS-COR-ENCONTRADA = "S"
                           MOVE "S" TO WS-COR-DEVUELTA (WS-IDX-COR)
                       END-IF
                   END-IF.

      *    LO ENVIADO EN CADA CORRIDA DEVUELTA; SI LA CORRIDA SE
      *    REENVIO, VALE EL ULTIMO ENVIO

       CARGAR-ENVIADOS.
           IF WS-CODIGO-RETORNO = ZERO
               OPEN INPUT GLEN-FILE
               IF WS-GLEN-STATUS NOT = "00"
                   DISPLAY "NO SE ENCONTRO EL HISTORIAL DE EXTRACTOS "
                   "ENVIADOS GLENFILE"
                   MOVE 12 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE "N" TO WS-FIN-GLEN
                   PERFORM LEER-ENVIADO UNTIL FIN-GLEN
                   CLOSE GLEN-FILE
               END-IF.

       LEER-ENVIADO.
           READ GLEN-FILE
               AT END
                   MOVE "S" TO WS-FIN-GLEN
               NOT AT END
                   MOVE GLEN-CORRIDA TO WS-CORRIDA-BUSCADA
                   PERFORM BUSCAR-CORRIDA
                   IF WS-COR-ENCONTRADA = "S"
                       IF WS-COR-DEVUELTA (WS-IDX-COR) = "S"
                           PERFORM REGISTRAR-ENVIADO
                       END-IF
                   END-IF.

       REGISTRAR-ENVIADO.
           IF GLEN-TIPO = "H"
               IF WS-COR-ENVIADA (WS-IDX-COR) = "S"
                   PERFORM ANULAR-LINEA
                       VARYING WS-IDX-LIN FROM 1 BY 1
                       UNTIL WS-IDX-LIN > WS-CANT-LINEAS
               END-IF
               MOVE "S" TO WS-COR-ENVIADA (WS-IDX-COR)
               MOVE "N" TO WS-COR-ENV-CIERRE (WS-IDX-COR)
               IF GLEN-H-FECHA NUMERIC
                   MOVE GLEN-H-FECHA TO WS-COR-FECHA (WS-IDX-COR)
               END-IF
           ELSE
           IF GLEN-TIPO = "D"
               PERFORM AGREGAR-LINEA
           ELSE
           IF GLEN-TIPO = "T"
               MOVE "S" TO WS-COR-ENV-CIERRE (WS-IDX-COR)
               MOVE GLEN-T-CANTIDAD TO WS-COR-ENV-CANTIDAD (WS-IDX-COR)
               MOVE GLEN-T-HASH TO WS-COR-ENV-HASH (WS-IDX-COR).

       ANULAR-LINEA.
           IF WS-LIN-CORRIDA (WS-IDX-LIN) = WS-CORRIDA-BUSCADA
               MOVE "N" TO WS-LIN-VIGENTE (WS-IDX-LIN).

       AGREGAR-LINEA.
           IF WS-CANT-LINEAS >= WS-MAX-LINEAS
               DISPLAY "SE ALCANZO EL MAXIMO DE ASIENTOS ENVIADOS "
               "CONTROLADOS (2000), SE IGNORA UN ASIENTO DE "
               WS-CORRIDA-BUSCADA
           ELSE
               ADD 1 TO WS-CANT-LINEAS
               SET WS-IDX-LIN TO WS-CANT-LINEAS
               MOVE WS-CORRIDA-BUSCADA TO WS-LIN-CORRIDA (WS-IDX-LIN)
               MOVE GLEN-D-FECHA TO WS-LIN-FECHA (WS-IDX-LIN)
               MOVE GLEN-D-OPERACION TO WS-LIN-OPERACION (WS-IDX-LIN)
               MOVE GLEN-D-CANTIDAD TO WS-LIN-CANTIDAD (WS-IDX-LIN)
               MOVE GLEN-D-IMPORTE TO WS-LIN-IMPORTE (WS-IDX-LIN)
               MOVE "S" TO WS-LIN-VIGENTE (WS-IDX-LIN)
               MOVE SPACE TO WS-LIN-ACUSE (WS-IDX-LIN)
               MOVE "N" TO WS-LIN-DIFERENCIA (WS-IDX-LIN)
               MOVE ZERO TO WS-LIN-DEV-CANTIDAD (WS-IDX-LIN)
               MOVE ZERO TO WS-LIN-DEV-IMPORTE (WS-IDX-LIN)
               MOVE SPACES TO WS-LIN-MOTIVO (WS-IDX-LIN).

      *    SEGUNDA PASADA: CADA ACUSE SE CRUZA CON EL ASIENTO ENVIADO
      *    POR CORRIDA, FECHA Y CODIGO DE OPERACION; LO QUE NO TIENE
      *    CORRESPONDENCIA SE INFORMA AQUI MISMO

       CRUZAR-DEVOLUCION.
           MOVE SPACES TO GLAC-RECORD.
           MOVE "DEVOLUCION RECIBIDA" TO GLAC-RECORD.
           WRITE GLAC-RECORD.
           MOVE ZERO TO WS-COR-ACTUAL.
           OPEN INPUT GLRT-FILE.
           IF WS-GLRT-STATUS = "00"
               MOVE "N" TO WS-FIN-GLRT
               PERFORM LEER-DEVOLUCION UNTIL FIN-GLRT
               CLOSE GLRT-FILE.

       LEER-DEVOLUCION.
           READ GLRT-FILE
               AT END
                   MOVE "S" TO WS-FIN-GLRT
               NOT AT END
                   IF GLRT-TIPO = "H"
                       PERFORM CRUZAR-ENCABEZADO
                   ELSE
                   IF GLRT-TIPO = "D"
                       PERFORM CRUZAR-ACUSE
                   ELSE
                   IF GLRT-TIPO = "T"
                       PERFORM CRUZAR-CIERRE
                   END-IF.

       CRUZAR-ENCABEZADO.
           MOVE ZERO TO WS-COR-ACTUAL.
           MOVE GLRT-H-CORRIDA TO WS-CORRIDA-BUSCADA.
           PERFORM BUSCAR-CORRIDA.
           IF WS-COR-ENCONTRADA = "S"
               IF WS-COR-ENVIADA (WS-IDX-COR) = "S"
                   SET WS-COR-ACTUAL TO WS-IDX-COR
               ELSE
                   MOVE SPACES TO GLAC-RECORD
                   STRING "  CORRIDA " GLRT-H-CORRIDA
                          " DEVUELTA QUE NO FIGURA ENTRE LOS "
                          "EXTRACTOS ENVIADOS (GLENFILE)"
                          DELIMITED BY SIZE
                       INTO GLAC-RECORD
                   WRITE GLAC-RECORD
                   ADD 1 TO WS-LINEAS-SOBRANTES
               END-IF.

       CRUZAR-ACUSE.
           IF WS-COR-ACTUAL = ZERO
               ADD 1 TO WS-LINEAS-SOBRANTES
           ELSE
               SET WS-IDX-COR TO WS-COR-ACTUAL
               MOVE "N" TO WS-LIN-ENCONTRADA
               SET WS-IDX-LIN TO 1
               PERFORM COMPARAR-LINEA
                   UNTIL WS-IDX-LIN > WS-CANT-LINEAS
                      OR WS-LIN-ENCONTRADA = "S"
               IF WS-LIN-ENCONTRADA = "S"
                   PERFORM REGISTRAR-ACUSE
               ELSE
                   PERFORM INFORMAR-SOBRANTE
               END-IF.

       COMPARAR-LINEA.
           IF WS-LIN-CORRIDA (WS-IDX-LIN) = WS-COR-CORRIDA (WS-IDX-COR)
                  AND WS-LIN-VIGENTE (WS-IDX-LIN) = "S"
                  AND WS-LIN-FECHA (WS-IDX-LIN) = GLRT-D-FECHA
                  AND WS-LIN-OPERACION (WS-IDX-LIN) = GLRT-D-OPERACION
               MOVE "S" TO WS-LIN-ENCONTRADA
           ELSE
               SET WS-IDX-LIN UP BY 1.

      *    UN ACUSE SIN A NI R SE TOMA COMO RECHAZO DEL MAYOR

       REGISTRAR-ACUSE.
           IF GLRT-D-ACUSE = "A"
               MOVE "A" TO WS-LIN-ACUSE (WS-IDX-LIN)
           ELSE
               MOVE "R" TO WS-LIN-ACUSE (WS-IDX-LIN).
           MOVE GLRT-D-MOTIVO TO WS-LIN-MOTIVO (WS-IDX-LIN).
           IF GLRT-D-CANTIDAD NUMERIC
               MOVE GLRT-D-CANTIDAD TO WS-LIN-DEV-CANTIDAD (WS-IDX-LIN)
           ELSE
               MOVE ZERO TO WS-LIN-DEV-CANTIDAD (WS-IDX-LIN).
           IF GLRT-D-IMPORTE NUMERIC
               MOVE GLRT-D-IMPORTE TO WS-LIN-DEV-IMPORTE (WS-IDX-LIN)
           ELSE
               MOVE ZERO TO WS-LIN-DEV-IMPORTE (WS-IDX-LIN).
           IF WS-LIN-DEV-CANTIDAD (WS-IDX-LIN)
                  NOT = WS-LIN-CANTIDAD (WS-IDX-LIN)
                  OR WS-LIN-DEV-IMPORTE (WS-IDX-LIN)
                  NOT = WS-LIN-IMPORTE (WS-IDX-LIN)
               MOVE "S" TO WS-LIN-DIFERENCIA (WS-IDX-LIN)
           ELSE
               MOVE "N" TO WS-LIN-DIFERENCIA (WS-IDX-LIN).

       INFORMAR-SOBRANTE.
           ADD 1 TO WS-COR-SOBRANTES (WS-IDX-COR).
           ADD 1 TO WS-LINEAS-SOBRANTES.
           MOVE SPACES TO GLAC-RECORD.
           STRING "  CORRIDA " WS-COR-CORRIDA (WS-IDX-COR)
                  ": ACUSE DEL " GLRT-D-FECHA " OPERACION "
                  GLRT-D-OPERACION
                  " SIN ASIENTO ENVIADO QUE LE CORRESPONDA"
                  DELIMITED BY SIZE
               INTO GLAC-RECORD.
           WRITE GLAC-RECORD.

       CRUZAR-CIERRE.
           IF WS-COR-ACTUAL NOT = ZERO
               SET WS-IDX-COR TO WS-COR-ACTUAL
               MOVE "S" TO WS-COR-DEV-CIERRE (WS-IDX-COR)
               IF GLRT-T-CANTIDAD NUMERIC
                   MOVE GLRT-T-CANTIDAD
                       TO WS-COR-DEV-CANTIDAD (WS-IDX-COR)
               ELSE
                   MOVE ZERO TO WS-COR-DEV-CANTIDAD (WS-IDX-COR)
               END-IF
               IF GLRT-T-HASH NUMERIC
                   MOVE GLRT-T-HASH TO WS-COR-DEV-HASH (WS-IDX-COR)
               ELSE
                   MOVE ZERO TO WS-COR-DEV-HASH (WS-IDX-COR)
               END-IF
           END-IF.
           MOVE ZERO TO WS-COR-ACTUAL.

      *    UNA SECCION POR CORRIDA DEVUELTA: ASIENTOS SIN ACUSE,
      *    RECHAZADOS Y DIFERENCIAS, Y EL ESTADO QUE QUEDA ASENTADO

       INFORMAR-CORRIDAS.
           PERFORM INFORMAR-UNA-CORRIDA
               VARYING WS-IDX-COR FROM 1 BY 1
               UNTIL WS-IDX-COR > WS-CANT-CORRIDAS.

       INFORMAR-UNA-CORRIDA.
           IF WS-COR-DEVUELTA (WS-IDX-COR) = "S"
                  AND WS-COR-ENVIADA (WS-IDX-COR) = "S"
               ADD 1 TO WS-CORRIDAS-DEVUELTAS
               MOVE ZERO TO WS-ACEPTADAS
               MOVE ZERO TO WS-RECHAZADAS
               MOVE ZERO TO WS-SIN-ACUSE
               MOVE ZERO TO WS-DIFERENCIAS
               MOVE ZERO TO WS-ENVIADAS
               MOVE SPACES TO GLAC-RECORD
               WRITE GLAC-RECORD
               MOVE SPACES TO GLAC-RECORD
               STRING "CORRIDA " WS-COR-CORRIDA (WS-IDX-COR)
                      " DEL " WS-COR-FECHA (WS-IDX-COR)
                      DELIMITED BY SIZE
                   INTO GLAC-RECORD
               WRITE GLAC-RECORD
               PERFORM INFORMAR-LINEA
                   VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-CANT-LINEAS
               PERFORM INFORMAR-TOTALES-CORRIDA
               PERFORM DETERMINAR-ESTADO
               PERFORM GRABAR-ESTADO-CORRIDA
           END-IF.

       INFORMAR-LINEA.
           IF WS-LIN-CORRIDA (WS-IDX-LIN) = WS-COR-CORRIDA (WS-IDX-COR)
                  AND WS-LIN-VIGENTE (WS-IDX-LIN) = "S"
               ADD 1 TO WS-ENVIADAS
               MOVE WS-LIN-CANTIDAD (WS-IDX-LIN) TO WS-CANTIDAD-FORMAT
               MOVE WS-LIN-IMPORTE (WS-IDX-LIN) TO WS-IMPORTE-FORMAT
               IF WS-LIN-ACUSE (WS-IDX-LIN) = SPACE
                   ADD 1 TO WS-SIN-ACUSE
                   MOVE SPACES TO GLAC-RECORD
                   STRING "  SIN ACUSE:  " WS-LIN-FECHA (WS-IDX-LIN)
                          " OPERACION " WS-LIN-OPERACION (WS-IDX-LIN)
                          " CANTIDAD " WS-CANTIDAD-FORMAT
                          " IMPORTE " WS-IMPORTE-FORMAT
                          DELIMITED BY SIZE
                       INTO GLAC-RECORD
                   WRITE GLAC-RECORD
               ELSE
               IF WS-LIN-ACUSE (WS-IDX-LIN) = "R"
                   ADD 1 TO WS-RECHAZADAS
                   MOVE SPACES TO GLAC-RECORD
                   STRING "  RECHAZADO:  " WS-LIN-FECHA (WS-IDX-LIN)
                          " OPERACION " WS-LIN-OPERACION (WS-IDX-LIN)
                          " CANTIDAD " WS-CANTIDAD-FORMAT
                          " IMPORTE " WS-IMPORTE-FORMAT
                          " MOTIVO: " WS-LIN-MOTIVO (WS-IDX-LIN)
                          DELIMITED BY SIZE
                       INTO GLAC-RECORD
                   WRITE GLAC-RECORD
               ELSE
                   ADD 1 TO WS-ACEPTADAS
                   IF WS-LIN-DIFERENCIA (WS-IDX-LIN) = "S"
                       ADD 1 TO WS-DIFERENCIAS
                       MOVE WS-LIN-DEV-CANTIDAD (WS-IDX-LIN)
                           TO WS-CANTIDAD2-FORMAT
                       MOVE WS-LIN-DEV-IMPORTE (WS-IDX-LIN)
                           TO WS-IMPORTE2-FORMAT
                       MOVE SPACES TO GLAC-RECORD
                       STRING "  DIFERENCIA: "
                              WS-LIN-FECHA (WS-IDX-LIN)
                              " OPERACION "
                              WS-LIN-OPERACION (WS-IDX-LIN)
                              " ENVIADO " WS-CANTIDAD-FORMAT
                              WS-IMPORTE-FORMAT
                              " ACEPTADO " WS-CANTIDAD2-FORMAT
                              WS-IMPORTE2-FORMAT
                              DELIMITED BY SIZE
                           INTO GLAC-RECORD
                       WRITE GLAC-RECORD
                   END-IF
               END-IF
               END-IF
           END-IF.

      *    EL CIERRE DEL MAYOR DEBE COINCIDIR CON EL ENVIADO EN
      *    CANTIDAD DE ASIENTOS Y EN HASH DE IMPORTES

       INFORMAR-TOTALES-CORRIDA.
           IF WS-COR-DEV-CIERRE (WS-IDX-COR) NOT = "S"
               ADD 1 TO WS-DIFERENCIAS
               MOVE "  LA DEVOLUCION NO TRAE CIERRE DE LA CORRIDA"
                   TO GLAC-RECORD
               WRITE GLAC-RECORD
           ELSE
               IF WS-COR-DEV-CANTIDAD (WS-IDX-COR)
                      NOT = WS-COR-ENV-CANTIDAD (WS-IDX-COR)
                   ADD 1 TO WS-DIFERENCIAS
                   MOVE WS-COR-ENV-CANTIDAD (WS-IDX-COR)
                       TO WS-CANTIDAD-FORMAT
                   MOVE WS-COR-DEV-CANTIDAD (WS-IDX-COR)
                       TO WS-CANTIDAD2-FORMAT
                   MOVE SPACES TO GLAC-RECORD
                   STRING "  DIFERENCIA EN CANTIDAD DE ASIENTOS: "
                          "ENVIADOS " WS-CANTIDAD-FORMAT
                          " SEGUN EL MAYOR " WS-CANTIDAD2-FORMAT
                          DELIMITED BY SIZE
                       INTO GLAC-RECORD
                   WRITE GLAC-RECORD
               END-IF
               IF WS-COR-DEV-HASH (WS-IDX-COR)
                      NOT = WS-COR-ENV-HASH (WS-IDX-COR)
                   ADD 1 TO WS-DIFERENCIAS
                   MOVE WS-COR-ENV-HASH (WS-IDX-COR) TO WS-HASH-FORMAT
                   MOVE WS-COR-DEV-HASH (WS-IDX-COR)
                       TO WS-HASH2-FORMAT
                   MOVE SPACES TO GLAC-RECORD
                   STRING "  DIFERENCIA EN HASH DE IMPORTES: "
                          "ENVIADO " WS-HASH-FORMAT
                          " SEGUN EL MAYOR " WS-HASH2-FORMAT
                          DELIMITED BY SIZE
                       INTO GLAC-RECORD
                   WRITE GLAC-RECORD
               END-IF
           END-IF.
           IF WS-COR-ENV-CIERRE (WS-IDX-COR) NOT = "S"
               ADD 1 TO WS-DIFERENCIAS
               MOVE "  EL EXTRACTO ENVIADO NO TIENE CIERRE EN GLENFILE"
                   TO GLAC-RECORD
               WRITE GLAC-RECORD.

      *    CONFIRMADA: TODO ACEPTADO, SIN SOBRANTES NI DIFERENCIAS;
      *    RECHAZADA: NINGUN ASIENTO ACEPTADO Y ALGUNO RECHAZADO;
      *    PARCIAL: CUALQUIER OTRO CASO

       DETERMINAR-ESTADO.
           IF WS-ACEPTADAS = WS-ENVIADAS
                  AND WS-DIFERENCIAS = ZERO
                  AND WS-COR-SOBRANTES (WS-IDX-COR) = ZERO
               MOVE "C" TO WS-NUEVO-ESTADO
               MOVE "CONFIRMADA" TO WS-NUEVA-DESCRIPCION
               ADD 1 TO WS-CORRIDAS-CONFIRMADAS
           ELSE
           IF WS-ACEPTADAS = ZERO AND WS-RECHAZADAS > ZERO
               MOVE "R" TO WS-NUEVO-ESTADO
               MOVE "RECHAZADA" TO WS-NUEVA-DESCRIPCION
           ELSE
               MOVE "P" TO WS-NUEVO-ESTADO
               MOVE "PARCIAL" TO WS-NUEVA-DESCRIPCION.
           MOVE WS-NUEVO-ESTADO TO WS-COR-ESTADO (WS-IDX-COR).
           MOVE WS-NUEVA-DESCRIPCION TO WS-COR-DESCRIPCION (WS-IDX-COR).
           MOVE WS-ACEPTADAS TO WS-CANTIDAD-FORMAT.
           MOVE WS-ENVIADAS TO WS-CANTIDAD2-FORMAT.
           MOVE SPACES TO GLAC-RECORD.
           STRING "  ACEPTADOS " WS-CANTIDAD-FORMAT " DE "
                  WS-CANTIDAD2-FORMAT " ASIENTOS - ESTADO: "
                  WS-NUEVA-DESCRIPCION
                  DELIMITED BY SIZE
               INTO GLAC-RECORD.
           WRITE GLAC-RECORD.

       GRABAR-ESTADO-CORRIDA.
           OPEN EXTEND GLST-FILE.
           IF WS-GLST-STATUS NOT = "00"
               OPEN OUTPUT GLST-FILE.
           IF WS-GLST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ASENTAR EL ESTADO DE LA CORRIDA "
               WS-COR-CORRIDA (WS-IDX-COR) " EN GLSTFILE"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               MOVE SPACES TO GLST-RECORD
               MOVE WS-COR-CORRIDA (WS-IDX-COR) TO GLST-CORRIDA
               MOVE WS-COR-FECHA (WS-IDX-COR) TO GLST-FECHA
               MOVE WS-NUEVO-ESTADO TO GLST-ESTADO
               MOVE WS-FECHA-HOY TO GLST-FECHA-ESTADO
               MOVE WS-HORA-COMPLETA (1:6) TO GLST-HORA-ESTADO
               MOVE WS-COR-ENV-CANTIDAD (WS-IDX-COR) TO GLST-CANTIDAD
               MOVE WS-COR-ENV-HASH (WS-IDX-COR) TO GLST-HASH
               MOVE WS-NUEVA-DESCRIPCION TO GLST-DESCRIPCION
               WRITE GLST-RECORD
               CLOSE GLST-FILE.

      *    TODAS LAS CORRIDAS QUE SIGUEN SIN CONFIRMAR, DEVUELTAS O NO

       INFORMAR-PENDIENTES.
           MOVE ZERO TO WS-CANT-PENDIENTES.
           MOVE SPACES TO GLAC-RECORD.
           WRITE GLAC-RECORD.
           MOVE "CORRIDAS SIN CONFIRMAR" TO GLAC-RECORD.
           WRITE GLAC-RECORD.
           PERFORM INFORMAR-PENDIENTE
               VARYING WS-IDX-COR FROM 1 BY 1
               UNTIL WS-IDX-COR > WS-CANT-CORRIDAS.
           IF WS-CANT-PENDIENTES = ZERO
               MOVE "  NINGUNA" TO GLAC-RECORD
               WRITE GLAC-RECORD.

       INFORMAR-PENDIENTE.
           IF WS-COR-ESTADO (WS-IDX-COR) NOT = "C"
                  AND WS-COR-ESTADO (WS-IDX-COR) NOT = SPACE
               ADD 1 TO WS-CANT-PENDIENTES
               MOVE SPACES TO GLAC-RECORD
               STRING "  CORRIDA " WS-COR-CORRIDA (WS-IDX-COR)
                      " DEL " WS-COR-FECHA (WS-IDX-COR) ": "
                      WS-COR-DESCRIPCION (WS-IDX-COR)
                      DELIMITED BY SIZE
                   INTO GLAC-RECORD
               WRITE GLAC-RECORD.

       END PROGRAM ConciliacionContable.
