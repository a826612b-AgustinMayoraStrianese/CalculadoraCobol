      *          y suma los registros del dia pedido en las tres
      *          salidas, cruza cantidades e importes por operador e
      *          informa un veredicto EN BALANCE / FUERA DE BALANCE.
      *          Codigos de retorno: 0 = EN BALANCE, 8 = FUERA DE
      *          BALANCE, 12 = no se pudo abrir el informe CONFILE.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  Codigo de retorno segun el veredicto para que
      *                la cadena nocturna (CadenaNocturna) detenga
      *                el extracto contable de un dia fuera de
      *                balance.
      * 15/10/2026 AM  Los contraasientos del dia (marca R en la
      *                bitacora) se informan aparte; pasan por las
      *                tres salidas y netean contra sus originales
      *                sin afectar el veredicto.
      * 03/09/2026 AM  Operacion multi-estacion: la bitacora y el CSV
      *                suman estacion y hora (el consolidador nocturno
      *                funde las estaciones en los archivos canonicos
           05 LOG-ESTACION              PIC X(04).
           05 FILLER                    PIC X(01).
           05 LOG-HORA-TEXTO            PIC X(06).
           05 LOG-MARCA                 PIC X(01).
               88 LOG-REVERSO           VALUE "R".

       FD  CSV-FILE.
       01  CSV-RECORD                   PIC X(100).
           77 WS-CSV-STATUS PIC X(02).
           77 WS-HIST-STATUS PIC X(02).
           77 WS-CON-STATUS PIC X(02).
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.
           77 WS-CAT-STATUS PIC X(02).
           77 WS-GEN-STATUS PIC X(02).
           77 WS-NOMBRE-GEN PIC X(12).
               88 FIN-PEND VALUE "S".
           77 WS-PEND-CANTIDAD PIC 9(05) COMP VALUE ZERO.
           77 WS-PEND-SUMA PIC S9(12)V9(04) VALUE ZERO.
           77 WS-REV-CANTIDAD PIC 9(05) COMP VALUE ZERO.
           77 WS-REV-SUMA PIC S9(12)V9(04) VALUE ZERO.
           77 WS-FIN-LOG PIC X(01) VALUE "N".
               88 FIN-LOG VALUE "S".
           77 WS-FIN-CSV PIC X(01) VALUE "N".
           PERFORM CONTAR-PENDIENTES.
           PERFORM INFORMAR-CRUCE.
           PERFORM CIERRE.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.

           OPEN OUTPUT CON-FILE.
           IF WS-CON-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL INFORME CONFILE"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO CON-RECORD.
           STRING "CONCILIACION DE FIN DE DIA " WS-FECHA-DIA
               COMPUTE WS-RESULTADO =
                   FUNCTION NUMVAL(LOG-RESULTADO-TEXTO)
               MOVE LOG-OPERADOR TO WS-OPERADOR-BUSCADO
               IF LOG-REVERSO
                   ADD 1 TO WS-REV-CANTIDAD
                   ADD WS-RESULTADO TO WS-REV-SUMA
               END-IF
               PERFORM UBICAR-CRUCE
               IF WS-CRUCE-ENCONTRADO = "S"
                   ADD 1 TO WS-CRUCE-LOG-CANT (WS-IDX-CRUCE)
               WRITE CON-RECORD
               DISPLAY "EN TRANSITO (PENDIENTES DE APROBACION): "
                   WS-CANT-LOG-FORMAT " REGISTROS".
           IF WS-REV-CANTIDAD > ZERO
               MOVE WS-REV-CANTIDAD TO WS-CANT-LOG-FORMAT
               MOVE WS-REV-SUMA TO WS-SUMA-LOG-FORMAT
               MOVE SPACES TO CON-RECORD
               STRING "CONTRAASIENTOS DEL DIA (INCLUIDOS EN EL CRUCE): "
                      WS-CANT-LOG-FORMAT " REGISTROS, SUMA "
                      WS-SUMA-LOG-FORMAT DELIMITED BY SIZE
                   INTO CON-RECORD
               WRITE CON-RECORD.
           IF WS-DESBALANCES = ZERO
               MOVE "VEREDICTO: EN BALANCE" TO CON-RECORD
               WRITE CON-RECORD
           ELSE
               MOVE "VEREDICTO: FUERA DE BALANCE" TO CON-RECORD
               WRITE CON-RECORD
               DISPLAY "VEREDICTO: FUERA DE BALANCE"
               MOVE 08 TO WS-CODIGO-RETORNO.

       INFORMAR-OPERADOR-CRUCE.
           MOVE WS-CRUCE-LOG-CANT (WS-IDX-CRUCE)
