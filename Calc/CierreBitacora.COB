      *          conservados) para que el corte no pierda ni duplique
      *          registros; ante cualquier diferencia el corte se
      *          aborta sin tocar la bitacora viva.
      *          Codigos de retorno: 0 = corte hecho, 4 = sin
      *          registros del periodo, 8 = periodo ya cortado o
      *          cuadre que no cierra, 12 = no se pudo abrir la
      *          bitacora, la generacion o el archivo de trabajo.
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  Codigos de retorno para la cadena nocturna
      *                (CadenaNocturna), que corre el corte el ultimo
      *                dia habil del mes.
      * 03/09/2026 AM  Operacion multi-estacion: la bitacora y el CSV
      *                suman estacion y hora (el consolidador nocturno
      *                funde las estaciones en los archivos canonicos
           77 WS-CAT-STATUS PIC X(02).
           77 WS-NDX-STATUS PIC X(02).
           77 WS-NOMBRE-GEN PIC X(12).
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.
           77 WS-FIN-LOG PIC X(01) VALUE "N".
               88 FIN-LOG VALUE "S".
           77 WS-FIN-TMP PIC X(01) VALUE "N".
           IF WS-PERIODO-YA-CERRADO = "S"
               DISPLAY "EL PERIODO " WS-PERIODO " YA FIGURA EN EL "
               "CATALOGO BITCAT, EL CORTE NO SE REPITE"
               MOVE 08 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM SEPARAR-PERIODO
               IF WS-LEIDOS = WS-MOVIDOS + WS-CONSERVADOS
               ELSE
                   DISPLAY "EL CUADRE DEL CORTE NO CIERRA, LA "
                   "BITACORA VIVA NO SE TOCA"
                   MOVE 08 TO WS-CODIGO-RETORNO
               END-IF
           END-IF.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.

           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA BITACORA LOGFILE"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA GENERACION " WS-NOMBRE-GEN
               CLOSE LOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT TMP-FILE.
           IF WS-TMP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRABAJO LOGTEMP"
               CLOSE GEN-FILE
               CLOSE LOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO WS-FIN-LOG.
           PERFORM SEPARAR-REGISTRO UNTIL FIN-LOG.
           IF WS-MOVIDOS = ZERO
               DISPLAY "SIN REGISTROS DEL PERIODO " WS-PERIODO
               " EN LA BITACORA VIVA, NO HAY NADA QUE CORTAR"
               MOVE 04 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM REGRABAR-BITACORA
               IF WS-REGRABADOS = WS-CONSERVADOS
                   DISPLAY "LA REGRABACION DE LA BITACORA NO CUADRA "
                   "CON LO CONSERVADO, REVISE LOGTEMP ANTES DE "
                   "VOLVER A CORRER EL CORTE"
                   MOVE 08 TO WS-CODIGO-RETORNO
               END-IF.

       REGRABAR-BITACORA.
