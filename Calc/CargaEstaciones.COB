      ******************************************************************
      * Author:Agustin Mayora
      * Date: 15/10/2026
      * Purpose: Informe de carga por estacion y franja horaria para
      *          planificar turnos: recorre la bitacora de un rango de
      *          fechas (las generaciones de los meses del rango via
      *          el catalogo BITCAT mas la bitacora viva) y los inicios
      *          de sesion de SEGFILE, y deja en CARGFILE:
      *            1. POR CADA ESTACION DE ESTFILE, LAS OPERACIONES POR
      *               HORA Y POR DIA DE LA SEMANA CON LAS TRES HORAS
      *               DE MAYOR CARGA (Y EL MISMO CUADRO PARA TODAS
      *               LAS ESTACIONES JUNTAS), LAS ESTACIONES SIN
      *               ACTIVIDAD EN EL PERIODO Y LA DURACION DE CADA
      *               SESION: DESDE EL INICIO OK DE SEGFILE HASTA LA
      *               ULTIMA ENTRADA DE LA BITACORA DE ESA SESION.
      *            2. LA COMPARACION DE OPERADORES: VOLUMEN, HORAS DE
      *               SESION, OPERACIONES POR HORA DE SESION Y, PARA EL
      *               OPERADOR DEL PROCESO POR LOTES, EL PORCENTAJE DE
      *               RECHAZO DEL ULTIMO LOTE (ACKFILE SI EL LOTE FIGURA
      *               PROCESADO EN LOTEFILE; SI NO, SE RECHAZO ENTERO
      *               EN LA EDICION Y SE CUENTA RECHFILE).
      *          El contraasiento (marca R) conserva el operador del
      *          calculo original pero lo asienta el supervisor en su
      *          estacion: se imputa al aprobador y a su sesion.
      *          Una sesion termina en el siguiente inicio OK del mismo
      *          operador en la misma estacion y dia (o al fin del dia).
      *          Codigos de retorno: 0 = generado, 4 = sin operaciones
      *          en el periodo, 12 = no se pudo abrir ESTFILE o el
      *          informe.
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  Los acuses se toman de ACKFILE solo si el lote
      *                figura en LOTEFILE (si no, de RECHFILE); los
      *                contraasientos se imputan al supervisor que los
      *                aprobo y a su sesion.
      * 15/10/2026 AM  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaEstaciones.
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

           SELECT EST-FILE ASSIGN TO "ESTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

           SELECT SEG-FILE ASSIGN TO "SEGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT LOTE-FILE ASSIGN TO "LOTEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTE-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT RECH-FILE ASSIGN TO "RECHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECH-STATUS.

           SELECT CARG-FILE ASSIGN TO "CARGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARG-STATUS.

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

      *    LISTA DE ESTACIONES HABILITADAS
       FD  EST-FILE.
       01  EST-RECORD.
           05 EST-ID                    PIC X(04).

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

      *    MISMO TRAZADO DE PARAMETROS QUE LEE LA CALCULADORA; DE
      *    AQUI SOLO INTERESA EL OPERADOR DEL PROCESO POR LOTES
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

      *    MISMO TRAZADO DEL LOTE DE LA CALCULADORA; SOLO SE LEE EL
      *    ENCABEZADO PARA FECHAR LOS ACUSES DEL ULTIMO LOTE
       FD  TRAN-FILE.
       01  TRAN-RECORD.
           05 TRAN-TIPO                 PIC X(01).
           05 TRAN-RESTO                PIC X(34).
           05 TRAN-ENCABEZADO REDEFINES TRAN-RESTO.
               10 TRAN-LOTE-ID          PIC X(08).
               10 FILLER                PIC X(01).
               10 TRAN-ORIGEN           PIC X(08).
               10 FILLER                PIC X(01).
               10 TRAN-FECHA-LOTE       PIC 9(08).

      *    LOTES PROCESADOS: LA CALCULADORA SOLO REGISTRA AQUI EL LOTE
      *    QUE LLEGO AL CALCULO (Y POR LO TANTO REGRABO ACKFILE)
       FD  LOTE-FILE.
       01  LOTE-RECORD.
           05 LOTE-ID                   PIC X(08).
           05 FILLER                    PIC X(01).
           05 LOTE-FECHA-PROCESO        PIC 9(08).

      *    MISMOS TRAZADOS DE ACUSE Y RECHAZOS DEL PROCESO POR LOTES:
      *    PR Y PE SON ACEPTADOS, CUALQUIER OTRO ESTADO ES UN MOTIVO
      *    DE RECHAZO
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-SEQ                   PIC 9(08).
           05 FILLER                    PIC X(01).
           05 ACK-ESTADO                PIC X(02).
           05 FILLER                    PIC X(01).
           05 ACK-CLIENTE               PIC X(04).
           05 FILLER                    PIC X(01).
           05 ACK-RESULTADO             PIC X(16).

       FD  RECH-FILE.
       01  RECH-RECORD.
           05 RECH-SEQ                  PIC 9(08).
           05 FILLER                    PIC X(01).
           05 RECH-MOTIVO               PIC X(02).
           05 FILLER                    PIC X(01).
           05 RECH-DATOS                PIC X(35).

       FD  CARG-FILE.
       01  CARG-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-LOG-STATUS PIC X(02).
           77 WS-CAT-STATUS PIC X(02).
           77 WS-GEN-STATUS PIC X(02).
           77 WS-EST-STATUS PIC X(02).
           77 WS-SEG-STATUS PIC X(02).
           77 WS-PARM-STATUS PIC X(02).
           77 WS-TRAN-STATUS PIC X(02).
           77 WS-LOTE-STATUS PIC X(02).
           77 WS-ACK-STATUS PIC X(02).
           77 WS-RECH-STATUS PIC X(02).
           77 WS-CARG-STATUS PIC X(02).
           77 WS-NOMBRE-GEN PIC X(12).
           77 WS-FIN-LOG PIC X(01) VALUE "N".
               88 FIN-LOG VALUE "S".
           77 WS-FIN-CAT PIC X(01) VALUE "N".
               88 FIN-CAT VALUE "S".
           77 WS-FIN-GEN PIC X(01) VALUE "N".
               88 FIN-GEN VALUE "S".
           77 WS-FIN-EST PIC X(01) VALUE "N".
               88 FIN-EST VALUE "S".
           77 WS-FIN-SEG PIC X(01) VALUE "N".
               88 FIN-SEG VALUE "S".
           77 WS-FIN-LOTES PIC X(01) VALUE "N".
               88 FIN-LOTES VALUE "S".
           77 WS-FIN-ACK PIC X(01) VALUE "N".
               88 FIN-ACK VALUE "S".
           77 WS-FIN-RECH PIC X(01) VALUE "N".
               88 FIN-RECH VALUE "S".
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.

      *    RANGO DE FECHAS PEDIDO Y FECHA DE EMISION
           77 WS-FECHA-DESDE PIC 9(08).
           77 WS-FECHA-HASTA PIC 9(08).
           77 WS-PERIODO-DESDE PIC 9(06).
           77 WS-PERIODO-HASTA PIC 9(06).
           77 WS-FECHA-HOY PIC 9(08).
           77 WS-ENTRADA-VALIDA PIC X(01) VALUE "N".

      *    DIA DE LA SEMANA (1 = LUNES ... 7 = DOMINGO); SE RECALCULA
      *    SOLO CUANDO CAMBIA LA FECHA DE LA ENTRADA
           77 WS-DIA-SEMANA PIC 9(01).
           77 WS-DIAS-CORRIDOS PIC 9(07) COMP.
           77 WS-SEMANAS PIC 9(07) COMP.
           77 WS-RESTO-SEMANA PIC 9(01) COMP.
           77 WS-FECHA-SEMANA PIC 9(08) VALUE ZERO.
           01 WS-NOMBRES-DIAS.
               05 FILLER PIC X(21) VALUE "LUNMARMIEJUEVIESABDOM".
           01 WS-TABLA-NOMBRES-DIAS REDEFINES WS-NOMBRES-DIAS.
               05 WS-NOMBRE-DIA PIC X(03) OCCURS 7 TIMES.

      *    HORA DE LA ENTRADA EN SEGUNDOS DESDE LAS 00:00
           01 WS-HORA-DESARME.
               05 WS-HORA-HH PIC 9(02).
               05 WS-HORA-MM PIC 9(02).
               05 WS-HORA-SS PIC 9(02).
           77 WS-HORA-VALIDA PIC X(01).
           77 WS-SEGUNDOS PIC 9(05) COMP.
           77 WS-SUB-HORA PIC 9(02) COMP.
           77 WS-SUB-DIA PIC 9(02) COMP.
           77 WS-SUB-COL PIC 9(02) COMP.
           77 WS-DESDE-HORA PIC 9(02) COMP.
           77 WS-FIN-DEL-DIA PIC 9(05) COMP VALUE 86400.

      *    CARGA POR ESTACION: LAS DE ESTFILE Y, AL FINAL, LAS QUE
      *    APARECEN EN LA BITACORA O EN SEGFILE SIN ESTAR EN LA LISTA
           01 WS-TABLA-ESTACIONES.
               05 WS-ESTACION OCCURS 50 TIMES
                       INDEXED BY WS-IDX-EST.
                   10 WS-EST-ID PIC X(04).
                   10 WS-EST-EN-LISTA PIC X(01).
                   10 WS-EST-DATOS.
                       15 WS-EST-TOTAL PIC 9(07) COMP.
                       15 WS-EST-SIN-HORA PIC 9(07) COMP.
                       15 WS-EST-HORA PIC 9(07) COMP OCCURS 24 TIMES.
                       15 WS-EST-DIA PIC 9(07) COMP OCCURS 7 TIMES.
                       15 WS-EST-SESIONES PIC 9(05) COMP.
                       15 WS-EST-SEGUNDOS PIC 9(09) COMP.
           77 WS-MAX-ESTACIONES PIC 9(02) COMP VALUE 50.
           77 WS-CANT-ESTACIONES PIC 9(02) COMP VALUE ZERO.
           77 WS-ESTACION-BUSCADA PIC X(04).
           77 WS-EST-ENCONTRADA PIC X(01) VALUE "N".

      *    TODAS LAS ESTACIONES JUNTAS, MISMO TRAZADO QUE UNA ESTACION
           01 WS-TOTAL-ESTACIONES.
               05 WS-TOT-DATOS.
                   10 WS-TOT-TOTAL PIC 9(07) COMP.
                   10 WS-TOT-SIN-HORA PIC 9(07) COMP.
                   10 WS-TOT-HORA PIC 9(07) COMP OCCURS 24 TIMES.
                   10 WS-TOT-DIA PIC 9(07) COMP OCCURS 7 TIMES.
                   10 WS-TOT-SESIONES PIC 9(05) COMP.
                   10 WS-TOT-SEGUNDOS PIC 9(09) COMP.

      *    BLOQUE QUE SE IMPRIME (UNA ESTACION O EL TOTAL)
           01 WS-BLOQUE.
               05 WS-BLQ-TITULO PIC X(40).
               05 WS-BLQ-DATOS.
                   10 WS-BLQ-TOTAL PIC 9(07) COMP.
                   10 WS-BLQ-SIN-HORA PIC 9(07) COMP.
                   10 WS-BLQ-HORA PIC 9(07) COMP OCCURS 24 TIMES.
                   10 WS-BLQ-DIA PIC 9(07) COMP OCCURS 7 TIMES.
                   10 WS-BLQ-SESIONES PIC 9(05) COMP.
                   10 WS-BLQ-SEGUNDOS PIC 9(09) COMP.

      *    LAS TRES HORAS DE MAYOR CARGA DEL BLOQUE
           01 WS-TABLA-PICOS.
               05 WS-PICO OCCURS 3 TIMES.
                   10 WS-PICO-HORA PIC 9(02) COMP.
                   10 WS-PICO-CANTIDAD PIC 9(07) COMP.
           01 WS-TABLA-HORAS-ELEGIDAS.
               05 WS-HORA-ELEGIDA PIC X(01) OCCURS 24 TIMES.
           77 WS-SUB-PICO PIC 9(01) COMP.
           77 WS-MAYOR-CANTIDAD PIC 9(07) COMP.
           77 WS-MAYOR-HORA PIC 9(02) COMP.

      *    INICIOS DE SESION OK DEL RANGO; CADA SESION VA HASTA EL
      *    SIGUIENTE INICIO DEL OPERADOR EN LA ESTACION ESE DIA
           01 WS-TABLA-SESIONES.
               05 WS-SESION OCCURS 3000 TIMES
                       INDEXED BY WS-IDX-SES WS-IDX-OTRA.
                   10 WS-SES-FECHA PIC 9(08).
                   10 WS-SES-ESTACION PIC X(04).
                   10 WS-SES-OPERADOR PIC X(08).
                   10 WS-SES-HORA PIC 9(06).
                   10 WS-SES-INICIO PIC 9(05) COMP.
                   10 WS-SES-FIN PIC 9(05) COMP.
                   10 WS-SES-ULTIMA PIC 9(05) COMP.
                   10 WS-SES-OPERACIONES PIC 9(05) COMP.
           77 WS-MAX-SESIONES PIC 9(04) COMP VALUE 3000.
           77 WS-CANT-SESIONES PIC 9(04) COMP VALUE ZERO.
           77 WS-SESION-ENCONTRADA PIC X(01) VALUE "N".
           77 WS-SESION-ANTERIOR PIC 9(04) COMP VALUE ZERO.
           77 WS-DURACION PIC 9(05) COMP.

      *    COMPARACION DE OPERADORES
           01 WS-TABLA-OPERADORES.
               05 WS-OPER OCCURS 100 TIMES INDEXED BY WS-IDX-OPE.
                   10 WS-OPE-ID PIC X(08).
                   10 WS-OPE-OPERACIONES PIC 9(07) COMP.
                   10 WS-OPE-EN-SESION PIC 9(07) COMP.
                   10 WS-OPE-SIN-SESION PIC 9(07) COMP.
                   10 WS-OPE-SESIONES PIC 9(05) COMP.
                   10 WS-OPE-SEGUNDOS PIC 9(09) COMP.
                   10 WS-OPE-LOTE PIC X(01).
                   10 WS-OPE-ACEPTADAS PIC 9(07) COMP.
                   10 WS-OPE-RECHAZADAS PIC 9(07) COMP.
           77 WS-MAX-OPERADORES PIC 9(03) COMP VALUE 100.
           77 WS-CANT-OPERADORES PIC 9(03) COMP VALUE ZERO.
           77 WS-OPERADOR-BUSCADO PIC X(08).
           77 WS-OPERADOR-ENTRADA PIC X(08).
           77 WS-OPE-ENCONTRADO PIC X(01) VALUE "N".

      *    ULTIMO LOTE PROCESADO (PARMFILE, TRANFILE, ACKFILE/RECHFILE)
           77 WS-LOTE-OPERADOR PIC X(08) VALUE SPACES.
           77 WS-LOTE-ID PIC X(08) VALUE SPACES.
           77 WS-LOTE-FECHA PIC 9(08) VALUE ZERO.
           77 WS-LOTE-ACEPTADAS PIC 9(07) COMP VALUE ZERO.
           77 WS-LOTE-RECHAZADAS PIC 9(07) COMP VALUE ZERO.
           77 WS-LOTE-EN-RANGO PIC X(01) VALUE "N".
           77 WS-LOTE-FUENTE PIC X(08) VALUE SPACES.
           77 WS-LOTE-PROCESADO PIC X(01) VALUE "N".

      *    TOTALES DE LA CORRIDA
           77 WS-LEIDOS PIC 9(07) COMP VALUE ZERO.
           77 WS-SELECCIONADOS PIC 9(07) COMP VALUE ZERO.
           77 WS-ESTACIONES-OCIOSAS PIC 9(03) COMP VALUE ZERO.

      *    LINEAS DE TRABAJO DEL INFORME: CABECERAS Y VALORES EN
      *    COLUMNAS DE SIETE POSICIONES
           01 WS-LINEA-CABECERA-HORAS.
               05 WS-LCH-TITULO PIC X(10).
               05 WS-LCH-COL OCCURS 12 TIMES.
                   10 FILLER PIC X(05).
                   10 WS-LCH-HORA PIC 9(02).
           01 WS-LINEA-CABECERA-DIAS.
               05 WS-LCD-TITULO PIC X(10).
               05 WS-LCD-COL OCCURS 7 TIMES.
                   10 FILLER PIC X(04).
                   10 WS-LCD-DIA PIC X(03).
           01 WS-LINEA-VALORES.
               05 WS-LV-TITULO PIC X(10).
               05 WS-LV-COL OCCURS 12 TIMES.
                   10 FILLER PIC X(01).
                   10 WS-LV-VALOR PIC ZZZZZ9.

      *    CAMPOS EDITADOS DE SOPORTE PARA ARMAR LINEAS DE REPORTE
           77 WS-CANTIDAD-FORMAT PIC ZZZZZZ9.
           77 WS-CANTIDAD2-FORMAT PIC ZZZZZZ9.
           77 WS-CANTIDAD3-FORMAT PIC ZZZZZZ9.
           77 WS-SESIONES-FORMAT PIC ZZZZZ9.
           77 WS-RECHAZADAS-FORMAT PIC ZZZZZZ9.
           77 WS-HORA-FORMAT PIC 99.
           77 WS-HORAS-SESION PIC 9(07)V9(01).
           77 WS-HORAS-FORMAT PIC ZZZZZZ9.9.
           77 WS-POR-HORA PIC 9(07)V9(01).
           77 WS-POR-HORA-FORMAT PIC ZZZZZZ9.9.
           77 WS-PORCENTAJE PIC 9(03)V9(01).
           77 WS-PORCENTAJE-FORMAT PIC ZZ9.9.
           77 WS-TEXTO-POR-HORA PIC X(09).
           77 WS-TEXTO-RECHAZO PIC X(24).
           01 WS-RELOJ.
               05 WS-RELOJ-HH PIC 9(02).
               05 FILLER PIC X(01) VALUE ":".
               05 WS-RELOJ-MM PIC 9(02).
               05 FILLER PIC X(01) VALUE ":".
               05 WS-RELOJ-SS PIC 9(02).
           77 WS-RELOJ-INICIO PIC X(08).
           77 WS-RELOJ-ULTIMA PIC X(08).
           77 WS-RELOJ-DURACION PIC X(08).
           77 WS-RELOJ-SEGUNDOS PIC 9(05) COMP.
           77 WS-RELOJ-RESTO PIC 9(05) COMP.

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN.
           PERFORM INICIO.
           IF WS-CODIGO-RETORNO = ZERO
               PERFORM CARGAR-SESIONES
               PERFORM CERRAR-SESIONES
               PERFORM LEER-GENERACIONES
               PERFORM LEER-BITACORA-VIVA
               PERFORM ACUMULAR-SESIONES
               PERFORM CARGAR-LOTE
               PERFORM INFORMAR-ESTACIONES
               PERFORM INFORMAR-OCIOSAS
               PERFORM INFORMAR-SESIONES
               PERFORM INFORMAR-OPERADORES
               PERFORM CIERRE.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.

      *    RUTINAS

       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PEDIR-RANGO.
           MOVE ZERO TO WS-TOT-TOTAL.
           MOVE ZERO TO WS-TOT-SIN-HORA.
           MOVE ZERO TO WS-TOT-SESIONES.
           MOVE ZERO TO WS-TOT-SEGUNDOS.
           PERFORM LIMPIAR-TOTAL-HORA
               VARYING WS-SUB-HORA FROM 1 BY 1 UNTIL WS-SUB-HORA > 24.
           PERFORM LIMPIAR-TOTAL-DIA
               VARYING WS-SUB-DIA FROM 1 BY 1 UNTIL WS-SUB-DIA > 7.
           PERFORM CARGAR-ESTACIONES.
           IF WS-CODIGO-RETORNO = ZERO
               OPEN OUTPUT CARG-FILE
               IF WS-CARG-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL INFORME CARGFILE"
                   MOVE 12 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM IMPRIMIR-ENCABEZADO
               END-IF
           END-IF.

       LIMPIAR-TOTAL-HORA.
           MOVE ZERO TO WS-TOT-HORA (WS-SUB-HORA).

       LIMPIAR-TOTAL-DIA.
           MOVE ZERO TO WS-TOT-DIA (WS-SUB-DIA).

       PEDIR-RANGO.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-DESDE UNTIL WS-ENTRADA-VALIDA = "S".
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-HASTA UNTIL WS-ENTRADA-VALIDA = "S".
           MOVE WS-FECHA-DESDE (1:6) TO WS-PERIODO-DESDE.
           MOVE WS-FECHA-HASTA (1:6) TO WS-PERIODO-HASTA.

       LEER-FECHA-DESDE.
           DISPLAY "INGRESE LA FECHA DESDE (AAAAMMDD):".
           ACCEPT WS-FECHA-DESDE.
           IF WS-FECHA-DESDE NUMERIC AND WS-FECHA-DESDE > 16010101
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "FECHA INVALIDA, REINGRESE".

       LEER-FECHA-HASTA.
           DISPLAY "INGRESE LA FECHA HASTA (AAAAMMDD, 0 = LA MISMA):".
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-HASTA NOT NUMERIC
               MOVE 1 TO WS-FECHA-HASTA.
           IF WS-FECHA-HASTA = ZERO
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA.
           IF WS-FECHA-HASTA >= WS-FECHA-DESDE
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "FECHA INVALIDA O ANTERIOR A LA FECHA DESDE, "
               "REINGRESE".

       CARGAR-ESTACIONES.
           MOVE ZERO TO WS-CANT-ESTACIONES.
           OPEN INPUT EST-FILE.
           IF WS-EST-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO LA LISTA DE ESTACIONES ESTFILE"
               MOVE 12 TO WS-CODIGO-RETORNO
           ELSE
               MOVE "N" TO WS-FIN-EST
               PERFORM LEER-ESTACION UNTIL FIN-EST
               CLOSE EST-FILE.

       LEER-ESTACION.
           READ EST-FILE
               AT END
                   MOVE "S" TO WS-FIN-EST
               NOT AT END
                   IF EST-ID NOT = SPACES
                       MOVE EST-ID TO WS-ESTACION-BUSCADA
                       PERFORM UBICAR-ESTACION
                       IF WS-EST-ENCONTRADA = "S"
                           MOVE "S" TO WS-EST-EN-LISTA (WS-IDX-EST)
                       END-IF
                   END-IF.

      *    BUSCA LA ESTACION Y, SI NO ESTA, LA AGREGA FUERA DE LISTA

       UBICAR-ESTACION.
           MOVE "N" TO WS-EST-ENCONTRADA.
           SET WS-IDX-EST TO 1.
           PERFORM BUSCAR-ESTACION
               UNTIL WS-IDX-EST > WS-CANT-ESTACIONES
                  OR WS-EST-ENCONTRADA = "S".
           IF WS-EST-ENCONTRADA = "N"
               IF WS-CANT-ESTACIONES >= WS-MAX-ESTACIONES
                   DISPLAY "SE ALCANZO EL MAXIMO DE ESTACIONES (50), "
                   "SE IGNORA " WS-ESTACION-BUSCADA
               ELSE
                   ADD 1 TO WS-CANT-ESTACIONES
                   SET WS-IDX-EST TO WS-CANT-ESTACIONES
                   MOVE WS-ESTACION-BUSCADA TO WS-EST-ID (WS-IDX-EST)
                   MOVE "N" TO WS-EST-EN-LISTA (WS-IDX-EST)
                   PERFORM LIMPIAR-ESTACION
                   MOVE "S" TO WS-EST-ENCONTRADA
               END-IF.

       LIMPIAR-ESTACION.
           MOVE ZERO TO WS-EST-TOTAL (WS-IDX-EST).
           MOVE ZERO TO WS-EST-SIN-HORA (WS-IDX-EST).
           MOVE ZERO TO WS-EST-SESIONES (WS-IDX-EST).
           MOVE ZERO TO WS-EST-SEGUNDOS (WS-IDX-EST).
           PERFORM LIMPIAR-ESTACION-HORA
               VARYING WS-SUB-HORA FROM 1 BY 1 UNTIL WS-SUB-HORA > 24.
           PERFORM LIMPIAR-ESTACION-DIA
               VARYING WS-SUB-DIA FROM 1 BY 1 UNTIL WS-SUB-DIA > 7.

       LIMPIAR-ESTACION-HORA.
           MOVE ZERO TO WS-EST-HORA (WS-IDX-EST, WS-SUB-HORA).

       LIMPIAR-ESTACION-DIA.
           MOVE ZERO TO WS-EST-DIA (WS-IDX-EST, WS-SUB-DIA).

       BUSCAR-ESTACION.
           IF WS-EST-ID (WS-IDX-EST) = WS-ESTACION-BUSCADA
               MOVE "S" TO WS-EST-ENCONTRADA
           ELSE
               SET WS-IDX-EST UP BY 1.

      *    BUSCA EL OPERADOR Y, SI NO ESTA, LO AGREGA

       UBICAR-OPERADOR.
           MOVE "N" TO WS-OPE-ENCONTRADO.
           SET WS-IDX-OPE TO 1.
           PERFORM BUSCAR-OPERADOR
               UNTIL WS-IDX-OPE > WS-CANT-OPERADORES
                  OR WS-OPE-ENCONTRADO = "S".
           IF WS-OPE-ENCONTRADO = "N"
               IF WS-CANT-OPERADORES >= WS-MAX-OPERADORES
                   DISPLAY "SE ALCANZO EL MAXIMO DE OPERADORES (100), "
                   "SE IGNORA " WS-OPERADOR-BUSCADO
               ELSE
                   ADD 1 TO WS-CANT-OPERADORES
                   SET WS-IDX-OPE TO WS-CANT-OPERADORES
                   MOVE WS-OPERADOR-BUSCADO TO WS-OPE-ID (WS-IDX-OPE)
                   MOVE ZERO TO WS-OPE-OPERACIONES (WS-IDX-OPE)
                   MOVE ZERO TO WS-OPE-EN-SESION (WS-IDX-OPE)
                   MOVE ZERO TO WS-OPE-SIN-SESION (WS-IDX-OPE)
                   MOVE ZERO TO WS-OPE-SESIONES (WS-IDX-OPE)
                   MOVE ZERO TO WS-OPE-SEGUNDOS (WS-IDX-OPE)
                   MOVE "N" TO WS-OPE-LOTE (WS-IDX-OPE)
                   MOVE ZERO TO WS-OPE-ACEPTADAS (WS-IDX-OPE)
                   MOVE ZERO TO WS-OPE-RECHAZADAS (WS-IDX-OPE)
                   MOVE "S" TO WS-OPE-ENCONTRADO
               END-IF.

       BUSCAR-OPERADOR.
           IF WS-OPE-ID (WS-IDX-OPE) = WS-OPERADOR-BUSCADO
               MOVE "S" TO WS-OPE-ENCONTRADO
           ELSE
               SET WS-IDX-OPE UP BY 1.

       IMPRIMIR-ENCABEZADO.
           MOVE SPACES TO CARG-RECORD.
           STRING "CARGA POR ESTACION Y FRANJA HORARIA - DEL "
                  WS-FECHA-DESDE " AL " WS-FECHA-HASTA
                  " - EMITIDO " WS-FECHA-HOY
                  DELIMITED BY SIZE
               INTO CARG-RECORD.
           WRITE CARG-RECORD.

       CIERRE.
           CLOSE CARG-FILE.
           MOVE WS-SELECCIONADOS TO WS-CANTIDAD-FORMAT.
           DISPLAY "INFORME GENERADO EN CARGFILE, OPERACIONES DEL "
           "PERIODO: " WS-CANTIDAD-FORMAT.
           IF WS-SELECCIONADOS = ZERO
               DISPLAY "SIN OPERACIONES EN EL PERIODO PEDIDO"
               MOVE 4 TO WS-CODIGO-RETORNO.

      *    SESIONES: CADA INICIO OK DEL RANGO ABRE UNA SESION; LA
      *    ULTIMA ENTRADA ARRANCA EN EL MISMO INICIO (DURACION CERO SI
      *    LA SESION NO TUVO OPERACIONES)

       CARGAR-SESIONES.
           MOVE ZERO TO WS-CANT-SESIONES.
           OPEN INPUT SEG-FILE.
           IF WS-SEG-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL REGISTRO DE SEGURIDAD "
               "SEGFILE: NO SE INFORMAN DURACIONES DE SESION"
           ELSE
               MOVE "N" TO WS-FIN-SEG
               PERFORM LEER-SESION UNTIL FIN-SEG
               CLOSE SEG-FILE.

       LEER-SESION.
           READ SEG-FILE
               AT END
                   MOVE "S" TO WS-FIN-SEG
               NOT AT END
                   IF SEG-EVENTO = "OK" AND SEG-FECHA NUMERIC
                          AND SEG-FECHA >= WS-FECHA-DESDE
                          AND SEG-FECHA <= WS-FECHA-HASTA
                          AND SEG-HORA NUMERIC
                       PERFORM GUARDAR-SESION
                   END-IF.

       GUARDAR-SESION.
           MOVE SEG-HORA TO WS-HORA-DESARME.
           PERFORM CONVERTIR-HORA.
           IF WS-HORA-VALIDA = "S"
               IF WS-CANT-SESIONES >= WS-MAX-SESIONES
                   DISPLAY "SE ALCANZO EL MAXIMO DE SESIONES (3000), "
                   "SE IGNORAN LAS RESTANTES"
                   MOVE "S" TO WS-FIN-SEG
               ELSE
                   ADD 1 TO WS-CANT-SESIONES
                   SET WS-IDX-SES TO WS-CANT-SESIONES
                   MOVE SEG-FECHA TO WS-SES-FECHA (WS-IDX-SES)
                   MOVE SEG-ESTACION TO WS-SES-ESTACION (WS-IDX-SES)
                   MOVE SEG-OPERADOR TO WS-SES-OPERADOR (WS-IDX-SES)
                   MOVE SEG-HORA TO WS-SES-HORA (WS-IDX-SES)
                   MOVE WS-SEGUNDOS TO WS-SES-INICIO (WS-IDX-SES)
                   MOVE WS-FIN-DEL-DIA TO WS-SES-FIN (WS-IDX-SES)
                   MOVE WS-SEGUNDOS TO WS-SES-ULTIMA (WS-IDX-SES)
                   MOVE ZERO TO WS-SES-OPERACIONES (WS-IDX-SES)
               END-IF.

       CONVERTIR-HORA.
           MOVE "N" TO WS-HORA-VALIDA.
           MOVE ZERO TO WS-SEGUNDOS.
           IF WS-HORA-DESARME NUMERIC
               IF WS-HORA-HH < 24 AND WS-HORA-MM < 60
                      AND WS-HORA-SS < 60
                   MOVE "S" TO WS-HORA-VALIDA
                   COMPUTE WS-SEGUNDOS = WS-HORA-HH * 3600
                       + WS-HORA-MM * 60 + WS-HORA-SS
               END-IF
           END-IF.

      *    EL FIN DE CADA SESION ES EL INICIO SIGUIENTE DEL MISMO
      *    OPERADOR EN LA MISMA ESTACION Y DIA

       CERRAR-SESIONES.
           PERFORM CERRAR-UNA-SESION
               VARYING WS-IDX-SES FROM 1 BY 1
               UNTIL WS-IDX-SES > WS-CANT-SESIONES.

       CERRAR-UNA-SESION.
           PERFORM COMPARAR-INICIO-SIGUIENTE
               VARYING WS-IDX-OTRA FROM 1 BY 1
               UNTIL WS-IDX-OTRA > WS-CANT-SESIONES.

       COMPARAR-INICIO-SIGUIENTE.
           IF WS-SES-FECHA (WS-IDX-OTRA) = WS-SES-FECHA (WS-IDX-SES)
                  AND WS-SES-ESTACION (WS-IDX-OTRA)
                      = WS-SES-ESTACION (WS-IDX-SES)
                  AND WS-SES-OPERADOR (WS-IDX-OTRA)
                      = WS-SES-OPERADOR (WS-IDX-SES)
                  AND WS-SES-INICIO (WS-IDX-OTRA)
                      > WS-SES-INICIO (WS-IDX-SES)
                  AND WS-SES-INICIO (WS-IDX-OTRA)
                      < WS-SES-FIN (WS-IDX-SES)
               MOVE WS-SES-INICIO (WS-IDX-OTRA)
                   TO WS-SES-FIN (WS-IDX-SES).

      *    BITACORA DEL RANGO: LAS GENERACIONES DE LOS MESES DEL
      *    RANGO A TRAVES DEL CATALOGO BITCAT Y LA BITACORA VIVA

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
                   ADD 1 TO WS-LEIDOS
                   MOVE GEN-RECORD TO LOG-RECORD
                   PERFORM ACUMULAR-ENTRADA.

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
                   PERFORM ACUMULAR-ENTRADA.

      *    CADA ENTRADA DEL RANGO SUMA A SU ESTACION (POR HORA Y DIA
      *    DE LA SEMANA), AL TOTAL, A SU OPERADOR Y A LA SESION QUE
      *    LA CONTIENE; LAS LINEAS ANTERIORES A LA OPERACION
      *    MULTI-ESTACION NO TRAEN HORA Y QUEDAN EN "SIN HORA". EL
      *    CONTRAASIENTO ES TRABAJO DEL SUPERVISOR QUE LO APROBO
       ACUMULAR-ENTRADA.
           IF LOG-FECHA NUMERIC
                  AND LOG-FECHA >= WS-FECHA-DESDE
                  AND LOG-FECHA <= WS-FECHA-HASTA
               ADD 1 TO WS-SELECCIONADOS
               PERFORM DETERMINAR-DIA-SEMANA
               MOVE LOG-HORA-TEXTO TO WS-HORA-DESARME
               PERFORM CONVERTIR-HORA
               IF LOG-ESTACION = SPACES
                   MOVE "----" TO WS-ESTACION-BUSCADA
               ELSE
                   MOVE LOG-ESTACION TO WS-ESTACION-BUSCADA
               END-IF
               PERFORM UBICAR-ESTACION
               IF WS-EST-ENCONTRADA = "S"
                   PERFORM ACUMULAR-ESTACION
               END-IF
               PERFORM ACUMULAR-TOTAL
               IF LOG-REVERSO AND LOG-APROBADOR NOT = SPACES
                   MOVE LOG-APROBADOR TO WS-OPERADOR-ENTRADA
               ELSE
                   MOVE LOG-OPERADOR TO WS-OPERADOR-ENTRADA
               END-IF
               MOVE WS-OPERADOR-ENTRADA TO WS-OPERADOR-BUSCADO
               PERFORM UBICAR-OPERADOR
               IF WS-OPE-ENCONTRADO = "S"
                   ADD 1 TO WS-OPE-OPERACIONES (WS-IDX-OPE)
                   PERFORM IMPUTAR-SESION
               END-IF
           END-IF.

      *    EL 01/01/1601 (DIA 1 DEL CALENDARIO ENTERO) FUE LUNES
       DETERMINAR-DIA-SEMANA.
           IF LOG-FECHA NOT = WS-FECHA-SEMANA
               MOVE LOG-FECHA TO WS-FECHA-SEMANA
               COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-SEMANA) - 1
               DIVIDE WS-DIAS-CORRIDOS BY 7
                   GIVING WS-SEMANAS
                   REMAINDER WS-RESTO-SEMANA
               COMPUTE WS-DIA-SEMANA = WS-RESTO-SEMANA + 1.

       ACUMULAR-ESTACION.
           ADD 1 TO WS-EST-TOTAL (WS-IDX-EST).
           ADD 1 TO WS-EST-DIA (WS-IDX-EST, WS-DIA-SEMANA).
           IF WS-HORA-VALIDA = "S"
               COMPUTE WS-SUB-HORA = WS-HORA-HH + 1
               ADD 1 TO WS-EST-HORA (WS-IDX-EST, WS-SUB-HORA)
           ELSE
               ADD 1 TO WS-EST-SIN-HORA (WS-IDX-EST).

       ACUMULAR-TOTAL.
           ADD 1 TO WS-TOT-TOTAL.
           ADD 1 TO WS-TOT-DIA (WS-DIA-SEMANA).
           IF WS-HORA-VALIDA = "S"
               COMPUTE WS-SUB-HORA = WS-HORA-HH + 1
               ADD 1 TO WS-TOT-HORA (WS-SUB-HORA)
           ELSE
               ADD 1 TO WS-TOT-SIN-HORA.

      *    LA ENTRADA PERTENECE A LA SESION DEL OPERADOR EN ESA
      *    ESTACION Y DIA CUYO INICIO ES EL ULTIMO NO POSTERIOR A LA
      *    HORA DE LA ENTRADA; SE PRUEBA PRIMERO LA SESION DE LA
      *    ENTRADA ANTERIOR, QUE SUELE SER LA MISMA
       IMPUTAR-SESION.
           MOVE "N" TO WS-SESION-ENCONTRADA.
           IF WS-HORA-VALIDA = "S"
               IF WS-SESION-ANTERIOR > ZERO
                   SET WS-IDX-SES TO WS-SESION-ANTERIOR
                   PERFORM COMPARAR-SESION
               END-IF
               IF WS-SESION-ENCONTRADA = "N"
                   SET WS-IDX-SES TO 1
                   PERFORM COMPARAR-SESION
                       UNTIL WS-IDX-SES > WS-CANT-SESIONES
                          OR WS-SESION-ENCONTRADA = "S"
               END-IF
           END-IF.
           IF WS-SESION-ENCONTRADA = "S"
               SET WS-SESION-ANTERIOR TO WS-IDX-SES
               ADD 1 TO WS-SES-OPERACIONES (WS-IDX-SES)
               ADD 1 TO WS-OPE-EN-SESION (WS-IDX-OPE)
               IF WS-SEGUNDOS > WS-SES-ULTIMA (WS-IDX-SES)
                   MOVE WS-SEGUNDOS TO WS-SES-ULTIMA (WS-IDX-SES)
               END-IF
           ELSE
               ADD 1 TO WS-OPE-SIN-SESION (WS-IDX-OPE).

       COMPARAR-SESION.
           IF WS-SES-FECHA (WS-IDX-SES) = LOG-FECHA
                  AND WS-SES-ESTACION (WS-IDX-SES) = LOG-ESTACION
                  AND WS-SES-OPERADOR (WS-IDX-SES) = WS-OPERADOR-ENTRADA
                  AND WS-SES-INICIO (WS-IDX-SES) <= WS-SEGUNDOS
                  AND WS-SES-FIN (WS-IDX-SES) > WS-SEGUNDOS
               MOVE "S" TO WS-SESION-ENCONTRADA
           ELSE
               SET WS-IDX-SES UP BY 1.

      *    CON LA BITACORA YA IMPUTADA, CADA SESION SUMA SU DURACION
      *    A LA ESTACION, AL TOTAL Y AL OPERADOR

       ACUMULAR-SESIONES.
           PERFORM ACUMULAR-UNA-SESION
               VARYING WS-IDX-SES FROM 1 BY 1
               UNTIL WS-IDX-SES > WS-CANT-SESIONES.

       ACUMULAR-UNA-SESION.
           COMPUTE WS-DURACION = WS-SES-ULTIMA (WS-IDX-SES)
               - WS-SES-INICIO (WS-IDX-SES).
           MOVE WS-SES-ESTACION (WS-IDX-SES) TO WS-ESTACION-BUSCADA.
           PERFORM UBICAR-ESTACION.
           IF WS-EST-ENCONTRADA = "S"
               ADD 1 TO WS-EST-SESIONES (WS-IDX-EST)
               ADD WS-DURACION TO WS-EST-SEGUNDOS (WS-IDX-EST).
           ADD 1 TO WS-TOT-SESIONES.
           ADD WS-DURACION TO WS-TOT-SEGUNDOS.
           MOVE WS-SES-OPERADOR (WS-IDX-SES) TO WS-OPERADOR-BUSCADO.
           PERFORM UBICAR-OPERADOR.
           IF WS-OPE-ENCONTRADO = "S"
               ADD 1 TO WS-OPE-SESIONES (WS-IDX-OPE)
               ADD WS-DURACION TO WS-OPE-SEGUNDOS (WS-IDX-OPE).

      *    RECHAZOS DEL PROCESO POR LOTES: ACKFILE Y RECHFILE SE
      *    REGRABAN EN CADA CORRIDA, ASI QUE SOLO DESCRIBEN EL ULTIMO
      *    LOTE; CUENTAN SI LA FECHA DEL LOTE (ENCABEZADO DE TRANFILE)
      *    CAE EN EL RANGO Y SE ATRIBUYEN AL OPERADOR DE PARMFILE. UN
      *    LOTE RECHAZADO ENTERO EN LA EDICION NO LLEGA A REGRABAR
      *    ACKFILE (QUEDA EL DEL LOTE ANTERIOR) NI A LOTEFILE, ASI QUE
      *    SOLO UN LOTE REGISTRADO EN LOTEFILE SE CUENTA POR ACKFILE

       CARGAR-LOTE.
           MOVE "N" TO WS-LOTE-EN-RANGO.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       MOVE PARM-OPERADOR TO WS-LOTE-OPERADOR
               END-READ
               CLOSE PARM-FILE.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS = "00"
               READ TRAN-FILE
                   NOT AT END
                       IF TRAN-TIPO = "H" AND TRAN-FECHA-LOTE NUMERIC
                           MOVE TRAN-LOTE-ID TO WS-LOTE-ID
                           MOVE TRAN-FECHA-LOTE TO WS-LOTE-FECHA
                       END-IF
               END-READ
               CLOSE TRAN-FILE.
           IF WS-LOTE-OPERADOR NOT = SPACES
                  AND WS-LOTE-FECHA >= WS-FECHA-DESDE
                  AND WS-LOTE-FECHA <= WS-FECHA-HASTA
               PERFORM CONTAR-ACUSES
               IF WS-LOTE-FUENTE NOT = SPACES
                   MOVE "S" TO WS-LOTE-EN-RANGO
                   MOVE WS-LOTE-OPERADOR TO WS-OPERADOR-BUSCADO
                   PERFORM UBICAR-OPERADOR
                   IF WS-OPE-ENCONTRADO = "S"
                       MOVE "S" TO WS-OPE-LOTE (WS-IDX-OPE)
                       MOVE WS-LOTE-ACEPTADAS
                           TO WS-OPE-ACEPTADAS (WS-IDX-OPE)
                       MOVE WS-LOTE-RECHAZADAS
                           TO WS-OPE-RECHAZADAS (WS-IDX-OPE)
                   END-IF
               END-IF
           END-IF.

       CONTAR-ACUSES.
           MOVE ZERO TO WS-LOTE-ACEPTADAS.
           MOVE ZERO TO WS-LOTE-RECHAZADAS.
           MOVE SPACES TO WS-LOTE-FUENTE.
           PERFORM BUSCAR-LOTE-PROCESADO.
           IF WS-LOTE-PROCESADO = "S"
               OPEN INPUT ACK-FILE
               IF WS-ACK-STATUS = "00"
                   MOVE "ACKFILE" TO WS-LOTE-FUENTE
                   MOVE "N" TO WS-FIN-ACK
                   PERFORM LEER-ACUSE UNTIL FIN-ACK
                   CLOSE ACK-FILE
               END-IF
           ELSE
               OPEN INPUT RECH-FILE
               IF WS-RECH-STATUS = "00"
                   MOVE "RECHFILE" TO WS-LOTE-FUENTE
                   MOVE "N" TO WS-FIN-RECH
                   PERFORM LEER-RECHAZO UNTIL FIN-RECH
                   CLOSE RECH-FILE
               END-IF
           END-IF.

       BUSCAR-LOTE-PROCESADO.
           MOVE "N" TO WS-LOTE-PROCESADO.
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
                   IF LOTE-ID = WS-LOTE-ID
                       MOVE "S" TO WS-LOTE-PROCESADO
                       MOVE "S" TO WS-FIN-LOTES
                   END-IF.

       LEER-ACUSE.
           READ ACK-FILE
               AT END
                   MOVE "S" TO WS-FIN-ACK
               NOT AT END
                   IF ACK-ESTADO = "PR" OR ACK-ESTADO = "PE"
                       ADD 1 TO WS-LOTE-ACEPTADAS
                   ELSE
                       ADD 1 TO WS-LOTE-RECHAZADAS
                   END-IF.

       LEER-RECHAZO.
           READ RECH-FILE
               AT END
                   MOVE "S" TO WS-FIN-RECH
               NOT AT END
                   ADD 1 TO WS-LOTE-RECHAZADAS.

      *    SECCION 1: UN BLOQUE POR ESTACION DE ESTFILE, LUEGO LAS QUE
      *    APARECIERON FUERA DE LA LISTA Y EL TOTAL

       INFORMAR-ESTACIONES.
           MOVE SPACES TO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE "1. CARGA POR ESTACION" TO CARG-RECORD.
           WRITE CARG-RECORD.
           PERFORM INFORMAR-UNA-ESTACION
               VARYING WS-IDX-EST FROM 1 BY 1
               UNTIL WS-IDX-EST > WS-CANT-ESTACIONES.
           MOVE "TODAS LAS ESTACIONES" TO WS-BLQ-TITULO.
           MOVE WS-TOT-DATOS TO WS-BLQ-DATOS.
           PERFORM IMPRIMIR-BLOQUE.

       INFORMAR-UNA-ESTACION.
           IF WS-EST-TOTAL (WS-IDX-EST) > ZERO
               MOVE SPACES TO WS-BLQ-TITULO
               IF WS-EST-EN-LISTA (WS-IDX-EST) = "S"
                   STRING "ESTACION " WS-EST-ID (WS-IDX-EST)
                          DELIMITED BY SIZE
                       INTO WS-BLQ-TITULO
               ELSE
                   STRING "ESTACION " WS-EST-ID (WS-IDX-EST)
                          " (NO FIGURA EN ESTFILE)"
                          DELIMITED BY SIZE
                       INTO WS-BLQ-TITULO
               END-IF
               MOVE WS-EST-DATOS (WS-IDX-EST) TO WS-BLQ-DATOS
               PERFORM IMPRIMIR-BLOQUE
           END-IF.

       IMPRIMIR-BLOQUE.
           MOVE SPACES TO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE WS-BLQ-TOTAL TO WS-CANTIDAD-FORMAT.
           MOVE WS-BLQ-SIN-HORA TO WS-CANTIDAD2-FORMAT.
           MOVE WS-BLQ-SESIONES TO WS-CANTIDAD3-FORMAT.
           COMPUTE WS-HORAS-SESION ROUNDED = WS-BLQ-SEGUNDOS / 3600.
           MOVE WS-HORAS-SESION TO WS-HORAS-FORMAT.
           MOVE SPACES TO CARG-RECORD.
           STRING WS-BLQ-TITULO " OPERACIONES " WS-CANTIDAD-FORMAT
                  "  SIN HORA " WS-CANTIDAD2-FORMAT
                  "  SESIONES " WS-CANTIDAD3-FORMAT
                  "  HORAS DE SESION " WS-HORAS-FORMAT
                  DELIMITED BY SIZE
               INTO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE 0 TO WS-DESDE-HORA.
           PERFORM IMPRIMIR-MEDIO-DIA.
           MOVE 12 TO WS-DESDE-HORA.
           PERFORM IMPRIMIR-MEDIO-DIA.
           PERFORM IMPRIMIR-DIAS.
           PERFORM ELEGIR-PICOS.
           PERFORM IMPRIMIR-PICOS.

      *    DOCE FRANJAS DE UNA HORA POR LINEA (00-11 Y 12-23)
       IMPRIMIR-MEDIO-DIA.
           MOVE SPACES TO WS-LINEA-CABECERA-HORAS.
           MOVE "  HORA" TO WS-LCH-TITULO.
           MOVE SPACES TO WS-LINEA-VALORES.
           MOVE "  OPER." TO WS-LV-TITULO.
           PERFORM MOVER-FRANJA
               VARYING WS-SUB-COL FROM 1 BY 1 UNTIL WS-SUB-COL > 12.
           MOVE WS-LINEA-CABECERA-HORAS TO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE WS-LINEA-VALORES TO CARG-RECORD.
           WRITE CARG-RECORD.

       MOVER-FRANJA.
           COMPUTE WS-SUB-HORA = WS-DESDE-HORA + WS-SUB-COL.
           COMPUTE WS-LCH-HORA (WS-SUB-COL) = WS-SUB-HORA - 1.
           MOVE WS-BLQ-HORA (WS-SUB-HORA) TO WS-LV-VALOR (WS-SUB-COL).

       IMPRIMIR-DIAS.
           MOVE SPACES TO WS-LINEA-CABECERA-DIAS.
           MOVE "  DIA" TO WS-LCD-TITULO.
           MOVE SPACES TO WS-LINEA-VALORES.
           MOVE "  OPER." TO WS-LV-TITULO.
           PERFORM MOVER-DIA
               VARYING WS-SUB-DIA FROM 1 BY 1 UNTIL WS-SUB-DIA > 7.
           MOVE WS-LINEA-CABECERA-DIAS TO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE WS-LINEA-VALORES TO CARG-RECORD.
           WRITE CARG-RECORD.

       MOVER-DIA.
           MOVE WS-NOMBRE-DIA (WS-SUB-DIA) TO WS-LCD-DIA (WS-SUB-DIA).
           MOVE WS-BLQ-DIA (WS-SUB-DIA) TO WS-LV-VALOR (WS-SUB-DIA).

      *    LAS TRES HORAS CON MAS OPERACIONES (SOLO LAS QUE TUVIERON
      *    ALGUNA); A IGUAL CANTIDAD QUEDA LA MAS TEMPRANA

       ELEGIR-PICOS.
           PERFORM DESMARCAR-HORA
               VARYING WS-SUB-HORA FROM 1 BY 1 UNTIL WS-SUB-HORA > 24.
           PERFORM ELEGIR-UN-PICO
               VARYING WS-SUB-PICO FROM 1 BY 1 UNTIL WS-SUB-PICO > 3.

       DESMARCAR-HORA.
           MOVE "N" TO WS-HORA-ELEGIDA (WS-SUB-HORA).

       ELEGIR-UN-PICO.
           MOVE ZERO TO WS-MAYOR-CANTIDAD.
           MOVE ZERO TO WS-MAYOR-HORA.
           PERFORM COMPARAR-PICO
               VARYING WS-SUB-HORA FROM 1 BY 1 UNTIL WS-SUB-HORA > 24.
           MOVE WS-MAYOR-HORA TO WS-PICO-HORA (WS-SUB-PICO).
           MOVE WS-MAYOR-CANTIDAD TO WS-PICO-CANTIDAD (WS-SUB-PICO).
           IF WS-MAYOR-HORA > ZERO
               MOVE "S" TO WS-HORA-ELEGIDA (WS-MAYOR-HORA).

       COMPARAR-PICO.
           IF WS-HORA-ELEGIDA (WS-SUB-HORA) = "N"
                  AND WS-BLQ-HORA (WS-SUB-HORA) > WS-MAYOR-CANTIDAD
               MOVE WS-BLQ-HORA (WS-SUB-HORA) TO WS-MAYOR-CANTIDAD
               MOVE WS-SUB-HORA TO WS-MAYOR-HORA.

       IMPRIMIR-PICOS.
           MOVE SPACES TO CARG-RECORD.
           MOVE "  HORAS DE MAYOR CARGA:" TO CARG-RECORD.
           WRITE CARG-RECORD.
           PERFORM IMPRIMIR-UN-PICO
               VARYING WS-SUB-PICO FROM 1 BY 1 UNTIL WS-SUB-PICO > 3.

       IMPRIMIR-UN-PICO.
           IF WS-PICO-HORA (WS-SUB-PICO) > ZERO
               COMPUTE WS-HORA-FORMAT = WS-PICO-HORA (WS-SUB-PICO) - 1
               MOVE WS-PICO-CANTIDAD (WS-SUB-PICO)
                   TO WS-CANTIDAD-FORMAT
               MOVE SPACES TO CARG-RECORD
               STRING "    " WS-HORA-FORMAT ":00 A " WS-HORA-FORMAT
                      ":59 " WS-CANTIDAD-FORMAT " OPERACIONES"
                      DELIMITED BY SIZE
                   INTO CARG-RECORD
               WRITE CARG-RECORD.

      *    ESTACIONES DE ESTFILE SIN NINGUNA OPERACION EN EL RANGO

       INFORMAR-OCIOSAS.
           MOVE SPACES TO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE "ESTACIONES SIN ACTIVIDAD EN EL PERIODO" TO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE ZERO TO WS-ESTACIONES-OCIOSAS.
           PERFORM INFORMAR-OCIOSA
               VARYING WS-IDX-EST FROM 1 BY 1
               UNTIL WS-IDX-EST > WS-CANT-ESTACIONES.
           IF WS-ESTACIONES-OCIOSAS = ZERO
               MOVE "  NINGUNA" TO CARG-RECORD
               WRITE CARG-RECORD.

       INFORMAR-OCIOSA.
           IF WS-EST-EN-LISTA (WS-IDX-EST) = "S"
                  AND WS-EST-TOTAL (WS-IDX-EST) = ZERO
               ADD 1 TO WS-ESTACIONES-OCIOSAS
               MOVE SPACES TO CARG-RECORD
               IF WS-EST-SESIONES (WS-IDX-EST) > ZERO
                   MOVE WS-EST-SESIONES (WS-IDX-EST)
                       TO WS-CANTIDAD-FORMAT
                   STRING "  " WS-EST-ID (WS-IDX-EST)
                          "  CON " WS-CANTIDAD-FORMAT
                          " INICIOS DE SESION PERO SIN OPERACIONES"
                          DELIMITED BY SIZE
                       INTO CARG-RECORD
               ELSE
                   STRING "  " WS-EST-ID (WS-IDX-EST)
                          "  SIN INICIOS DE SESION NI OPERACIONES"
                          DELIMITED BY SIZE
                       INTO CARG-RECORD
               END-IF
               WRITE CARG-RECORD.

      *    DURACION DE CADA SESION: DEL INICIO A LA ULTIMA ENTRADA

       INFORMAR-SESIONES.
           MOVE SPACES TO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE SPACES TO CARG-RECORD.
           STRING "SESIONES DE OPERADOR (INICIO OK EN SEGFILE HASTA LA "
                  "ULTIMA ENTRADA DE LA BITACORA DE LA SESION)"
                  DELIMITED BY SIZE
               INTO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE SPACES TO CARG-RECORD.
           STRING "FECHA    EST. OPERADOR INICIO   ULTIMA   DURACION"
                  "  OPERACIONES"
                  DELIMITED BY SIZE
               INTO CARG-RECORD.
           WRITE CARG-RECORD.
           PERFORM INFORMAR-UNA-SESION
               VARYING WS-IDX-SES FROM 1 BY 1
               UNTIL WS-IDX-SES > WS-CANT-SESIONES.
           IF WS-CANT-SESIONES = ZERO
               MOVE "  SIN INICIOS DE SESION EN EL PERIODO"
                   TO CARG-RECORD
               WRITE CARG-RECORD.

       INFORMAR-UNA-SESION.
           MOVE WS-SES-INICIO (WS-IDX-SES) TO WS-RELOJ-SEGUNDOS.
           PERFORM ARMAR-RELOJ.
           MOVE WS-RELOJ TO WS-RELOJ-INICIO.
           MOVE WS-SES-ULTIMA (WS-IDX-SES) TO WS-RELOJ-SEGUNDOS.
           PERFORM ARMAR-RELOJ.
           MOVE WS-RELOJ TO WS-RELOJ-ULTIMA.
           COMPUTE WS-RELOJ-SEGUNDOS = WS-SES-ULTIMA (WS-IDX-SES)
               - WS-SES-INICIO (WS-IDX-SES).
           PERFORM ARMAR-RELOJ.
           MOVE WS-RELOJ TO WS-RELOJ-DURACION.
           MOVE WS-SES-OPERACIONES (WS-IDX-SES) TO WS-CANTIDAD-FORMAT.
           MOVE SPACES TO CARG-RECORD.
           STRING WS-SES-FECHA (WS-IDX-SES) " "
                  WS-SES-ESTACION (WS-IDX-SES) " "
                  WS-SES-OPERADOR (WS-IDX-SES) " "
                  WS-RELOJ-INICIO " " WS-RELOJ-ULTIMA " "
                  WS-RELOJ-DURACION "  " WS-CANTIDAD-FORMAT
                  DELIMITED BY SIZE
               INTO CARG-RECORD.
           WRITE CARG-RECORD.

       ARMAR-RELOJ.
           DIVIDE WS-RELOJ-SEGUNDOS BY 3600
               GIVING WS-RELOJ-HH REMAINDER WS-RELOJ-RESTO.
           DIVIDE WS-RELOJ-RESTO BY 60
               GIVING WS-RELOJ-MM REMAINDER WS-RELOJ-SS.

      *    SECCION 2: COMPARACION DE OPERADORES. LAS OPERACIONES POR
      *    HORA SE MIDEN SOBRE LAS ENTRADAS IMPUTADAS A UNA SESION; EL
      *    RECHAZO SOLO SE CONOCE PARA EL OPERADOR DEL ULTIMO LOTE

       INFORMAR-OPERADORES.
           MOVE SPACES TO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE "2. COMPARACION DE OPERADORES" TO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE SPACES TO CARG-RECORD.
           STRING "OPERADOR OPERACIONES EN SESION SIN SESION SESIONES"
                  "  HORAS SES.  OPER/HORA  RECHAZO DE LOTE"
                  DELIMITED BY SIZE
               INTO CARG-RECORD.
           WRITE CARG-RECORD.
           PERFORM INFORMAR-UN-OPERADOR
               VARYING WS-IDX-OPE FROM 1 BY 1
               UNTIL WS-IDX-OPE > WS-CANT-OPERADORES.
           MOVE SPACES TO CARG-RECORD.
           WRITE CARG-RECORD.
           MOVE SPACES TO CARG-RECORD.
           IF WS-LOTE-EN-RANGO = "S"
               STRING "RECHAZO DE LOTE: ULTIMO LOTE PROCESADO "
                      WS-LOTE-ID " DEL " WS-LOTE-FECHA
                      ", OPERADOR " WS-LOTE-OPERADOR
                      " SEGUN " WS-LOTE-FUENTE
                      DELIMITED BY SIZE
                   INTO CARG-RECORD
           ELSE
               STRING "RECHAZO DE LOTE: EL ULTIMO LOTE PROCESADO NO "
                      "CAE EN EL PERIODO O NO TIENE ACUSES"
                      DELIMITED BY SIZE
                   INTO CARG-RECORD.
           WRITE CARG-RECORD.

       INFORMAR-UN-OPERADOR.
           MOVE WS-OPE-OPERACIONES (WS-IDX-OPE) TO WS-CANTIDAD-FORMAT.
           MOVE WS-OPE-EN-SESION (WS-IDX-OPE) TO WS-CANTIDAD2-FORMAT.
           MOVE WS-OPE-SIN-SESION (WS-IDX-OPE) TO WS-CANTIDAD3-FORMAT.
           COMPUTE WS-HORAS-SESION ROUNDED =
               WS-OPE-SEGUNDOS (WS-IDX-OPE) / 3600.
           MOVE WS-HORAS-SESION TO WS-HORAS-FORMAT.
           IF WS-OPE-SEGUNDOS (WS-IDX-OPE) > ZERO
               COMPUTE WS-POR-HORA ROUNDED =
                   WS-OPE-EN-SESION (WS-IDX-OPE) * 3600
                   / WS-OPE-SEGUNDOS (WS-IDX-OPE)
               MOVE WS-POR-HORA TO WS-POR-HORA-FORMAT
               MOVE WS-POR-HORA-FORMAT TO WS-TEXTO-POR-HORA
           ELSE
               MOVE "        -" TO WS-TEXTO-POR-HORA.
           MOVE SPACES TO WS-TEXTO-RECHAZO.
           IF WS-OPE-LOTE (WS-IDX-OPE) = "S"
               IF WS-OPE-ACEPTADAS (WS-IDX-OPE)
                      + WS-OPE-RECHAZADAS (WS-IDX-OPE) > ZERO
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-OPE-RECHAZADAS (WS-IDX-OPE) * 100
                       / (WS-OPE-ACEPTADAS (WS-IDX-OPE)
                          + WS-OPE-RECHAZADAS (WS-IDX-OPE))
                   MOVE WS-PORCENTAJE TO WS-PORCENTAJE-FORMAT
                   MOVE WS-OPE-RECHAZADAS (WS-IDX-OPE)
                       TO WS-RECHAZADAS-FORMAT
                   STRING WS-PORCENTAJE-FORMAT "% ("
                          WS-RECHAZADAS-FORMAT " RECH.)"
                          DELIMITED BY SIZE
                       INTO WS-TEXTO-RECHAZO
               END-IF
           ELSE
               MOVE "    -" TO WS-TEXTO-RECHAZO.
           MOVE WS-OPE-SESIONES (WS-IDX-OPE) TO WS-SESIONES-FORMAT.
           MOVE SPACES TO CARG-RECORD.
           STRING WS-OPE-ID (WS-IDX-OPE) "     "
                  WS-CANTIDAD-FORMAT "   "
                  WS-CANTIDAD2-FORMAT "    "
                  WS-CANTIDAD3-FORMAT "  "
                  WS-SESIONES-FORMAT "  "
                  WS-HORAS-FORMAT "  "
                  WS-TEXTO-POR-HORA "  "
                  WS-TEXTO-RECHAZO
                  DELIMITED BY SIZE
               INTO CARG-RECORD.
           WRITE CARG-RECORD.

       END PROGRAM CargaEstaciones.
