      ******************************************************************
      * Author:Agustin Mayora
      * Date: 15/10/2026
      * Purpose: Mantenimiento de las tablas de parametros que hasta
      *          ahora se editaban a mano: alicuotas de IVA (TASAFILE),
      *          tipos de cambio (CAMFILE) y tarifas de facturacion
      *          (TARIFILE). Solo para supervisores (misma clave que
      *          en la calculadora, con evento en SEGFILE). Por cada
      *          tabla: alta, modificacion, inactivacion y listado,
      *          con validacion de campos; las tres tablas llevan
      *          fecha de vigencia, asi un cambio de tasa o de tarifa
      *          se carga por adelantado y rige desde esa fecha. Cada
      *          cambio se asienta en AUDTFILE con el valor anterior,
      *          el nuevo, el operador, la fecha y la hora.
      *          Codigos de retorno: 0 = sesion normal, 8 = no se
      *          pudo iniciar la sesion de supervisor.
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  El ingreso correcto se asienta en SEGFILE como
      *                OT, para no abrir una sesion de la calculadora.
      * 15/10/2026 AM  Las claves incorrectas suman intentos en
      *                OPERFILE y al tercero bloquean la cuenta (evento
      *                BL), igual que en la calculadora.
      * 15/10/2026 AM  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenerTablas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SEG-FILE ASSIGN TO "SEGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.

           SELECT TASA-FILE ASSIGN TO "TASAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASA-STATUS.

           SELECT CAM-FILE ASSIGN TO "CAMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAM-STATUS.

           SELECT TARI-FILE ASSIGN TO "TARIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARI-STATUS.

           SELECT AUD-FILE ASSIGN TO "AUDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MISMO TRAZADO DEL MAESTRO DE OPERADORES DE LA CALCULADORA
       FD  OPER-FILE.
       01  OPER-RECORD.
           05 OPER-ID                   PIC X(08).
           05 OPER-NOMBRE               PIC X(20).
           05 OPER-ESTADO               PIC X(01).
           05 OPER-NIVEL                PIC 9(01).
           05 OPER-CLAVE                PIC X(08).
           05 OPER-CLAVE-VENCE          PIC 9(08).
           05 OPER-INTENTOS             PIC 9(01).
           05 OPER-BLOQUEO              PIC X(01).
           05 OPER-CAMBIO               PIC X(01).

      *    EVENTOS DE SEGURIDAD: FA = INTENTO FALLIDO, BL = CUENTA
      *    BLOQUEADA (MISMO ARCHIVO QUE EL INICIO DE SESION). EL
      *    INGRESO CORRECTO SE ASIENTA COMO OT Y NO COMO OK, PARA QUE
      *    NO CUENTE COMO SESION DE LA CALCULADORA
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

      *    ALICUOTAS DE IVA: LOS REGISTROS VIEJOS SIN VIGENCIA NI
      *    ESTADO SE TOMAN COMO VIGENTES DESDE SIEMPRE Y ACTIVOS
       FD  TASA-FILE.
       01  TASA-RECORD.
           05 TASA-CODIGO               PIC 9(01).
           05 FILLER                    PIC X(01).
           05 TASA-PORCENTAJE           PIC 9(03)V9(02).
           05 FILLER                    PIC X(01).
           05 TASA-DESCRIPCION          PIC X(20).
           05 FILLER                    PIC X(01).
           05 TASA-VIGENCIA             PIC 9(08).
           05 FILLER                    PIC X(01).
           05 TASA-ESTADO               PIC X(01).

      *    TIPOS DE CAMBIO FECHADOS; EL ESTADO SE AGREGO AL FINAL Y
      *    EN BLANCO SE TOMA COMO ACTIVO
       FD  CAM-FILE.
       01  CAM-RECORD.
           05 CAM-MONEDA                PIC X(03).
           05 FILLER                    PIC X(01).
           05 CAM-FECHA-VIGENCIA        PIC 9(08).
           05 FILLER                    PIC X(01).
           05 CAM-TASA                  PIC 9(05)V9(04).
           05 FILLER                    PIC X(01).
           05 CAM-ESTADO                PIC X(01).

      *    TARIFAS POR CODIGO DE OPERACION, CON VIGENCIA Y ESTADO
      *    AGREGADOS AL FINAL COMO EN TASAFILE
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

      *    HISTORIA DE CAMBIOS: TABLA (TASA, CAMB, TARI), ACCION
      *    (A = ALTA, M = MODIFICACION, B = INACTIVACION), CLAVE
      *    (CODIGO Y VIGENCIA) Y LA LINEA DEL ARCHIVO ANTES Y DESPUES
       FD  AUD-FILE.
       01  AUD-RECORD.
           05 AUD-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01).
           05 AUD-HORA                  PIC 9(06).
           05 FILLER                    PIC X(01).
           05 AUD-OPERADOR              PIC X(08).
           05 FILLER                    PIC X(01).
           05 AUD-TABLA                 PIC X(04).
           05 FILLER                    PIC X(01).
           05 AUD-ACCION                PIC X(01).
           05 FILLER                    PIC X(01).
           05 AUD-CLAVE                 PIC X(12).
           05 FILLER                    PIC X(01).
           05 AUD-ANTERIOR              PIC X(41).
           05 FILLER                    PIC X(01).
           05 AUD-NUEVO                 PIC X(41).

       WORKING-STORAGE SECTION.
           77 WS-OPER-STATUS PIC X(02).
           77 WS-SEG-STATUS PIC X(02).
           77 WS-TASA-STATUS PIC X(02).
           77 WS-CAM-STATUS PIC X(02).
           77 WS-TARI-STATUS PIC X(02).
           77 WS-AUD-STATUS PIC X(02).
           77 WS-FIN-OPERADORES PIC X(01) VALUE "N".
               88 FIN-OPERADORES VALUE "S".
           77 WS-FIN-TASAS PIC X(01) VALUE "N".
               88 FIN-TASAS VALUE "S".
           77 WS-FIN-CAMBIOS PIC X(01) VALUE "N".
               88 FIN-CAMBIOS VALUE "S".
           77 WS-FIN-TARIFAS PIC X(01) VALUE "N".
               88 FIN-TARIFAS VALUE "S".
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.
           77 WS-FECHA-AAAAMMDD PIC 9(08).
           77 WS-HORA-COMPLETA PIC 9(08).
           77 WS-ENTRADA-VALIDA PIC X(01) VALUE "N".

      *    SESION DEL SUPERVISOR: LA CLAVE SE COMPARA OFUSCADA CON LA
      *    MISMA SUSTITUCION DE LA CALCULADORA; LA DEFINICION, EL
      *    CAMBIO Y EL DESBLOQUEO DE CLAVES SIGUEN SIENDO DE ELLA
           77 WS-OPERADOR-ID PIC X(08).
           77 WS-ESTACION-ID PIC X(04) VALUE "LOCL".
           77 WS-EVENTO-SEG PIC X(02).
           77 WS-SESION-VALIDA PIC X(01) VALUE "N".
           77 WS-INTENTOS-SESION PIC 9(01) VALUE ZERO.
           77 WS-MAX-INTENTOS PIC 9(01) VALUE 3.
           77 WS-OPERADOR-ENCONTRADO PIC X(01) VALUE "N".
               88 OPERADOR-ENCONTRADO VALUE "S".
           77 WS-OP-ESTADO PIC X(01).
           77 WS-OP-NIVEL PIC 9(01).
           77 WS-OP-CLAVE PIC X(08).
           77 WS-OP-CLAVE-VENCE PIC 9(08).
           77 WS-OP-BLOQUEO PIC X(01).
           77 WS-OP-INTENTOS PIC 9(01).
           77 WS-CLAVE-PLANA PIC X(08).
           77 WS-CLAVE-CIFRADA PIC X(08).

      *    IMAGEN DE OPERFILE PARA REGRABAR INTENTOS Y BLOQUEO
           01 WS-TABLA-OPERFILE.
               05 WS-OPERFILE-LINEA PIC X(49) OCCURS 500 TIMES
                       INDEXED BY WS-IDX-OPERFILE.
           77 WS-MAX-OPERFILE PIC 9(03) COMP VALUE 500.
           77 WS-CANT-OPERFILE PIC 9(03) COMP VALUE ZERO.
           77 WS-OPERFILE-DESBORDE PIC X(01) VALUE "N".

      *    MENUS
           77 WS-ELECCION PIC 9(02).
           77 WS-ELECCION-TABLA PIC 9(02).
           77 WS-FIN-MENU PIC X(01) VALUE "N".
           77 WS-FIN-TABLA PIC X(01) VALUE "N".

      *    ALICUOTAS DE IVA CARGADAS DE TASAFILE (ACTIVAS E INACTIVAS:
      *    EL ARCHIVO SE REGRABA COMPLETO DESDE LA TABLA)
           01 WS-TABLA-TASAS.
               05 WS-TASA OCCURS 50 TIMES INDEXED BY WS-IDX-TASA.
                   10 WS-TASA-COD PIC 9(01).
                   10 WS-TASA-PCT PIC 9(03)V9(02).
                   10 WS-TASA-DESC PIC X(20).
                   10 WS-TASA-VIGENCIA PIC 9(08).
                   10 WS-TASA-ESTADO PIC X(01).
           77 WS-MAX-TASAS PIC 9(02) COMP VALUE 50.
           77 WS-CANT-TASAS PIC 9(02) COMP VALUE ZERO.
           77 WS-TASA-ENCONTRADA PIC X(01) VALUE "N".

      *    TIPOS DE CAMBIO CARGADOS DE CAMFILE
           01 WS-TABLA-CAMBIOS.
               05 WS-CAMBIO OCCURS 50 TIMES INDEXED BY WS-IDX-CAM.
                   10 WS-CAM-MONEDA PIC X(03).
                   10 WS-CAM-VIGENCIA PIC 9(08).
                   10 WS-CAM-TASA PIC 9(05)V9(04).
                   10 WS-CAM-ESTADO PIC X(01).
           77 WS-MAX-CAMBIOS PIC 9(02) COMP VALUE 50.
           77 WS-CANT-CAMBIOS PIC 9(02) COMP VALUE ZERO.
           77 WS-CAMBIO-ENCONTRADO PIC X(01) VALUE "N".

      *    TARIFAS CARGADAS DE TARIFILE
           01 WS-TABLA-TARIFAS.
               05 WS-TARIFA OCCURS 200 TIMES INDEXED BY WS-IDX-TARI.
                   10 WS-TARI-OPCION PIC X(01).
                   10 WS-TARI-PRECIO PIC 9(05)V9(02).
                   10 WS-TARI-DESC PIC X(20).
                   10 WS-TARI-VIGENCIA PIC 9(08).
                   10 WS-TARI-ESTADO PIC X(01).
           77 WS-MAX-TARIFAS PIC 9(03) COMP VALUE 200.
           77 WS-CANT-TARIFAS PIC 9(03) COMP VALUE ZERO.
           77 WS-TARIFA-ENCONTRADA PIC X(01) VALUE "N".

      *    CODIGOS DE OPERACION QUE LA CALCULADORA ASIENTA EN LA
      *    BITACORA: TODOS DEBEN TENER TARIFA VIGENTE
           01 WS-TABLA-CODIGOS.
               05 FILLER PIC X(12) VALUE "SRMDLPZCIQXY".
           01 WS-CODIGOS-OPER REDEFINES WS-TABLA-CODIGOS.
               05 WS-CODIGO-OPER OCCURS 12 TIMES
                       INDEXED BY WS-IDX-COD PIC X(01).
           77 WS-CODIGO-VALIDO PIC X(01) VALUE "N".
           77 WS-MEJOR-VIGENCIA PIC 9(08).
           77 WS-CODIGOS-SIN-TARIFA PIC 9(02) COMP VALUE ZERO.

      *    CAMPOS INGRESADOS EN EL MANTENIMIENTO
           77 WS-MT-CODIGO PIC 9(01).
           77 WS-MT-PORCENTAJE PIC 9(03)V9(02).
           77 WS-MT-DESCRIPCION PIC X(20).
           77 WS-MT-MONEDA PIC X(03).
           77 WS-MT-TASA PIC 9(05)V9(04).
           77 WS-MT-OPCION PIC X(01).
           77 WS-MT-PRECIO PIC 9(05)V9(02).
           77 WS-MT-VIGENCIA PIC 9(08).
           77 WS-MT-ESTADO PIC X(01).
           77 WS-ADMITE-VIGENCIA-CERO PIC X(01) VALUE "N".

      *    VALIDACION DE FECHAS DE VIGENCIA (AAAAMMDD, MES Y DIA
      *    EXISTENTES, CON ANIOS BISIESTOS)
           01 WS-FECHA-EDIT.
               05 WS-EDIT-AAAA PIC 9(04).
               05 WS-EDIT-MM PIC 9(02).
               05 WS-EDIT-DD PIC 9(02).
           01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(08).
           77 WS-FECHA-BIEN-FORMADA PIC X(01).
           01 WS-TABLA-MESES.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-DIAS-MES REDEFINES WS-TABLA-MESES.
               05 WS-DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).
           77 WS-ULTIMO-DIA PIC 9(02).
           77 WS-DIV-BISIESTO PIC 9(04) COMP.
           77 WS-RESTO-BISIESTO PIC 9(04) COMP.
           77 WS-ANIO-BISIESTO PIC X(01).

      *    IMAGENES DE LAS LINEAS DE CADA ARCHIVO: SE GRABAN EN EL
      *    ARCHIVO Y, ANTES Y DESPUES DEL CAMBIO, EN LA AUDITORIA
           01 WS-IMAGEN-TASA.
               05 WS-IMG-TASA-CODIGO PIC 9(01).
               05 FILLER PIC X(01).
               05 WS-IMG-TASA-PCT PIC 9(03)V9(02).
               05 FILLER PIC X(01).
               05 WS-IMG-TASA-DESC PIC X(20).
               05 FILLER PIC X(01).
               05 WS-IMG-TASA-VIGENCIA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-IMG-TASA-ESTADO PIC X(01).
           01 WS-IMAGEN-CAMBIO.
               05 WS-IMG-CAM-MONEDA PIC X(03).
               05 FILLER PIC X(01).
               05 WS-IMG-CAM-VIGENCIA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-IMG-CAM-TASA PIC 9(05)V9(04).
               05 FILLER PIC X(01).
               05 WS-IMG-CAM-ESTADO PIC X(01).
           01 WS-IMAGEN-TARIFA.
               05 WS-IMG-TARI-OPCION PIC X(01).
               05 FILLER PIC X(01).
               05 WS-IMG-TARI-PRECIO PIC 9(05)V9(02).
               05 FILLER PIC X(01).
               05 WS-IMG-TARI-DESC PIC X(20).
               05 FILLER PIC X(01).
               05 WS-IMG-TARI-VIGENCIA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-IMG-TARI-ESTADO PIC X(01).

      *    DATOS DEL REGISTRO DE AUDITORIA EN CURSO
           77 WS-AUD-TABLA PIC X(04).
           77 WS-AUD-ACCION PIC X(01).
           77 WS-AUD-CLAVE PIC X(12).
           77 WS-AUD-ANTERIOR PIC X(41).
           77 WS-AUD-NUEVO PIC X(41).
           77 WS-ARCHIVO-GRABADO PIC X(01) VALUE "N".

      *    CAMPOS EDITADOS DE SOPORTE PARA LOS LISTADOS
           77 WS-PCT-FORMAT PIC ZZ9.99.
           77 WS-CAMBIO-FORMAT PIC ZZZZ9.9999.
           77 WS-PRECIO-FORMAT PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN.
           ACCEPT WS-FECHA-AAAAMMDD FROM DATE YYYYMMDD.
           PERFORM INICIO-SESION.
           IF WS-SESION-VALIDA = "S"
               PERFORM CARGAR-TASAS
               PERFORM CARGAR-CAMBIOS
               PERFORM CARGAR-TARIFAS
               MOVE "N" TO WS-FIN-MENU
               PERFORM MENU-PRINCIPAL UNTIL WS-FIN-MENU = "S"
               MOVE ZERO TO WS-CODIGO-RETORNO
           ELSE
               MOVE 08 TO WS-CODIGO-RETORNO.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.

      *    RUTINAS

      *    SESION: SOLO UN SUPERVISOR ACTIVO, NO BLOQUEADO Y CON CLAVE
      *    VIGENTE; TRES INTENTOS FALLIDOS TERMINAN EL PROGRAMA Y CADA
      *    INTENTO QUEDA EN SEGFILE

       INICIO-SESION.
           DISPLAY "INGRESE LA ESTACION DE TRABAJO (ENTER = LOCL):".
           MOVE SPACES TO WS-ESTACION-ID.
           ACCEPT WS-ESTACION-ID.
           IF WS-ESTACION-ID = SPACES
               MOVE "LOCL" TO WS-ESTACION-ID.
           MOVE "N" TO WS-SESION-VALIDA.
           MOVE ZERO TO WS-INTENTOS-SESION.
           PERFORM VALIDAR-SUPERVISOR
               UNTIL WS-SESION-VALIDA = "S"
                  OR WS-INTENTOS-SESION >= WS-MAX-INTENTOS.
           IF WS-SESION-VALIDA = "S"
               DISPLAY "BIENVENIDO SUPERVISOR " WS-OPERADOR-ID
           ELSE
               DISPLAY "NO SE PUDO INICIAR LA SESION DE SUPERVISOR".

       VALIDAR-SUPERVISOR.
           ADD 1 TO WS-INTENTOS-SESION.
           DISPLAY "INGRESE SU ID DE OPERADOR:".
           MOVE SPACES TO WS-OPERADOR-ID.
           ACCEPT WS-OPERADOR-ID.
           PERFORM BUSCAR-OPERADOR.
           IF NOT OPERADOR-ENCONTRADO
               DISPLAY "OPERADOR DESCONOCIDO, VERIFIQUE EL ID"
               MOVE "FA" TO WS-EVENTO-SEG
               PERFORM GRABAR-EVENTO-SEG
           ELSE
           IF WS-OP-ESTADO = "I"
               DISPLAY "OPERADOR INACTIVO, NO PUEDE INICIAR SESION"
               MOVE "FA" TO WS-EVENTO-SEG
               PERFORM GRABAR-EVENTO-SEG
           ELSE
           IF WS-OP-BLOQUEO = "B"
               DISPLAY "CUENTA BLOQUEADA POR INTENTOS FALLIDOS, "
               "PIDA EL DESBLOQUEO A UN SUPERVISOR"
               MOVE "FA" TO WS-EVENTO-SEG
               PERFORM GRABAR-EVENTO-SEG
           ELSE
           IF WS-OP-NIVEL NOT = 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE MANTENER LAS "
               "TABLAS DE TASAS, CAMBIOS Y TARIFAS"
               MOVE "FA" TO WS-EVENTO-SEG
               PERFORM GRABAR-EVENTO-SEG
           ELSE
           IF WS-OP-CLAVE = SPACES
                  OR WS-FECHA-AAAAMMDD >= WS-OP-CLAVE-VENCE
               DISPLAY "SU CLAVE NO ESTA DEFINIDA O VENCIO, "
               "RENUEVELA DESDE LA CALCULADORA"
               MOVE "FA" TO WS-EVENTO-SEG
               PERFORM GRABAR-EVENTO-SEG
           ELSE
               PERFORM VALIDAR-CLAVE.

       VALIDAR-CLAVE.
           DISPLAY "INGRESE SU CLAVE:".
           MOVE SPACES TO WS-CLAVE-PLANA.
           ACCEPT WS-CLAVE-PLANA.
           PERFORM CIFRAR-CLAVE.
           IF WS-CLAVE-CIFRADA = WS-OP-CLAVE
               IF WS-OP-INTENTOS NOT = ZERO
                   MOVE ZERO TO WS-OP-INTENTOS
                   PERFORM GRABAR-INTENTOS
               END-IF
               MOVE "S" TO WS-SESION-VALIDA
               MOVE "OT" TO WS-EVENTO-SEG
               PERFORM GRABAR-EVENTO-SEG
           ELSE
               PERFORM RECHAZAR-CLAVE.

      *    MISMA REGLA QUE LA CALCULADORA: CADA CLAVE INCORRECTA SUMA
      *    UN INTENTO EN OPERFILE Y AL TERCERO LA CUENTA SE BLOQUEA
       RECHAZAR-CLAVE.
           DISPLAY "CLAVE INCORRECTA".
           ADD 1 TO WS-OP-INTENTOS.
           MOVE "FA" TO WS-EVENTO-SEG.
           PERFORM GRABAR-EVENTO-SEG.
           IF WS-OP-INTENTOS >= WS-MAX-INTENTOS
               MOVE "B" TO WS-OP-BLOQUEO
               DISPLAY "CUENTA BLOQUEADA POR INTENTOS FALLIDOS, "
               "PIDA EL DESBLOQUEO A UN SUPERVISOR"
               MOVE "BL" TO WS-EVENTO-SEG
               PERFORM GRABAR-EVENTO-SEG.
           PERFORM GRABAR-INTENTOS.

      *    MISMA OFUSCACION POR SUSTITUCION QUE USA LA CALCULADORA
      *    PARA GUARDAR LAS CLAVES EN OPERFILE
       CIFRAR-CLAVE.
           MOVE WS-CLAVE-PLANA TO WS-CLAVE-CIFRADA.
           INSPECT WS-CLAVE-CIFRADA CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789" TO
               "QWERTYUIOPASDFGHJKLZXCVBNM9876543210".

       BUSCAR-OPERADOR.
           MOVE "N" TO WS-OPERADOR-ENCONTRADO.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL ARCHIVO DE OPERADORES"
           ELSE
               MOVE "N" TO WS-FIN-OPERADORES
               PERFORM LEER-OPERADOR
                   UNTIL FIN-OPERADORES OR OPERADOR-ENCONTRADO
               CLOSE OPER-FILE.

       LEER-OPERADOR.
           READ OPER-FILE
               AT END
                   MOVE "S" TO WS-FIN-OPERADORES
               NOT AT END
                   IF OPER-ID = WS-OPERADOR-ID
                          AND WS-OPERADOR-ID NOT = SPACES
                       MOVE "S" TO WS-OPERADOR-ENCONTRADO
                       MOVE OPER-ESTADO TO WS-OP-ESTADO
                       IF OPER-NIVEL NUMERIC
                           MOVE OPER-NIVEL TO WS-OP-NIVEL
                       ELSE
                           MOVE 1 TO WS-OP-NIVEL
                       END-IF
                       MOVE OPER-CLAVE TO WS-OP-CLAVE
                       IF OPER-CLAVE-VENCE NUMERIC
                           MOVE OPER-CLAVE-VENCE TO WS-OP-CLAVE-VENCE
                       ELSE
                           MOVE ZERO TO WS-OP-CLAVE-VENCE
                       END-IF
                       IF OPER-INTENTOS NUMERIC
                           MOVE OPER-INTENTOS TO WS-OP-INTENTOS
                       ELSE
                           MOVE ZERO TO WS-OP-INTENTOS
                       END-IF
                       MOVE OPER-BLOQUEO TO WS-OP-BLOQUEO
                   END-IF.

      *    EL CONTADOR DE CLAVES FALLIDAS Y EL BLOQUEO VIVEN EN
      *    OPERFILE Y SE COMPARTEN CON LA CALCULADORA: EL ARCHIVO SE
      *    REGRABA COMPLETO CAMBIANDO SOLO LA LINEA DEL OPERADOR
       GRABAR-INTENTOS.
           MOVE ZERO TO WS-CANT-OPERFILE.
           MOVE "N" TO WS-OPERFILE-DESBORDE.
           OPEN INPUT OPER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ACTUALIZAR EL ARCHIVO DE OPERADORES"
           ELSE
               MOVE "N" TO WS-FIN-OPERADORES
               PERFORM CARGAR-LINEA-OPERFILE UNTIL FIN-OPERADORES
               CLOSE OPER-FILE
               IF WS-OPERFILE-DESBORDE = "S"
                   DISPLAY "ARCHIVO DE OPERADORES DEMASIADO GRANDE, NO "
                   "SE ACTUALIZAN LOS INTENTOS"
               ELSE
                   PERFORM REGRABAR-OPERFILE
               END-IF
           END-IF.

       CARGAR-LINEA-OPERFILE.
           READ OPER-FILE
               AT END
                   MOVE "S" TO WS-FIN-OPERADORES
               NOT AT END
                   IF WS-CANT-OPERFILE >= WS-MAX-OPERFILE
                       MOVE "S" TO WS-OPERFILE-DESBORDE
                       MOVE "S" TO WS-FIN-OPERADORES
                   ELSE
                       IF OPER-ID = WS-OPERADOR-ID
                           MOVE WS-OP-INTENTOS TO OPER-INTENTOS
                           MOVE WS-OP-BLOQUEO TO OPER-BLOQUEO
                       END-IF
                       ADD 1 TO WS-CANT-OPERFILE
                       SET WS-IDX-OPERFILE TO WS-CANT-OPERFILE
                       MOVE OPER-RECORD
                           TO WS-OPERFILE-LINEA (WS-IDX-OPERFILE)
                   END-IF.

       REGRABAR-OPERFILE.
           OPEN OUTPUT OPER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR EL ARCHIVO DE OPERADORES"
           ELSE
               PERFORM GRABAR-LINEA-OPERFILE
                   VARYING WS-IDX-OPERFILE FROM 1 BY 1
                   UNTIL WS-IDX-OPERFILE > WS-CANT-OPERFILE
               CLOSE OPER-FILE.

       GRABAR-LINEA-OPERFILE.
           MOVE WS-OPERFILE-LINEA (WS-IDX-OPERFILE) TO OPER-RECORD.
           WRITE OPER-RECORD.

       GRABAR-EVENTO-SEG.
           OPEN EXTEND SEG-FILE.
           IF WS-SEG-STATUS NOT = "00"
               OPEN OUTPUT SEG-FILE.
           IF WS-SEG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR EL EVENTO DE SEGURIDAD "
               "(ESTADO " WS-SEG-STATUS ")"
           ELSE
               ACCEPT WS-HORA-COMPLETA FROM TIME
               MOVE SPACES TO SEG-RECORD
               MOVE WS-FECHA-AAAAMMDD TO SEG-FECHA
               MOVE WS-HORA-COMPLETA (1:6) TO SEG-HORA
               MOVE WS-ESTACION-ID TO SEG-ESTACION
               MOVE WS-OPERADOR-ID TO SEG-OPERADOR
               MOVE WS-EVENTO-SEG TO SEG-EVENTO
               WRITE SEG-RECORD
               CLOSE SEG-FILE.

      *    CARGA DE LAS TRES TABLAS: LAS LINEAS INVALIDAS SE AVISAN Y
      *    NO SE CARGAN (LA CALCULADORA YA LAS IGNORA), POR LO QUE
      *    DESAPARECEN AL REGRABAR EL ARCHIVO

       CARGAR-TASAS.
           MOVE ZERO TO WS-CANT-TASAS.
           OPEN INPUT TASA-FILE.
           IF WS-TASA-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO TASAFILE, SE CREA AL DAR DE "
               "ALTA LA PRIMERA TASA"
           ELSE
               MOVE "N" TO WS-FIN-TASAS
               PERFORM LEER-TASA UNTIL FIN-TASAS
               CLOSE TASA-FILE.

       LEER-TASA.
           READ TASA-FILE
               AT END
                   MOVE "S" TO WS-FIN-TASAS
               NOT AT END
                   IF WS-CANT-TASAS >= WS-MAX-TASAS
                       DISPLAY "SE ALCANZO EL MAXIMO DE TASAS "
                       "ADMITIDAS (50), SE IGNORAN LAS RESTANTES"
                       MOVE "S" TO WS-FIN-TASAS
                   ELSE
                   IF TASA-CODIGO NUMERIC AND TASA-PORCENTAJE NUMERIC
                       ADD 1 TO WS-CANT-TASAS
                       SET WS-IDX-TASA TO WS-CANT-TASAS
                       MOVE TASA-CODIGO TO WS-TASA-COD (WS-IDX-TASA)
                       MOVE TASA-PORCENTAJE
                           TO WS-TASA-PCT (WS-IDX-TASA)
                       MOVE TASA-DESCRIPCION
                           TO WS-TASA-DESC (WS-IDX-TASA)
                       IF TASA-VIGENCIA NUMERIC
                           MOVE TASA-VIGENCIA
                               TO WS-TASA-VIGENCIA (WS-IDX-TASA)
                       ELSE
                           MOVE ZERO TO WS-TASA-VIGENCIA (WS-IDX-TASA)
                       END-IF
                       IF TASA-ESTADO = "I"
                           MOVE "I" TO WS-TASA-ESTADO (WS-IDX-TASA)
                       ELSE
                           MOVE "A" TO WS-TASA-ESTADO (WS-IDX-TASA)
                       END-IF
                   ELSE
                       DISPLAY "TASA INVALIDA EN TASAFILE, SE "
                       "DESCARTA AL REGRABAR"
                   END-IF.

       CARGAR-CAMBIOS.
           MOVE ZERO TO WS-CANT-CAMBIOS.
           OPEN INPUT CAM-FILE.
           IF WS-CAM-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO CAMFILE, SE CREA AL DAR DE "
               "ALTA EL PRIMER TIPO DE CAMBIO"
           ELSE
               MOVE "N" TO WS-FIN-CAMBIOS
               PERFORM LEER-CAMBIO UNTIL FIN-CAMBIOS
               CLOSE CAM-FILE.

       LEER-CAMBIO.
           READ CAM-FILE
               AT END
                   MOVE "S" TO WS-FIN-CAMBIOS
               NOT AT END
                   IF WS-CANT-CAMBIOS >= WS-MAX-CAMBIOS
                       DISPLAY "SE ALCANZO EL MAXIMO DE TIPOS DE "
                       "CAMBIO ADMITIDOS (50), SE IGNORAN LOS "
                       "RESTANTES"
                       MOVE "S" TO WS-FIN-CAMBIOS
                   ELSE
                   IF CAM-MONEDA NOT = SPACES
                          AND CAM-FECHA-VIGENCIA NUMERIC
                          AND CAM-TASA NUMERIC
                       ADD 1 TO WS-CANT-CAMBIOS
                       SET WS-IDX-CAM TO WS-CANT-CAMBIOS
                       MOVE CAM-MONEDA TO WS-CAM-MONEDA (WS-IDX-CAM)
                       MOVE CAM-FECHA-VIGENCIA
                           TO WS-CAM-VIGENCIA (WS-IDX-CAM)
                       MOVE CAM-TASA TO WS-CAM-TASA (WS-IDX-CAM)
                       IF CAM-ESTADO = "I"
                           MOVE "I" TO WS-CAM-ESTADO (WS-IDX-CAM)
                       ELSE
                           MOVE "A" TO WS-CAM-ESTADO (WS-IDX-CAM)
                       END-IF
                   ELSE
                       DISPLAY "TIPO DE CAMBIO INVALIDO EN CAMFILE, "
                       "SE DESCARTA AL REGRABAR"
                   END-IF.

       CARGAR-TARIFAS.
           MOVE ZERO TO WS-CANT-TARIFAS.
           OPEN INPUT TARI-FILE.
           IF WS-TARI-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO TARIFILE, SE CREA AL DAR DE "
               "ALTA LA PRIMERA TARIFA"
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
                   IF TARI-OPCION NOT = SPACES AND TARI-PRECIO NUMERIC
                       ADD 1 TO WS-CANT-TARIFAS
                       SET WS-IDX-TARI TO WS-CANT-TARIFAS
                       MOVE TARI-OPCION
                           TO WS-TARI-OPCION (WS-IDX-TARI)
                       MOVE TARI-PRECIO
                           TO WS-TARI-PRECIO (WS-IDX-TARI)
                       MOVE TARI-DESCRIPCION
                           TO WS-TARI-DESC (WS-IDX-TARI)
                       IF TARI-VIGENCIA NUMERIC
                           MOVE TARI-VIGENCIA
                               TO WS-TARI-VIGENCIA (WS-IDX-TARI)
                       ELSE
                           MOVE ZERO TO WS-TARI-VIGENCIA (WS-IDX-TARI)
                       END-IF
                       IF TARI-ESTADO = "I"
                           MOVE "I" TO WS-TARI-ESTADO (WS-IDX-TARI)
                       ELSE
                           MOVE "A" TO WS-TARI-ESTADO (WS-IDX-TARI)
                       END-IF
                   ELSE
                       DISPLAY "TARIFA INVALIDA EN TARIFILE, SE "
                       "DESCARTA AL REGRABAR"
                   END-IF.

       MENU-PRINCIPAL.
           DISPLAY "MANTENIMIENTO DE TABLAS: 1-. TASAS DE IVA "
           "(TASAFILE), 2-. TIPOS DE CAMBIO (CAMFILE), "
           "3-. TARIFAS (TARIFILE), 9-. SALIR".
           ACCEPT WS-ELECCION.
           MOVE "N" TO WS-FIN-TABLA.
           IF WS-ELECCION = 1
               PERFORM MENU-TASAS UNTIL WS-FIN-TABLA = "S"
           ELSE
           IF WS-ELECCION = 2
               PERFORM MENU-CAMBIOS UNTIL WS-FIN-TABLA = "S"
           ELSE
           IF WS-ELECCION = 3
               PERFORM MENU-TARIFAS UNTIL WS-FIN-TABLA = "S"
           ELSE
           IF WS-ELECCION = 9
               MOVE "S" TO WS-FIN-MENU
           ELSE
               DISPLAY "OPCION INVALIDA".

      *    CAMPOS COMUNES: VIGENCIA Y ESTADO

       PEDIR-VIGENCIA.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-VIGENCIA UNTIL WS-ENTRADA-VALIDA = "S".

      *    VIGENCIA CERO SOLO PARA UBICAR LOS REGISTROS VIEJOS QUE NO
      *    LA TENIAN (VIGENTES DESDE SIEMPRE); LAS ALTAS LLEVAN FECHA
       LEER-VIGENCIA.
           IF WS-ADMITE-VIGENCIA-CERO = "S"
               DISPLAY "FECHA DE VIGENCIA (AAAAMMDD, 0 = REGISTRO "
               "SIN VIGENCIA):"
           ELSE
               DISPLAY "FECHA DE VIGENCIA (AAAAMMDD):".
           ACCEPT WS-MT-VIGENCIA.
           IF WS-MT-VIGENCIA NUMERIC AND WS-MT-VIGENCIA = ZERO
                  AND WS-ADMITE-VIGENCIA-CERO = "S"
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               MOVE WS-MT-VIGENCIA TO WS-FECHA-EDIT
               PERFORM VALIDAR-FECHA-EDIT
               IF WS-FECHA-BIEN-FORMADA = "S"
                   MOVE "S" TO WS-ENTRADA-VALIDA
               ELSE
                   DISPLAY "FECHA INVALIDA, REINGRESE"
               END-IF.

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

       PEDIR-ESTADO.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-ESTADO UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-ESTADO.
           DISPLAY "INGRESE EL ESTADO (A = ACTIVO, I = INACTIVO):".
           MOVE SPACES TO WS-MT-ESTADO.
           ACCEPT WS-MT-ESTADO.
           IF WS-MT-ESTADO = "A" OR WS-MT-ESTADO = "I"
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "ESTADO INVALIDO, REINGRESE".

       PEDIR-DESCRIPCION.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-DESCRIPCION UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-DESCRIPCION.
           DISPLAY "INGRESE LA DESCRIPCION:".
           MOVE SPACES TO WS-MT-DESCRIPCION.
           ACCEPT WS-MT-DESCRIPCION.
           IF WS-MT-DESCRIPCION NOT = SPACES
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "LA DESCRIPCION NO PUEDE ESTAR EN BLANCO".

      *    AUDITORIA: SE ASIENTA DESPUES DE REGRABAR EL ARCHIVO, ASI
      *    SOLO QUEDAN EN LA HISTORIA LOS CAMBIOS QUE SE GRABARON

       GRABAR-AUDITORIA.
           OPEN EXTEND AUD-FILE.
           IF WS-AUD-STATUS NOT = "00"
               OPEN OUTPUT AUD-FILE.
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR LA HISTORIA DE CAMBIOS "
               "AUDTFILE (ESTADO " WS-AUD-STATUS ")"
           ELSE
               ACCEPT WS-HORA-COMPLETA FROM TIME
               MOVE SPACES TO AUD-RECORD
               MOVE WS-FECHA-AAAAMMDD TO AUD-FECHA
               MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
               MOVE WS-OPERADOR-ID TO AUD-OPERADOR
               MOVE WS-AUD-TABLA TO AUD-TABLA
               MOVE WS-AUD-ACCION TO AUD-ACCION
               MOVE WS-AUD-CLAVE TO AUD-CLAVE
               MOVE WS-AUD-ANTERIOR TO AUD-ANTERIOR
               MOVE WS-AUD-NUEVO TO AUD-NUEVO
               WRITE AUD-RECORD
               CLOSE AUD-FILE.

      *    TASAS DE IVA: CLAVE = CODIGO + VIGENCIA; EL PORCENTAJE VA
      *    DE 0 A 100 Y LA DESCRIPCION ES OBLIGATORIA

       MENU-TASAS.
           DISPLAY "TASAS DE IVA: 1-. ALTA, 2-. MODIFICACION, "
           "3-. INACTIVAR, 4-. LISTAR, 9-. VOLVER".
           ACCEPT WS-ELECCION-TABLA.
           IF WS-ELECCION-TABLA = 1
               PERFORM ALTA-TASA
           ELSE
           IF WS-ELECCION-TABLA = 2
               PERFORM MODIFICAR-TASA
           ELSE
           IF WS-ELECCION-TABLA = 3
               PERFORM INACTIVAR-TASA
           ELSE
           IF WS-ELECCION-TABLA = 4
               PERFORM LISTAR-TASAS
           ELSE
           IF WS-ELECCION-TABLA = 9
               MOVE "S" TO WS-FIN-TABLA
           ELSE
               DISPLAY "OPCION INVALIDA".

       PEDIR-CODIGO-TASA.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-CODIGO-TASA UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-CODIGO-TASA.
           DISPLAY "INGRESE EL CODIGO DE TASA (0 A 9):".
           ACCEPT WS-MT-CODIGO.
           IF WS-MT-CODIGO NUMERIC
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "CODIGO INVALIDO, REINGRESE".

       PEDIR-PORCENTAJE.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-PORCENTAJE UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-PORCENTAJE.
           DISPLAY "INGRESE EL PORCENTAJE (EJ. 21.00):".
           ACCEPT WS-MT-PORCENTAJE.
           IF WS-MT-PORCENTAJE NUMERIC AND WS-MT-PORCENTAJE <= 100
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "PORCENTAJE INVALIDO (0 A 100), REINGRESE".

       BUSCAR-TASA-CLAVE.
           MOVE "N" TO WS-TASA-ENCONTRADA.
           IF WS-CANT-TASAS > ZERO
               SET WS-IDX-TASA TO 1
               PERFORM COMPARAR-TASA-CLAVE
                   UNTIL WS-IDX-TASA > WS-CANT-TASAS
                      OR WS-TASA-ENCONTRADA = "S".

       COMPARAR-TASA-CLAVE.
           IF WS-TASA-COD (WS-IDX-TASA) = WS-MT-CODIGO
                  AND WS-TASA-VIGENCIA (WS-IDX-TASA) = WS-MT-VIGENCIA
               MOVE "S" TO WS-TASA-ENCONTRADA
           ELSE
               SET WS-IDX-TASA UP BY 1.

       ALTA-TASA.
           PERFORM PEDIR-CODIGO-TASA.
           MOVE "N" TO WS-ADMITE-VIGENCIA-CERO.
           PERFORM PEDIR-VIGENCIA.
           PERFORM BUSCAR-TASA-CLAVE.
           IF WS-TASA-ENCONTRADA = "S"
               DISPLAY "YA EXISTE ESE CODIGO CON ESA VIGENCIA, USE "
               "MODIFICACION"
           ELSE
           IF WS-CANT-TASAS >= WS-MAX-TASAS
               DISPLAY "SE ALCANZO EL MAXIMO DE TASAS ADMITIDAS (50)"
           ELSE
               PERFORM PEDIR-PORCENTAJE
               PERFORM PEDIR-DESCRIPCION
               ADD 1 TO WS-CANT-TASAS
               SET WS-IDX-TASA TO WS-CANT-TASAS
               MOVE WS-MT-CODIGO TO WS-TASA-COD (WS-IDX-TASA)
               MOVE WS-MT-PORCENTAJE TO WS-TASA-PCT (WS-IDX-TASA)
               MOVE WS-MT-DESCRIPCION TO WS-TASA-DESC (WS-IDX-TASA)
               MOVE WS-MT-VIGENCIA TO WS-TASA-VIGENCIA (WS-IDX-TASA)
               MOVE "A" TO WS-TASA-ESTADO (WS-IDX-TASA)
               MOVE SPACES TO WS-AUD-ANTERIOR
               PERFORM ARMAR-IMAGEN-TASA
               MOVE WS-IMAGEN-TASA TO WS-AUD-NUEVO
               MOVE "A" TO WS-AUD-ACCION
               PERFORM ASENTAR-CAMBIO-TASA.

       MODIFICAR-TASA.
           PERFORM PEDIR-CODIGO-TASA.
           MOVE "S" TO WS-ADMITE-VIGENCIA-CERO.
           PERFORM PEDIR-VIGENCIA.
           PERFORM BUSCAR-TASA-CLAVE.
           IF WS-TASA-ENCONTRADA = "S"
               PERFORM ARMAR-IMAGEN-TASA
               MOVE WS-IMAGEN-TASA TO WS-AUD-ANTERIOR
               PERFORM PEDIR-PORCENTAJE
               PERFORM PEDIR-DESCRIPCION
               PERFORM PEDIR-ESTADO
               MOVE WS-MT-PORCENTAJE TO WS-TASA-PCT (WS-IDX-TASA)
               MOVE WS-MT-DESCRIPCION TO WS-TASA-DESC (WS-IDX-TASA)
               MOVE WS-MT-ESTADO TO WS-TASA-ESTADO (WS-IDX-TASA)
               PERFORM ARMAR-IMAGEN-TASA
               MOVE WS-IMAGEN-TASA TO WS-AUD-NUEVO
               MOVE "M" TO WS-AUD-ACCION
               PERFORM ASENTAR-CAMBIO-TASA
           ELSE
               DISPLAY "NO EXISTE ESE CODIGO CON ESA VIGENCIA".

       INACTIVAR-TASA.
           PERFORM PEDIR-CODIGO-TASA.
           MOVE "S" TO WS-ADMITE-VIGENCIA-CERO.
           PERFORM PEDIR-VIGENCIA.
           PERFORM BUSCAR-TASA-CLAVE.
           IF WS-TASA-ENCONTRADA NOT = "S"
               DISPLAY "NO EXISTE ESE CODIGO CON ESA VIGENCIA"
           ELSE
           IF WS-TASA-ESTADO (WS-IDX-TASA) = "I"
               DISPLAY "LA TASA YA ESTA INACTIVA"
           ELSE
               PERFORM ARMAR-IMAGEN-TASA
               MOVE WS-IMAGEN-TASA TO WS-AUD-ANTERIOR
               MOVE "I" TO WS-TASA-ESTADO (WS-IDX-TASA)
               PERFORM ARMAR-IMAGEN-TASA
               MOVE WS-IMAGEN-TASA TO WS-AUD-NUEVO
               MOVE "B" TO WS-AUD-ACCION
               PERFORM ASENTAR-CAMBIO-TASA.

       ASENTAR-CAMBIO-TASA.
           MOVE "TASA" TO WS-AUD-TABLA.
           MOVE SPACES TO WS-AUD-CLAVE.
           STRING WS-TASA-COD (WS-IDX-TASA) " "
                  WS-TASA-VIGENCIA (WS-IDX-TASA)
                  DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           PERFORM GRABAR-TASAFILE.
           IF WS-ARCHIVO-GRABADO = "S"
               PERFORM GRABAR-AUDITORIA
               DISPLAY "TASAFILE ACTUALIZADO".

       ARMAR-IMAGEN-TASA.
           MOVE SPACES TO WS-IMAGEN-TASA.
           MOVE WS-TASA-COD (WS-IDX-TASA) TO WS-IMG-TASA-CODIGO.
           MOVE WS-TASA-PCT (WS-IDX-TASA) TO WS-IMG-TASA-PCT.
           MOVE WS-TASA-DESC (WS-IDX-TASA) TO WS-IMG-TASA-DESC.
           MOVE WS-TASA-VIGENCIA (WS-IDX-TASA)
               TO WS-IMG-TASA-VIGENCIA.
           MOVE WS-TASA-ESTADO (WS-IDX-TASA) TO WS-IMG-TASA-ESTADO.

       GRABAR-TASAFILE.
           MOVE "N" TO WS-ARCHIVO-GRABADO.
           OPEN OUTPUT TASA-FILE.
           IF WS-TASA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR TASAFILE (ESTADO "
               WS-TASA-STATUS ")"
           ELSE
               PERFORM GRABAR-TASA
                   VARYING WS-IDX-TASA FROM 1 BY 1
                   UNTIL WS-IDX-TASA > WS-CANT-TASAS
               CLOSE TASA-FILE
               MOVE "S" TO WS-ARCHIVO-GRABADO.

       GRABAR-TASA.
           PERFORM ARMAR-IMAGEN-TASA.
           WRITE TASA-RECORD FROM WS-IMAGEN-TASA.

       LISTAR-TASAS.
           PERFORM LISTAR-UNA-TASA
               VARYING WS-IDX-TASA FROM 1 BY 1
               UNTIL WS-IDX-TASA > WS-CANT-TASAS.

       LISTAR-UNA-TASA.
           MOVE WS-TASA-PCT (WS-IDX-TASA) TO WS-PCT-FORMAT.
           DISPLAY WS-TASA-COD (WS-IDX-TASA) " " WS-PCT-FORMAT "% "
               WS-TASA-DESC (WS-IDX-TASA) " VIGENCIA "
               WS-TASA-VIGENCIA (WS-IDX-TASA) " ESTADO "
               WS-TASA-ESTADO (WS-IDX-TASA).

      *    TIPOS DE CAMBIO: CLAVE = MONEDA + VIGENCIA (NO PUEDE HABER
      *    DOS COTIZACIONES DE UNA MONEDA PARA LA MISMA FECHA) Y LA
      *    TASA DEBE SER MAYOR QUE CERO

       MENU-CAMBIOS.
           DISPLAY "TIPOS DE CAMBIO: 1-. ALTA, 2-. MODIFICACION, "
           "3-. INACTIVAR, 4-. LISTAR, 9-. VOLVER".
           ACCEPT WS-ELECCION-TABLA.
           IF WS-ELECCION-TABLA = 1
               PERFORM ALTA-CAMBIO
           ELSE
           IF WS-ELECCION-TABLA = 2
               PERFORM MODIFICAR-CAMBIO
           ELSE
           IF WS-ELECCION-TABLA = 3
               PERFORM INACTIVAR-CAMBIO
           ELSE
           IF WS-ELECCION-TABLA = 4
               PERFORM LISTAR-CAMBIOS
           ELSE
           IF WS-ELECCION-TABLA = 9
               MOVE "S" TO WS-FIN-TABLA
           ELSE
               DISPLAY "OPCION INVALIDA".

       PEDIR-MONEDA.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-MONEDA UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-MONEDA.
           DISPLAY "INGRESE EL CODIGO DE MONEDA (EJ. USD):".
           MOVE SPACES TO WS-MT-MONEDA.
           ACCEPT WS-MT-MONEDA.
           IF WS-MT-MONEDA IS ALPHABETIC
                  AND WS-MT-MONEDA (3:1) NOT = SPACE
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "LA MONEDA SON TRES LETRAS, REINGRESE".

       PEDIR-TASA-CAMBIO.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-TASA-CAMBIO UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-TASA-CAMBIO.
           DISPLAY "INGRESE LA TASA DE CAMBIO (EJ. 1420.0000):".
           ACCEPT WS-MT-TASA.
           IF WS-MT-TASA NUMERIC AND WS-MT-TASA > ZERO
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "LA TASA DEBE SER MAYOR QUE CERO, REINGRESE".

       BUSCAR-CAMBIO-CLAVE.
           MOVE "N" TO WS-CAMBIO-ENCONTRADO.
           IF WS-CANT-CAMBIOS > ZERO
               SET WS-IDX-CAM TO 1
               PERFORM COMPARAR-CAMBIO-CLAVE
                   UNTIL WS-IDX-CAM > WS-CANT-CAMBIOS
                      OR WS-CAMBIO-ENCONTRADO = "S".

       COMPARAR-CAMBIO-CLAVE.
           IF WS-CAM-MONEDA (WS-IDX-CAM) = WS-MT-MONEDA
                  AND WS-CAM-VIGENCIA (WS-IDX-CAM) = WS-MT-VIGENCIA
               MOVE "S" TO WS-CAMBIO-ENCONTRADO
           ELSE
               SET WS-IDX-CAM UP BY 1.

       ALTA-CAMBIO.
           PERFORM PEDIR-MONEDA.
           MOVE "N" TO WS-ADMITE-VIGENCIA-CERO.
           PERFORM PEDIR-VIGENCIA.
           PERFORM BUSCAR-CAMBIO-CLAVE.
           IF WS-CAMBIO-ENCONTRADO = "S"
               DISPLAY "YA EXISTE UNA COTIZACION DE ESA MONEDA CON "
               "ESA VIGENCIA, USE MODIFICACION"
           ELSE
           IF WS-CANT-CAMBIOS >= WS-MAX-CAMBIOS
               DISPLAY "SE ALCANZO EL MAXIMO DE TIPOS DE CAMBIO "
               "ADMITIDOS (50)"
           ELSE
               PERFORM PEDIR-TASA-CAMBIO
               ADD 1 TO WS-CANT-CAMBIOS
               SET WS-IDX-CAM TO WS-CANT-CAMBIOS
               MOVE WS-MT-MONEDA TO WS-CAM-MONEDA (WS-IDX-CAM)
               MOVE WS-MT-VIGENCIA TO WS-CAM-VIGENCIA (WS-IDX-CAM)
               MOVE WS-MT-TASA TO WS-CAM-TASA (WS-IDX-CAM)
               MOVE "A" TO WS-CAM-ESTADO (WS-IDX-CAM)
               MOVE SPACES TO WS-AUD-ANTERIOR
               PERFORM ARMAR-IMAGEN-CAMBIO
               MOVE WS-IMAGEN-CAMBIO TO WS-AUD-NUEVO
               MOVE "A" TO WS-AUD-ACCION
               PERFORM ASENTAR-CAMBIO-CAMBIO.

       MODIFICAR-CAMBIO.
           PERFORM PEDIR-MONEDA.
           MOVE "N" TO WS-ADMITE-VIGENCIA-CERO.
           PERFORM PEDIR-VIGENCIA.
           PERFORM BUSCAR-CAMBIO-CLAVE.
           IF WS-CAMBIO-ENCONTRADO = "S"
               PERFORM ARMAR-IMAGEN-CAMBIO
               MOVE WS-IMAGEN-CAMBIO TO WS-AUD-ANTERIOR
               PERFORM PEDIR-TASA-CAMBIO
               PERFORM PEDIR-ESTADO
               MOVE WS-MT-TASA TO WS-CAM-TASA (WS-IDX-CAM)
               MOVE WS-MT-ESTADO TO WS-CAM-ESTADO (WS-IDX-CAM)
               PERFORM ARMAR-IMAGEN-CAMBIO
               MOVE WS-IMAGEN-CAMBIO TO WS-AUD-NUEVO
               MOVE "M" TO WS-AUD-ACCION
               PERFORM ASENTAR-CAMBIO-CAMBIO
           ELSE
               DISPLAY "NO EXISTE ESA MONEDA CON ESA VIGENCIA".

       INACTIVAR-CAMBIO.
           PERFORM PEDIR-MONEDA.
           MOVE "N" TO WS-ADMITE-VIGENCIA-CERO.
           PERFORM PEDIR-VIGENCIA.
           PERFORM BUSCAR-CAMBIO-CLAVE.
           IF WS-CAMBIO-ENCONTRADO NOT = "S"
               DISPLAY "NO EXISTE ESA MONEDA CON ESA VIGENCIA"
           ELSE
           IF WS-CAM-ESTADO (WS-IDX-CAM) = "I"
               DISPLAY "EL TIPO DE CAMBIO YA ESTA INACTIVO"
           ELSE
               PERFORM ARMAR-IMAGEN-CAMBIO
               MOVE WS-IMAGEN-CAMBIO TO WS-AUD-ANTERIOR
               MOVE "I" TO WS-CAM-ESTADO (WS-IDX-CAM)
               PERFORM ARMAR-IMAGEN-CAMBIO
               MOVE WS-IMAGEN-CAMBIO TO WS-AUD-NUEVO
               MOVE "B" TO WS-AUD-ACCION
               PERFORM ASENTAR-CAMBIO-CAMBIO.

       ASENTAR-CAMBIO-CAMBIO.
           MOVE "CAMB" TO WS-AUD-TABLA.
           MOVE SPACES TO WS-AUD-CLAVE.
           STRING WS-CAM-MONEDA (WS-IDX-CAM) " "
                  WS-CAM-VIGENCIA (WS-IDX-CAM)
                  DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           PERFORM GRABAR-CAMFILE.
           IF WS-ARCHIVO-GRABADO = "S"
               PERFORM GRABAR-AUDITORIA
               DISPLAY "CAMFILE ACTUALIZADO".

       ARMAR-IMAGEN-CAMBIO.
           MOVE SPACES TO WS-IMAGEN-CAMBIO.
           MOVE WS-CAM-MONEDA (WS-IDX-CAM) TO WS-IMG-CAM-MONEDA.
           MOVE WS-CAM-VIGENCIA (WS-IDX-CAM) TO WS-IMG-CAM-VIGENCIA.
           MOVE WS-CAM-TASA (WS-IDX-CAM) TO WS-IMG-CAM-TASA.
           MOVE WS-CAM-ESTADO (WS-IDX-CAM) TO WS-IMG-CAM-ESTADO.

       GRABAR-CAMFILE.
           MOVE "N" TO WS-ARCHIVO-GRABADO.
           OPEN OUTPUT CAM-FILE.
           IF WS-CAM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR CAMFILE (ESTADO "
               WS-CAM-STATUS ")"
           ELSE
               PERFORM GRABAR-CAMBIO
                   VARYING WS-IDX-CAM FROM 1 BY 1
                   UNTIL WS-IDX-CAM > WS-CANT-CAMBIOS
               CLOSE CAM-FILE
               MOVE "S" TO WS-ARCHIVO-GRABADO.

       GRABAR-CAMBIO.
           PERFORM ARMAR-IMAGEN-CAMBIO.
           WRITE CAM-RECORD FROM WS-IMAGEN-CAMBIO.

       LISTAR-CAMBIOS.
           PERFORM LISTAR-UN-CAMBIO
               VARYING WS-IDX-CAM FROM 1 BY 1
               UNTIL WS-IDX-CAM > WS-CANT-CAMBIOS.

       LISTAR-UN-CAMBIO.
           MOVE WS-CAM-TASA (WS-IDX-CAM) TO WS-CAMBIO-FORMAT.
           DISPLAY WS-CAM-MONEDA (WS-IDX-CAM) " VIGENCIA "
               WS-CAM-VIGENCIA (WS-IDX-CAM) " TASA "
               WS-CAMBIO-FORMAT " ESTADO "
               WS-CAM-ESTADO (WS-IDX-CAM).

      *    TARIFAS: CLAVE = CODIGO DE OPERACION + VIGENCIA; EL CODIGO
      *    DEBE SER UNO DE LOS QUE LA CALCULADORA ASIENTA Y DESPUES
      *    DE CADA CAMBIO SE AVISAN LOS CODIGOS QUE QUEDARON SIN
      *    TARIFA VIGENTE (SE FACTURARIAN EN CERO)

       MENU-TARIFAS.
           DISPLAY "TARIFAS: 1-. ALTA, 2-. MODIFICACION, "
           "3-. INACTIVAR, 4-. LISTAR, 9-. VOLVER".
           ACCEPT WS-ELECCION-TABLA.
           IF WS-ELECCION-TABLA = 1
               PERFORM ALTA-TARIFA
           ELSE
           IF WS-ELECCION-TABLA = 2
               PERFORM MODIFICAR-TARIFA
           ELSE
           IF WS-ELECCION-TABLA = 3
               PERFORM INACTIVAR-TARIFA
           ELSE
           IF WS-ELECCION-TABLA = 4
               PERFORM LISTAR-TARIFAS
               PERFORM VERIFICAR-TARIFAS
           ELSE
           IF WS-ELECCION-TABLA = 9
               MOVE "S" TO WS-FIN-TABLA
           ELSE
               DISPLAY "OPCION INVALIDA".

       PEDIR-OPCION-TARIFA.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-OPCION-TARIFA UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-OPCION-TARIFA.
           DISPLAY "INGRESE EL CODIGO DE OPERACION (S R M D L P Z "
           "C I Q X Y):".
           MOVE SPACES TO WS-MT-OPCION.
           ACCEPT WS-MT-OPCION.
           MOVE "N" TO WS-CODIGO-VALIDO.
           SET WS-IDX-COD TO 1.
           SEARCH WS-CODIGO-OPER
               WHEN WS-CODIGO-OPER (WS-IDX-COD) = WS-MT-OPCION
                   MOVE "S" TO WS-CODIGO-VALIDO.
           IF WS-CODIGO-VALIDO = "S"
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "CODIGO DE OPERACION INVALIDO, REINGRESE".

       PEDIR-PRECIO.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-PRECIO UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-PRECIO.
           DISPLAY "INGRESE EL PRECIO POR CALCULO (EJ. 2.50):".
           ACCEPT WS-MT-PRECIO.
           IF WS-MT-PRECIO NUMERIC
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "PRECIO INVALIDO, REINGRESE".

       BUSCAR-TARIFA-CLAVE.
           MOVE "N" TO WS-TARIFA-ENCONTRADA.
           IF WS-CANT-TARIFAS > ZERO
               SET WS-IDX-TARI TO 1
               PERFORM COMPARAR-TARIFA-CLAVE
                   UNTIL WS-IDX-TARI > WS-CANT-TARIFAS
                      OR WS-TARIFA-ENCONTRADA = "S".

       COMPARAR-TARIFA-CLAVE.
           IF WS-TARI-OPCION (WS-IDX-TARI) = WS-MT-OPCION
                  AND WS-TARI-VIGENCIA (WS-IDX-TARI) = WS-MT-VIGENCIA
               MOVE "S" TO WS-TARIFA-ENCONTRADA
           ELSE
               SET WS-IDX-TARI UP BY 1.

       ALTA-TARIFA.
           PERFORM PEDIR-OPCION-TARIFA.
           MOVE "N" TO WS-ADMITE-VIGENCIA-CERO.
           PERFORM PEDIR-VIGENCIA.
           PERFORM BUSCAR-TARIFA-CLAVE.
           IF WS-TARIFA-ENCONTRADA = "S"
               DISPLAY "YA EXISTE ESE CODIGO CON ESA VIGENCIA, USE "
               "MODIFICACION"
           ELSE
           IF WS-CANT-TARIFAS >= WS-MAX-TARIFAS
               DISPLAY "SE ALCANZO EL MAXIMO DE TARIFAS ADMITIDAS "
               "(200)"
           ELSE
               PERFORM PEDIR-PRECIO
               PERFORM PEDIR-DESCRIPCION
               ADD 1 TO WS-CANT-TARIFAS
               SET WS-IDX-TARI TO WS-CANT-TARIFAS
               MOVE WS-MT-OPCION TO WS-TARI-OPCION (WS-IDX-TARI)
               MOVE WS-MT-PRECIO TO WS-TARI-PRECIO (WS-IDX-TARI)
               MOVE WS-MT-DESCRIPCION TO WS-TARI-DESC (WS-IDX-TARI)
               MOVE WS-MT-VIGENCIA TO WS-TARI-VIGENCIA (WS-IDX-TARI)
               MOVE "A" TO WS-TARI-ESTADO (WS-IDX-TARI)
               MOVE SPACES TO WS-AUD-ANTERIOR
               PERFORM ARMAR-IMAGEN-TARIFA
               MOVE WS-IMAGEN-TARIFA TO WS-AUD-NUEVO
               MOVE "A" TO WS-AUD-ACCION
               PERFORM ASENTAR-CAMBIO-TARIFA.

       MODIFICAR-TARIFA.
           PERFORM PEDIR-OPCION-TARIFA.
           MOVE "S" TO WS-ADMITE-VIGENCIA-CERO.
           PERFORM PEDIR-VIGENCIA.
           PERFORM BUSCAR-TARIFA-CLAVE.
           IF WS-TARIFA-ENCONTRADA = "S"
               PERFORM ARMAR-IMAGEN-TARIFA
               MOVE WS-IMAGEN-TARIFA TO WS-AUD-ANTERIOR
               PERFORM PEDIR-PRECIO
               PERFORM PEDIR-DESCRIPCION
               PERFORM PEDIR-ESTADO
               MOVE WS-MT-PRECIO TO WS-TARI-PRECIO (WS-IDX-TARI)
               MOVE WS-MT-DESCRIPCION TO WS-TARI-DESC (WS-IDX-TARI)
               MOVE WS-MT-ESTADO TO WS-TARI-ESTADO (WS-IDX-TARI)
               PERFORM ARMAR-IMAGEN-TARIFA
               MOVE WS-IMAGEN-TARIFA TO WS-AUD-NUEVO
               MOVE "M" TO WS-AUD-ACCION
               PERFORM ASENTAR-CAMBIO-TARIFA
           ELSE
               DISPLAY "NO EXISTE ESE CODIGO CON ESA VIGENCIA".

       INACTIVAR-TARIFA.
           PERFORM PEDIR-OPCION-TARIFA.
           MOVE "S" TO WS-ADMITE-VIGENCIA-CERO.
           PERFORM PEDIR-VIGENCIA.
           PERFORM BUSCAR-TARIFA-CLAVE.
           IF WS-TARIFA-ENCONTRADA NOT = "S"
               DISPLAY "NO EXISTE ESE CODIGO CON ESA VIGENCIA"
           ELSE
           IF WS-TARI-ESTADO (WS-IDX-TARI) = "I"
               DISPLAY "LA TARIFA YA ESTA INACTIVA"
           ELSE
               PERFORM ARMAR-IMAGEN-TARIFA
               MOVE WS-IMAGEN-TARIFA TO WS-AUD-ANTERIOR
               MOVE "I" TO WS-TARI-ESTADO (WS-IDX-TARI)
               PERFORM ARMAR-IMAGEN-TARIFA
               MOVE WS-IMAGEN-TARIFA TO WS-AUD-NUEVO
               MOVE "B" TO WS-AUD-ACCION
               PERFORM ASENTAR-CAMBIO-TARIFA.

       ASENTAR-CAMBIO-TARIFA.
           MOVE "TARI" TO WS-AUD-TABLA.
           MOVE SPACES TO WS-AUD-CLAVE.
           STRING WS-TARI-OPCION (WS-IDX-TARI) " "
                  WS-TARI-VIGENCIA (WS-IDX-TARI)
                  DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           PERFORM GRABAR-TARIFILE.
           IF WS-ARCHIVO-GRABADO = "S"
               PERFORM GRABAR-AUDITORIA
               DISPLAY "TARIFILE ACTUALIZADO"
               PERFORM VERIFICAR-TARIFAS.

       ARMAR-IMAGEN-TARIFA.
           MOVE SPACES TO WS-IMAGEN-TARIFA.
           MOVE WS-TARI-OPCION (WS-IDX-TARI) TO WS-IMG-TARI-OPCION.
           MOVE WS-TARI-PRECIO (WS-IDX-TARI) TO WS-IMG-TARI-PRECIO.
           MOVE WS-TARI-DESC (WS-IDX-TARI) TO WS-IMG-TARI-DESC.
           MOVE WS-TARI-VIGENCIA (WS-IDX-TARI)
               TO WS-IMG-TARI-VIGENCIA.
           MOVE WS-TARI-ESTADO (WS-IDX-TARI) TO WS-IMG-TARI-ESTADO.

       GRABAR-TARIFILE.
           MOVE "N" TO WS-ARCHIVO-GRABADO.
           OPEN OUTPUT TARI-FILE.
           IF WS-TARI-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR TARIFILE (ESTADO "
               WS-TARI-STATUS ")"
           ELSE
               PERFORM GRABAR-TARIFA
                   VARYING WS-IDX-TARI FROM 1 BY 1
                   UNTIL WS-IDX-TARI > WS-CANT-TARIFAS
               CLOSE TARI-FILE
               MOVE "S" TO WS-ARCHIVO-GRABADO.

       GRABAR-TARIFA.
           PERFORM ARMAR-IMAGEN-TARIFA.
           WRITE TARI-RECORD FROM WS-IMAGEN-TARIFA.

       LISTAR-TARIFAS.
           PERFORM LISTAR-UNA-TARIFA
               VARYING WS-IDX-TARI FROM 1 BY 1
               UNTIL WS-IDX-TARI > WS-CANT-TARIFAS.

       LISTAR-UNA-TARIFA.
           MOVE WS-TARI-PRECIO (WS-IDX-TARI) TO WS-PRECIO-FORMAT.
           DISPLAY WS-TARI-OPCION (WS-IDX-TARI) " "
               WS-PRECIO-FORMAT " " WS-TARI-DESC (WS-IDX-TARI)
               " VIGENCIA " WS-TARI-VIGENCIA (WS-IDX-TARI)
               " ESTADO " WS-TARI-ESTADO (WS-IDX-TARI).

      *    CADA CODIGO DE OPERACION DEBE TENER UNA TARIFA ACTIVA CON
      *    VIGENCIA HASTA HOY; LAS CARGADAS POR ADELANTADO NO CUENTAN
       VERIFICAR-TARIFAS.
           MOVE ZERO TO WS-CODIGOS-SIN-TARIFA.
           PERFORM VERIFICAR-CODIGO-TARIFA
               VARYING WS-IDX-COD FROM 1 BY 1
               UNTIL WS-IDX-COD > 12.
           IF WS-CODIGOS-SIN-TARIFA = ZERO
               DISPLAY "TODOS LOS CODIGOS DE OPERACION TIENEN TARIFA "
               "VIGENTE".

       VERIFICAR-CODIGO-TARIFA.
           MOVE "N" TO WS-TARIFA-ENCONTRADA.
           PERFORM BUSCAR-TARIFA-VIGENTE
               VARYING WS-IDX-TARI FROM 1 BY 1
               UNTIL WS-IDX-TARI > WS-CANT-TARIFAS.
           IF WS-TARIFA-ENCONTRADA NOT = "S"
               ADD 1 TO WS-CODIGOS-SIN-TARIFA
               DISPLAY "ATENCION: EL CODIGO "
                   WS-CODIGO-OPER (WS-IDX-COD)
                   " NO TIENE TARIFA VIGENTE, SE FACTURARIA EN CERO".

       BUSCAR-TARIFA-VIGENTE.
           IF WS-TARI-OPCION (WS-IDX-TARI) =
                  WS-CODIGO-OPER (WS-IDX-COD)
                  AND WS-TARI-ESTADO (WS-IDX-TARI) = "A"
                  AND WS-TARI-VIGENCIA (WS-IDX-TARI) <=
                      WS-FECHA-AAAAMMDD
               MOVE "S" TO WS-TARIFA-ENCONTRADA.

       END PROGRAM MantenerTablas.
