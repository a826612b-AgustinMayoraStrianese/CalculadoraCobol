      ******************************************************************
      * Author:Agustin Mayora
      * Date: 15/10/2026
      * Purpose: Cuenta corriente de clientes sobre CTAFILE, donde
      *          Facturacion asienta una factura numerada por cliente
      *          y periodo: registro de pagos (cualquier operador) y
      *          de notas de credito (solo supervisor) aplicados a
      *          una factura, estado de cuenta de un cliente
      *          (ECTAFILE) y antiguedad de saldos a una fecha de
      *          corte en tramos corriente, 30, 60 y 90+ dias
      *          (ANTGFILE).
      *          Codigos de retorno: 0 = sesion normal, 8 = no se
      *          pudo iniciar la sesion.
      ******************************************************************
      * Modification History
      * 15/10/2026 AM  La antiguedad de saldos a una fecha de corte
      *                pasada devuelve a cada factura los pagos y notas
      *                de credito posteriores al corte. El ingreso
      *                correcto se asienta en SEGFILE como OC, para no
      *                abrir una sesion de la calculadora.
      * 15/10/2026 AM  Las claves incorrectas suman intentos en
      *                OPERFILE y al tercero bloquean la cuenta (evento
      *                BL), igual que en la calculadora. Las notas de
      *                credito sin factura que asienta Facturacion por
      *                un saldo a favor del cliente restan en el estado
      *                de cuenta y en la antiguedad de saldos.
      * 15/10/2026 AM  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CuentasCorrientes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SEG-FILE ASSIGN TO "SEGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEG-STATUS.

           SELECT CLI-FILE ASSIGN TO "CLIFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT CTA-FILE ASSIGN TO "CTAFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-KEY
               FILE STATUS IS WS-CTA-STATUS.

           SELECT ECTA-FILE ASSIGN TO "ECTAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECTA-STATUS.

           SELECT ANTG-FILE ASSIGN TO "ANTGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTG-STATUS.

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
      *    INGRESO CORRECTO SE ASIENTA COMO OC Y NO COMO OK, PARA QUE
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

      *    MISMO TRAZADO DEL MAESTRO DE CLIENTES DE LA CALCULADORA
       FD  CLI-FILE.
       01  CLI-RECORD.
           05 CLI-CODIGO                PIC X(04).
           05 FILLER                    PIC X(01).
           05 CLI-NOMBRE                PIC X(20).
           05 FILLER                    PIC X(01).
           05 CLI-ESTADO                PIC X(01).

      *    CUENTA CORRIENTE DE CLIENTES: CLAVE CLIENTE + TIPO (F =
      *    FACTURA, P = PAGO, N = NOTA DE CREDITO) + NUMERO. LA
      *    FACTURA LLEVA SU SALDO PENDIENTE; EL PAGO Y LA NOTA DE
      *    CREDITO, LA FACTURA A LA QUE SE APLICAN. UNA NOTA SIN
      *    FACTURA (CERO) ES UN SALDO A FAVOR DEL CLIENTE AUN NO
      *    APLICADO Y LLEVA ESE SALDO EN NEGATIVO
       FD  CTA-FILE.
       01  CTA-RECORD.
           05 CTA-KEY.
               10 CTA-CLIENTE           PIC X(04).
               10 CTA-TIPO              PIC X(01).
                   88 CTA-FACTURA-EMITIDA VALUE "F".
                   88 CTA-PAGO          VALUE "P".
                   88 CTA-NOTA-CREDITO  VALUE "N".
               10 CTA-NUMERO            PIC 9(08).
           05 CTA-FECHA                 PIC 9(08).
           05 CTA-DESDE                 PIC 9(08).
           05 CTA-HASTA                 PIC 9(08).
           05 CTA-IMPORTE               PIC S9(12)V9(02).
           05 CTA-SALDO                 PIC S9(12)V9(02).
           05 CTA-FACTURA               PIC 9(08).
           05 CTA-OPERADOR              PIC X(08).
           05 CTA-REFERENCIA            PIC X(20).

       FD  ECTA-FILE.
       01  ECTA-RECORD                  PIC X(100).

       FD  ANTG-FILE.
       01  ANTG-RECORD                  PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-OPER-STATUS PIC X(02).
           77 WS-SEG-STATUS PIC X(02).
           77 WS-CLI-STATUS PIC X(02).
           77 WS-CTA-STATUS PIC X(02).
           77 WS-ECTA-STATUS PIC X(02).
           77 WS-ANTG-STATUS PIC X(02).
           77 WS-FIN-OPERADORES PIC X(01) VALUE "N".
               88 FIN-OPERADORES VALUE "S".
           77 WS-FIN-CLIENTES PIC X(01) VALUE "N".
               88 FIN-CLIENTES VALUE "S".
           77 WS-FIN-CTA PIC X(01) VALUE "N".
               88 FIN-CTA VALUE "S".
           77 WS-CODIGO-RETORNO PIC 9(02) VALUE ZERO.
           77 WS-FECHA-AAAAMMDD PIC 9(08).
           77 WS-HORA-COMPLETA PIC 9(08).
           77 WS-ENTRADA-VALIDA PIC X(01) VALUE "N".

      *    SESION: CUALQUIER OPERADOR ACTIVO CON CLAVE VIGENTE; LA
      *    DEFINICION, EL CAMBIO Y EL DESBLOQUEO DE CLAVES SIGUEN
      *    SIENDO DE LA CALCULADORA
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

      *    MENU
           77 WS-ELECCION PIC 9(02).
           77 WS-FIN-MENU PIC X(01) VALUE "N".

      *    CLIENTES CARGADOS DE CLIFILE (ACTIVOS E INACTIVOS: UN
      *    CLIENTE DADO DE BAJA PUEDE SEGUIR PAGANDO LO QUE DEBE)
           01 WS-TABLA-CLIENTES.
               05 WS-CLIENTE OCCURS 200 TIMES INDEXED BY WS-IDX-CLI.
                   10 WS-CLI-CODIGO PIC X(04).
                   10 WS-CLI-NOMBRE PIC X(20).
           77 WS-MAX-CLIENTES PIC 9(03) COMP VALUE 200.
           77 WS-CANT-CLIENTES PIC 9(03) COMP VALUE ZERO.
           77 WS-CLIENTE-ENCONTRADO PIC X(01) VALUE "N".
           77 WS-CLIENTE-ID PIC X(04).
           77 WS-CLIENTE-NOMBRE PIC X(20).

      *    MOVIMIENTO EN CURSO (PAGO O NOTA DE CREDITO): LOS PAGOS Y
      *    LAS NOTAS SE NUMERAN EN UNA SOLA SERIE, A CONTINUACION DEL
      *    MAYOR NUMERO YA ASENTADO EN CTAFILE
           77 WS-ULTIMO-MOVIMIENTO PIC 9(08) VALUE ZERO.
           77 WS-MOV-TIPO PIC X(01).
           77 WS-MOV-FACTURA PIC 9(08).
           77 WS-MOV-IMPORTE PIC 9(10)V9(02).
           77 WS-MOV-FECHA PIC 9(08).
           77 WS-MOV-REFERENCIA PIC X(20).
           77 WS-SALDO-FACTURA PIC S9(12)V9(02).
           77 WS-FACTURA-VALIDA PIC X(01) VALUE "N".
           77 WS-MOVIMIENTO-GRABADO PIC X(01) VALUE "N".

      *    ESTADO DE CUENTA: MOVIMIENTOS DEL CLIENTE LEIDOS POR CLAVE
           01 WS-TABLA-MOVIMIENTOS.
               05 WS-MOV OCCURS 500 TIMES INDEXED BY WS-IDX-MOV.
                   10 WS-MOVT-TIPO PIC X(01).
                   10 WS-MOVT-NUMERO PIC 9(08).
                   10 WS-MOVT-FECHA PIC 9(08).
                   10 WS-MOVT-DESDE PIC 9(08).
                   10 WS-MOVT-HASTA PIC 9(08).
                   10 WS-MOVT-IMPORTE PIC S9(12)V9(02).
                   10 WS-MOVT-SALDO PIC S9(12)V9(02).
                   10 WS-MOVT-FACTURA PIC 9(08).
                   10 WS-MOVT-REFERENCIA PIC X(20).
           77 WS-MAX-MOVIMIENTOS PIC 9(03) COMP VALUE 500.
           77 WS-CANT-MOVIMIENTOS PIC 9(03) COMP VALUE ZERO.
           77 WS-IDX-APLICADO PIC 9(03) COMP.
           77 WS-TOTAL-FACTURADO PIC S9(12)V9(02).
           77 WS-TOTAL-PAGADO PIC S9(12)V9(02).
           77 WS-TOTAL-NOTAS PIC S9(12)V9(02).
           77 WS-TOTAL-SALDO PIC S9(12)V9(02).

      *    ANTIGUEDAD DE SALDOS: CTAFILE SE LEE EN ORDEN DE CLAVE, O
      *    SEA AGRUPADO POR CLIENTE, Y SE CORTA POR CAMBIO DE CLIENTE;
      *    LA ANTIGUEDAD SE CUENTA DESDE LA FECHA DE LA FACTURA
           77 WS-FECHA-CORTE PIC 9(08).
           77 WS-DIAS-ANTIGUEDAD PIC S9(07).
           77 WS-CLIENTE-CORTE PIC X(04).
      *    FACTURAS Y NOTAS SIN APLICAR DEL CLIENTE LEIDO, HASTA LA
      *    FECHA DE CORTE, CON EL SALDO QUE TENIAN AL CORTE
           77 WS-CLIENTE-LEIDO PIC X(04).
           01 WS-TABLA-CORTE.
               05 WS-COR OCCURS 500 TIMES INDEXED BY WS-IDX-COR.
                   10 WS-COR-TIPO PIC X(01).
                   10 WS-COR-NUMERO PIC 9(08).
                   10 WS-COR-FECHA PIC 9(08).
                   10 WS-COR-SALDO PIC S9(12)V9(02).
           77 WS-MAX-CORTE PIC 9(03) COMP VALUE 500.
           77 WS-CANT-CORTE PIC 9(03) COMP VALUE ZERO.
           77 WS-COR-ENCONTRADA PIC X(01) VALUE "N".
           01 WS-TRAMOS-CLIENTE.
               05 WS-TRAMO-CLIENTE OCCURS 4 TIMES
                       INDEXED BY WS-IDX-TRAMO
                       PIC S9(12)V9(02).
           01 WS-TRAMOS-TOTAL.
               05 WS-TRAMO-TOTAL OCCURS 4 TIMES PIC S9(12)V9(02).
           77 WS-SALDO-CLIENTE PIC S9(12)V9(02).
           77 WS-SALDO-GENERAL PIC S9(12)V9(02).
           77 WS-CLIENTES-CON-SALDO PIC 9(05) COMP VALUE ZERO.

      *    VALIDACION DE FECHAS (AAAAMMDD, MES Y DIA EXISTENTES, CON
      *    ANIOS BISIESTOS)
           01 WS-FECHA-EDIT.
               05 WS-EDIT-AAAA PIC 9(04).
               05 WS-EDIT-MM PIC 9(02).
               05 WS-EDIT-DD PIC 9(02).
           77 WS-FECHA-BIEN-FORMADA PIC X(01).
           01 WS-TABLA-MESES.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-DIAS-MES REDEFINES WS-TABLA-MESES.
               05 WS-DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).
           77 WS-ULTIMO-DIA PIC 9(02).
           77 WS-DIV-BISIESTO PIC 9(04) COMP.
           77 WS-RESTO-BISIESTO PIC 9(04) COMP.
           77 WS-ANIO-BISIESTO PIC X(01).

      *    CAMPOS EDITADOS DE SOPORTE PARA ARMAR LINEAS DE REPORTE
           77 WS-CANTIDAD-FORMAT PIC ZZZZ9.
           77 WS-IMPORTE-FORMAT PIC -Z(11)9.99.
           77 WS-SALDO-FORMAT PIC -Z(11)9.99.
           77 WS-NUMERO-FORMAT PIC 9(08).
           77 WS-TRAMO1-FORMAT PIC -Z(11)9.99.
           77 WS-TRAMO2-FORMAT PIC -Z(11)9.99.
           77 WS-TRAMO3-FORMAT PIC -Z(11)9.99.
           77 WS-TRAMO4-FORMAT PIC -Z(11)9.99.

       PROCEDURE DIVISION.
       MAIN-SECTION SECTION.
       MAIN.
           ACCEPT WS-FECHA-AAAAMMDD FROM DATE YYYYMMDD.
           PERFORM INICIO-SESION.
           IF WS-SESION-VALIDA = "S"
               PERFORM CARGAR-CLIENTES
               PERFORM OBTENER-ULTIMO-MOVIMIENTO
               MOVE "N" TO WS-FIN-MENU
               PERFORM MENU-PRINCIPAL UNTIL WS-FIN-MENU = "S"
               MOVE ZERO TO WS-CODIGO-RETORNO
           ELSE
               MOVE 08 TO WS-CODIGO-RETORNO.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.

           STOP RUN.

      *    RUTINAS

      *    SESION: OPERADOR ACTIVO, NO BLOQUEADO Y CON CLAVE VIGENTE;
      *    TRES INTENTOS FALLIDOS TERMINAN EL PROGRAMA Y CADA INTENTO
      *    QUEDA EN SEGFILE

       INICIO-SESION.
           DISPLAY "INGRESE LA ESTACION DE TRABAJO (ENTER = LOCL):".
           MOVE SPACES TO WS-ESTACION-ID.
           ACCEPT WS-ESTACION-ID.
           IF WS-ESTACION-ID = SPACES
               MOVE "LOCL" TO WS-ESTACION-ID.
           MOVE "N" TO WS-SESION-VALIDA.
           MOVE ZERO TO WS-INTENTOS-SESION.
           PERFORM VALIDAR-OPERADOR
               UNTIL WS-SESION-VALIDA = "S"
                  OR WS-INTENTOS-SESION >= WS-MAX-INTENTOS.
           IF WS-SESION-VALIDA = "S"
               DISPLAY "BIENVENIDO " WS-OPERADOR-ID
           ELSE
               DISPLAY "NO SE PUDO INICIAR LA SESION".

       VALIDAR-OPERADOR.
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
               MOVE "OC" TO WS-EVENTO-SEG
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

       CARGAR-CLIENTES.
           MOVE ZERO TO WS-CANT-CLIENTES.
           OPEN INPUT CLI-FILE.
           IF WS-CLI-STATUS NOT = "00"
               DISPLAY "NO SE ENCONTRO EL MAESTRO DE CLIENTES CLIFILE"
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
                   IF CLI-CODIGO NOT = SPACES
                       ADD 1 TO WS-CANT-CLIENTES
                       SET WS-IDX-CLI TO WS-CANT-CLIENTES
                       MOVE CLI-CODIGO TO WS-CLI-CODIGO (WS-IDX-CLI)
                       MOVE CLI-NOMBRE TO WS-CLI-NOMBRE (WS-IDX-CLI)
                   END-IF.

      *    LOS PAGOS Y LAS NOTAS DE CREDITO COMPARTEN LA NUMERACION:
      *    SE PARTE DEL MAYOR NUMERO YA ASENTADO
       OBTENER-ULTIMO-MOVIMIENTO.
           MOVE ZERO TO WS-ULTIMO-MOVIMIENTO.
           OPEN INPUT CTA-FILE.
           IF WS-CTA-STATUS = "00"
               MOVE "N" TO WS-FIN-CTA
               PERFORM LEER-ULTIMO-MOVIMIENTO UNTIL FIN-CTA
               CLOSE CTA-FILE.

       LEER-ULTIMO-MOVIMIENTO.
           READ CTA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CTA
               NOT AT END
                   IF NOT CTA-FACTURA-EMITIDA
                          AND CTA-NUMERO > WS-ULTIMO-MOVIMIENTO
                       MOVE CTA-NUMERO TO WS-ULTIMO-MOVIMIENTO
                   END-IF.

       MENU-PRINCIPAL.
           DISPLAY "CUENTAS CORRIENTES: 1-. REGISTRAR PAGO, "
           "2-. NOTA DE CREDITO, 3-. ESTADO DE CUENTA, "
           "4-. ANTIGUEDAD DE SALDOS, 9-. SALIR".
           ACCEPT WS-ELECCION.
           IF WS-ELECCION = 1
               MOVE "P" TO WS-MOV-TIPO
               PERFORM APLICAR-MOVIMIENTO
           ELSE
           IF WS-ELECCION = 2
               IF WS-OP-NIVEL = 2
                   MOVE "N" TO WS-MOV-TIPO
                   PERFORM APLICAR-MOVIMIENTO
               ELSE
                   DISPLAY "SOLO UN SUPERVISOR PUEDE EMITIR UNA NOTA "
                   "DE CREDITO"
               END-IF
           ELSE
           IF WS-ELECCION = 3
               PERFORM ESTADO-DE-CUENTA
           ELSE
           IF WS-ELECCION = 4
               PERFORM ANTIGUEDAD-DE-SALDOS
           ELSE
           IF WS-ELECCION = 9
               MOVE "S" TO WS-FIN-MENU
           ELSE
               DISPLAY "OPCION INVALIDA".

      *    PEDIDO DE DATOS

       PEDIR-CLIENTE.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-CLIENTE-ID UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-CLIENTE-ID.
           DISPLAY "INGRESE EL CODIGO DE CLIENTE:".
           MOVE SPACES TO WS-CLIENTE-ID.
           ACCEPT WS-CLIENTE-ID.
           MOVE "N" TO WS-CLIENTE-ENCONTRADO.
           MOVE SPACES TO WS-CLIENTE-NOMBRE.
           PERFORM BUSCAR-CLIENTE
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-CANT-CLIENTES
                  OR WS-CLIENTE-ENCONTRADO = "S".
           IF WS-CLIENTE-ENCONTRADO = "S"
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "CLIENTE DESCONOCIDO, VERIFIQUE CLIFILE".

       BUSCAR-CLIENTE.
           IF WS-CLI-CODIGO (WS-IDX-CLI) = WS-CLIENTE-ID
               MOVE "S" TO WS-CLIENTE-ENCONTRADO
               MOVE WS-CLI-NOMBRE (WS-IDX-CLI) TO WS-CLIENTE-NOMBRE.

       PEDIR-NUMERO-FACTURA.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-NUMERO-FACTURA UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-NUMERO-FACTURA.
           DISPLAY "INGRESE EL NUMERO DE FACTURA:".
           ACCEPT WS-MOV-FACTURA.
           IF WS-MOV-FACTURA NUMERIC AND WS-MOV-FACTURA > ZERO
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "NUMERO DE FACTURA INVALIDO, REINGRESE".

       PEDIR-IMPORTE-MOVIMIENTO.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-IMPORTE-MOVIMIENTO
               UNTIL WS-ENTRADA-VALIDA = "S".

      *    NO SE ADMITE APLICAR MAS QUE EL SALDO DE LA FACTURA
       LEER-IMPORTE-MOVIMIENTO.
           DISPLAY "INGRESE EL IMPORTE A APLICAR:".
           ACCEPT WS-MOV-IMPORTE.
           IF WS-MOV-IMPORTE NUMERIC AND WS-MOV-IMPORTE > ZERO
                  AND WS-MOV-IMPORTE <= WS-SALDO-FACTURA
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "IMPORTE INVALIDO: DEBE SER MAYOR QUE CERO Y "
               "NO SUPERAR EL SALDO DE LA FACTURA".

       PEDIR-FECHA-MOVIMIENTO.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-MOVIMIENTO
               UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-FECHA-MOVIMIENTO.
           DISPLAY "FECHA DEL MOVIMIENTO (AAAAMMDD, 0 = HOY):".
           ACCEPT WS-MOV-FECHA.
           IF WS-MOV-FECHA NUMERIC AND WS-MOV-FECHA = ZERO
               MOVE WS-FECHA-AAAAMMDD TO WS-MOV-FECHA.
           MOVE WS-MOV-FECHA TO WS-FECHA-EDIT.
           PERFORM VALIDAR-FECHA-EDIT.
           IF WS-FECHA-BIEN-FORMADA = "S"
                  AND WS-MOV-FECHA <= WS-FECHA-AAAAMMDD
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "FECHA INVALIDA O POSTERIOR A HOY, REINGRESE".

       PEDIR-REFERENCIA.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-REFERENCIA UNTIL WS-ENTRADA-VALIDA = "S".

      *    EL PAGO LLEVA EL COMPROBANTE (OPCIONAL); LA NOTA DE
      *    CREDITO, EL MOTIVO (OBLIGATORIO)
       LEER-REFERENCIA.
           IF WS-MOV-TIPO = "N"
               DISPLAY "INGRESE EL MOTIVO DE LA NOTA DE CREDITO:"
           ELSE
               DISPLAY "INGRESE EL COMPROBANTE DEL PAGO (OPCIONAL):".
           MOVE SPACES TO WS-MOV-REFERENCIA.
           ACCEPT WS-MOV-REFERENCIA.
           IF WS-MOV-TIPO = "N" AND WS-MOV-REFERENCIA = SPACES
               DISPLAY "EL MOTIVO ES OBLIGATORIO"
           ELSE
               MOVE "S" TO WS-ENTRADA-VALIDA.

       PEDIR-FECHA-CORTE.
           MOVE "N" TO WS-ENTRADA-VALIDA.
           PERFORM LEER-FECHA-CORTE UNTIL WS-ENTRADA-VALIDA = "S".

       LEER-FECHA-CORTE.
           DISPLAY "FECHA DE CORTE (AAAAMMDD, 0 = HOY):".
           ACCEPT WS-FECHA-CORTE.
           IF WS-FECHA-CORTE NUMERIC AND WS-FECHA-CORTE = ZERO
               MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-CORTE.
           MOVE WS-FECHA-CORTE TO WS-FECHA-EDIT.
           PERFORM VALIDAR-FECHA-EDIT.
           IF WS-FECHA-BIEN-FORMADA = "S"
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "FECHA INVALIDA, REINGRESE".

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

      *    PAGO O NOTA DE CREDITO: SE APLICA A UNA FACTURA DEL CLIENTE
      *    CON SALDO; PRIMERO SE ASIENTA EL MOVIMIENTO Y RECIEN
      *    DESPUES SE DESCUENTA EL SALDO DE LA FACTURA, ASI NUNCA
      *    QUEDA UN SALDO REBAJADO SIN SU MOVIMIENTO

       APLICAR-MOVIMIENTO.
           PERFORM PEDIR-CLIENTE.
           PERFORM PEDIR-NUMERO-FACTURA.
           OPEN I-O CTA-FILE.
           IF WS-CTA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA CUENTA CORRIENTE CTAFILE "
               "(ESTADO " WS-CTA-STATUS ")"
           ELSE
               PERFORM LEER-FACTURA-CLIENTE
               IF WS-FACTURA-VALIDA = "S"
                   PERFORM PEDIR-IMPORTE-MOVIMIENTO
                   PERFORM PEDIR-FECHA-MOVIMIENTO
                   PERFORM PEDIR-REFERENCIA
                   PERFORM GRABAR-MOVIMIENTO
                   IF WS-MOVIMIENTO-GRABADO = "S"
                       PERFORM DESCONTAR-SALDO-FACTURA
                   END-IF
               END-IF
               CLOSE CTA-FILE.

       LEER-FACTURA-CLIENTE.
           MOVE "N" TO WS-FACTURA-VALIDA.
           MOVE WS-CLIENTE-ID TO CTA-CLIENTE.
           MOVE "F" TO CTA-TIPO.
           MOVE WS-MOV-FACTURA TO CTA-NUMERO.
           MOVE WS-MOV-FACTURA TO WS-NUMERO-FORMAT.
           READ CTA-FILE
               INVALID KEY
                   DISPLAY "EL CLIENTE " WS-CLIENTE-ID
                   " NO TIENE LA FACTURA " WS-NUMERO-FORMAT
               NOT INVALID KEY
                   IF CTA-SALDO NOT > ZERO
                       DISPLAY "LA FACTURA " WS-NUMERO-FORMAT
                       " YA ESTA CANCELADA"
                   ELSE
                       MOVE "S" TO WS-FACTURA-VALIDA
                       MOVE CTA-SALDO TO WS-SALDO-FACTURA
                       MOVE CTA-SALDO TO WS-SALDO-FORMAT
                       DISPLAY "FACTURA " WS-NUMERO-FORMAT
                       " DEL PERIODO " CTA-DESDE " A " CTA-HASTA
                       ", SALDO " WS-SALDO-FORMAT
                   END-IF
           END-READ.

       GRABAR-MOVIMIENTO.
           MOVE "N" TO WS-MOVIMIENTO-GRABADO.
           ADD 1 TO WS-ULTIMO-MOVIMIENTO.
           MOVE SPACES TO CTA-RECORD.
           MOVE WS-CLIENTE-ID TO CTA-CLIENTE.
           MOVE WS-MOV-TIPO TO CTA-TIPO.
           MOVE WS-ULTIMO-MOVIMIENTO TO CTA-NUMERO.
           MOVE WS-MOV-FECHA TO CTA-FECHA.
           MOVE ZERO TO CTA-DESDE.
           MOVE ZERO TO CTA-HASTA.
           MOVE WS-MOV-IMPORTE TO CTA-IMPORTE.
           MOVE ZERO TO CTA-SALDO.
           MOVE WS-MOV-FACTURA TO CTA-FACTURA.
           MOVE WS-OPERADOR-ID TO CTA-OPERADOR.
           MOVE WS-MOV-REFERENCIA TO CTA-REFERENCIA.
           MOVE WS-ULTIMO-MOVIMIENTO TO WS-NUMERO-FORMAT.
           WRITE CTA-RECORD
               INVALID KEY
                   DISPLAY "EL MOVIMIENTO " WS-NUMERO-FORMAT
                   " YA EXISTE EN CTAFILE, NO SE ASIENTA"
               NOT INVALID KEY
                   MOVE "S" TO WS-MOVIMIENTO-GRABADO
           END-WRITE.

       DESCONTAR-SALDO-FACTURA.
           MOVE WS-CLIENTE-ID TO CTA-CLIENTE.
           MOVE "F" TO CTA-TIPO.
           MOVE WS-MOV-FACTURA TO CTA-NUMERO.
           READ CTA-FILE
               INVALID KEY
                   DISPLAY "NO SE PUDO RELEER LA FACTURA, REVISE EL "
                   "SALDO EN CTAFILE"
               NOT INVALID KEY
                   SUBTRACT WS-MOV-IMPORTE FROM CTA-SALDO
                   MOVE CTA-SALDO TO WS-SALDO-FORMAT
                   REWRITE CTA-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL SALDO DE "
                           "LA FACTURA, REVISE CTAFILE"
                       NOT INVALID KEY
                           IF WS-MOV-TIPO = "N"
                               DISPLAY "NOTA DE CREDITO "
                               WS-NUMERO-FORMAT " ASENTADA, SALDO DE "
                               "LA FACTURA " WS-SALDO-FORMAT
                           ELSE
                               DISPLAY "PAGO " WS-NUMERO-FORMAT
                               " ASENTADO, SALDO DE LA FACTURA "
                               WS-SALDO-FORMAT
                           END-IF
                   END-REWRITE
           END-READ.

      *    ESTADO DE CUENTA: CADA FACTURA DEL CLIENTE SEGUIDA DE LOS
      *    PAGOS Y NOTAS DE CREDITO QUE SE LE APLICARON, Y AL FINAL
      *    LOS TOTALES Y EL SALDO ADEUDADO

       ESTADO-DE-CUENTA.
           PERFORM PEDIR-CLIENTE.
           OPEN INPUT CTA-FILE.
           IF WS-CTA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA CUENTA CORRIENTE CTAFILE "
               "(ESTADO " WS-CTA-STATUS ")"
           ELSE
               PERFORM CARGAR-MOVIMIENTOS-CLIENTE
               CLOSE CTA-FILE
               OPEN OUTPUT ECTA-FILE
               IF WS-ECTA-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL ESTADO DE CUENTA "
                   "ECTAFILE"
               ELSE
                   PERFORM INFORMAR-ESTADO-CUENTA
                   CLOSE ECTA-FILE
                   MOVE WS-TOTAL-SALDO TO WS-SALDO-FORMAT
                   DISPLAY "ESTADO DE CUENTA GENERADO EN ECTAFILE, "
                   "SALDO DEL CLIENTE " WS-SALDO-FORMAT
               END-IF.

       CARGAR-MOVIMIENTOS-CLIENTE.
           MOVE ZERO TO WS-CANT-MOVIMIENTOS.
           MOVE WS-CLIENTE-ID TO CTA-CLIENTE.
           MOVE SPACE TO CTA-TIPO.
           MOVE ZERO TO CTA-NUMERO.
           MOVE "N" TO WS-FIN-CTA.
           START CTA-FILE KEY IS NOT LESS THAN CTA-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIN-CTA
           END-START.
           PERFORM LEER-MOVIMIENTO-CLIENTE UNTIL FIN-CTA.

       LEER-MOVIMIENTO-CLIENTE.
           READ CTA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CTA
               NOT AT END
                   IF CTA-CLIENTE NOT = WS-CLIENTE-ID
                       MOVE "S" TO WS-FIN-CTA
                   ELSE
                   IF WS-CANT-MOVIMIENTOS >= WS-MAX-MOVIMIENTOS
                       DISPLAY "SE ALCANZO EL MAXIMO DE MOVIMIENTOS "
                       "DEL ESTADO DE CUENTA (500), SE IGNORAN LOS "
                       "RESTANTES"
                       MOVE "S" TO WS-FIN-CTA
                   ELSE
                       ADD 1 TO WS-CANT-MOVIMIENTOS
                       SET WS-IDX-MOV TO WS-CANT-MOVIMIENTOS
                       MOVE CTA-TIPO TO WS-MOVT-TIPO (WS-IDX-MOV)
                       MOVE CTA-NUMERO TO WS-MOVT-NUMERO (WS-IDX-MOV)
                       MOVE CTA-FECHA TO WS-MOVT-FECHA (WS-IDX-MOV)
                       MOVE CTA-DESDE TO WS-MOVT-DESDE (WS-IDX-MOV)
                       MOVE CTA-HASTA TO WS-MOVT-HASTA (WS-IDX-MOV)
                       MOVE CTA-IMPORTE
                           TO WS-MOVT-IMPORTE (WS-IDX-MOV)
                       MOVE CTA-SALDO TO WS-MOVT-SALDO (WS-IDX-MOV)
                       MOVE CTA-FACTURA
                           TO WS-MOVT-FACTURA (WS-IDX-MOV)
                       MOVE CTA-REFERENCIA
                           TO WS-MOVT-REFERENCIA (WS-IDX-MOV)
                   END-IF.

       INFORMAR-ESTADO-CUENTA.
           MOVE ZERO TO WS-TOTAL-FACTURADO.
           MOVE ZERO TO WS-TOTAL-PAGADO.
           MOVE ZERO TO WS-TOTAL-NOTAS.
           MOVE ZERO TO WS-TOTAL-SALDO.
           MOVE SPACES TO ECTA-RECORD.
           STRING "ESTADO DE CUENTA DEL CLIENTE " WS-CLIENTE-ID " "
                  WS-CLIENTE-NOMBRE " AL " WS-FECHA-AAAAMMDD
                  DELIMITED BY SIZE INTO ECTA-RECORD.
           WRITE ECTA-RECORD.
           PERFORM INFORMAR-FACTURA-CUENTA
               VARYING WS-IDX-MOV FROM 1 BY 1
               UNTIL WS-IDX-MOV > WS-CANT-MOVIMIENTOS.
           PERFORM INFORMAR-NOTA-SIN-APLICAR
               VARYING WS-IDX-MOV FROM 1 BY 1
               UNTIL WS-IDX-MOV > WS-CANT-MOVIMIENTOS.
           MOVE SPACES TO ECTA-RECORD.
           WRITE ECTA-RECORD.
           IF WS-CANT-MOVIMIENTOS = ZERO
               MOVE "SIN MOVIMIENTOS EN LA CUENTA CORRIENTE"
                   TO ECTA-RECORD
               WRITE ECTA-RECORD.
           MOVE WS-TOTAL-FACTURADO TO WS-IMPORTE-FORMAT.
           MOVE SPACES TO ECTA-RECORD.
           STRING "TOTAL FACTURADO:        " WS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO ECTA-RECORD.
           WRITE ECTA-RECORD.
           MOVE WS-TOTAL-PAGADO TO WS-IMPORTE-FORMAT.
           MOVE SPACES TO ECTA-RECORD.
           STRING "TOTAL PAGADO:           " WS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO ECTA-RECORD.
           WRITE ECTA-RECORD.
           MOVE WS-TOTAL-NOTAS TO WS-IMPORTE-FORMAT.
           MOVE SPACES TO ECTA-RECORD.
           STRING "TOTAL NOTAS DE CREDITO: " WS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO ECTA-RECORD.
           WRITE ECTA-RECORD.
           MOVE WS-TOTAL-SALDO TO WS-IMPORTE-FORMAT.
           MOVE SPACES TO ECTA-RECORD.
           STRING "SALDO ADEUDADO:         " WS-IMPORTE-FORMAT
               DELIMITED BY SIZE INTO ECTA-RECORD.
           WRITE ECTA-RECORD.

       INFORMAR-FACTURA-CUENTA.
           IF WS-MOVT-TIPO (WS-IDX-MOV) = "F"
               ADD WS-MOVT-IMPORTE (WS-IDX-MOV) TO WS-TOTAL-FACTURADO
               ADD WS-MOVT-SALDO (WS-IDX-MOV) TO WS-TOTAL-SALDO
               MOVE WS-MOVT-NUMERO (WS-IDX-MOV) TO WS-NUMERO-FORMAT
               MOVE WS-MOVT-IMPORTE (WS-IDX-MOV) TO WS-IMPORTE-FORMAT
               MOVE WS-MOVT-SALDO (WS-IDX-MOV) TO WS-SALDO-FORMAT
               MOVE SPACES TO ECTA-RECORD
               WRITE ECTA-RECORD
               STRING "FACTURA " WS-NUMERO-FORMAT " DEL "
                      WS-MOVT-FECHA (WS-IDX-MOV) " PERIODO "
                      WS-MOVT-DESDE (WS-IDX-MOV) " A "
                      WS-MOVT-HASTA (WS-IDX-MOV) " "
                      WS-IMPORTE-FORMAT " SALDO " WS-SALDO-FORMAT
                      DELIMITED BY SIZE INTO ECTA-RECORD
               WRITE ECTA-RECORD
               PERFORM INFORMAR-APLICACION
                   VARYING WS-IDX-APLICADO FROM 1 BY 1
                   UNTIL WS-IDX-APLICADO > WS-CANT-MOVIMIENTOS.

       INFORMAR-APLICACION.
           IF WS-MOVT-TIPO (WS-IDX-APLICADO) NOT = "F"
                  AND WS-MOVT-FACTURA (WS-IDX-APLICADO) =
                      WS-MOVT-NUMERO (WS-IDX-MOV)
               MOVE WS-MOVT-NUMERO (WS-IDX-APLICADO)
                   TO WS-NUMERO-FORMAT
               MOVE WS-MOVT-IMPORTE (WS-IDX-APLICADO)
                   TO WS-IMPORTE-FORMAT
               MOVE SPACES TO ECTA-RECORD
               IF WS-MOVT-TIPO (WS-IDX-APLICADO) = "N"
                   ADD WS-MOVT-IMPORTE (WS-IDX-APLICADO)
                       TO WS-TOTAL-NOTAS
                   STRING "    NOTA DE CREDITO " WS-NUMERO-FORMAT
                          " DEL " WS-MOVT-FECHA (WS-IDX-APLICADO)
                          " " WS-IMPORTE-FORMAT " "
                          WS-MOVT-REFERENCIA (WS-IDX-APLICADO)
                          DELIMITED BY SIZE INTO ECTA-RECORD
               ELSE
                   ADD WS-MOVT-IMPORTE (WS-IDX-APLICADO)
                       TO WS-TOTAL-PAGADO
                   STRING "    PAGO " WS-NUMERO-FORMAT
                          " DEL " WS-MOVT-FECHA (WS-IDX-APLICADO)
                          "            " WS-IMPORTE-FORMAT " "
                          WS-MOVT-REFERENCIA (WS-IDX-APLICADO)
                          DELIMITED BY SIZE INTO ECTA-RECORD
               END-IF
               WRITE ECTA-RECORD.

      *    SALDO A FAVOR: NOTA DE CREDITO SIN FACTURA A LA QUE APLICAR
       INFORMAR-NOTA-SIN-APLICAR.
           IF WS-MOVT-TIPO (WS-IDX-MOV) = "N"
                  AND WS-MOVT-FACTURA (WS-IDX-MOV) = ZERO
               ADD WS-MOVT-IMPORTE (WS-IDX-MOV) TO WS-TOTAL-NOTAS
               ADD WS-MOVT-SALDO (WS-IDX-MOV) TO WS-TOTAL-SALDO
               MOVE WS-MOVT-NUMERO (WS-IDX-MOV) TO WS-NUMERO-FORMAT
               MOVE WS-MOVT-IMPORTE (WS-IDX-MOV) TO WS-IMPORTE-FORMAT
               MOVE WS-MOVT-SALDO (WS-IDX-MOV) TO WS-SALDO-FORMAT
               MOVE SPACES TO ECTA-RECORD
               WRITE ECTA-RECORD
               STRING "NOTA DE CREDITO " WS-NUMERO-FORMAT " DEL "
                      WS-MOVT-FECHA (WS-IDX-MOV) " SIN APLICAR "
                      WS-IMPORTE-FORMAT " SALDO " WS-SALDO-FORMAT
                      DELIMITED BY SIZE INTO ECTA-RECORD
               WRITE ECTA-RECORD
               MOVE SPACES TO ECTA-RECORD
               STRING "    " WS-MOVT-REFERENCIA (WS-IDX-MOV)
                      DELIMITED BY SIZE INTO ECTA-RECORD
               WRITE ECTA-RECORD.

      *    ANTIGUEDAD DE SALDOS: EL SALDO PENDIENTE DE CADA FACTURA
      *    EMITIDA HASTA LA FECHA DE CORTE SE UBICA EN SU TRAMO
      *    (1 = CORRIENTE HASTA 30 DIAS, 2 = 31 A 60, 3 = 61 A 90,
      *    4 = MAS DE 90) Y SE TOTALIZA POR CLIENTE Y EN GENERAL; UN
      *    SALDO A FAVOR SIN APLICAR RESTA EN EL TRAMO DE SU FECHA.
      *    EL SALDO ES EL QUE HABIA A LA FECHA DE CORTE: LOS PAGOS Y
      *    NOTAS DE CREDITO POSTERIORES AL CORTE SE DEVUELVEN A LA
      *    FACTURA A LA QUE SE APLICARON. EN CTAFILE LAS FACTURAS (F)
      *    DE CADA CLIENTE VIENEN ANTES QUE SUS NOTAS (N) Y PAGOS (P),
      *    ASI QUE SE JUNTAN EN WS-TABLA-CORTE Y SE UBICAN EN LOS
      *    TRAMOS AL CAMBIAR DE CLIENTE

       ANTIGUEDAD-DE-SALDOS.
           PERFORM PEDIR-FECHA-CORTE.
           OPEN INPUT CTA-FILE.
           IF WS-CTA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA CUENTA CORRIENTE CTAFILE "
               "(ESTADO " WS-CTA-STATUS ")"
           ELSE
               OPEN OUTPUT ANTG-FILE
               IF WS-ANTG-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL INFORME ANTGFILE"
               ELSE
                   PERFORM INFORMAR-ANTIGUEDAD
                   CLOSE ANTG-FILE
                   MOVE WS-CLIENTES-CON-SALDO TO WS-CANTIDAD-FORMAT
                   DISPLAY "ANTIGUEDAD DE SALDOS GENERADA EN "
                   "ANTGFILE, CLIENTES CON SALDO: "
                   WS-CANTIDAD-FORMAT
               END-IF
               CLOSE CTA-FILE.

       INFORMAR-ANTIGUEDAD.
           MOVE ZERO TO WS-CLIENTES-CON-SALDO.
           MOVE ZERO TO WS-SALDO-GENERAL.
           INITIALIZE WS-TRAMOS-TOTAL.
           INITIALIZE WS-TRAMOS-CLIENTE.
           MOVE ZERO TO WS-SALDO-CLIENTE.
           MOVE SPACES TO WS-CLIENTE-CORTE.
           MOVE SPACES TO WS-CLIENTE-LEIDO.
           MOVE ZERO TO WS-CANT-CORTE.
           MOVE SPACES TO ANTG-RECORD.
           STRING "ANTIGUEDAD DE SALDOS DE CLIENTES AL "
                  WS-FECHA-CORTE DELIMITED BY SIZE INTO ANTG-RECORD.
           WRITE ANTG-RECORD.
           MOVE SPACES TO ANTG-RECORD.
           WRITE ANTG-RECORD.
           MOVE SPACES TO ANTG-RECORD.
           STRING "CLIENTE        CORRIENTE          30 DIAS"
                  "          60 DIAS         90+ DIAS"
                  "            TOTAL" DELIMITED BY SIZE
               INTO ANTG-RECORD.
           WRITE ANTG-RECORD.
           MOVE "N" TO WS-FIN-CTA.
           PERFORM LEER-SALDO-FACTURA UNTIL FIN-CTA.
           PERFORM UBICAR-SALDOS-CLIENTE.
           PERFORM INFORMAR-SALDO-CLIENTE.
           MOVE SPACES TO ANTG-RECORD.
           WRITE ANTG-RECORD.
           MOVE WS-TRAMO-TOTAL (1) TO WS-TRAMO1-FORMAT.
           MOVE WS-TRAMO-TOTAL (2) TO WS-TRAMO2-FORMAT.
           MOVE WS-TRAMO-TOTAL (3) TO WS-TRAMO3-FORMAT.
           MOVE WS-TRAMO-TOTAL (4) TO WS-TRAMO4-FORMAT.
           MOVE WS-SALDO-GENERAL TO WS-SALDO-FORMAT.
           MOVE SPACES TO ANTG-RECORD.
           STRING "TOTAL" WS-TRAMO1-FORMAT " " WS-TRAMO2-FORMAT " "
                  WS-TRAMO3-FORMAT " " WS-TRAMO4-FORMAT " "
                  WS-SALDO-FORMAT DELIMITED BY SIZE INTO ANTG-RECORD.
           WRITE ANTG-RECORD.

       LEER-SALDO-FACTURA.
           READ CTA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CTA
               NOT AT END
                   IF CTA-CLIENTE NOT = WS-CLIENTE-LEIDO
                       PERFORM UBICAR-SALDOS-CLIENTE
                       MOVE CTA-CLIENTE TO WS-CLIENTE-LEIDO
                       MOVE ZERO TO WS-CANT-CORTE
                   END-IF
                   PERFORM ACUMULAR-SALDO-CORTE.

       ACUMULAR-SALDO-CORTE.
           IF CTA-FECHA <= WS-FECHA-CORTE
                  AND (CTA-FACTURA-EMITIDA
                       OR (CTA-NOTA-CREDITO AND CTA-SALDO < ZERO))
               IF WS-CANT-CORTE >= WS-MAX-CORTE
                   DISPLAY "EL CLIENTE " CTA-CLIENTE " SUPERA LAS 500 "
                   "FACTURAS, SE IGNORAN LAS RESTANTES"
               ELSE
                   ADD 1 TO WS-CANT-CORTE
                   SET WS-IDX-COR TO WS-CANT-CORTE
                   MOVE CTA-TIPO TO WS-COR-TIPO (WS-IDX-COR)
                   MOVE CTA-NUMERO TO WS-COR-NUMERO (WS-IDX-COR)
                   MOVE CTA-FECHA TO WS-COR-FECHA (WS-IDX-COR)
                   MOVE CTA-SALDO TO WS-COR-SALDO (WS-IDX-COR)
               END-IF
           ELSE
           IF CTA-FECHA > WS-FECHA-CORTE
                  AND (CTA-PAGO OR CTA-NOTA-CREDITO)
                  AND CTA-FACTURA NOT = ZERO
               PERFORM DEVOLVER-MOVIMIENTO-CORTE.

      *    UN PAGO O NOTA POSTERIOR AL CORTE NO HABIA REBAJADO TODAVIA
      *    LA FACTURA: SE SUMA DE NUEVO A SU SALDO
       DEVOLVER-MOVIMIENTO-CORTE.
           MOVE "N" TO WS-COR-ENCONTRADA.
           SET WS-IDX-COR TO 1.
           PERFORM BUSCAR-FACTURA-CORTE
               UNTIL WS-IDX-COR > WS-CANT-CORTE
                  OR WS-COR-ENCONTRADA = "S".

       BUSCAR-FACTURA-CORTE.
           IF WS-COR-TIPO (WS-IDX-COR) = "F"
                  AND WS-COR-NUMERO (WS-IDX-COR) = CTA-FACTURA
               MOVE "S" TO WS-COR-ENCONTRADA
               ADD CTA-IMPORTE TO WS-COR-SALDO (WS-IDX-COR)
           ELSE
               SET WS-IDX-COR UP BY 1.

       UBICAR-SALDOS-CLIENTE.
           PERFORM UBICAR-SALDO-FACTURA
               VARYING WS-IDX-COR FROM 1 BY 1
               UNTIL WS-IDX-COR > WS-CANT-CORTE.

       UBICAR-SALDO-FACTURA.
           IF (WS-COR-TIPO (WS-IDX-COR) = "F"
                      AND WS-COR-SALDO (WS-IDX-COR) > ZERO)
                  OR (WS-COR-TIPO (WS-IDX-COR) = "N"
                      AND WS-COR-SALDO (WS-IDX-COR) < ZERO)
               PERFORM UBICAR-EN-TRAMO.

       UBICAR-EN-TRAMO.
           IF WS-CLIENTE-LEIDO NOT = WS-CLIENTE-CORTE
               PERFORM INFORMAR-SALDO-CLIENTE
               MOVE WS-CLIENTE-LEIDO TO WS-CLIENTE-CORTE.
           MOVE WS-COR-FECHA (WS-IDX-COR) TO WS-FECHA-EDIT.
           PERFORM VALIDAR-FECHA-EDIT.
           IF WS-FECHA-BIEN-FORMADA = "S"
               COMPUTE WS-DIAS-ANTIGUEDAD =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-CORTE)
                 - FUNCTION INTEGER-OF-DATE (WS-COR-FECHA (WS-IDX-COR))
           ELSE
               MOVE 9999 TO WS-DIAS-ANTIGUEDAD.
           IF WS-DIAS-ANTIGUEDAD <= 30
               SET WS-IDX-TRAMO TO 1
           ELSE
           IF WS-DIAS-ANTIGUEDAD <= 60
               SET WS-IDX-TRAMO TO 2
           ELSE
           IF WS-DIAS-ANTIGUEDAD <= 90
               SET WS-IDX-TRAMO TO 3
           ELSE
               SET WS-IDX-TRAMO TO 4.
           ADD WS-COR-SALDO (WS-IDX-COR)
               TO WS-TRAMO-CLIENTE (WS-IDX-TRAMO).
           ADD WS-COR-SALDO (WS-IDX-COR)
               TO WS-TRAMO-TOTAL (WS-IDX-TRAMO).
           ADD WS-COR-SALDO (WS-IDX-COR) TO WS-SALDO-CLIENTE.
           ADD WS-COR-SALDO (WS-IDX-COR) TO WS-SALDO-GENERAL.

       INFORMAR-SALDO-CLIENTE.
           IF WS-CLIENTE-CORTE NOT = SPACES
               ADD 1 TO WS-CLIENTES-CON-SALDO
               MOVE WS-TRAMO-CLIENTE (1) TO WS-TRAMO1-FORMAT
               MOVE WS-TRAMO-CLIENTE (2) TO WS-TRAMO2-FORMAT
               MOVE WS-TRAMO-CLIENTE (3) TO WS-TRAMO3-FORMAT
               MOVE WS-TRAMO-CLIENTE (4) TO WS-TRAMO4-FORMAT
               MOVE WS-SALDO-CLIENTE TO WS-SALDO-FORMAT
               MOVE SPACES TO ANTG-RECORD
               STRING WS-CLIENTE-CORTE " " WS-TRAMO1-FORMAT " "
                      WS-TRAMO2-FORMAT " " WS-TRAMO3-FORMAT " "
                      WS-TRAMO4-FORMAT " " WS-SALDO-FORMAT
                      DELIMITED BY SIZE INTO ANTG-RECORD
               WRITE ANTG-RECORD
               INITIALIZE WS-TRAMOS-CLIENTE
               MOVE ZERO TO WS-SALDO-CLIENTE.

       END PROGRAM CuentasCorrientes.
