      *          vencido, por quien, cuando) queda en el registro de
      *          firma PREGLEDG.DAT con el formato de siempre.
      * Tectonics: cobc -x -o aprobpend aprobpend.cbl numchk.cbl
      *            fechalib.cbl delegalib.cbl
      * Modification History:
      *   22/08/2026 - las fechas que se graban en el ledger y en las
      *                escalaciones pasan a ocho digitos con siglo y el
      *                viernes ya no vence solo por pasar el fin de
      *                semana largo. La aritmetica de dias propia de
      *                este programa se retira.
      *   15/10/2026 - el checker de la cola pasa a controlarse contra
      *                el nivel minimo de la opcion 8 de NIVELREQ.DAT
      *                (sin regla sigue alcanzando cualquier operador
      *                activo). Un checker corto de nivel vale si tiene
      *                una delegacion VIGENTE para el trabajo 8
      *                (delegalib); el ledger deja ademas "aprobado (o
      *                rechazado) como delegado de X" y el uso queda en
      *                DELEGUSO.DAT. WS-RUTA pasa a PIC X(40).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprobpend.
           SELECT EXCEPCIONES ASSIGN TO "PREGEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCEPCIONES.
           SELECT OPTIONAL NIVELES ASSIGN TO "NIVELREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NIVELES.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTES.
       01  LEDGER-REC              PIC X(120).
       FD  EXCEPCIONES.
       01  EXCEPCIONES-REC         PIC X(60).
       FD  NIVELES.
       01  NIVELES-REC.
           05  NV-OPCION           PIC 9(01).
           05  FILLER              PIC X(01).
           05  NV-NIVEL            PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PENDIENTES    PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-LEDGER        PIC X(02).
       01  WS-ESTADO-EXCEPCIONES   PIC X(02).
       01  WS-ESTADO-NIVELES       PIC X(02).
       01  WS-FIN-NIVELES          PIC X(01) VALUE "N".
           88  FIN-NIVELES         VALUE "S".
      *    nivel minimo del checker de la cola (opcion 8 de NIVELREQ);
      *    sin regla queda 0 y cualquier operador activo alcanza.
       01  WS-NIVEL-REQ-COLA       PIC 9(02) VALUE 0.
       01  WS-OPER-NIVEL           PIC 9(02) VALUE 0.
       01  WS-NIVEL-DELEGADO       PIC 9(02) VALUE 0.
       01  WS-DELEGANTE            PIC X(10) VALUE SPACES.
       01  WS-DL-ACCION            PIC X(01).
       01  WS-DL-TRABAJO           PIC 9(01) VALUE 8.
       01  WS-DL-PROGRAMA          PIC X(15) VALUE "APROBPEND".
       01  WS-DL-REFERENCIA        PIC X(20).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-COLA          VALUE "S".
       01  WS-VENC-DIAS            PIC 9(04) VALUE 2.
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-FECHA-LIMITE         PIC 9(08) VALUE 0.
       01  WS-RUTA                 PIC X(40).
       01  WS-LINEA-LEDGER         PIC X(120) VALUE SPACES.
       01  WS-CANT-VENCIDOS        PIC 9(03) VALUE 0.
       01  WS-NUMCHK-PROMPT        PIC X(40).
               display "no hay cola de aprobaciones PREGPEND.DAT"
               STOP RUN
           end-if.
           PERFORM cargarNivelCola.
           PERFORM vencerPendientes.
           PERFORM menuCola UNTIL SALIR-COLA.
           CLOSE PENDIENTES.
                   " resuelve el pedido"
               GO TO resolverPedido-fin
           end-if.
           move 0 to WS-NIVEL-DELEGADO.
           move spaces to WS-DELEGANTE.
           if WS-NIVEL-REQ-COLA > WS-OPER-NIVEL
               move "C" to WS-DL-ACCION
               CALL "delegalib" USING WS-DL-ACCION WS-CHECKER
                   WS-DL-TRABAJO WS-DL-PROGRAMA WS-DL-REFERENCIA
                   WS-NIVEL-DELEGADO WS-DELEGANTE
               if WS-NIVEL-REQ-COLA > WS-NIVEL-DELEGADO
                   display "el checker (nivel " WS-OPER-NIVEL
                       ") no alcanza el nivel " WS-NIVEL-REQ-COLA
                       " de la cola, no se resuelve el pedido"
                   GO TO resolverPedido-fin
               end-if
           end-if.
           if WS-OPCION = 2
               move "CONFIRMADO" to PD-ESTADO
               move spaces to WS-RUTA
           REWRITE PENDIENTES-REC.
           PERFORM registraLedger.
           display "pedido " PD-ID " " PD-ESTADO " por " WS-CHECKER.
           if WS-DELEGANTE not = spaces
               PERFORM registraDelegacion
           end-if.
       resolverPedido-fin.
           EXIT.
       cargarNivelCola.
           move "N" to WS-FIN-NIVELES.
           OPEN INPUT NIVELES.
           if WS-ESTADO-NIVELES = "00"
               PERFORM leerNivel UNTIL FIN-NIVELES
           end-if.
           CLOSE NIVELES.
       leerNivel.
           READ NIVELES
               AT END set FIN-NIVELES to true
               NOT AT END
                   if NV-OPCION = 8
                       move NV-NIVEL to WS-NIVEL-REQ-COLA
                   end-if
           END-READ.
      ******************************************************************
      * el pedido se resolvio con nivel delegado: queda en el ledger a
      * nombre de quien delego y en DELEGUSO.DAT para la revision.
      ******************************************************************
       registraDelegacion.
           display "resuelto como delegado de " WS-DELEGANTE
               " (nivel " WS-NIVEL-DELEGADO ")".
           move spaces to WS-RUTA.
           if PD-ESTADO = "CONFIRMADO"
               STRING "aprobado como delegado de " WS-DELEGANTE
                   DELIMITED BY SIZE INTO WS-RUTA
           else
               STRING "rechazado como delegado de " WS-DELEGANTE
                   DELIMITED BY SIZE INTO WS-RUTA
           end-if.
           PERFORM registraLedger.
           move spaces to WS-DL-REFERENCIA.
           STRING "pedido " PD-ID
               DELIMITED BY SIZE INTO WS-DL-REFERENCIA.
           move "R" to WS-DL-ACCION.
           CALL "delegalib" USING WS-DL-ACCION WS-CHECKER
               WS-DL-TRABAJO WS-DL-PROGRAMA WS-DL-REFERENCIA
               WS-NIVEL-DELEGADO WS-DELEGANTE.
      ******************************************************************
      * vence los pedidos PENDIENTE con mas de WS-VENC-DIAS dias de
      * antiguedad y los escala a PREGEXC.DAT, para que un pedido que
           CLOSE LEDGER.
       buscarOperador.
           move "N" to WS-OPER-VALIDO.
           move 0 to WS-OPER-NIVEL.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
                   NOT INVALID KEY
                       if OP-ACTIVO = "S"
                           move "S" to WS-OPER-VALIDO
                           move OP-NIVEL to WS-OPER-NIVEL
                       end-if
               END-READ
               CLOSE OPERADORES
