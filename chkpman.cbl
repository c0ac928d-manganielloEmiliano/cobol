      *          equivocado editando el archivo a mano es como una vez
      *          se reproceso media noche.
      * Tectonics: cobc -x -o chkpman chkpman.cbl auditlog.cbl
      *            fechalib.cbl numchk.cbl configlib.cbl
      * Modification History:
      *   15/10/2026 - el checkpoint de tablas lleva la operacion de la
      *                tabla (RE-OPERACION) y el estado la muestra.
      *   15/10/2026 - el listado muestra la ventana batch de findia
      *                (BATCHWIN.DAT) y la marca VIEJA si sigue abierta
      *                sin que el driver lance un paso en VENTVIEJA
      *                minutos (config, 240 por defecto); nueva opcion 5
      *                para cerrar a mano la ventana que dejo un driver
      *                caido, con la misma confirmacion y auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chkpman.
           SELECT OPTIONAL CHECKPOINTS ASSIGN TO "EODCHKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CHECKPOINTS.
           SELECT OPTIONAL VENTANA ASSIGN TO "BATCHWIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VENTANA.
           SELECT OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  RE-MULTIPLICADOR    PIC 9(3).
           05  RE-LIMITE-SUP       PIC 9(3).
           05  RE-FECHA            PIC 9(8).
           05  RE-OPERACION        PIC X(01).
       FD  PUNTO-CONTROL.
       01  PUNTO-CONTROL-REC.
           05  IC-FECHA            PIC 9(08).
           05  CH-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  CH-PASO             PIC X(15).
       FD  VENTANA.
       01  VENTANA-REC.
           05  BW-ESTADO           PIC X(10).
           05  FILLER              PIC X(01).
           05  BW-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-HORA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-CORRIDA          PIC 9(02).
           05  FILLER              PIC X(01).
           05  BW-FECHA-ULT        PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-HORA-ULT         PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-FECHA-CIERRE     PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-HORA-CIERRE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-MOTIVO           PIC X(20).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
       01  WS-ESTADO-PUNTO         PIC X(02).
       01  WS-ESTADO-CHECKPOINTS   PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-VENTANA       PIC X(02).
       01  WS-VENTANA-ABIERTA      PIC X(01) VALUE "N".
       01  WS-VENTANA-VIEJA        PIC X(01) VALUE "N".
       01  WS-VENTVIEJA-MIN        PIC 9(05) VALUE 240.
       01  WS-MINUTOS-LATIDO       PIC 9(09) VALUE 0.
       01  WS-MIN-DESDE            PIC 9(12) VALUE 0.
       01  WS-MIN-HASTA            PIC 9(12) VALUE 0.
       01  WS-RELOJ-FECHA.
           05  WS-RELOJ-SIGLO      PIC 9(02) VALUE 20.
           05  WS-RELOJ-RESTO      PIC 9(06) VALUE 0.
       01  WS-RELOJ-HORA           PIC 9(08) VALUE 0.
       01  WS-HORA-TRABAJO         PIC 9(08).
       01  FILLER REDEFINES WS-HORA-TRABAJO.
           05  WS-HT-HORA          PIC 9(02).
           05  WS-HT-MINUTO        PIC 9(02).
           05  WS-HT-RESTO         PIC 9(04).
      *    conversion de fecha a dias corridos, como en menu.
       01  WS-FECHA-TRABAJO        PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-TRABAJO.
           05  WS-FT-ANIO          PIC 9(04).
           05  WS-FT-MES           PIC 9(02).
           05  WS-FT-DIA           PIC 9(02).
       01  WS-DIAS-RESULTADO       PIC 9(09).
       01  WS-ANIO-CUARTO          PIC 9(04).
       01  WS-MESES-ACUM-INIC.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MESES-ACUM REDEFINES WS-MESES-ACUM-INIC.
           05  WS-MES-ACUM OCCURS 12 TIMES PIC 9(03).
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
       01  WS-FIN-CHECKPOINTS      PIC X(01) VALUE "N".
           88  FIN-CHECKPOINTS     VALUE "S".
       01  WS-FECHA-PROCESO        PIC 9(08) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-PROCESO.
           move "VENTVIEJA" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S" and WS-CONFIG-VALOR (1:5)
               is NUMERIC
               move WS-CONFIG-VALOR (1:5) to WS-VENTVIEJA-MIN
           end-if.
           PERFORM menuInspector UNTIL SALIR-INSPECTOR.
           STOP RUN.
       menuInspector.
           display "  2 - limpiar el de tablas (TABLASRE.DAT)".
           display "  3 - limpiar el del lote ifElse (IFCHKP.DAT)".
           display "  4 - limpiar el de findia (EODCHKP.DAT)".
           display "  5 - cerrar la ventana batch (BATCHWIN.DAT)".
           display "  0 - salir".
           move "ingrese opcion (0-5)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
                   PERFORM limpiarIfElse THRU limpiarIfElse-fin
               when 4
                   PERFORM limpiarFindia THRU limpiarFindia-fin
               when 5
                   PERFORM limpiarVentana THRU limpiarVentana-fin
               when other
                   display "opcion invalida"
           end-evaluate.
           PERFORM mostrarTablas.
           PERFORM mostrarIfElse.
           PERFORM mostrarFindia.
           PERFORM mostrarVentana.
       mostrarTablas.
           OPEN INPUT REINICIO.
           if WS-ESTADO-REINICIO not = "00"
                   display "tablas:  sin punto de reinicio"
               else
                   display "tablas:  reanudaria la tabla del "
                       RE-NUMERO " (" RE-OPERACION ") desde el"
                       " multiplicador "
                       RE-MULTIPLICADOR " (fecha " RE-FECHA ")"
                   if RE-FECHA not = WS-FECHA-PROCESO
                       display "         *** VIEJO: no es de la"
                       " de proceso"
               end-if
           end-if.
      ******************************************************************
      * la ventana batch la abre y la cierra findia; si sigue abierta
      * y el driver no lanzo ningun paso en VENTVIEJA minutos, lo mas
      * probable es que el driver se haya caido dejandola trabada.
      ******************************************************************
       mostrarVentana.
           move "N" to WS-VENTANA-ABIERTA WS-VENTANA-VIEJA.
           move spaces to BW-ESTADO.
           OPEN INPUT VENTANA.
           if WS-ESTADO-VENTANA = "00"
               READ VENTANA
                   AT END move spaces to BW-ESTADO
               END-READ
           end-if.
           CLOSE VENTANA.
           if BW-ESTADO = "ABIERTA"
               move "S" to WS-VENTANA-ABIERTA
               PERFORM calcularLatido
               display "ventana: ABIERTA desde el " BW-FECHA " "
                   BW-HORA (1:4) " (corrida " BW-CORRIDA "), "
                   BW-MOTIVO
               display "         ultimo paso lanzado hace "
                   WS-MINUTOS-LATIDO " minutos"
               if WS-MINUTOS-LATIDO > WS-VENTVIEJA-MIN
                   move "S" to WS-VENTANA-VIEJA
                   display "         *** VIEJA: el driver parece"
                       " caido, se puede cerrar con la opcion 5"
               end-if
           else
               if BW-ESTADO = spaces
                   display "ventana: sin ventana batch registrada"
               else
                   display "ventana: cerrada el " BW-FECHA-CIERRE
                       " " BW-HORA-CIERRE (1:4) " (" BW-MOTIVO ")"
               end-if
           end-if.
       calcularLatido.
           ACCEPT WS-RELOJ-RESTO FROM DATE.
           ACCEPT WS-RELOJ-HORA FROM TIME.
           move BW-FECHA-ULT to WS-FECHA-TRABAJO.
           PERFORM fechaADias.
           move BW-HORA-ULT to WS-HORA-TRABAJO.
           compute WS-MIN-DESDE = WS-DIAS-RESULTADO * 1440
               + WS-HT-HORA * 60 + WS-HT-MINUTO.
           move WS-RELOJ-FECHA to WS-FECHA-TRABAJO.
           PERFORM fechaADias.
           move WS-RELOJ-HORA to WS-HORA-TRABAJO.
           compute WS-MIN-HASTA = WS-DIAS-RESULTADO * 1440
               + WS-HT-HORA * 60 + WS-HT-MINUTO.
           if WS-MIN-HASTA > WS-MIN-DESDE
               compute WS-MINUTOS-LATIDO = WS-MIN-HASTA - WS-MIN-DESDE
           else
               move 0 to WS-MINUTOS-LATIDO
           end-if.
       fechaADias.
           compute WS-ANIO-CUARTO = WS-FT-ANIO / 4.
           compute WS-DIAS-RESULTADO = WS-FT-ANIO * 365
               + WS-ANIO-CUARTO
               + WS-MES-ACUM (WS-FT-MES)
               + WS-FT-DIA.
       contarPaso.
           READ CHECKPOINTS
               AT END set FIN-CHECKPOINTS to true
           OPEN OUTPUT REINICIO.
           move 0 to RE-NUMERO RE-MULTIPLICADOR RE-LIMITE-SUP
               RE-FECHA.
           move space to RE-OPERACION.
           WRITE REINICIO-REC.
           CLOSE REINICIO.
           display "punto de reinicio de tablas limpiado".
           PERFORM registraAuditoria.
       limpiarFindia-fin.
           EXIT.
      ******************************************************************
      * cerrar la ventana a mano es solo para el driver caido: con el
      * driver vivo los programas interactivos grabarian en plena
      * noche, por eso se avisa si la ventana no esta vieja.
      ******************************************************************
       limpiarVentana.
           PERFORM mostrarVentana.
           if WS-VENTANA-ABIERTA not = "S"
               display "la ventana batch no esta abierta, no hay nada"
                   " que cerrar"
               GO TO limpiarVentana-fin
           end-if.
           if WS-VENTANA-VIEJA not = "S"
               display "atencion: la ventana no esta vieja, findia"
                   " puede estar corriendo todavia"
           end-if.
           PERFORM confirmaLimpieza.
           if WS-CONFIRMA not = "S"
               GO TO limpiarVentana-fin
           end-if.
           move "CERRADA" to BW-ESTADO.
           ACCEPT WS-RELOJ-RESTO FROM DATE.
           move WS-RELOJ-FECHA to BW-FECHA-CIERRE.
           ACCEPT BW-HORA-CIERRE FROM TIME.
           move "cerrada en chkpman" to BW-MOTIVO.
           OPEN OUTPUT VENTANA.
           WRITE VENTANA-REC.
           CLOSE VENTANA.
           display "ventana batch cerrada; el menu y los programas de"
               " mantenimiento vuelven a grabar".
           move "BATCHWIN" to WS-AUDIT-CAMPO.
           if WS-VENTANA-VIEJA = "S"
               move "cerrada vieja" to WS-AUDIT-VALOR
           else
               move "cerrada no vieja" to WS-AUDIT-VALOR
           end-if.
           move WS-OPERADOR to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       limpiarVentana-fin.
           EXIT.
       buscarOperador.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT OPERADORES.
