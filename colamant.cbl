      *          ERROR/CANCELADO) para ver a la manana que termino y
      *          que no. Los pedidos los procesa tablas en modo cola.
      * Tectonics: cobc -x -o colamant colamant.cbl numchk.cbl
      *            fechalib.cbl deptolib.cbl auditlog.cbl tarifalib.cbl
      *            ventlib.cbl cortelib.cbl configlib.cbl
      * Modification History:
      *   02/09/2026 - el registro de la cola lleva ahora el origen del
      *                pedido (QE-ORIGEN: blanco = alta manual de este
      *                recrea vacia (los pedidos PENDIENTE se vuelven a
      *                cargar), porque el indexado no admite cambiar el
      *                largo del registro en el lugar.
      *   15/10/2026 - el alta pide el departamento solicitante y lo
      *                controla contra el maestro DEPTOMAE.DAT
      *                (deptolib) igual que la pasarela: departamento
      *                desconocido o inactivo, tabla o multiplicadores
      *                fuera de lo autorizado se rechazan (a GWDISP.DAT
      *                y a la auditoria con el motivo) y lo que pasa la
      *                cuota diaria queda RETENIDO para el dia habil
      *                siguiente. QE-ORIGEN lleva el departamento. La
      *                fecha pasa a ser la de proceso (fechalib) para
      *                que la cuota y la retencion usen el calendario
      *                del taller; un RETENIDO se puede cancelar.
      *   15/10/2026 - el alta acepta un codigo de tarifa de VCREF.DAT
      *                (QE-TARIFA) para pedir una lista de precios en
      *                vez de la tabla comun (blanco = tabla comun); el
      *                codigo debe tener una tarifa vigente a la fecha.
      *                El listado muestra la tarifa pedida.
      *   15/10/2026 - el alta pide la operacion de la tabla (* + - ^
      *                /, blanco = *) que se guarda en QE-OPERACION;
      *                el listado la muestra junto al numero.
      *   15/10/2026 - con la ventana batch de findia abierta
      *                se rechazan el alta y la cancelacion de
      *                pedidos, salvo override de supervisor (ventlib).
      *   15/10/2026 - hora de corte de la recepcion (cortelib): el
      *                pedido que se da de alta despues del corte de su
      *                departamento (o del taller, clave HORACORTE de
      *                CONFIG.DAT) queda DIFERIDO con fecha de alta del
      *                dia habil siguiente, se audita y se avisa en el
      *                .RSP del solicitante; la cuota se cuenta contra
      *                esa fecha. Un DIFERIDO se puede cancelar. El
      *                listado muestra la fecha efectiva de proceso de
      *                cada entrada. Nueva opcion 4: un supervisor
      *                admite un DIFERIDO en la corrida de hoy con
      *                motivo, auditado (ADMISION) y avisado al .RSP.
      *   15/10/2026 - el rechazo en GWDISP.DAT lleva la operacion
      *                detras del numero de tabla, como la pasarela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. colamant.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QE-ID
               FILE STATUS IS WS-ESTADO-COLA.
           SELECT DISPOSICION ASSIGN TO "GWDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DISP.
           SELECT RESPUESTA ASSIGN TO DYNAMIC WS-NOMBRE-RESPUESTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESPUESTA.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA.
           05  QE-FECHA-ESTADO     PIC 9(08).
           05  QE-ORIGEN           PIC X(06).
           05  QE-RESPONDIDO       PIC X(01).
           05  QE-TARIFA           PIC X(10).
           05  QE-OPERACION        PIC X(01).
       FD  DISPOSICION.
       01  DISPOSICION-REC         PIC X(60).
       FD  RESPUESTA.
       01  RESPUESTA-REC           PIC X(80).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-COLA          PIC X(02).
       01  WS-ESTADO-DISP          PIC X(02).
       01  WS-ESTADO-RESPUESTA     PIC X(02).
       01  WS-NOMBRE-RESPUESTA     PIC X(30).
       01  WS-LINEA-RESPUESTA      PIC X(80) VALUE SPACES.
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-SUPERVISOR           PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-MOTIVO-ADMISION      PIC X(40).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-FIN-COLA             PIC X(01) VALUE "N".
           88  FIN-COLA            VALUE "S".
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
       01  WS-ULTIMO-ID            PIC 9(04) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-FECHA-RETENCION      PIC 9(08) VALUE 0.
       01  WS-DIAS-RETENCION       PIC 9(04) VALUE 1.
       01  WS-FECHA-EFECTIVA       PIC 9(08) VALUE 0.
       01  WS-FECHA-PROCESO-PED    PIC 9(08) VALUE 0.
       01  WS-CT-CORTE             PIC 9(04).
       01  WS-TARDE                PIC X(01) VALUE "N".
           88  PEDIDO-TARDE        VALUE "S".
       01  WS-RETENER              PIC X(01) VALUE "N".
           88  RETENER-PEDIDO      VALUE "S".
       01  WS-MOTIVO               PIC X(05).
       01  WS-CANT-CUOTA           PIC 9(05) VALUE 0.
       01  WS-PED-SPOOL            PIC X(01).
       01  WS-PED-SIMULACION       PIC X(01).
       01  WS-PED-TARIFA           PIC X(10).
       01  WS-PED-OPERACION        PIC X(01).
           88  OPERACION-VALIDA    VALUE "*" "+" "-" "^" "/".
       01  WS-TF-VIGENCIA          PIC 9(08).
       01  WS-TF-VALOR             PIC X(10).
       01  WS-TF-IMPORTE           PIC 9(07)V99.
       01  WS-TF-HALLADO           PIC X(01).
       01  WS-DP-CODIGO            PIC X(06).
       01  WS-DP-NUMERO            PIC 9(02).
       01  WS-DP-LIM-INF           PIC 9(03).
       01  WS-DP-LIM-SUP           PIC 9(03).
       01  WS-DP-CUOTA             PIC 9(03).
       01  WS-DP-HALLADO           PIC X(01).
       01  WS-LINEA-DISP           PIC X(60) VALUE SPACES.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "COLAMANT".
       01  WS-VENTANA-OK           PIC X(01) VALUE "S".
       01  WS-VENTANA-OPCION       PIC X(20).
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN I-O COLA.
           if WS-ESTADO-COLA = "35"
               OPEN OUTPUT COLA
           display "  1 - agregar pedido".
           display "  2 - cancelar pedido".
           display "  3 - listar la cola".
           display "  4 - admitir pedido diferido en la corrida de hoy"
               " (supervisor)".
           display "  0 - salir".
           move "ingrese opcion (0-4)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-MANT to true
               when 1
                   move "agregar pedido" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM agregarPedido
                   end-if
               when 2
                   move "cancelar pedido" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM cancelarPedido
                   end-if
               when 3
                   PERFORM listarCola
               when 4
                   move "admitir diferido" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM admitirPedido THRU admitirPedido-fin
                   end-if
               when other
                   display "opcion invalida"
           end-evaluate.
      ******************************************************************
      * con la ventana batch de findia abierta las opciones que graban
      * se rechazan (ventlib lo dice y lo audita) salvo override de
      * supervisor.
      ******************************************************************
       controlaVentana.
           CALL "ventlib" USING WS-AUDIT-PROGRAMA WS-VENTANA-OPCION
               WS-VENTANA-OK.
       agregarPedido.
           move "numero de la tabla (1-99)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 1 or WS-NUMCHK-VALOR > 99
               display "numero invalido, debe estar entre 1 y 99"
               go to agregarPedido
           end-if.
           move WS-NUMCHK-VALOR to WS-DP-NUMERO.
           PERFORM pedirOperacion.
           move "multiplicador inicial (0 para 1)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-DP-LIM-INF.
           move "multiplicador final (1-999)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR <= WS-DP-LIM-INF
               or WS-NUMCHK-VALOR > 999
               display "rango invalido, el final debe ser mayor que"
                   " el inicial y no pasar de 999"
               go to agregarPedido
           end-if.
           move WS-NUMCHK-VALOR to WS-DP-LIM-SUP.
           display "departamento solicitante (codigo de DEPTOMAE.DAT)".
           ACCEPT WS-DP-CODIGO.
           display "enviar a la cola de impresion? (S/N)".
           ACCEPT WS-PED-SPOOL.
           display "modo simulacion, no graba nada? (S/N)".
           ACCEPT WS-PED-SIMULACION.
           PERFORM pedirTarifa.
           PERFORM controlarDepartamento.
           if WS-MOTIVO not = spaces
               PERFORM rechazarPedido
           else
               PERFORM grabarPedido
           end-if.
       pedirOperacion.
           display "operacion: * multiplicar, + sumar, - restar,"
               " ^ potencia, / dividir (blanco = *)".
           ACCEPT WS-PED-OPERACION.
           if WS-PED-OPERACION = space
               move "*" to WS-PED-OPERACION
           end-if.
           if not OPERACION-VALIDA
               display "operacion invalida"
               go to pedirOperacion
           end-if.
      ******************************************************************
      * lista de precios: la tarifa tiene que estar vigente hoy en
      * VCREF.DAT (tarifalib); tablas la vuelve a buscar a la fecha de
      * proceso en que corre el pedido.
      ******************************************************************
       pedirTarifa.
           display "codigo de tarifa para lista de precios (blanco ="
               " tabla comun)".
           ACCEPT WS-PED-TARIFA.
           if WS-PED-TARIFA not = spaces
               CALL "tarifalib" USING WS-PED-TARIFA WS-FECHA-HOY
                   WS-TF-VIGENCIA WS-TF-VALOR WS-TF-IMPORTE
                   WS-TF-HALLADO
               if WS-TF-HALLADO not = "S"
                   display "la tarifa " WS-PED-TARIFA " no tiene un"
                       " importe vigente al " WS-FECHA-HOY
                   go to pedirTarifa
               end-if
               display "tarifa " WS-PED-TARIFA " vigente desde "
                   WS-TF-VIGENCIA ", valor " WS-TF-VALOR
           end-if.
      ******************************************************************
      * mismo control que la pasarela (deptolib): motivos DEPTO, INACT,
      * TABLA y MULTI; sin DEPTOMAE.DAT se graba como siempre. Los
      * pedidos del departamento dados de alta para hoy (menos los
      * cancelados) cuentan contra la cuota; el que la pasa se retiene.
      * Antes se mira la hora de corte (cortelib): el pedido que llega
      * tarde toma la fecha del dia habil siguiente y la cuota se
      * cuenta contra ese dia.
      ******************************************************************
       controlarDepartamento.
           move "N" to WS-RETENER.
           CALL "cortelib" USING WS-DP-CODIGO WS-FECHA-HOY WS-CT-CORTE
               WS-FECHA-EFECTIVA WS-TARDE.
           CALL "deptolib" USING WS-DP-CODIGO WS-DP-NUMERO
               WS-DP-LIM-INF WS-DP-LIM-SUP WS-DP-CUOTA WS-MOTIVO
               WS-DP-HALLADO.
           if WS-DP-HALLADO not = "S"
               display "no hay maestro DEPTOMAE.DAT, el departamento"
                   " no se controla"
           end-if.
           if WS-MOTIVO = spaces and WS-DP-CUOTA > 0
               PERFORM contarCuota
               if WS-CANT-CUOTA >= WS-DP-CUOTA
                   set RETENER-PEDIDO to true
               end-if
           end-if.
       contarCuota.
           move 0 to WS-CANT-CUOTA.
           move "N" to WS-FIN-COLA.
           move 0 to QE-ID.
           START COLA KEY IS NOT LESS THAN QE-ID
               INVALID KEY set FIN-COLA to true
           END-START.
           PERFORM contarPedidoCuota UNTIL FIN-COLA.
       contarPedidoCuota.
           READ COLA NEXT RECORD
               AT END set FIN-COLA to true
               NOT AT END
                   if QE-ORIGEN = WS-DP-CODIGO
                       and QE-FECHA-ALTA = WS-FECHA-EFECTIVA
                       and QE-ESTADO not = "CANCELADO"
                       add 1 to WS-CANT-CUOTA
                   end-if
           END-READ.
       grabarPedido.
           PERFORM buscarUltimoId.
           move spaces to COLA-REC.
           compute QE-ID = WS-ULTIMO-ID + 1.
           move WS-DP-NUMERO to QE-NUMERO.
           move WS-DP-LIM-INF to QE-LIMITE-INF.
           move WS-DP-LIM-SUP to QE-LIMITE-SUP.
           move WS-PED-SPOOL to QE-SPOOL.
           move WS-PED-SIMULACION to QE-SIMULACION.
           move WS-PED-TARIFA to QE-TARIFA.
           move WS-PED-OPERACION to QE-OPERACION.
           move "PENDIENTE" to QE-ESTADO.
           move WS-FECHA-EFECTIVA to QE-FECHA-ALTA.
           if PEDIDO-TARDE
               move "DIFERIDO" to QE-ESTADO
           end-if.
           if RETENER-PEDIDO
               CALL "sumaDiasHabiles" USING WS-FECHA-EFECTIVA
                   WS-DIAS-RETENCION WS-FECHA-RETENCION
               move "RETENIDO" to QE-ESTADO
               move WS-FECHA-RETENCION to QE-FECHA-ALTA
           end-if.
           move WS-FECHA-HOY to QE-FECHA-ESTADO.
           move WS-DP-CODIGO to QE-ORIGEN.
           move "N" to QE-RESPONDIDO.
           WRITE COLA-REC
               INVALID KEY
                   display "no se pudo grabar el pedido, estado "
                       WS-ESTADO-COLA
           END-WRITE.
           if RETENER-PEDIDO
               display "pedido " QE-ID " RETENIDO por cuota diaria,"
                   " corre el " QE-FECHA-ALTA
               move "RETENIDO" to WS-AUDIT-CAMPO
               move WS-DP-CODIGO to WS-AUDIT-VALOR
               move spaces to WS-AUDIT-RESULTADO
               STRING "CUOTA para=" QE-FECHA-ALTA
                      DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
           if PEDIDO-TARDE and not RETENER-PEDIDO
               display "pedido " QE-ID " DIFERIDO, llego despues de"
                   " la hora de corte " WS-CT-CORTE ", corre el "
                   QE-FECHA-ALTA
               move "DIFERIDO" to WS-AUDIT-CAMPO
               move WS-DP-CODIGO to WS-AUDIT-VALOR
               move spaces to WS-AUDIT-RESULTADO
               STRING "CORTE para=" QE-FECHA-ALTA
                      DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
           if PEDIDO-TARDE and QE-ORIGEN not = spaces
               move spaces to WS-LINEA-RESPUESTA
               STRING WS-FECHA-HOY " pedido " QE-ID
                      " tabla " QE-NUMERO " " QE-ESTADO
                      " despues del corte " WS-CT-CORTE
                      " corre el " QE-FECHA-ALTA
                      DELIMITED BY SIZE INTO WS-LINEA-RESPUESTA
               PERFORM grabarRespuesta
           end-if.
           if not PEDIDO-TARDE and not RETENER-PEDIDO
               display "pedido " QE-ID " agregado como PENDIENTE"
           end-if.
       rechazarPedido.
           display "pedido rechazado para " WS-DP-CODIGO
               ", motivo " WS-MOTIVO.
           OPEN EXTEND DISPOSICION.
           if WS-ESTADO-DISP = "35"
               OPEN OUTPUT DISPOSICION
               CLOSE DISPOSICION
               OPEN EXTEND DISPOSICION
           end-if.
           move spaces to WS-LINEA-DISP.
           STRING WS-FECHA-HOY " " WS-DP-CODIGO " tabla " WS-DP-NUMERO
                  WS-PED-OPERACION " RECHAZADO motivo=" WS-MOTIVO
                  " colamant"
                  DELIMITED BY SIZE INTO WS-LINEA-DISP.
           WRITE DISPOSICION-REC FROM WS-LINEA-DISP.
           CLOSE DISPOSICION.
           move "RECHAZO" to WS-AUDIT-CAMPO.
           move spaces to WS-AUDIT-VALOR.
           STRING WS-DP-CODIGO " tabla " WS-DP-NUMERO
                  DELIMITED BY SIZE INTO WS-AUDIT-VALOR.
           move WS-MOTIVO to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       cancelarPedido.
           move "id del pedido a cancelar" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
               INVALID KEY
                   display "no existe el pedido " QE-ID
               NOT INVALID KEY
                   if QE-ESTADO = "PENDIENTE" or QE-ESTADO = "RETENIDO"
                       or QE-ESTADO = "DIFERIDO"
                       move "CANCELADO" to QE-ESTADO
                       move WS-FECHA-HOY to QE-FECHA-ESTADO
                       REWRITE COLA-REC
           READ COLA NEXT RECORD
               AT END set FIN-COLA to true
               NOT AT END
                   PERFORM calcularProceso
                   display QE-ID " " QE-NUMERO QE-OPERACION "   "
                       QE-LIMITE-INF "-" QE-LIMITE-SUP
                       "     " QE-SPOOL QE-SIMULACION
                       "     " QE-ESTADO
                       " alta=" QE-FECHA-ALTA
                       " estado=" QE-FECHA-ESTADO
                       " proceso=" WS-FECHA-PROCESO-PED
                       " origen=" QE-ORIGEN
                       " tarifa=" QE-TARIFA
           END-READ.
      ******************************************************************
      * fecha efectiva de proceso de cada entrada: un PENDIENTE corre en
      * la proxima corrida (hoy, o su alta si es posterior), RETENIDO y
      * DIFERIDO el dia de su alta, y lo que ya corrio el dia en que
      * cambio de estado. Un CANCELADO no corre (ceros).
      ******************************************************************
       calcularProceso.
           evaluate QE-ESTADO
               when "PENDIENTE"
                   move WS-FECHA-HOY to WS-FECHA-PROCESO-PED
                   if QE-FECHA-ALTA > WS-FECHA-HOY
                       move QE-FECHA-ALTA to WS-FECHA-PROCESO-PED
                   end-if
               when "RETENIDO"
               when "DIFERIDO"
                   move QE-FECHA-ALTA to WS-FECHA-PROCESO-PED
               when "CANCELADO"
                   move 0 to WS-FECHA-PROCESO-PED
               when other
                   move QE-FECHA-ESTADO to WS-FECHA-PROCESO-PED
           end-evaluate.
      ******************************************************************
      * un pedido DIFERIDO por hora de corte entra en la corrida de esta
      * noche solo con el override de un supervisor activo y un motivo
      * escrito; queda en la auditoria y se avisa al solicitante.
      ******************************************************************
       admitirPedido.
           move "id del pedido diferido a admitir" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to QE-ID.
           READ COLA
               INVALID KEY
                   display "no existe el pedido " QE-ID
           END-READ.
           if WS-ESTADO-COLA not = "00"
               GO TO admitirPedido-fin
           end-if.
           if QE-ESTADO not = "DIFERIDO"
               display "el pedido " QE-ID " esta en estado "
                   QE-ESTADO " y no es un pedido diferido"
               GO TO admitirPedido-fin
           end-if.
           display "pedido " QE-ID " de " QE-ORIGEN " diferido para el "
               QE-FECHA-ALTA.
           display "id del supervisor que autoriza".
           ACCEPT WS-SUPERVISOR.
           PERFORM buscarSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, el pedido sigue diferido"
               GO TO admitirPedido-fin
           end-if.
           display "motivo de la admision (obligatorio)".
           ACCEPT WS-MOTIVO-ADMISION.
           if WS-MOTIVO-ADMISION = spaces
               display "sin motivo el pedido sigue diferido"
               GO TO admitirPedido-fin
           end-if.
           move "PENDIENTE" to QE-ESTADO.
           move WS-FECHA-HOY to QE-FECHA-ALTA.
           move WS-FECHA-HOY to QE-FECHA-ESTADO.
           REWRITE COLA-REC.
           display "pedido " QE-ID " admitido en la corrida de hoy".
           move "ADMISION" to WS-AUDIT-CAMPO.
           move spaces to WS-AUDIT-VALOR.
           STRING "pedido=" QE-ID " " QE-ORIGEN
                  DELIMITED BY SIZE INTO WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING "override " WS-SUPERVISOR
                  DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           move "ADMISION-MOT" to WS-AUDIT-CAMPO.
           move WS-MOTIVO-ADMISION (1:20) to WS-AUDIT-VALOR.
           move WS-MOTIVO-ADMISION (21:20) to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           if QE-ORIGEN not = spaces
               move spaces to WS-LINEA-RESPUESTA
               STRING WS-FECHA-HOY " pedido " QE-ID
                      " tabla " QE-NUMERO
                      " admitido en la corrida de hoy"
                      DELIMITED BY SIZE INTO WS-LINEA-RESPUESTA
               PERFORM grabarRespuesta
           end-if.
       admitirPedido-fin.
           EXIT.
       buscarSupervisor.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
           else
               move WS-SUPERVISOR to OP-ID
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OP-ACTIVO = "S"
                           and OP-ROL = "SUPERVISOR"
                           move "S" to WS-OPER-VALIDO
                       end-if
               END-READ
               CLOSE OPERADORES
           end-if.
      ******************************************************************
      * un renglon para el solicitante en su <solicitante>.RSP, el mismo
      * archivo donde la pasarela le responde.
      ******************************************************************
       grabarRespuesta.
           move spaces to WS-NOMBRE-RESPUESTA.
           STRING QE-ORIGEN DELIMITED BY SPACE
                  ".RSP" DELIMITED BY SIZE
                  INTO WS-NOMBRE-RESPUESTA.
           OPEN EXTEND RESPUESTA.
           if WS-ESTADO-RESPUESTA = "35"
               OPEN OUTPUT RESPUESTA
               CLOSE RESPUESTA
               OPEN EXTEND RESPUESTA
           end-if.
           WRITE RESPUESTA-REC FROM WS-LINEA-RESPUESTA.
           CLOSE RESPUESTA.
       buscarUltimoId.
           move 0 to WS-ULTIMO-ID.
           move 9999 to QE-ID.
               AT END CONTINUE
               NOT AT END move QE-ID to WS-ULTIMO-ID
           END-READ.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       END PROGRAM colamant.
