      *          TABLASPL.DAT si se pidio), marcandolo respondido en la
      *          cola.
      * Tectonics: cobc -x -o gateway gateway.cbl editlib.cbl
      *            fechalib.cbl deptolib.cbl auditlog.cbl cortelib.cbl
      *            configlib.cbl
      * Modification History:
      *   15/10/2026 - cada linea valida se controla ademas contra el
      *                maestro de departamentos DEPTOMAE.DAT (deptolib,
      *                mantenido con deptmant): solicitante desconocido
      *                (DEPTO) o inactivo (INACT), tabla (TABLA) o rango
      *                de multiplicadores (MULTI) fuera de lo autorizado
      *                se rechazan, y lo que pasa la cuota diaria del
      *                departamento entra RETENIDO con fecha de alta del
      *                dia habil siguiente (tablas lo libera ese dia).
      *                Todo rechazo va a GWDISP.DAT y a la auditoria con
      *                su motivo; GWDISP.DAT pasa a acumularse (OPEN
      *                EXTEND, renglon con fecha) porque colamant
      *                tambien deja ahi sus rechazos.
      *   15/10/2026 - el registro de la cola lleva el codigo de
      *                tarifa (QE-TARIFA) de las listas de precios que
      *                se piden por colamant; la respuesta de una lista
      *                indica su salida LISTAPRE.DAT en vez del reporte
      *                de tablas. La transferencia no cambia.
      *   15/10/2026 - la transferencia admite al final un blanco y el
      *                codigo de operacion de la tabla (* + - ^ /;
      *                ausente o blanco = * como hasta ahora), que pasa
      *                a QE-OPERACION; un codigo desconocido se rechaza
      *                con motivo OPER. GWDISP.DAT muestra la operacion
      *                pegada al numero de tabla.
      *   15/10/2026 - hora de corte de la recepcion (cortelib): el
      *                pedido que llega despues del corte de su
      *                departamento (o del taller, clave HORACORTE de
      *                CONFIG.DAT) entra DIFERIDO con fecha de alta del
      *                dia habil siguiente y no corre esta noche; tablas
      *                lo libera ese dia. Va a GWDISP.DAT y a la
      *                auditoria, y se avisa en el momento en el .RSP
      *                del solicitante. La cuota se cuenta contra la
      *                fecha efectiva del pedido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gateway.
           05  GW-SPOOL            PIC X(01).
           05  FILLER              PIC X(01).
           05  GW-SIMULACION       PIC X(01).
           05  FILLER              PIC X(01).
           05  GW-OPERACION        PIC X(01).
               88  GW-OPERACION-VALIDA VALUE "*" "+" "-" "^" "/" " ".
       FD  COLA.
       01  COLA-REC.
           05  QE-ID               PIC 9(04).
           05  QE-FECHA-ESTADO     PIC 9(08).
           05  QE-ORIGEN           PIC X(06).
           05  QE-RESPONDIDO       PIC X(01).
           05  QE-TARIFA           PIC X(10).
           05  QE-OPERACION        PIC X(01).
       FD  DISPOSICION.
       01  DISPOSICION-REC         PIC X(60).
       FD  RESPUESTA.
       01  WS-EDITLIB-MIN          PIC 9(09) VALUE 1.
       01  WS-EDITLIB-MAX          PIC 9(09) VALUE 99.
       01  WS-EDITLIB-VALIDO       PIC X(01).
       01  WS-RETENER              PIC X(01) VALUE "N".
           88  RETENER-PEDIDO      VALUE "S".
       01  WS-AVISO-MAESTRO        PIC X(01) VALUE "N".
       01  WS-CANT-RETENIDOS       PIC 9(05) VALUE 0.
       01  WS-CANT-CUOTA           PIC 9(05) VALUE 0.
       01  WS-FECHA-RETENCION      PIC 9(08) VALUE 0.
       01  WS-DIAS-RETENCION       PIC 9(04) VALUE 1.
       01  WS-CANT-DIFERIDOS       PIC 9(05) VALUE 0.
       01  WS-FECHA-EFECTIVA       PIC 9(08) VALUE 0.
       01  WS-CT-CORTE             PIC 9(04).
       01  WS-TARDE                PIC X(01) VALUE "N".
           88  PEDIDO-TARDE        VALUE "S".
       01  WS-DP-CODIGO            PIC X(06).
       01  WS-DP-NUMERO            PIC 9(02).
       01  WS-DP-LIM-INF           PIC 9(03).
       01  WS-DP-LIM-SUP           PIC 9(03).
       01  WS-DP-CUOTA             PIC 9(03).
       01  WS-DP-HALLADO           PIC X(01).
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "GATEWAY".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           CLOSE COLA.
           display "pasarela: cargados=" WS-CANT-CARGADOS
               " rechazados=" WS-CANT-RECHAZADOS
               " retenidos=" WS-CANT-RETENIDOS
               " diferidos=" WS-CANT-DIFERIDOS
               " respondidos=" WS-CANT-RESPONDIDOS.
           STOP RUN.
       cargarTransferencia.
               display "no hay transferencia PEDIDOSX.DAT, solo se"
                   " responden los pedidos completados"
           else
               PERFORM abrirDisposicion
               PERFORM cargarLinea UNTIL FIN-TRANSF
               CLOSE DISPOSICION
               CLOSE TRANSFERENCIA
               AT END set FIN-TRANSF to true
               NOT AT END
                   PERFORM validarLinea
                   if WS-MOTIVO = spaces
                       PERFORM controlarDepartamento
                   end-if
                   if WS-MOTIVO = spaces
                       PERFORM altaPedido
                   else
      ******************************************************************
      * mismas reglas que el preedit del lote: NUMERIC antes que nada,
      * numero de tabla 1-99 via editlib, y rango final mayor que el
      * inicial sin pasar de 999. Motivos: NONUM, RANGO, SOLIC, y
      * OPER si el codigo de operacion no es * + - ^ / ni blanco.
      ******************************************************************
       validarLinea.
           move spaces to WS-MOTIVO.
                   move "RANGO" to WS-MOTIVO
               end-if
           end-if.
           if WS-MOTIVO = spaces and not GW-OPERACION-VALIDA
               move "OPER" to WS-MOTIVO
           end-if.
       abrirDisposicion.
           OPEN EXTEND DISPOSICION.
           if WS-ESTADO-DISP = "35"
               OPEN OUTPUT DISPOSICION
               CLOSE DISPOSICION
               OPEN EXTEND DISPOSICION
           end-if.
      ******************************************************************
      * control contra el maestro de departamentos (deptolib): motivos
      * DEPTO, INACT, TABLA y MULTI. Sin DEPTOMAE.DAT se carga como
      * siempre y se avisa una vez. Con cuota, los pedidos del
      * departamento ya dados de alta para hoy (menos los cancelados)
      * cuentan contra ella; el que la pasa se retiene. Antes se mira
      * la hora de corte (cortelib): el pedido que llega tarde toma la
      * fecha del dia habil siguiente y la cuota se cuenta contra ese
      * dia.
      ******************************************************************
       controlarDepartamento.
           move "N" to WS-RETENER.
           move GW-SOLICITANTE to WS-DP-CODIGO.
           CALL "cortelib" USING WS-DP-CODIGO WS-FECHA-HOY WS-CT-CORTE
               WS-FECHA-EFECTIVA WS-TARDE.
           move GW-NUMERO to WS-DP-NUMERO.
           move GW-LIM-INF to WS-DP-LIM-INF.
           move GW-LIM-SUP to WS-DP-LIM-SUP.
           CALL "deptolib" USING WS-DP-CODIGO WS-DP-NUMERO
               WS-DP-LIM-INF WS-DP-LIM-SUP WS-DP-CUOTA WS-MOTIVO
               WS-DP-HALLADO.
           if WS-DP-HALLADO not = "S"
               if WS-AVISO-MAESTRO = "N"
                   move "S" to WS-AVISO-MAESTRO
                   display "no hay maestro DEPTOMAE.DAT, los"
                       " solicitantes no se controlan"
               end-if
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
       altaPedido.
           PERFORM buscarUltimoId.
           move spaces to COLA-REC.
           move GW-LIM-SUP to QE-LIMITE-SUP.
           move GW-SPOOL to QE-SPOOL.
           move GW-SIMULACION to QE-SIMULACION.
           move GW-OPERACION to QE-OPERACION.
           if QE-OPERACION = space
               move "*" to QE-OPERACION
           end-if.
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
           move GW-SOLICITANTE to QE-ORIGEN.
           move "N" to QE-RESPONDIDO.
                   display "no se pudo grabar el pedido, estado "
                       WS-ESTADO-COLA
           END-WRITE.
           if WS-ESTADO-COLA = "00" and RETENER-PEDIDO
               add 1 to WS-CANT-RETENIDOS
               move spaces to WS-LINEA-DISP
               STRING WS-FECHA-HOY " " GW-SOLICITANTE " tabla "
                      GW-NUMERO QE-OPERACION " RETENIDO pedido=" QE-ID
                      " para=" QE-FECHA-ALTA
                      DELIMITED BY SIZE INTO WS-LINEA-DISP
               WRITE DISPOSICION-REC FROM WS-LINEA-DISP
               move "RETENIDO" to WS-AUDIT-CAMPO
               move GW-SOLICITANTE to WS-AUDIT-VALOR
               move spaces to WS-AUDIT-RESULTADO
               STRING "CUOTA para=" QE-FECHA-ALTA
                      DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
           if WS-ESTADO-COLA = "00" and PEDIDO-TARDE
               and not RETENER-PEDIDO
               add 1 to WS-CANT-DIFERIDOS
               move spaces to WS-LINEA-DISP
               STRING WS-FECHA-HOY " " GW-SOLICITANTE " tabla "
                      GW-NUMERO QE-OPERACION " DIFERIDO pedido=" QE-ID
                      " para=" QE-FECHA-ALTA
                      DELIMITED BY SIZE INTO WS-LINEA-DISP
               WRITE DISPOSICION-REC FROM WS-LINEA-DISP
               move "DIFERIDO" to WS-AUDIT-CAMPO
               move GW-SOLICITANTE to WS-AUDIT-VALOR
               move spaces to WS-AUDIT-RESULTADO
               STRING "CORTE para=" QE-FECHA-ALTA
                      DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
           if WS-ESTADO-COLA = "00" and PEDIDO-TARDE
               PERFORM avisarCorte
           end-if.
           if WS-ESTADO-COLA = "00" and not RETENER-PEDIDO
               and not PEDIDO-TARDE
               add 1 to WS-CANT-CARGADOS
               move spaces to WS-LINEA-DISP
               STRING WS-FECHA-HOY " " GW-SOLICITANTE " tabla "
                      GW-NUMERO QE-OPERACION " CARGADO pedido=" QE-ID
                      DELIMITED BY SIZE INTO WS-LINEA-DISP
               WRITE DISPOSICION-REC FROM WS-LINEA-DISP
           end-if.
       rechazarLinea.
           add 1 to WS-CANT-RECHAZADOS.
           move spaces to WS-LINEA-DISP.
           STRING WS-FECHA-HOY " " GW-SOLICITANTE " tabla " GW-NUMERO
                  GW-OPERACION " RECHAZADO motivo=" WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINEA-DISP.
           WRITE DISPOSICION-REC FROM WS-LINEA-DISP.
           move "RECHAZO" to WS-AUDIT-CAMPO.
           move spaces to WS-AUDIT-VALOR.
           STRING GW-SOLICITANTE " tabla " GW-NUMERO
                  DELIMITED BY SIZE INTO WS-AUDIT-VALOR.
           move WS-MOTIVO to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       buscarUltimoId.
           move 0 to WS-ULTIMO-ID.
           move 9999 to QE-ID.
                   end-if
           END-READ.
       grabarRespuesta.
           PERFORM abrirRespuesta.
           move spaces to WS-LINEA-RESPUESTA.
           if QE-TARIFA not = spaces
               PERFORM armarRespuestaLista
           else
               PERFORM armarRespuestaTabla
           end-if.
           WRITE RESPUESTA-REC FROM WS-LINEA-RESPUESTA.
           CLOSE RESPUESTA.
           move "S" to QE-RESPONDIDO.
           REWRITE COLA-REC.
           add 1 to WS-CANT-RESPONDIDOS.
       abrirRespuesta.
           move spaces to WS-NOMBRE-RESPUESTA.
           STRING QE-ORIGEN DELIMITED BY SPACE
                  ".RSP" DELIMITED BY SIZE
               CLOSE RESPUESTA
               OPEN EXTEND RESPUESTA
           end-if.
      ******************************************************************
      * el pedido que llego despues de la hora de corte se avisa en el
      * momento en el .RSP del solicitante con la fecha en que corre;
      * el resultado se responde despues como cualquier otro.
      ******************************************************************
       avisarCorte.
           PERFORM abrirRespuesta.
           move spaces to WS-LINEA-RESPUESTA.
           STRING WS-FECHA-HOY " pedido " QE-ID
                  " tabla " QE-NUMERO " " QE-ESTADO
                  " despues del corte " WS-CT-CORTE
                  " corre el " QE-FECHA-ALTA
                  DELIMITED BY SIZE INTO WS-LINEA-RESPUESTA.
           WRITE RESPUESTA-REC FROM WS-LINEA-RESPUESTA.
           CLOSE RESPUESTA.
       armarRespuestaTabla.
           if QE-SPOOL = "S"
               STRING WS-FECHA-HOY " pedido " QE-ID
                      " tabla " QE-NUMERO " " QE-ESTADO
                      " salida=TABLAREP.DAT/TABLA.CSV"
                      DELIMITED BY SIZE INTO WS-LINEA-RESPUESTA
           end-if.
       armarRespuestaLista.
           if QE-SPOOL = "S"
               STRING WS-FECHA-HOY " pedido " QE-ID
                      " tabla " QE-NUMERO " " QE-ESTADO
                      " salida=LISTAPRE.DAT/TABLASPL.DAT"
                      DELIMITED BY SIZE INTO WS-LINEA-RESPUESTA
           else
               STRING WS-FECHA-HOY " pedido " QE-ID
                      " tabla " QE-NUMERO " " QE-ESTADO
                      " salida=LISTAPRE.DAT"
                      DELIMITED BY SIZE INTO WS-LINEA-RESPUESTA
           end-if.
       END PROGRAM gateway.
