      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: mantenimiento del maestro de departamentos
      *          DEPTOMAE.DAT (codigo de solicitante, nombre, activo,
      *          tablas autorizadas desde/hasta, multiplicadores
      *          autorizados desde/hasta y cuota diaria de pedidos):
      *          alta, modificacion, baja logica (desactivar) y
      *          listado, con cada cambio asentado en la auditoria
      *          comun (auditlog). gateway y colamant controlan cada
      *          pedido contra este maestro (deptolib): departamento
      *          desconocido o inactivo y pedido fuera de lo autorizado
      *          se rechazan, y lo que pasa la cuota del dia queda
      *          retenido para el dia habil siguiente. Cuota 0 = sin
      *          cuota. La baja es logica porque QE-ORIGEN de la cola
      *          y los cargos mensuales siguen nombrando al codigo.
      * Tectonics: cobc -x -o deptmant deptmant.cbl auditlog.cbl
      *            fechalib.cbl numchk.cbl
      * Modification History:
      *   15/10/2026 - el maestro lleva la hora de corte de la
      *                recepcion de pedidos del departamento (DM-CORTE,
      *                HHMM, tomada del relleno; 0 = la del taller de
      *                CONFIG.DAT). El alta y la modificacion la piden,
      *                el listado y la auditoria la muestran. Los
      *                pedidos despues del corte pasan al dia habil
      *                siguiente (cortelib, en gateway y colamant).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. deptmant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPTOMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-ESTADO-DEPTO.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REC.
           05  DM-CODIGO           PIC X(06).
           05  DM-NOMBRE           PIC X(30).
           05  DM-ACTIVO           PIC X(01).
           05  DM-TABLA-DESDE      PIC 9(02).
           05  DM-TABLA-HASTA      PIC 9(02).
           05  DM-MULT-DESDE       PIC 9(03).
           05  DM-MULT-HASTA       PIC 9(03).
           05  DM-CUOTA            PIC 9(03).
           05  DM-CORTE            PIC 9(04).
           05  FILLER              PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DEPTO         PIC X(02).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
       01  WS-FIN-MAESTRO          PIC X(01) VALUE "N".
           88  FIN-MAESTRO         VALUE "S".
       01  WS-CODIGO-BUSCADO       PIC X(06).
       01  WS-CANT-LISTADOS        PIC 9(04) VALUE 0.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "DEPTMANT".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       01  WS-CORTE-PEDIDO         PIC 9(04).
       01  WS-CORTE-PEDIDO-R REDEFINES WS-CORTE-PEDIDO.
           05  WS-CORTE-HORAS      PIC 9(02).
           05  WS-CORTE-MINUTOS    PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O DEPARTAMENTOS.
           if WS-ESTADO-DEPTO = "35"
               OPEN OUTPUT DEPARTAMENTOS
               CLOSE DEPARTAMENTOS
               OPEN I-O DEPARTAMENTOS
           end-if.
           if WS-ESTADO-DEPTO not = "00"
               display "no se pudo abrir DEPTOMAE.DAT, estado "
                   WS-ESTADO-DEPTO
               STOP RUN
           end-if.
           PERFORM menuDepartamentos UNTIL SALIR-MANT.
           CLOSE DEPARTAMENTOS.
           STOP RUN.
       menuDepartamentos.
           display " ".
           display "mantenimiento del maestro de departamentos".
           display "  1 - alta de departamento".
           display "  2 - modificar autorizaciones, cuota y corte".
           display "  3 - desactivar departamento".
           display "  4 - reactivar departamento".
           display "  5 - listar departamentos".
           display "  0 - salir".
           move "ingrese opcion (0-5)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-MANT to true
               when 1
                   PERFORM altaDepartamento
               when 2
                   PERFORM modificarDepartamento
               when 3
                   PERFORM bajaDepartamento
               when 4
                   PERFORM reactivarDepartamento
               when 5
                   PERFORM listarDepartamentos
               when other
                   display "opcion invalida"
           end-evaluate.
       altaDepartamento.
           move spaces to DEPARTAMENTOS-REC.
           display "codigo del departamento (hasta 6 caracteres, el"
               " mismo que usa en PEDIDOSX.DAT)".
           ACCEPT DM-CODIGO.
           if DM-CODIGO = spaces
               display "el codigo no puede estar en blanco"
               go to altaDepartamento
           end-if.
           display "nombre del departamento".
           ACCEPT DM-NOMBRE.
           PERFORM pedirAutorizaciones.
           move "S" to DM-ACTIVO.
           WRITE DEPARTAMENTOS-REC
               INVALID KEY
                   display "ya existe el departamento " DM-CODIGO
                       ", use modificar"
           END-WRITE.
           if WS-ESTADO-DEPTO = "00"
               display "departamento " DM-CODIGO " dado de alta"
               move "DEPARTAMENTO" to WS-AUDIT-CAMPO
               move DM-CODIGO to WS-AUDIT-VALOR
               move "alta" to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
      ******************************************************************
      * tablas 1-99 y multiplicadores 1-999 como en colamant; el rango
      * final no puede ser menor que el inicial.
      ******************************************************************
       pedirAutorizaciones.
           move "tabla autorizada desde (1-99)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 1 or WS-NUMCHK-VALOR > 99
               display "tabla invalida, debe estar entre 1 y 99"
               go to pedirAutorizaciones
           end-if.
           move WS-NUMCHK-VALOR to DM-TABLA-DESDE.
           move "tabla autorizada hasta (1-99)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < DM-TABLA-DESDE or WS-NUMCHK-VALOR > 99
               display "tabla invalida, debe estar entre "
                   DM-TABLA-DESDE " y 99"
               go to pedirAutorizaciones
           end-if.
           move WS-NUMCHK-VALOR to DM-TABLA-HASTA.
           move "multiplicador autorizado desde (1-999)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 1 or WS-NUMCHK-VALOR > 999
               display "multiplicador invalido, debe estar entre 1 y"
                   " 999"
               go to pedirAutorizaciones
           end-if.
           move WS-NUMCHK-VALOR to DM-MULT-DESDE.
           move "multiplicador autorizado hasta (1-999)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < DM-MULT-DESDE or WS-NUMCHK-VALOR > 999
               display "multiplicador invalido, debe estar entre "
                   DM-MULT-DESDE " y 999"
               go to pedirAutorizaciones
           end-if.
           move WS-NUMCHK-VALOR to DM-MULT-HASTA.
           move "cuota diaria de pedidos (0 = sin cuota)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR > 999
               display "cuota invalida, maximo 999"
               go to pedirAutorizaciones
           end-if.
           move WS-NUMCHK-VALOR to DM-CUOTA.
           PERFORM pedirCorte.
      ******************************************************************
      * hora de corte de la recepcion de pedidos como HHMM (1730 = cinco
      * y media); 0 = la del taller (clave HORACORTE de CONFIG.DAT).
      ******************************************************************
       pedirCorte.
           move "hora de corte HHMM (0 = la del taller)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-CORTE-PEDIDO.
           if WS-NUMCHK-VALOR > 2359 or WS-CORTE-MINUTOS > 59
               display "hora invalida, debe ser HHMM entre 0000 y 2359"
               go to pedirCorte
           end-if.
           move WS-NUMCHK-VALOR to DM-CORTE.
       modificarDepartamento.
           display "codigo del departamento a modificar".
           ACCEPT WS-CODIGO-BUSCADO.
           move WS-CODIGO-BUSCADO to DM-CODIGO.
           READ DEPARTAMENTOS
               INVALID KEY
                   display "no existe el departamento "
                       WS-CODIGO-BUSCADO
               NOT INVALID KEY
                   display "actual: tablas " DM-TABLA-DESDE "-"
                       DM-TABLA-HASTA " multiplicadores "
                       DM-MULT-DESDE "-" DM-MULT-HASTA
                       " cuota " DM-CUOTA
                   if DM-CORTE is NUMERIC
                       display "        hora de corte " DM-CORTE
                   else
                       display "        hora de corte la del taller"
                   end-if
                   PERFORM pedirAutorizaciones
                   REWRITE DEPARTAMENTOS-REC
                   display "departamento " DM-CODIGO " modificado"
                   move "DEPARTAMENTO" to WS-AUDIT-CAMPO
                   move DM-CODIGO to WS-AUDIT-VALOR
                   move spaces to WS-AUDIT-RESULTADO
                   STRING "cuota=" DM-CUOTA " corte=" DM-CORTE
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
                   PERFORM registraAuditoria
           END-READ.
       bajaDepartamento.
           display "codigo del departamento a desactivar".
           ACCEPT WS-CODIGO-BUSCADO.
           move WS-CODIGO-BUSCADO to DM-CODIGO.
           READ DEPARTAMENTOS
               INVALID KEY
                   display "no existe el departamento "
                       WS-CODIGO-BUSCADO
               NOT INVALID KEY
                   if DM-ACTIVO = "N"
                       display "el departamento ya estaba inactivo"
                   else
                       move "N" to DM-ACTIVO
                       REWRITE DEPARTAMENTOS-REC
                       display "departamento " DM-CODIGO
                           " desactivado"
                       move "DEPARTAMENTO" to WS-AUDIT-CAMPO
                       move DM-CODIGO to WS-AUDIT-VALOR
                       move "baja" to WS-AUDIT-RESULTADO
                       PERFORM registraAuditoria
                   end-if
           END-READ.
       reactivarDepartamento.
           display "codigo del departamento a reactivar".
           ACCEPT WS-CODIGO-BUSCADO.
           move WS-CODIGO-BUSCADO to DM-CODIGO.
           READ DEPARTAMENTOS
               INVALID KEY
                   display "no existe el departamento "
                       WS-CODIGO-BUSCADO
               NOT INVALID KEY
                   if DM-ACTIVO = "S"
                       display "el departamento ya estaba activo"
                   else
                       move "S" to DM-ACTIVO
                       REWRITE DEPARTAMENTOS-REC
                       display "departamento " DM-CODIGO
                           " reactivado"
                       move "DEPARTAMENTO" to WS-AUDIT-CAMPO
                       move DM-CODIGO to WS-AUDIT-VALOR
                       move "reactivado" to WS-AUDIT-RESULTADO
                       PERFORM registraAuditoria
                   end-if
           END-READ.
       listarDepartamentos.
           move "N" to WS-FIN-MAESTRO.
           move 0 to WS-CANT-LISTADOS.
           move low-values to DM-CODIGO.
           START DEPARTAMENTOS KEY IS NOT LESS THAN DM-CODIGO
               INVALID KEY set FIN-MAESTRO to true
           END-START.
           display "codigo nombre                         act tablas"
               " multiplic. cuota corte".
           PERFORM listarDepartamento UNTIL FIN-MAESTRO.
           display "total de departamentos: " WS-CANT-LISTADOS.
       listarDepartamento.
           READ DEPARTAMENTOS NEXT RECORD
               AT END set FIN-MAESTRO to true
               NOT AT END
                   add 1 to WS-CANT-LISTADOS
                   display DM-CODIGO " " DM-NOMBRE " " DM-ACTIVO
                       "   " DM-TABLA-DESDE "-" DM-TABLA-HASTA
                       "  " DM-MULT-DESDE "-" DM-MULT-HASTA
                       "    " DM-CUOTA "  " DM-CORTE
           END-READ.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       END PROGRAM deptmant.
