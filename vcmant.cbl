      *          la planilla de tarifas. Hasta ahora habia que armar el
      *          archivo indexado por afuera del sistema.
      * Tectonics: cobc -x -o vcmant vcmant.cbl auditlog.cbl
      *            fechalib.cbl numchk.cbl ventlib.cbl
      * Modification History:
      *   22/08/2026 - el registro de VCREF lleva ahora fecha de
      *                vigencia (clave codigo+vigencia): el alta pide
      *                se conservan como registros propios para los
      *                reprocesos, y se agrega el listado de cambios
      *                futuros pendientes (vigencia posterior a hoy).
      *   15/10/2026 - con la ventana batch de findia abierta
      *                se rechazan el alta, la modificacion y la
      *                baja, salvo override de supervisor (ventlib).
      *   15/10/2026 - el alta asienta en la auditoria la vigencia
      *                junto al valor ("(nuevo) vig=AAAAMMDD"), para que
      *                la historia de tarifas (vchist) sepa quien cargo
      *                cada vigencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vcmant.
           05  WS-FECHA-HOY-RESTO  PIC 9(06) VALUE 0.
       01  WS-CANT-PENDIENTES      PIC 9(04) VALUE 0.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "VCMANT".
       01  WS-VENTANA-OK           PIC X(01) VALUE "S".
       01  WS-VENTANA-OPCION       PIC X(20).
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
               when 0
                   set SALIR-MANT to true
               when 1
                   move "alta de referencia" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM altaReferencia
                   end-if
               when 2
                   move "modificar referencia" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM modificarReferencia
                   end-if
               when 3
                   move "baja de referencia" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM bajaReferencia
                   end-if
               when 4
                   PERFORM listarReferencias
               when 5
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
       altaReferencia.
           display "codigo de la referencia (ej HOLA, CIEN, ALFAN)".
           ACCEPT RF-CODIGO.
               display "referencia " RF-CODIGO " vigente desde "
                   RF-VIGENCIA " dada de alta"
               move RF-CODIGO to WS-AUDIT-CAMPO
               move spaces to WS-AUDIT-VALOR
               STRING "(nuevo) vig=" RF-VIGENCIA
                   DELIMITED BY SIZE INTO WS-AUDIT-VALOR
               move RF-VALOR to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
