      *          la auditoria comun con el conteo de lineas.
      * Tectonics: cobc -x -o vcimport vcimport.cbl auditlog.cbl
      *            fechalib.cbl
      *            (vchist debe estar compilado de antemano con ese
      *            nombre de salida - ver su Tectonics)
      * Modification History:
      *   15/10/2026 - cada tarifa cargada queda en la auditoria con
      *                su codigo, vigencia y valor, y al terminar se
      *                lanza la historia de tarifas (vchist) para que
      *                un salto fuera de tolerancia se vea enseguida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vcimport.
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-COMANDO-HISTORIA     PIC X(40).
       01  WS-RC-HISTORIA          PIC S9(09) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           move WS-CANT-CARGADAS to WS-AUDIT-VALOR.
           move WS-CANT-RECHAZADAS to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           PERFORM lanzarHistoria.
           if WS-CANT-RECHAZADAS not = 0
               MOVE 4 TO RETURN-CODE
           else
               MOVE WS-RC-HISTORIA TO RETURN-CODE
           end-if.
           STOP RUN.
       importarLinea.
               add 1 to WS-CANT-CARGADAS
               display "  cargada " WS-CODIGO " vigente desde "
                   WS-VIGENCIA
               move WS-CODIGO to WS-AUDIT-CAMPO
               move spaces to WS-AUDIT-VALOR
               STRING "(nuevo) vig=" WS-VIGENCIA
                   DELIMITED BY SIZE INTO WS-AUDIT-VALOR
               move WS-VALOR to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
       rechazarLinea.
           add 1 to WS-CANT-RECHAZADAS.
           move WS-MOTIVO to RJ-MOTIVO.
           move PLANILLA-REC to RJ-LINEA.
           WRITE RECHAZOS-REC.
      ******************************************************************
      * la historia de tarifas (VCHISREP.DAT) se rehace con cada carga;
      * su return-code (4 = cambios fuera de tolerancia) se informa y
      * queda como el de la importacion si no hubo rechazos.
      ******************************************************************
       lanzarHistoria.
           move "./vchist" to WS-COMANDO-HISTORIA.
           CALL "SYSTEM" USING WS-COMANDO-HISTORIA.
           compute WS-RC-HISTORIA = RETURN-CODE / 256.
           if WS-RC-HISTORIA not = 0
               display "vcimport: vchist termino con return-code "
                   WS-RC-HISTORIA ", revisar VCHISREP.DAT"
           end-if.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
