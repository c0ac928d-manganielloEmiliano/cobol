      *          no en una compartida sin dueno.
      * Tectonics: cobc -x -o notifica notifica.cbl fechalib.cbl
      * Modification History:
      *   15/10/2026 - ruteo por departamento dueno: SUSCRIP.DAT lleva
      *                al final un departamento opcional (6); un aviso
      *                cuyo texto empieza con "depto=<codigo>" (ifElse y
      *                reclasif cuando un numero con dueno en
      *                IFDUENO.DAT pasa a CRITICO) es de severidad alta
      *                y lo reciben los suscriptores de ese
      *                departamento. Un suscriptor con departamento
      *                recibe solo lo de su departamento; sin
      *                departamento, como antes.
      *   15/10/2026 - las brechas de cobertura del rol de turnos
      *                (programa TURNOS, de turnolib) son de severidad
      *                alta: un turno sin checker o sin operador
      *                certificado tiene que verse antes de empezar.
      *   15/10/2026 - toda excepcion cuyo texto empieza con
      *                "EMERGENCIA" (emergencia sin checker de
      *                preguntas, revision vencida de emergrev, fecha
      *                avanzada sin cierre firmado en calman) es de
      *                severidad alta.
      *   15/10/2026 - cada renglon de NOTIFSPL.DAT lleva al final su
      *                ruta de impresion para despool: tipo AVISO, el
      *                departamento y el operador destinatario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. notifica.
           05  SU-PROGRAMA         PIC X(15).
           05  FILLER              PIC X(01).
           05  SU-SEVERIDAD        PIC X(01).
           05  FILLER              PIC X(01).
           05  SU-DEPTO            PIC X(06).
       FD  EXCEP-TALLER.
       01  EXCEP-TALLER-REC.
           05  EXT-FECHA           PIC 9(08).
           05  NS-FECHA            PIC 9(08).
           05  NS-IMPRESO          PIC X(01).
           05  NS-TEXTO            PIC X(60).
           05  NS-TIPO             PIC X(10).
           05  NS-DEPTO            PIC X(10).
           05  NS-DESTINO          PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-SUSCRIP       PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
               10  WS-EXC-PROGRAMA     PIC X(15).
               10  WS-EXC-TEXTO        PIC X(55).
               10  WS-EXC-SEVERIDAD    PIC X(01).
               10  WS-EXC-DEPTO        PIC X(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           CLOSE EXCEP-TALLER.
      ******************************************************************
      * severidad derivada: un aborto del driver (FINDIA) o un bloqueo
      * de firma (MENU) es alta, lo mismo que una brecha de cobertura
      * de turno (TURNOS), un aviso a un departamento dueno
      * (depto=<codigo> al frente) y toda EMERGENCIA; el resto, baja.
      ******************************************************************
       leerExcepcion.
           READ EXCEP-TALLER
                       move EXT-PROGRAMA
                           to WS-EXC-PROGRAMA (WS-EXC-CANT)
                       move EXT-TEXTO to WS-EXC-TEXTO (WS-EXC-CANT)
                       move spaces to WS-EXC-DEPTO (WS-EXC-CANT)
                       if EXT-TEXTO (1:6) = "depto="
                           move EXT-TEXTO (7:6)
                               to WS-EXC-DEPTO (WS-EXC-CANT)
                       end-if
                       if EXT-PROGRAMA = "FINDIA"
                           or EXT-PROGRAMA = "MENU"
                           or EXT-PROGRAMA = "TURNOS"
                           or EXT-TEXTO (1:10) = "EMERGENCIA"
                           or WS-EXC-DEPTO (WS-EXC-CANT) not = spaces
                           move "A"
                               to WS-EXC-SEVERIDAD (WS-EXC-CANT)
                       else
               or SU-PROGRAMA = WS-EXC-PROGRAMA (WS-EXC-IDX))
               and (SU-SEVERIDAD = "T"
                   or WS-EXC-SEVERIDAD (WS-EXC-IDX) = "A")
               and (SU-DEPTO = spaces
                   or SU-DEPTO = WS-EXC-DEPTO (WS-EXC-IDX))
               if WS-CARATULA-HECHA = "N"
                   PERFORM grabaCaratula
                   move "S" to WS-CARATULA-HECHA
           STRING "AVISOS DEL " WS-FECHA-HOY
                  " PARA " SU-OPERADOR
                  DELIMITED BY SIZE INTO NS-TEXTO.
           PERFORM rutaAviso.
           WRITE SPOOL-AVISOS-REC.
       rutaAviso.
           move "AVISO" to NS-TIPO.
           move SU-DEPTO to NS-DEPTO.
           move SU-OPERADOR to NS-DESTINO.
       grabaAviso.
           move " " to NS-CONTROL.
           move WS-FECHA-HOY to NS-FECHA.
                  WS-EXC-PROGRAMA (WS-EXC-IDX) (1:10) " "
                  WS-EXC-TEXTO (WS-EXC-IDX) (1:44)
                  DELIMITED BY SIZE INTO NS-TEXTO.
           PERFORM rutaAviso.
           WRITE SPOOL-AVISOS-REC.
           add 1 to WS-CANT-AVISOS.
       END PROGRAM notifica.
