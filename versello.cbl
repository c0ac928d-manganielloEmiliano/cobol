      *   22/08/2026 - AU-FECHA y LE-FECHA pasan a ocho digitos con
      *                siglo; el recuento compara contra la fecha
      *                completa del sello.
      *   15/10/2026 - sello agrega el sello del diario de retenciones
      *                legales RETLEGH.DAT; se recuenta con el layout
      *                del ledger (fecha al frente), sin cambio de
      *                logica.
      *   15/10/2026 - el sello del diario del repositorio de reportes
      *                REPLEDG.DAT se recuenta con su propia regla
      *                (renglones y total de control de cada copia).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. versello.
       01  WS-LEDGER-LAYOUT.
           05  LE-FECHA            PIC 9(08).
           05  FILLER              PIC X(112).
       01  WS-REPLEDG-LAYOUT.
           05  RJ-FECHA            PIC 9(08).
           05  FILLER              PIC X(41).
           05  RJ-CANTIDAD         PIC 9(07).
           05  FILLER              PIC X(01).
           05  RJ-CHECK-ALTO       PIC 9(06).
           05  RJ-CHECK-BAJO       PIC 9(07).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       01  WS-ESTADO-CORRIDA       PIC X(02).
                           add WS-CANTIDAD to WS-CHECK
                       end-if
                   else
                       if SL-ARCHIVO = "REPLEDG.DAT"
                           PERFORM contarAsientoReporte
                       else
                           move VERIFICADO-REC to WS-LEDGER-LAYOUT
                           if LE-FECHA = WS-FECHA-VERIF
                               add 1 to WS-CANTIDAD
                               add LE-FECHA to WS-CHECK
                               add WS-CANTIDAD to WS-CHECK
                           end-if
                       end-if
                   end-if
           END-READ.
       contarAsientoReporte.
           move VERIFICADO-REC to WS-REPLEDG-LAYOUT.
           if RJ-FECHA = WS-FECHA-VERIF
               add 1 to WS-CANTIDAD
               add RJ-CANTIDAD to WS-CHECK
               add RJ-CHECK-BAJO to WS-CHECK
               add WS-CANTIDAD to WS-CHECK
           end-if.
       escalarDiferencia.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
