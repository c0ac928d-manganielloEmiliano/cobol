      *          catalogo de generaciones existentes vive en GENCAT.DAT.
      *          GENCTL.DAT: columnas archivo(12) blanco retener(2).
      * Tectonics: cobc -x -o genroll genroll.cbl fechalib.cbl
      *            errlib.cbl retlib.cbl
      * Modification History:
      *   15/10/2026 - el registro de TABLASAL.DAT pasa a 19 posiciones
      *                (operacion de la tabla al final); se ajustan los
      *                FD del vivo y de la generacion.
      *   15/10/2026 - la depuracion respeta las retenciones legales de
      *                RETLEG.DAT (retleg, via retlib): una generacion
      *                retenida no se borra ni cuenta para la
      *                retencion de GENCTL.DAT, queda catalogada y el
      *                reporte dice por que retencion se conservo.
      *   02/09/2026 - la apertura de la generacion de salida se
      *                controla y una falla se informa por el manejador
      *                comun errlib (antes un OPEN caido dejaba el vivo
       FD  GEN-TEXTO.
       01  GEN-TEXTO-REC           PIC X(133).
       FD  VIVO-TABLAS.
       01  VIVO-TABLAS-REC         PIC X(19).
       FD  GEN-TABLAS.
       01  GEN-TABLAS-REC          PIC X(19).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ERR-ARCHIVO          PIC X(12).
       01  WS-ERR-OPERACION        PIC X(10).
       01  WS-ERR-ESTADO           PIC X(02).
       01  WS-RL-ARCHIVO           PIC X(12).
       01  WS-RL-DESDE             PIC 9(08).
       01  WS-RL-HASTA             PIC 9(08).
       01  WS-RL-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-RL-RETENIDA          PIC X(01).
       01  WS-RL-ID                PIC 9(06).
       01  WS-RL-MOTIVO            PIC X(40).
       01  WS-CANT-RETENIDAS       PIC 9(03) VALUE 0.
      *    catalogo completo en memoria para poder depurar generaciones
      *    viejas y regrabarlo; 200 generaciones alcanza y sobra para
      *    7 archivos con pocas generaciones retenidas cada uno.
               10  WS-CAT-ARCHIVO      PIC X(12).
               10  WS-CAT-GENERACION   PIC X(30).
               10  WS-CAT-CANTIDAD     PIC 9(07).
      *        N = viva, S = depurada, R = retenida por retencion
      *        legal (se conserva y se vuelve a consultar cada noche)
               10  WS-CAT-BORRAR       PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      ******************************************************************
      * conserva solo las WS-RETENER-ACTUAL generaciones mas nuevas del
      * archivo actual; el catalogo se carga en orden cronologico, asi
      * que las primeras apariciones son las mas viejas. Una generacion
      * bajo retencion legal se salta: queda, y deja de contar entre
      * las vivas para que la depuracion siga con la siguiente.
      ******************************************************************
       depurarGeneraciones.
           move 0 to WS-CAT-VIVAS.
           if WS-CAT-IDX-VIEJA = 0
               move 0 to WS-CAT-VIVAS
           else
               PERFORM consultarRetencion
           end-if.
           if WS-CAT-IDX-VIEJA not = 0 and WS-RL-RETENIDA = "S"
               move "R" to WS-CAT-BORRAR (WS-CAT-IDX-VIEJA)
               subtract 1 from WS-CAT-VIVAS
               add 1 to WS-CANT-RETENIDAS
               move spaces to WS-LINEA-REPORTE
               STRING "  retenida "
                      WS-CAT-GENERACION (WS-CAT-IDX-VIEJA)
                      " retencion " WS-RL-ID
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               move spaces to WS-LINEA-REPORTE
               STRING "    motivo: " WS-RL-MOTIVO
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
           if WS-CAT-IDX-VIEJA not = 0 and WS-RL-RETENIDA not = "S"
               move "S" to WS-CAT-BORRAR (WS-CAT-IDX-VIEJA)
               subtract 1 from WS-CAT-VIVAS
               move spaces to WS-COMANDO
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
       consultarRetencion.
           move WS-ARCHIVO-ACTUAL to WS-RL-ARCHIVO.
           move WS-CAT-FECHA (WS-CAT-IDX-VIEJA) to WS-RL-DESDE
               WS-RL-HASTA.
           CALL "retlib" USING WS-RL-ARCHIVO WS-RL-DESDE WS-RL-HASTA
               WS-RL-OPERADOR WS-RL-RETENIDA WS-RL-ID WS-RL-MOTIVO.
      *    se recorre de atras hacia adelante quedandose con la ultima
      *    asignacion, que por el orden cronologico del catalogo es la
      *    generacion viva mas vieja del archivo actual.
           STRING "total de registros depurados: " WS-CANT-BORRADOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "generaciones conservadas por retencion legal: "
                  WS-CANT-RETENIDAS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       grabarEntradaViva.
           if WS-CAT-BORRAR (WS-CAT-IDX) not = "S"
               move spaces to CATALOGO-REC
               move WS-CAT-FECHA (WS-CAT-IDX) to GK-FECHA
               move WS-CAT-ARCHIVO (WS-CAT-IDX) to GK-ARCHIVO
