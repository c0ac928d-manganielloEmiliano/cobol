      *          "correr el driver" en vez de acordarse de lanzar
      *          cuatro cosas por separado.
      * Tectonics: cobc -x -o findia finDia.cbl fechalib.cbl
      *            auditlog.cbl replib.cbl totlib.cbl retlib.cbl
      *            (prevuelo, fotomast, ordgen, tablas, preguntas,
      *            rutinas, audsweep, accinact, formchk, cierre, kpidia,
      *            sello, resguardo, volstat, notifica y genroll deben
      *            estar compilados de antemano con esos nombres de
      *            salida antes de correr este driver - ver el
      *            Tectonics de cada uno)
      * Modification History:
      *   22/08/2026 - se agrega genroll como ultimo paso del driver,
      *                para que el corte de generaciones de los
      *                "mostrame todo lo de la corrida 2 del dia" pasa
      *                a ser un filtro, no una noche de forense de
      *                timestamps.
      *   15/10/2026 - se agrega ifovvenc como paso entre audsweep y
      *                cierre: vence las fijaciones de supervisor de
      *                IFOVERR.DAT cuya fecha paso (el numero vuelve a
      *                la banda de sus cortes) y avisa por TALLEREX las
      *                que vencen en los proximos dias habiles.
      *   15/10/2026 - se agrega ifdueext como paso entre ifovvenc y
      *                cierre: deja a cada departamento dueno de
      *                numeros (IFDUENO.DAT) su extracto del dia
      *                <departamento>.IFC con los numeros que cambiaron
      *                de banda segun IFHIST.DAT.
      *   15/10/2026 - se agrega ifnoved como paso entre ifdueext y
      *                cierre: extracto de novedades de clasificacion
      *                IFNOVED.DAT del dia para los sistemas receptores
      *                (y la variante completa IFNOVCOM.DAT el ultimo
      *                dia habil de cada trimestre).
      *   15/10/2026 - se agrega calidad como paso entre ifnoved y
      *                cierre: suma al historico CALIHIST.DAT los
      *                rechazos, duplicados y sobres que no cerraron de
      *                las entregas del dia por remitente, y el ultimo
      *                dia habil del mes arma el tablero CALIREP.DAT.
      *                La tabla de pasos completados de la corrida pasa
      *                de 15 a 30 lugares (con calidad son 15 pasos).
      *   15/10/2026 - se agrega accinact como paso entre calidad y
      *                cierre (antes de que genroll corte la auditoria):
      *                lleva las firmas de entrada del dia a
      *                ULTFIRMA.DAT, suspende las cuentas sin firma en
      *                INACTDIAS dias y los accesos de la revision
      *                trimestral que vencieron sin confirmar.
      *   15/10/2026 - ventana batch: al arrancar el driver declara la
      *                ventana ABIERTA en BATCHWIN.DAT (fecha y hora de
      *                maquina y corrida), anota la hora y el nombre de
      *                cada paso al lanzarlo y la declara CERRADA al
      *                terminar o al abortar por politica; mientras
      *                esta abierta el menu y los programas de
      *                mantenimiento rechazan las opciones que graban
      *                (ventlib). Una ventana que quedo abierta por un
      *                driver caido se ve y se limpia en chkpman.
      *   15/10/2026 - control previo: antes de abrir la ventana el
      *                driver corre prevuelo (calendario, versello,
      *                PREGPEND, EXCCASE, GENCAT y los controles que se
      *                agreguen en PREVCTL.DAT) y con NO-GO no arranca
      *                salvo override de un SUPERVISOR activo con motivo
      *                obligatorio; el rechazo y el override quedan en
      *                la bitacora y en TALLEREX.DAT, y el override
      *                ademas en la auditoria comun.
      *   15/10/2026 - se agrega resguardo como paso entre sello y
      *                volstat: arma el paquete de recuperacion
      *                OFFSITE/RESG<fecha>.TAR con los maestros, la
      *                cola, los catalogos y los sellos del dia
      *                (se verifica aparte con verresg).
      *   15/10/2026 - despues de cada paso se guarda su reporte en el
      *                repositorio de reportes (replib): el reporte
      *                propio del paso y los que REPDEF.DAT asocia a
      *                ese programa, con fecha, corrida y programa.
      *   15/10/2026 - se agrega formchk como paso entre accinact y
      *                cierre: revisa cada archivo de produccion y su
      *                generacion mas nueva contra el registro de
      *                formatos FORMATOS.DAT, deja los registros
      *                malformados en FORMREP.DAT y los escala a
      *                TALLEREX.DAT antes de que el cierre los cuente.
      *   15/10/2026 - se agrega kpidia como paso entre cierre y
      *                sello: deja KPIDIA.CSV con los indicadores del
      *                dia para el tablero de la gerencia (lista de
      *                indicadores en KPICTL.DAT) antes de que genroll
      *                corte los archivos vivos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. findia.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
           SELECT OPTIONAL VENTANA ASSIGN TO "BATCHWIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VENTANA.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA.
           05  RC-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RC-CORRIDA          PIC 9(02).
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
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-FECHA-EOD             PIC 9(08).
       01  WS-HORA-EOD              PIC 9(08).
       01  WS-RC-EOD                PIC S9(09).
       01  WS-PROGRAMA-EOD          PIC X(15).
       01  WS-REPORTE-EOD           PIC X(12) VALUE SPACES.
       01  WS-COMANDO-EOD           PIC X(40).
       01  WS-LINEA-EOD             PIC X(120) VALUE SPACES.
       01  WS-ESTADO-CORRIDA        PIC X(02).
       01  WS-ESTADO-VENTANA        PIC X(02).
      *    imagen de BATCHWIN.DAT que se regraba entera en cada cambio
       01  WS-VENTANA.
           05  WS-VE-ESTADO         PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VE-FECHA          PIC 9(08) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VE-HORA           PIC 9(08) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VE-CORRIDA        PIC 9(02) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VE-FECHA-ULT      PIC 9(08) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VE-HORA-ULT       PIC 9(08) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VE-FECHA-CIERRE   PIC 9(08) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VE-HORA-CIERRE    PIC 9(08) VALUE 0.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-VE-MOTIVO         PIC X(20) VALUE SPACES.
       01  WS-CORRIDA               PIC 9(02) VALUE 1.
      *    control previo de la noche (prevuelo): 0 GO, 4 GO con
      *    avisos, 8 o mas NO-GO (un prevuelo que no corre tambien)
       01  WS-COMANDO-PREVUELO      PIC X(40) VALUE "./prevuelo".
       01  WS-RC-PREVUELO           PIC S9(09) VALUE 0.
       01  WS-ESTADO-OPERMAST       PIC X(02).
       01  WS-SUPERVISOR            PIC X(10).
       01  WS-OPER-VALIDO           PIC X(01) VALUE "N".
       01  WS-MOTIVO-OVERRIDE       PIC X(40).
       01  WS-AUDIT-PROGRAMA        PIC X(15) VALUE "FINDIA".
       01  WS-AUDIT-CAMPO           PIC X(15) VALUE "PREVUELO".
       01  WS-AUDIT-VALOR           PIC X(20).
       01  WS-AUDIT-RESULTADO       PIC X(20).
       01  WS-HORA-INICIO           PIC 9(08).
       01  WS-HORA-FIN              PIC 9(08).
       01  WS-CS-INICIO             PIC 9(09).
       01  WS-FECHA-HOY.
           05  WS-FECHA-HOY-SIGLO   PIC 9(02) VALUE 20.
           05  WS-FECHA-HOY-RESTO   PIC 9(06) VALUE 0.
       01  WS-RELOJ-FECHA.
           05  WS-RELOJ-SIGLO       PIC 9(02) VALUE 20.
           05  WS-RELOJ-RESTO       PIC 9(06) VALUE 0.
       01  WS-REANUDAR              PIC X(01) VALUE "N".
           88  REANUDAR             VALUE "S".
       01  WS-RESPUESTA             PIC X(01) VALUE "N".
       01  WS-COMP-IDX              PIC 9(02) VALUE 0.
       01  WS-PASO-COMPLETO         PIC X(01) VALUE "N".
       01  WS-COMPLETOS.
           05  WS-COMP-PASO OCCURS 30 TIMES PIC X(15).
       01  WS-FECHA-PROCESO         PIC 9(08) VALUE 0.
       01  WS-ESTADO-POLITICA       PIC X(02).
       01  WS-ESTADO-EXCTALLER      PIC X(02).
           CALL "fechalib" USING WS-FECHA-PROCESO.
           move WS-FECHA-PROCESO to WS-FECHA-HOY.
           PERFORM abrirCorrida.
           PERFORM controlarPrevuelo THRU controlarPrevuelo-fin.
           PERFORM abrirVentana.
           PERFORM leerCheckpoints.
           PERFORM leerPolitica.
           if WS-COMP-CANT not = 0
           PERFORM ejecutarPaso.
           move "TABLAS" to WS-PROGRAMA-EOD.
           move "./tablas" to WS-COMANDO-EOD.
           move "TABLAREP.DAT" to WS-REPORTE-EOD.
           PERFORM ejecutarPaso.
           move "PREGUNTAS" to WS-PROGRAMA-EOD.
           move "./preguntas" to WS-COMANDO-EOD.
           move "AUDSWEEP" to WS-PROGRAMA-EOD.
           move "./audsweep" to WS-COMANDO-EOD.
           PERFORM ejecutarPaso.
           move "IFOVVENC" to WS-PROGRAMA-EOD.
           move "./ifovvenc" to WS-COMANDO-EOD.
           PERFORM ejecutarPaso.
           move "IFDUEEXT" to WS-PROGRAMA-EOD.
           move "./ifdueext" to WS-COMANDO-EOD.
           PERFORM ejecutarPaso.
           move "IFNOVED" to WS-PROGRAMA-EOD.
           move "./ifnoved" to WS-COMANDO-EOD.
           PERFORM ejecutarPaso.
           move "CALIDAD" to WS-PROGRAMA-EOD.
           move "./calidad" to WS-COMANDO-EOD.
           move "CALIREP.DAT" to WS-REPORTE-EOD.
           PERFORM ejecutarPaso.
           move "ACCINACT" to WS-PROGRAMA-EOD.
           move "./accinact" to WS-COMANDO-EOD.
           PERFORM ejecutarPaso.
           move "FORMCHK" to WS-PROGRAMA-EOD.
           move "./formchk" to WS-COMANDO-EOD.
           move "FORMREP.DAT" to WS-REPORTE-EOD.
           PERFORM ejecutarPaso.
           move "CIERRE" to WS-PROGRAMA-EOD.
           move "./cierre" to WS-COMANDO-EOD.
           move "CIERREP.DAT" to WS-REPORTE-EOD.
           PERFORM ejecutarPaso.
           move "KPIDIA" to WS-PROGRAMA-EOD.
           move "./kpidia" to WS-COMANDO-EOD.
           move "KPIDIA.CSV" to WS-REPORTE-EOD.
           PERFORM ejecutarPaso.
           move "SELLO" to WS-PROGRAMA-EOD.
           move "./sello" to WS-COMANDO-EOD.
           PERFORM ejecutarPaso.
           move "RESGUARDO" to WS-PROGRAMA-EOD.
           move "./resguardo" to WS-COMANDO-EOD.
           move "RESGREP.DAT" to WS-REPORTE-EOD.
           PERFORM ejecutarPaso.
           move "VOLSTAT" to WS-PROGRAMA-EOD.
           move "./volstat" to WS-COMANDO-EOD.
           move "VOLREP.DAT" to WS-REPORTE-EOD.
           PERFORM ejecutarPaso.
           move "NOTIFICA" to WS-PROGRAMA-EOD.
           move "./notifica" to WS-COMANDO-EOD.
           PERFORM ejecutarPaso.
           move "GENROLL" to WS-PROGRAMA-EOD.
           move "./genroll" to WS-COMANDO-EOD.
           move "GENREP.DAT" to WS-REPORTE-EOD.
           PERFORM ejecutarPaso.
           move "fin de la corrida" to WS-VE-MOTIVO.
           PERFORM cerrarVentana.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
       ejecutarPaso.
                   PERFORM registraSalteo
               else
                   ACCEPT WS-HORA-INICIO FROM TIME
                   PERFORM anotarPasoVentana
                   CALL "SYSTEM" USING WS-COMANDO-EOD
      *            CALL "SYSTEM" devuelve exit-code * 256
                   compute WS-RC-EOD = RETURN-CODE / 256
                   ACCEPT WS-HORA-FIN FROM TIME
                   PERFORM calculaDuracion
                   PERFORM registraEstado
                   CALL "replib" USING WS-PROGRAMA-EOD WS-REPORTE-EOD
                   PERFORM aplicaPolitica
                   if WS-ACCION = "C"
                       PERFORM grabaCheckpoint
                   end-if
               end-if
           end-if.
           move spaces to WS-REPORTE-EOD.
      ******************************************************************
      * abre la corrida de la noche: la primera del dia es la 1, un
      * reintento de la misma fecha suma uno; RUNCTL.DAT queda con el
           WRITE CORRIDA-CONTROL-REC.
           CLOSE CORRIDA-CONTROL.
           display "corrida " WS-CORRIDA " del " WS-FECHA-HOY.
      ******************************************************************
      * control previo: prevuelo deja la planilla GO / NO-GO en
      * PREVREP.DAT; con NO-GO la noche no arranca salvo override de un
      * SUPERVISOR activo de OPERMAST.DAT con motivo escrito.
      ******************************************************************
       controlarPrevuelo.
           CALL "SYSTEM" USING WS-COMANDO-PREVUELO.
      *    CALL "SYSTEM" devuelve exit-code * 256
           compute WS-RC-PREVUELO = RETURN-CODE / 256.
           if WS-RC-PREVUELO < 8
               if WS-RC-PREVUELO not = 0
                   display "control previo: GO con avisos (ver"
                       " PREVREP.DAT)"
               end-if
               GO TO controlarPrevuelo-fin
           end-if.
           display "control previo: NO-GO (return-code "
               WS-RC-PREVUELO "), ver PREVREP.DAT".
           display "override de supervisor para correr igual? (S/N)".
           ACCEPT WS-RESPUESTA.
           if WS-RESPUESTA not = "S" and WS-RESPUESTA not = "s"
               PERFORM rechazarNoche
           end-if.
           display "id del supervisor que autoriza".
           ACCEPT WS-SUPERVISOR.
           PERFORM buscarSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR"
               PERFORM rechazarNoche
           end-if.
           display "motivo para correr con NO-GO (obligatorio)".
           ACCEPT WS-MOTIVO-OVERRIDE.
           if WS-MOTIVO-OVERRIDE = spaces
               display "sin motivo no se corre"
               PERFORM rechazarNoche
           end-if.
           display "override de " WS-SUPERVISOR " registrado, la"
               " corrida sigue".
           move WS-SUPERVISOR to WS-AUDIT-VALOR.
           move "override NO-GO" to WS-AUDIT-RESULTADO.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
           move spaces to EXCEP-TALLER-REC.
           STRING "NO-GO override " WS-SUPERVISOR ": "
                  WS-MOTIVO-OVERRIDE
                  DELIMITED BY SIZE INTO EXT-TEXTO.
           PERFORM escalaPrevuelo.
           ACCEPT WS-HORA-EOD FROM TIME.
           move spaces to WS-LINEA-EOD.
           STRING WS-FECHA-HOY     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-HORA-EOD      DELIMITED BY SIZE
                  " control previo NO-GO override=" DELIMITED BY SIZE
                  WS-SUPERVISOR    DELIMITED BY SIZE
                  " corrida="      DELIMITED BY SIZE
                  WS-CORRIDA       DELIMITED BY SIZE
                  INTO WS-LINEA-EOD.
           PERFORM grabaBitacora.
       controlarPrevuelo-fin.
           EXIT.
       rechazarNoche.
           display "control previo NO-GO: la corrida no arranca".
           move spaces to EXCEP-TALLER-REC.
           STRING "corrida no arrancada: control previo NO-GO"
                  DELIMITED BY SIZE INTO EXT-TEXTO.
           PERFORM escalaPrevuelo.
           ACCEPT WS-HORA-EOD FROM TIME.
           move spaces to WS-LINEA-EOD.
           STRING WS-FECHA-HOY     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-HORA-EOD      DELIMITED BY SIZE
                  " NO ARRANCADA control previo NO-GO"
                                   DELIMITED BY SIZE
                  " corrida="      DELIMITED BY SIZE
                  WS-CORRIDA       DELIMITED BY SIZE
                  INTO WS-LINEA-EOD.
           PERFORM grabaBitacora.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       escalaPrevuelo.
           move WS-FECHA-HOY to EXT-FECHA.
           move "FINDIA" to EXT-PROGRAMA.
           move WS-CORRIDA to EXT-CORRIDA.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
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
      * ventana batch de BATCHWIN.DAT: fecha y hora de maquina, para
      * que los programas interactivos digan cuando se abrio de verdad.
      * Una ventana que ya figuraba abierta es de un driver anterior
      * que no llego a cerrarla; se avisa y se reemplaza.
      ******************************************************************
       abrirVentana.
           OPEN INPUT VENTANA.
           if WS-ESTADO-VENTANA = "00"
               READ VENTANA
                   AT END CONTINUE
                   NOT AT END
                       if BW-ESTADO = "ABIERTA"
                           display "aviso: la ventana batch figuraba"
                               " abierta desde el " BW-FECHA " "
                               BW-HORA " (corrida " BW-CORRIDA
                               ") y no se habia cerrado"
                       end-if
               END-READ
           end-if.
           CLOSE VENTANA.
           move "ABIERTA" to WS-VE-ESTADO.
           ACCEPT WS-RELOJ-RESTO FROM DATE.
           move WS-RELOJ-FECHA to WS-VE-FECHA.
           ACCEPT WS-VE-HORA FROM TIME.
           move WS-CORRIDA to WS-VE-CORRIDA.
           move WS-VE-FECHA to WS-VE-FECHA-ULT.
           move WS-VE-HORA to WS-VE-HORA-ULT.
           move 0 to WS-VE-FECHA-CIERRE WS-VE-HORA-CIERRE.
           move "arranque" to WS-VE-MOTIVO.
           PERFORM grabaVentana.
       anotarPasoVentana.
           ACCEPT WS-RELOJ-RESTO FROM DATE.
           move WS-RELOJ-FECHA to WS-VE-FECHA-ULT.
           move WS-HORA-INICIO to WS-VE-HORA-ULT.
           move spaces to WS-VE-MOTIVO.
           STRING "paso " WS-PROGRAMA-EOD
               DELIMITED BY SIZE INTO WS-VE-MOTIVO.
           PERFORM grabaVentana.
       cerrarVentana.
           move "CERRADA" to WS-VE-ESTADO.
           ACCEPT WS-RELOJ-RESTO FROM DATE.
           move WS-RELOJ-FECHA to WS-VE-FECHA-CIERRE.
           ACCEPT WS-VE-HORA-CIERRE FROM TIME.
           PERFORM grabaVentana.
       grabaVentana.
           OPEN OUTPUT VENTANA.
           WRITE VENTANA-REC FROM WS-VENTANA.
           CLOSE VENTANA.
       leerPolitica.
           OPEN INPUT POLITICA.
           if WS-ESTADO-POLITICA = "00"
                  WS-CORRIDA       DELIMITED BY SIZE
                  INTO WS-LINEA-EOD.
           PERFORM grabaBitacora.
           move "abortada" to WS-VE-MOTIVO.
           PERFORM cerrarVentana.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       registraSalteoPolitica.
               AT END set FIN-CHECKPOINTS to true
               NOT AT END
                   if CH-FECHA = WS-FECHA-HOY
                       and WS-COMP-CANT < 30
                       add 1 to WS-COMP-CANT
                       move CH-PASO to WS-COMP-PASO (WS-COMP-CANT)
                   end-if
