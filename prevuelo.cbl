      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: control previo de la noche (GO / NO-GO) - antes de
      *          que findia abra la ventana revisa juntas las
      *          condiciones del taller que hoy se descubren de a un
      *          paso roto por vez, y deja la planilla PREVREP.DAT con
      *          cada control, su severidad y su resultado:
      *            CALENDARIO la fecha de proceso ya corrio completa
      *                       (GENROLL asentado en EODCHKP.DAT) y el
      *                       calendario no avanzo (cierre sin firmar)
      *            VERSELLO   los ultimos sellos de SELLOS.DAT no se
      *                       verificaron, o versello encontro
      *                       diferencias y no hay caso de EXCCASE.DAT
      *                       resuelto que diga que alguien las miro
      *            PREGPEND   pedidos de PREGPEND.DAT que vencen con
      *                       esta noche sin checker
      *            EXCCASE    casos abiertos de EXCCASE.DAT del
      *                       programa del parametro (blanco = todos)
      *            GENCAT     entradas de GENCAT.DAT cuya generacion
      *                       no existe en disco
      *            ARCHIVO    el archivo del parametro tiene que existir
      *          La lista de controles y su severidad sale de
      *          PREVCTL.DAT, un renglon por control: control(10)
      *          blanco severidad(1) blanco parametro(30); severidad
      *          B = bloqueante (su falla da NO-GO), A = aviso, N = no
      *          se controla. Sin archivo rige la lista de siempre de
      *          WS-CONTROLES-INIC. Un control que no se conoce falla,
      *          para que un renglon mal tipeado no pase por sano.
      *          Return-code 0 = GO, 4 = GO con avisos, 8 = NO-GO.
      * Tectonics: cobc -x -o prevuelo prevuelo.cbl fechalib.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prevuelo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROLES ASSIGN TO "PREVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROLES.
           SELECT OPTIONAL CHECKPOINTS ASSIGN TO "EODCHKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CHECKPOINTS.
           SELECT OPTIONAL FIRMAS-CIERRE ASSIGN TO "CIERRSIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FIRMAS.
           SELECT OPTIONAL SELLOS ASSIGN TO "SELLOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SELLOS.
           SELECT OPTIONAL VERIFICACION ASSIGN TO "VSELLREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VERIF.
           SELECT OPTIONAL PENDIENTES ASSIGN TO "PREGPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-ID
               FILE STATUS IS WS-ESTADO-PENDIENTES.
           SELECT OPTIONAL CASOS ASSIGN TO "EXCCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-ID
               FILE STATUS IS WS-ESTADO-CASOS.
           SELECT OPTIONAL CATALOGO ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT ARCHIVO-CONTROL ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT REPORTE ASSIGN TO "PREVREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLES.
       01  CONTROLES-REC.
           05  PC-CONTROL          PIC X(10).
           05  FILLER              PIC X(01).
           05  PC-SEVERIDAD        PIC X(01).
           05  FILLER              PIC X(01).
           05  PC-PARAMETRO        PIC X(30).
       FD  CHECKPOINTS.
       01  CHECKPOINTS-REC.
           05  CH-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  CH-PASO             PIC X(15).
       FD  FIRMAS-CIERRE.
       01  FIRMAS-CIERRE-REC.
           05  CS-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  CS-OPERADOR         PIC X(10).
           05  FILLER              PIC X(01).
           05  CS-HORA             PIC 9(08).
       FD  SELLOS.
       01  SELLOS-REC.
           05  SL-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  SL-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(01).
           05  SL-CANTIDAD         PIC 9(07).
           05  FILLER              PIC X(01).
           05  SL-CHECK            PIC 9(11).
       FD  VERIFICACION.
       01  VERIFICACION-REC        PIC X(80).
       FD  PENDIENTES.
       01  PENDIENTES-REC.
           05  PD-ID               PIC 9(04).
           05  PD-FECHA-ALTA       PIC 9(08).
           05  PD-HORA-ALTA        PIC 9(08).
           05  PD-MAKER            PIC X(10).
           05  PD-ESTADO           PIC X(10).
           05  PD-FECHA-ESTADO     PIC 9(08).
           05  PD-CHECKER          PIC X(10).
       FD  CASOS.
       01  CASOS-REC.
           05  EC-ID               PIC 9(04).
           05  EC-FECHA            PIC 9(08).
           05  EC-PROGRAMA         PIC X(15).
           05  EC-TEXTO            PIC X(55).
           05  EC-ESTADO           PIC X(10).
           05  EC-OPERADOR         PIC X(10).
           05  EC-NOTA             PIC X(40).
           05  EC-FECHA-RESOL      PIC 9(08).
           05  EC-ORIGEN           PIC 9(07).
       FD  CATALOGO.
       01  CATALOGO-REC.
           05  GK-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  GK-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(01).
           05  GK-GENERACION       PIC X(30).
           05  FILLER              PIC X(01).
           05  GK-CANTIDAD         PIC 9(07).
       FD  ARCHIVO-CONTROL.
       01  ARCHIVO-CONTROL-REC     PIC X(133).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CONTROLES     PIC X(02).
       01  WS-ESTADO-CHECKPOINTS   PIC X(02).
       01  WS-ESTADO-FIRMAS        PIC X(02).
       01  WS-ESTADO-SELLOS        PIC X(02).
       01  WS-ESTADO-VERIF         PIC X(02).
       01  WS-ESTADO-PENDIENTES    PIC X(02).
       01  WS-ESTADO-CASOS         PIC X(02).
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-ESTADO-ARCHIVO       PIC X(02).
       01  WS-NOMBRE-ARCHIVO       PIC X(30).
       01  WS-FIN-CONTROLES        PIC X(01) VALUE "N".
           88  FIN-CONTROLES       VALUE "S".
       01  WS-FIN-ARCHIVO          PIC X(01) VALUE "N".
           88  FIN-ARCHIVO         VALUE "S".
       01  WS-FIN-CATALOGO         PIC X(01) VALUE "N".
           88  FIN-CATALOGO        VALUE "S".
       01  WS-FECHA-PROCESO        PIC 9(08) VALUE 0.
      *    la lista de siempre, cuando no hay PREVCTL.DAT
       01  WS-CONTROLES-INIC.
           05  FILLER  PIC X(41) VALUE "CALENDARIO B".
           05  FILLER  PIC X(41) VALUE "VERSELLO   B".
           05  FILLER  PIC X(41) VALUE "PREGPEND   A".
           05  FILLER  PIC X(41) VALUE "EXCCASE    B FINDIA".
           05  FILLER  PIC X(41) VALUE "EXCCASE    A".
           05  FILLER  PIC X(41) VALUE "GENCAT     B".
       01  WS-CONTROLES-FIJOS REDEFINES WS-CONTROLES-INIC.
           05  WS-CF-ENT OCCURS 6 TIMES PIC X(41).
       01  WS-CTL-CANT             PIC 9(02) VALUE 0.
       01  WS-CTL-MAX              PIC 9(02) VALUE 30.
       01  WS-CTL-IDX              PIC 9(02) VALUE 0.
       01  WS-CONTROLES.
           05  WS-CTL-ENT OCCURS 30 TIMES.
               10  WS-CTL-CONTROL      PIC X(10).
               10  FILLER              PIC X(01).
               10  WS-CTL-SEVERIDAD    PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-CTL-PARAMETRO    PIC X(30).
       01  WS-CONTROL              PIC X(10).
       01  WS-SEVERIDAD            PIC X(01).
       01  WS-PARAMETRO            PIC X(30).
       01  WS-RESULTADO            PIC X(05).
       01  WS-DETALLE              PIC X(60).
       01  WS-SEV-TEXTO            PIC X(05).
       01  WS-CANT-BLOQ            PIC 9(02) VALUE 0.
       01  WS-CANT-AVISOS          PIC 9(02) VALUE 0.
       01  WS-CANT                 PIC 9(05) VALUE 0.
       01  WS-CANT-RESUELTOS       PIC 9(05) VALUE 0.
       01  WS-PRIMER-ID            PIC 9(04) VALUE 0.
       01  WS-PRIMERA-FECHA        PIC 9(08) VALUE 0.
       01  WS-PRIMER-NOMBRE        PIC X(30) VALUE SPACES.
       01  WS-NOCHE-COMPLETA       PIC X(01) VALUE "N".
       01  WS-CIERRE-FIRMADO       PIC X(01) VALUE "N".
       01  WS-ULTIMO-SELLO         PIC 9(08) VALUE 0.
       01  WS-FECHA-VERIF          PIC 9(08) VALUE 0.
       01  WS-VERIF-DIFIERE        PIC X(01) VALUE "N".
      *    encabezado y pie de VSELLREP.DAT tal como los escribe
      *    versello
       01  WS-LINEA-VERIF          PIC X(80).
       01  FILLER REDEFINES WS-LINEA-VERIF.
           05  WS-LV-TITULO        PIC X(27).
           05  WS-LV-FECHA         PIC X(08).
           05  FILLER              PIC X(45).
       01  FILLER REDEFINES WS-LINEA-VERIF.
           05  WS-LV-ATENCION      PIC X(09).
           05  FILLER              PIC X(71).
      *    mismo vencimiento que aprobpend (dias habiles)
       01  WS-VENC-DIAS            PIC 9(04) VALUE 2.
       01  WS-FECHA-LIMITE         PIC 9(08) VALUE 0.
       01  WS-LINEA-REPORTE        PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-PROCESO.
           PERFORM cargarControles.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "control previo de la noche del " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           move "  control    sever resul detalle" to WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           PERFORM ejecutarControl VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-CANT.
           move spaces to WS-LINEA-REPORTE.
           if WS-CANT-BLOQ not = 0
               STRING "resultado: NO-GO (" WS-CANT-BLOQ
                   " bloqueantes, " WS-CANT-AVISOS " avisos)"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               MOVE 8 TO RETURN-CODE
           else
               if WS-CANT-AVISOS not = 0
                   STRING "resultado: GO con " WS-CANT-AVISOS
                       " avisos"
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   MOVE 4 TO RETURN-CODE
               else
                   move "resultado: GO" to WS-LINEA-REPORTE
                   MOVE 0 TO RETURN-CODE
               end-if
           end-if.
           PERFORM grabaRenglon.
           CLOSE REPORTE.
           STOP RUN.
      ******************************************************************
      * la lista de controles de PREVCTL.DAT; sin archivo (o vacio) se
      * usa la lista de siempre.
      ******************************************************************
       cargarControles.
           OPEN INPUT CONTROLES.
           if WS-ESTADO-CONTROLES = "00"
               PERFORM leerControl UNTIL FIN-CONTROLES
           end-if.
           CLOSE CONTROLES.
           if WS-CTL-CANT = 0
               PERFORM cargarControlFijo VARYING WS-CTL-IDX
                   FROM 1 BY 1 UNTIL WS-CTL-IDX > 6
               move 6 to WS-CTL-CANT
           end-if.
       leerControl.
           READ CONTROLES
               AT END set FIN-CONTROLES to true
               NOT AT END
                   if PC-CONTROL not = spaces
                       and PC-CONTROL (1:1) not = "*"
                       if WS-CTL-CANT < WS-CTL-MAX
                           add 1 to WS-CTL-CANT
                           move CONTROLES-REC
                               to WS-CTL-ENT (WS-CTL-CANT)
                       else
                           DISPLAY "prevuelo: PREVCTL.DAT excede el"
                               " maximo, control ignorado"
                       end-if
                   end-if
           END-READ.
       cargarControlFijo.
           move WS-CF-ENT (WS-CTL-IDX) to WS-CTL-ENT (WS-CTL-IDX).
       ejecutarControl.
           move WS-CTL-CONTROL (WS-CTL-IDX) to WS-CONTROL.
           move WS-CTL-SEVERIDAD (WS-CTL-IDX) to WS-SEVERIDAD.
           move WS-CTL-PARAMETRO (WS-CTL-IDX) to WS-PARAMETRO.
           move "OK" to WS-RESULTADO.
           move spaces to WS-DETALLE.
           if WS-SEVERIDAD = "N"
               move "-" to WS-RESULTADO
               move "no se controla" to WS-DETALLE
           else
               evaluate WS-CONTROL
                   when "CALENDARIO"
                       PERFORM controlCalendario
                   when "VERSELLO"
                       PERFORM controlVersello
                   when "PREGPEND"
                       PERFORM controlPregpend
                   when "EXCCASE"
                       PERFORM controlExccase
                   when "GENCAT"
                       PERFORM controlGencat
                   when "ARCHIVO"
                       PERFORM controlArchivo
                   when other
                       move "FALLA" to WS-RESULTADO
                       move "control desconocido en PREVCTL.DAT"
                           to WS-DETALLE
               end-evaluate
           end-if.
           PERFORM anotarResultado.
       anotarResultado.
           evaluate WS-SEVERIDAD
               when "B"
                   move "BLOQ" to WS-SEV-TEXTO
               when "N"
                   move "-" to WS-SEV-TEXTO
               when other
                   move "AVISO" to WS-SEV-TEXTO
           end-evaluate.
           if WS-RESULTADO = "FALLA"
               if WS-SEVERIDAD = "B"
                   add 1 to WS-CANT-BLOQ
               else
                   add 1 to WS-CANT-AVISOS
               end-if
           end-if.
           move spaces to WS-LINEA-REPORTE.
           STRING "  " WS-CONTROL " " WS-SEV-TEXTO " " WS-RESULTADO
               " " WS-DETALLE
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
       grabaRenglon.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
      ******************************************************************
      * la noche de la fecha de proceso ya termino (GENROLL asentado)
      * y el calendario sigue ahi: correr de nuevo repetiria el dia.
      * CIERRSIG.DAT dice si fue por el cierre sin firmar.
      ******************************************************************
       controlCalendario.
           move "N" to WS-NOCHE-COMPLETA.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT CHECKPOINTS.
           if WS-ESTADO-CHECKPOINTS = "00"
               PERFORM leerCheckpoint UNTIL FIN-ARCHIVO
           end-if.
           CLOSE CHECKPOINTS.
           if WS-NOCHE-COMPLETA = "S"
               move "N" to WS-CIERRE-FIRMADO
               move "N" to WS-FIN-ARCHIVO
               OPEN INPUT FIRMAS-CIERRE
               if WS-ESTADO-FIRMAS = "00"
                   PERFORM leerFirma UNTIL FIN-ARCHIVO
               end-if
               CLOSE FIRMAS-CIERRE
               move "FALLA" to WS-RESULTADO
               if WS-CIERRE-FIRMADO = "S"
                   STRING "la noche del " WS-FECHA-PROCESO
                       " ya corrio; cierre firmado sin avanzar fecha"
                       DELIMITED BY SIZE INTO WS-DETALLE
               else
                   STRING "la noche del " WS-FECHA-PROCESO
                       " ya corrio; cierre sin firmar (calman)"
                       DELIMITED BY SIZE INTO WS-DETALLE
               end-if
           else
               STRING "fecha de proceso " WS-FECHA-PROCESO
                   " sin correr"
                   DELIMITED BY SIZE INTO WS-DETALLE
           end-if.
       leerCheckpoint.
           READ CHECKPOINTS
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if CH-FECHA = WS-FECHA-PROCESO
                       and CH-PASO = "GENROLL"
                       move "S" to WS-NOCHE-COMPLETA
                   end-if
           END-READ.
       leerFirma.
           READ FIRMAS-CIERRE
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if CS-FECHA = WS-FECHA-PROCESO
                       move "S" to WS-CIERRE-FIRMADO
                   end-if
           END-READ.
      ******************************************************************
      * los ultimos sellos tienen que estar verificados; si versello
      * encontro diferencias, alguien tiene que haber resuelto en
      * excmant el caso que escalo (ninguno abierto, alguno resuelto).
      ******************************************************************
       controlVersello.
           move 0 to WS-ULTIMO-SELLO.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT SELLOS.
           if WS-ESTADO-SELLOS = "00"
               PERFORM leerSello UNTIL FIN-ARCHIVO
           end-if.
           CLOSE SELLOS.
           if WS-ULTIMO-SELLO = 0
               move "sin sellos para verificar" to WS-DETALLE
           else
               PERFORM leerVerificacion
               if WS-FECHA-VERIF < WS-ULTIMO-SELLO
                   move "FALLA" to WS-RESULTADO
                   STRING "sellos del " WS-ULTIMO-SELLO
                       " sin verificar (versello)"
                       DELIMITED BY SIZE INTO WS-DETALLE
               else
                   if WS-VERIF-DIFIERE = "S"
                       PERFORM contarCasosVersello
                   else
                       STRING "sellos del " WS-FECHA-VERIF
                           " verificados en orden"
                           DELIMITED BY SIZE INTO WS-DETALLE
                   end-if
               end-if
           end-if.
       leerSello.
           READ SELLOS
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if SL-FECHA > WS-ULTIMO-SELLO
                       move SL-FECHA to WS-ULTIMO-SELLO
                   end-if
           END-READ.
       leerVerificacion.
           move 0 to WS-FECHA-VERIF.
           move "N" to WS-VERIF-DIFIERE.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT VERIFICACION.
           if WS-ESTADO-VERIF = "00"
               READ VERIFICACION INTO WS-LINEA-VERIF
                   AT END set FIN-ARCHIVO to true
               END-READ
               if WS-LV-TITULO = "verificacion de sellos del "
                   and WS-LV-FECHA is NUMERIC
                   move WS-LV-FECHA to WS-FECHA-VERIF
               end-if
               PERFORM leerRenglonVerif UNTIL FIN-ARCHIVO
           end-if.
           CLOSE VERIFICACION.
       leerRenglonVerif.
           READ VERIFICACION INTO WS-LINEA-VERIF
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if WS-LV-ATENCION = "ATENCION:"
                       move "S" to WS-VERIF-DIFIERE
                   end-if
           END-READ.
       contarCasosVersello.
           move 0 to WS-CANT WS-CANT-RESUELTOS.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT CASOS.
           if WS-ESTADO-CASOS = "00"
               move 0 to EC-ID
               START CASOS KEY IS NOT LESS THAN EC-ID
                   INVALID KEY set FIN-ARCHIVO to true
               END-START
               PERFORM leerCasoVersello UNTIL FIN-ARCHIVO
           end-if.
           CLOSE CASOS.
           if WS-CANT not = 0 or WS-CANT-RESUELTOS = 0
               move "FALLA" to WS-RESULTADO
               STRING "diferencias de sello del " WS-FECHA-VERIF
                   " sin atender (excmant)"
                   DELIMITED BY SIZE INTO WS-DETALLE
           else
               STRING "diferencias de sello del " WS-FECHA-VERIF
                   " atendidas"
                   DELIMITED BY SIZE INTO WS-DETALLE
           end-if.
       leerCasoVersello.
           READ CASOS NEXT RECORD
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if EC-PROGRAMA = "VERSELLO"
                       and EC-FECHA >= WS-FECHA-VERIF
                       if EC-ESTADO = "RESUELTA"
                           add 1 to WS-CANT-RESUELTOS
                       else
                           add 1 to WS-CANT
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * pedidos de preguntas todavia PENDIENTE cuyo plazo (el mismo de
      * aprobpend) termina con la fecha de proceso: a la manana
      * aparecen vencidos.
      ******************************************************************
       controlPregpend.
           move 0 to WS-CANT WS-PRIMER-ID.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT PENDIENTES.
           if WS-ESTADO-PENDIENTES = "00"
               move 0 to PD-ID
               START PENDIENTES KEY IS NOT LESS THAN PD-ID
                   INVALID KEY set FIN-ARCHIVO to true
               END-START
               PERFORM leerPedido UNTIL FIN-ARCHIVO
           end-if.
           CLOSE PENDIENTES.
           if WS-CANT not = 0
               move "FALLA" to WS-RESULTADO
               STRING WS-CANT " pedidos vencen esta noche sin"
                   " checker, el primero id " WS-PRIMER-ID
                   DELIMITED BY SIZE INTO WS-DETALLE
           else
               move "ningun pedido vence esta noche" to WS-DETALLE
           end-if.
       leerPedido.
           READ PENDIENTES NEXT RECORD
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if PD-ESTADO = "PENDIENTE"
                       CALL "sumaDiasHabiles" USING PD-FECHA-ALTA
                           WS-VENC-DIAS WS-FECHA-LIMITE
                       if WS-FECHA-LIMITE <= WS-FECHA-PROCESO
                           add 1 to WS-CANT
                           if WS-PRIMER-ID = 0
                               move PD-ID to WS-PRIMER-ID
                           end-if
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * casos de excmant sin resolver del programa del parametro
      * (blanco = de cualquier programa).
      ******************************************************************
       controlExccase.
           move 0 to WS-CANT WS-PRIMER-ID WS-PRIMERA-FECHA.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT CASOS.
           if WS-ESTADO-CASOS = "00"
               move 0 to EC-ID
               START CASOS KEY IS NOT LESS THAN EC-ID
                   INVALID KEY set FIN-ARCHIVO to true
               END-START
               PERFORM leerCaso UNTIL FIN-ARCHIVO
           end-if.
           CLOSE CASOS.
           if WS-CANT not = 0
               move "FALLA" to WS-RESULTADO
               STRING WS-CANT " casos abiertos " WS-PARAMETRO (1:15)
                   " el mas viejo " WS-PRIMER-ID " del "
                   WS-PRIMERA-FECHA
                   DELIMITED BY SIZE INTO WS-DETALLE
           else
               STRING "sin casos abiertos " WS-PARAMETRO (1:15)
                   DELIMITED BY SIZE INTO WS-DETALLE
           end-if.
       leerCaso.
           READ CASOS NEXT RECORD
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if EC-ESTADO not = "RESUELTA"
                       and (WS-PARAMETRO = spaces
                           or EC-PROGRAMA = WS-PARAMETRO)
                       add 1 to WS-CANT
                       if WS-PRIMER-ID = 0
                           move EC-ID to WS-PRIMER-ID
                           move EC-FECHA to WS-PRIMERA-FECHA
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * cada generacion catalogada por genroll tiene que seguir en
      * disco; la que falta deja a versello, interfaz y linaje sin
      * historia.
      ******************************************************************
       controlGencat.
           move 0 to WS-CANT.
           move spaces to WS-PRIMER-NOMBRE.
           move "N" to WS-FIN-CATALOGO.
           OPEN INPUT CATALOGO.
           if WS-ESTADO-CATALOGO = "00"
               PERFORM leerGeneracion UNTIL FIN-CATALOGO
           end-if.
           CLOSE CATALOGO.
           if WS-CANT not = 0
               move "FALLA" to WS-RESULTADO
               STRING WS-CANT " generaciones faltan, la primera "
                   WS-PRIMER-NOMBRE
                   DELIMITED BY SIZE INTO WS-DETALLE
           else
               move "todas las generaciones catalogadas existen"
                   to WS-DETALLE
           end-if.
       leerGeneracion.
           READ CATALOGO
               AT END set FIN-CATALOGO to true
               NOT AT END
                   move GK-GENERACION to WS-NOMBRE-ARCHIVO
                   PERFORM probarArchivo
                   if WS-ESTADO-ARCHIVO not = "00"
                       add 1 to WS-CANT
                       if WS-PRIMER-NOMBRE = spaces
                           move GK-GENERACION to WS-PRIMER-NOMBRE
                       end-if
                   end-if
           END-READ.
       controlArchivo.
           move WS-PARAMETRO to WS-NOMBRE-ARCHIVO.
           PERFORM probarArchivo.
           if WS-ESTADO-ARCHIVO not = "00"
               move "FALLA" to WS-RESULTADO
               STRING "no se puede abrir " WS-PARAMETRO " (estado "
                   WS-ESTADO-ARCHIVO ")"
                   DELIMITED BY SIZE INTO WS-DETALLE
           else
               STRING WS-PARAMETRO " presente"
                   DELIMITED BY SIZE INTO WS-DETALLE
           end-if.
       probarArchivo.
           OPEN INPUT ARCHIVO-CONTROL.
           if WS-ESTADO-ARCHIVO = "00"
               CLOSE ARCHIVO-CONTROL
           end-if.
       END PROGRAM prevuelo.
