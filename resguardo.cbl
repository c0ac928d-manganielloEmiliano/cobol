      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: paquete nocturno de recuperacion ante desastre - las
      *          fotos de fotomast viven en el mismo disco que
      *          produccion y se pierden con el. Este paso, que findia
      *          corre despues de sello, arma un solo archivo
      *          transportable OFFSITE/RESG<fecha>.TAR con los
      *          maestros (IFMAEST, VCREF, OPERMAST, OPERSEC, CERTMAST,
      *          EXCCASE, PROBMAST, PROBCASO, DEPTOMAE, IFDUENO,
      *          IFOVERR, RETLEG, DELEGA, TURNOS, CALENDAR, CONFIG),
      *          la cola TABLASQ, los catalogos (GENCAT, ARCHCAT,
      *          FOTOCAT, MENUCAT) y los sellos del dia. Los
      *          indexados se descargan a texto plano, un registro
      *          por linea, para que el paquete se pueda leer en
      *          cualquier maquina. El manifiesto
      *          RESGMAN.DAT (dentro del paquete) lleva por archivo la
      *          cantidad de registros y el total de control de totlib;
      *          verresg desempaqueta el paquete en un directorio
      *          aparte y recalcula todo contra el manifiesto. Hasta que
      *          esa verificacion pasa el paquete no cuenta como
      *          resguardo. Paquetes y verificaciones quedan en el
      *          catalogo RESGCAT.DAT con su retencion (clave de
      *          configuracion RESGRETEN, 7 si no esta): se conservan
      *          los RESGRETEN paquetes verificados mas nuevos y todo lo
      *          anterior al mas viejo de ellos se depura; un paquete
      *          sin verificar nunca desplaza a uno verificado. El
      *          directorio OFFSITE/ es el que se lleva fuera del
      *          edificio (o el montaje del medio externo).
      *          Termina con RETURN-CODE 4 si el catalogo no tiene
      *          ningun paquete verificado y 8 si no se pudo armar el
      *          paquete.
      * Tectonics: cobc -x -o resguardo resguardo.cbl fechalib.cbl
      *            configlib.cbl totlib.cbl
      * Modification History:
      *   15/10/2026 - el paquete lleva tambien los problemas de la mesa
      *                de casos (PROBMAST) y sus vinculos (PROBCASO).
      *   15/10/2026 - el paquete lleva tambien departamentos
      *                (DEPTOMAE), duenos de interfaz (IFDUENO),
      *                excepciones de interfaz (IFOVERR), retenciones
      *                legales (RETLEG), delegaciones (DELEGA) y turnos
      *                (TURNOS); la linea de descarga pasa a 250.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. resguardo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAESTRO ASSIGN TO "IFMAEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-NUMERO
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL REFERENCIAS ASSIGN TO "VCREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CLAVE
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL CREDENCIALES ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL CERTIFICACIONES ASSIGN TO "CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL CASOS ASSIGN TO "EXCCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-ID
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL PROBLEMAS ASSIGN TO "PROBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-ID
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL VINCULOS ASSIGN TO "PROBCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CASO
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL CONFIGURACION ASSIGN TO "CONFIG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CLAVE
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL COLA-TABLAS ASSIGN TO "TABLASQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QE-ID
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL MENU-CATALOGO ASSIGN TO "MENUCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-OPCION
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO "DEPTOMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL DUENOS ASSIGN TO "IFDUENO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DU-NUMERO
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL OVERRIDES ASSIGN TO "IFOVERR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-NUMERO
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL RETENCIONES ASSIGN TO "RETLEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-ID
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL DELEGACIONES ASSIGN TO "DELEGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ID
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL TURNOS ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CLAVE
               FILE STATUS IS WS-ESTADO-INDEXADO.
           SELECT OPTIONAL SELLOS ASSIGN TO "SELLOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SELLOS.
           SELECT VERIFICADO ASSIGN TO DYNAMIC WS-NOMBRE-VERIFICADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VERIFICADO.
           SELECT DESCARGA ASSIGN TO DYNAMIC WS-NOMBRE-DESCARGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DESCARGA.
           SELECT MANIFIESTO ASSIGN TO "RESGTMP/RESGMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MANIFIESTO.
           SELECT OPTIONAL CATALOGO ASSIGN TO "RESGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT REPORTE ASSIGN TO "RESGREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
       01  MAESTRO-REC.
           05  MA-NUMERO           PIC 9(03).
           05  FILLER              PIC X(10).
       FD  REFERENCIAS.
       01  REFERENCIA-REC.
           05  RF-CLAVE            PIC X(18).
           05  FILLER              PIC X(10).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  FILLER              PIC X(43).
       FD  CREDENCIALES.
       01  CREDENCIALES-REC.
           05  SC-ID               PIC X(10).
           05  FILLER              PIC X(20).
       FD  CERTIFICACIONES.
       01  CERTIFICACIONES-REC.
           05  CM-CLAVE            PIC X(14).
           05  FILLER              PIC X(16).
       FD  CASOS.
       01  CASOS-REC.
           05  EC-ID               PIC 9(04).
           05  FILLER              PIC X(153).
       FD  PROBLEMAS.
       01  PROBLEMAS-REC.
           05  PB-ID               PIC 9(04).
           05  FILLER              PIC X(196).
       FD  VINCULOS.
       01  VINCULOS-REC.
           05  PC-CASO             PIC 9(04).
           05  FILLER              PIC X(48).
       FD  CONFIGURACION.
       01  CONFIGURACION-REC.
           05  CF-CLAVE            PIC X(20).
           05  FILLER              PIC X(10).
       FD  COLA-TABLAS.
       01  COLA-REC.
           05  QE-ID               PIC 9(04).
           05  FILLER              PIC X(54).
       FD  MENU-CATALOGO.
       01  MENU-CATALOGO-REC.
           05  MC-OPCION           PIC 9(01).
           05  FILLER              PIC X(108).
       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REC.
           05  DM-CODIGO           PIC X(06).
           05  FILLER              PIC X(64).
       FD  DUENOS.
       01  DUENOS-REC.
           05  DU-NUMERO           PIC 9(03).
           05  FILLER              PIC X(14).
       FD  OVERRIDES.
       01  OVERRIDES-REC.
           05  OV-NUMERO           PIC 9(03).
           05  FILLER              PIC X(104).
       FD  RETENCIONES.
       01  RETENCIONES-REC.
           05  RL-ID               PIC 9(06).
           05  FILLER              PIC X(236).
       FD  DELEGACIONES.
       01  DELEGACIONES-REC.
           05  DG-ID               PIC 9(04).
           05  FILLER              PIC X(93).
       FD  TURNOS.
       01  TURNOS-REC.
           05  TU-CLAVE            PIC X(09).
           05  FILLER              PIC X(116).
       FD  SELLOS.
       01  SELLOS-REC.
           05  SL-FECHA            PIC 9(08).
           05  FILLER              PIC X(32).
       FD  VERIFICADO.
       01  VERIFICADO-REC          PIC X(200).
       FD  DESCARGA.
       01  DESCARGA-REC            PIC X(250).
       FD  MANIFIESTO.
       01  MANIFIESTO-REC.
           05  MF-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  MF-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(01).
           05  MF-PRESENTE         PIC X(01).
           05  FILLER              PIC X(01).
           05  MF-CANTIDAD         PIC 9(07).
           05  FILLER              PIC X(01).
           05  MF-CHECK            PIC 9(13).
       01  MANIFIESTO-CAB.
           05  FILLER              PIC X(02).
           05  MH-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  MH-PAQUETE          PIC X(20).
           05  FILLER              PIC X(01).
           05  MH-ARCHIVOS         PIC 9(03).
       FD  CATALOGO.
       01  CATALOGO-REC.
           05  RG-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  RG-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RG-PAQUETE          PIC X(20).
           05  FILLER              PIC X(01).
           05  RG-ESTADO           PIC X(10).
           05  FILLER              PIC X(01).
           05  RG-ARCHIVOS         PIC 9(03).
           05  FILLER              PIC X(01).
           05  RG-DIFERENCIAS      PIC 9(05).
           05  FILLER              PIC X(01).
           05  RG-RETENER          PIC 9(03).
           05  FILLER              PIC X(01).
           05  RG-DEPURADO         PIC 9(08).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-INDEXADO      PIC X(02).
       01  WS-ESTADO-SELLOS        PIC X(02).
       01  WS-ESTADO-VERIFICADO    PIC X(02).
       01  WS-ESTADO-DESCARGA      PIC X(02).
       01  WS-ESTADO-MANIFIESTO    PIC X(02).
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-NOMBRE-VERIFICADO    PIC X(30).
       01  WS-NOMBRE-DESCARGA      PIC X(40).
       01  WS-FIN-INDEXADO         PIC X(01) VALUE "N".
           88  FIN-INDEXADO        VALUE "S".
       01  WS-FIN-SELLOS           PIC X(01) VALUE "N".
           88  FIN-SELLOS          VALUE "S".
       01  WS-FIN-CATALOGO         PIC X(01) VALUE "N".
           88  FIN-CATALOGO        VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-PAQUETE              PIC X(20).
       01  WS-COMANDO              PIC X(100).
       01  WS-RC-COMANDO           PIC 9(03) VALUE 0.
       01  WS-ARCHIVO-ACTUAL       PIC X(12).
       01  WS-PRESENTE             PIC X(01).
       01  WS-CANT-ARCHIVOS        PIC 9(03) VALUE 0.
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
       01  WS-RETENER              PIC 9(03) VALUE 7.
       01  WS-CANT-VERIFICADOS     PIC 9(03) VALUE 0.
       01  WS-CANT-DEPURADOS       PIC 9(03) VALUE 0.
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
       01  WS-TT-NOMBRE            PIC X(40).
       01  WS-TT-CANTIDAD          PIC 9(07).
       01  WS-TT-CHECK             PIC 9(13).
       01  WS-TT-HALLADO           PIC X(01).
      *    lo que va en el paquete tal como esta en produccion (texto)
       01  WS-TEXTOS-INIC.
           05  FILLER  PIC X(12) VALUE "CALENDAR.DAT".
           05  FILLER  PIC X(12) VALUE "GENCAT.DAT".
           05  FILLER  PIC X(12) VALUE "ARCHCAT.DAT".
           05  FILLER  PIC X(12) VALUE "FOTOCAT.DAT".
       01  WS-TEXTOS REDEFINES WS-TEXTOS-INIC.
           05  WS-TEXTO OCCURS 4 TIMES PIC X(12).
       01  WS-TXT-IDX              PIC 9(02) VALUE 0.
      *    catalogo de paquetes en memoria, como el de genroll; en
      *    orden cronologico, el mas nuevo al final.
      *    tipo P = paquete (ARMADO, VERIFICADO, FALLIDO)
      *    tipo V = verificacion (OK, FALLA)
      *    depurado = fecha en que se borro el paquete (0 = vigente)
       01  WS-CAT-CANT             PIC 9(03) VALUE 0.
       01  WS-CAT-MAX              PIC 9(03) VALUE 300.
       01  WS-CAT-IDX              PIC 9(03) VALUE 0.
       01  WS-CAT-IDX2             PIC 9(03) VALUE 0.
       01  WS-CAT-HALLADO          PIC 9(03) VALUE 0.
       01  WS-CAT-TABLA.
           05  WS-CAT-ENT OCCURS 300 TIMES.
               10  WS-CAT-TIPO         PIC X(01).
               10  WS-CAT-FECHA        PIC 9(08).
               10  WS-CAT-PAQUETE      PIC X(20).
               10  WS-CAT-ESTADO       PIC X(10).
               10  WS-CAT-ARCHIVOS     PIC 9(03).
               10  WS-CAT-DIFERENCIAS  PIC 9(05).
               10  WS-CAT-RETENER      PIC 9(03).
               10  WS-CAT-DEPURADO     PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           move "RESGRETEN" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               and WS-CONFIG-VALOR is NUMERIC
               move WS-CONFIG-VALOR to WS-RETENER
           end-if.
           move spaces to WS-PAQUETE.
           STRING "RESG" WS-FECHA-HOY ".TAR"
               DELIMITED BY SIZE INTO WS-PAQUETE.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "paquete de recuperacion " WS-PAQUETE " - fecha "
                  WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move "rm -rf RESGTMP" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move "mkdir -p RESGTMP OFFSITE" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           OPEN OUTPUT MANIFIESTO.
           move spaces to MANIFIESTO-REC.
           move "H" to MF-TIPO.
           move WS-FECHA-HOY to MH-FECHA.
           move WS-PAQUETE to MH-PAQUETE.
           move 0 to MH-ARCHIVOS.
           WRITE MANIFIESTO-CAB.
           PERFORM descargarMaestro.
           PERFORM descargarReferencias.
           PERFORM descargarOperadores.
           PERFORM descargarCredenciales.
           PERFORM descargarCertificaciones.
           PERFORM descargarCasos.
           PERFORM descargarProblemas.
           PERFORM descargarVinculos.
           PERFORM descargarConfiguracion.
           PERFORM descargarCola.
           PERFORM descargarMenuCatalogo.
           PERFORM descargarDepartamentos.
           PERFORM descargarDuenos.
           PERFORM descargarOverrides.
           PERFORM descargarRetenciones.
           PERFORM descargarDelegaciones.
           PERFORM descargarTurnos.
           PERFORM copiarTexto VARYING WS-TXT-IDX FROM 1 BY 1
               UNTIL WS-TXT-IDX > 4.
           PERFORM copiarSellosDelDia.
           CLOSE MANIFIESTO.
           PERFORM empaquetar THRU empaquetar-fin.
           PERFORM catalogarPaquete.
           PERFORM depurarPaquetes.
           PERFORM regrabarCatalogo.
           move spaces to WS-LINEA-REPORTE.
           STRING "paquetes verificados vigentes: " WS-CANT-VERIFICADOS
                  " depurados hoy: " WS-CANT-DEPURADOS
                  " retencion: " WS-RETENER
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
           if WS-CANT-VERIFICADOS = 0
               move "ATENCION: ningun paquete verificado, no hay"
                   to WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               move "  resguardo fuera del edificio (correr verresg)"
                   to WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               display "ATENCION: ningun paquete verificado"
               MOVE 4 TO RETURN-CODE
           end-if.
           CLOSE REPORTE.
           display "paquete de recuperacion, ver RESGREP.DAT".
           STOP RUN.
      ******************************************************************
      * descarga de los indexados: cada uno se recorre en orden de
      * clave y se escribe un registro por linea en RESGTMP/.
      ******************************************************************
       descargarMaestro.
           move "IFMAEST.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT MAESTRO.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move 0 to MA-NUMERO
               START MAESTRO KEY IS NOT LESS THAN MA-NUMERO
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarMaestro UNTIL FIN-INDEXADO
           end-if.
           CLOSE MAESTRO.
           PERFORM cerrarDescarga.
       copiarMaestro.
           READ MAESTRO NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM MAESTRO-REC
           END-READ.
       descargarReferencias.
           move "VCREF.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT REFERENCIAS.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move low-values to RF-CLAVE
               START REFERENCIAS KEY IS NOT LESS THAN RF-CLAVE
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarReferencia UNTIL FIN-INDEXADO
           end-if.
           CLOSE REFERENCIAS.
           PERFORM cerrarDescarga.
       copiarReferencia.
           READ REFERENCIAS NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM REFERENCIA-REC
           END-READ.
       descargarOperadores.
           move "OPERMAST.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move low-values to OP-ID
               START OPERADORES KEY IS NOT LESS THAN OP-ID
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarOperador UNTIL FIN-INDEXADO
           end-if.
           CLOSE OPERADORES.
           PERFORM cerrarDescarga.
       copiarOperador.
           READ OPERADORES NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM OPERADORES-REC
           END-READ.
       descargarCredenciales.
           move "OPERSEC.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT CREDENCIALES.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move low-values to SC-ID
               START CREDENCIALES KEY IS NOT LESS THAN SC-ID
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarCredencial UNTIL FIN-INDEXADO
           end-if.
           CLOSE CREDENCIALES.
           PERFORM cerrarDescarga.
       copiarCredencial.
           READ CREDENCIALES NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM CREDENCIALES-REC
           END-READ.
       descargarCertificaciones.
           move "CERTMAST.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT CERTIFICACIONES.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move low-values to CM-CLAVE
               START CERTIFICACIONES KEY IS NOT LESS THAN CM-CLAVE
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarCertificacion UNTIL FIN-INDEXADO
           end-if.
           CLOSE CERTIFICACIONES.
           PERFORM cerrarDescarga.
       copiarCertificacion.
           READ CERTIFICACIONES NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM CERTIFICACIONES-REC
           END-READ.
       descargarCasos.
           move "EXCCASE.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT CASOS.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move 0 to EC-ID
               START CASOS KEY IS NOT LESS THAN EC-ID
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarCaso UNTIL FIN-INDEXADO
           end-if.
           CLOSE CASOS.
           PERFORM cerrarDescarga.
       copiarCaso.
           READ CASOS NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM CASOS-REC
           END-READ.
       descargarProblemas.
           move "PROBMAST.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT PROBLEMAS.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move 0 to PB-ID
               START PROBLEMAS KEY IS NOT LESS THAN PB-ID
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarProblema UNTIL FIN-INDEXADO
           end-if.
           CLOSE PROBLEMAS.
           PERFORM cerrarDescarga.
       copiarProblema.
           READ PROBLEMAS NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM PROBLEMAS-REC
           END-READ.
       descargarVinculos.
           move "PROBCASO.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT VINCULOS.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move 0 to PC-CASO
               START VINCULOS KEY IS NOT LESS THAN PC-CASO
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarVinculo UNTIL FIN-INDEXADO
           end-if.
           CLOSE VINCULOS.
           PERFORM cerrarDescarga.
       copiarVinculo.
           READ VINCULOS NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM VINCULOS-REC
           END-READ.
       descargarConfiguracion.
           move "CONFIG.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT CONFIGURACION.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move low-values to CF-CLAVE
               START CONFIGURACION KEY IS NOT LESS THAN CF-CLAVE
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarConfiguracion UNTIL FIN-INDEXADO
           end-if.
           CLOSE CONFIGURACION.
           PERFORM cerrarDescarga.
       copiarConfiguracion.
           READ CONFIGURACION NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM CONFIGURACION-REC
           END-READ.
       descargarCola.
           move "TABLASQ.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT COLA-TABLAS.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move 0 to QE-ID
               START COLA-TABLAS KEY IS NOT LESS THAN QE-ID
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarPedido UNTIL FIN-INDEXADO
           end-if.
           CLOSE COLA-TABLAS.
           PERFORM cerrarDescarga.
       copiarPedido.
           READ COLA-TABLAS NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM COLA-REC
           END-READ.
       descargarMenuCatalogo.
           move "MENUCAT.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT MENU-CATALOGO.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move 0 to MC-OPCION
               START MENU-CATALOGO KEY IS NOT LESS THAN MC-OPCION
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarOpcion UNTIL FIN-INDEXADO
           end-if.
           CLOSE MENU-CATALOGO.
           PERFORM cerrarDescarga.
       copiarOpcion.
           READ MENU-CATALOGO NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM MENU-CATALOGO-REC
           END-READ.
       descargarDepartamentos.
           move "DEPTOMAE.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT DEPARTAMENTOS.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move low-values to DM-CODIGO
               START DEPARTAMENTOS KEY IS NOT LESS THAN DM-CODIGO
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarDepartamento UNTIL FIN-INDEXADO
           end-if.
           CLOSE DEPARTAMENTOS.
           PERFORM cerrarDescarga.
       copiarDepartamento.
           READ DEPARTAMENTOS NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM DEPARTAMENTOS-REC
           END-READ.
       descargarDuenos.
           move "IFDUENO.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT DUENOS.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move 0 to DU-NUMERO
               START DUENOS KEY IS NOT LESS THAN DU-NUMERO
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarDueno UNTIL FIN-INDEXADO
           end-if.
           CLOSE DUENOS.
           PERFORM cerrarDescarga.
       copiarDueno.
           READ DUENOS NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM DUENOS-REC
           END-READ.
       descargarOverrides.
           move "IFOVERR.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT OVERRIDES.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move 0 to OV-NUMERO
               START OVERRIDES KEY IS NOT LESS THAN OV-NUMERO
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarOverride UNTIL FIN-INDEXADO
           end-if.
           CLOSE OVERRIDES.
           PERFORM cerrarDescarga.
       copiarOverride.
           READ OVERRIDES NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM OVERRIDES-REC
           END-READ.
       descargarRetenciones.
           move "RETLEG.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT RETENCIONES.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move 0 to RL-ID
               START RETENCIONES KEY IS NOT LESS THAN RL-ID
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarRetencion UNTIL FIN-INDEXADO
           end-if.
           CLOSE RETENCIONES.
           PERFORM cerrarDescarga.
       copiarRetencion.
           READ RETENCIONES NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM RETENCIONES-REC
           END-READ.
       descargarDelegaciones.
           move "DELEGA.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT DELEGACIONES.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move 0 to DG-ID
               START DELEGACIONES KEY IS NOT LESS THAN DG-ID
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarDelegacion UNTIL FIN-INDEXADO
           end-if.
           CLOSE DELEGACIONES.
           PERFORM cerrarDescarga.
       copiarDelegacion.
           READ DELEGACIONES NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM DELEGACIONES-REC
           END-READ.
       descargarTurnos.
           move "TURNOS.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT TURNOS.
           if WS-ESTADO-INDEXADO = "00"
               move "S" to WS-PRESENTE
               move low-values to TU-CLAVE
               START TURNOS KEY IS NOT LESS THAN TU-CLAVE
                   INVALID KEY set FIN-INDEXADO to true
               END-START
               PERFORM copiarTurno UNTIL FIN-INDEXADO
           end-if.
           CLOSE TURNOS.
           PERFORM cerrarDescarga.
       copiarTurno.
           READ TURNOS NEXT RECORD
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM TURNOS-REC
           END-READ.
       abrirDescarga.
           move "N" to WS-PRESENTE.
           move "N" to WS-FIN-INDEXADO.
           move spaces to WS-NOMBRE-DESCARGA.
           STRING "RESGTMP/" WS-ARCHIVO-ACTUAL
               DELIMITED BY SIZE INTO WS-NOMBRE-DESCARGA.
           OPEN OUTPUT DESCARGA.
       cerrarDescarga.
           CLOSE DESCARGA.
           PERFORM anotarManifiesto.
      ******************************************************************
      * los de texto van como estan; un archivo que no esta se anota
      * ausente en el manifiesto (vacio en el paquete).
      ******************************************************************
       copiarTexto.
           move WS-TEXTO (WS-TXT-IDX) to WS-ARCHIVO-ACTUAL
               WS-NOMBRE-VERIFICADO.
           PERFORM abrirDescarga.
           OPEN INPUT VERIFICADO.
           if WS-ESTADO-VERIFICADO = "00"
               move "S" to WS-PRESENTE
               PERFORM copiarRenglon UNTIL FIN-INDEXADO
               CLOSE VERIFICADO
           end-if.
           PERFORM cerrarDescarga.
       copiarRenglon.
           READ VERIFICADO
               AT END set FIN-INDEXADO to true
               NOT AT END WRITE DESCARGA-REC FROM VERIFICADO-REC
           END-READ.
       copiarSellosDelDia.
           move "SELLOS.DAT" to WS-ARCHIVO-ACTUAL.
           PERFORM abrirDescarga.
           OPEN INPUT SELLOS.
           if WS-ESTADO-SELLOS = "00"
               move "S" to WS-PRESENTE
               PERFORM copiarSello UNTIL FIN-SELLOS
           end-if.
           CLOSE SELLOS.
           PERFORM cerrarDescarga.
       copiarSello.
           READ SELLOS
               AT END set FIN-SELLOS to true
               NOT AT END
                   if SL-FECHA = WS-FECHA-HOY
                       WRITE DESCARGA-REC FROM SELLOS-REC
                   end-if
           END-READ.
       anotarManifiesto.
           move WS-NOMBRE-DESCARGA to WS-TT-NOMBRE.
           CALL "totlib" USING WS-TT-NOMBRE WS-TT-CANTIDAD
               WS-TT-CHECK WS-TT-HALLADO.
           move spaces to MANIFIESTO-REC.
           move "D" to MF-TIPO.
           move WS-ARCHIVO-ACTUAL to MF-ARCHIVO.
           move WS-PRESENTE to MF-PRESENTE.
           move WS-TT-CANTIDAD to MF-CANTIDAD.
           move WS-TT-CHECK to MF-CHECK.
           WRITE MANIFIESTO-REC.
           add 1 to WS-CANT-ARCHIVOS.
           move spaces to WS-LINEA-REPORTE.
           if WS-PRESENTE = "S"
               STRING "  " WS-ARCHIVO-ACTUAL " registros="
                      WS-TT-CANTIDAD " control=" WS-TT-CHECK
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           else
               STRING "  " WS-ARCHIVO-ACTUAL
                      " no esta presente, va vacio"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           end-if.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
      ******************************************************************
      * un solo archivo transportable: tar del directorio de armado a
      * OFFSITE/; si tar falla el paquete no se cataloga.
      ******************************************************************
       empaquetar.
           move spaces to WS-COMANDO.
           STRING "cd RESGTMP && tar cf ../OFFSITE/"
                  DELIMITED BY SIZE
                  WS-PAQUETE DELIMITED BY SPACE
                  " *.DAT" DELIMITED BY SIZE
                  INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           compute WS-RC-COMANDO = RETURN-CODE / 256.
           move "rm -rf RESGTMP" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           if WS-RC-COMANDO not = 0
               move spaces to WS-LINEA-REPORTE
               STRING "NO SE ARMO EL PAQUETE: tar termino con "
                      WS-RC-COMANDO
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               display WS-LINEA-REPORTE
               CLOSE REPORTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           end-if.
           move spaces to WS-LINEA-REPORTE.
           STRING "paquete OFFSITE/" WS-PAQUETE " armado con "
                  WS-CANT-ARCHIVOS " archivos, pendiente de verificar"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
       empaquetar-fin.
           EXIT.
       catalogarPaquete.
           PERFORM cargarCatalogo.
           move 0 to WS-CAT-HALLADO.
           PERFORM buscarPaquete VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-CANT.
           if WS-CAT-HALLADO = 0 and WS-CAT-CANT < WS-CAT-MAX
               add 1 to WS-CAT-CANT
               move WS-CAT-CANT to WS-CAT-HALLADO
           end-if.
           if WS-CAT-HALLADO not = 0
               move "P" to WS-CAT-TIPO (WS-CAT-HALLADO)
               move WS-FECHA-HOY to WS-CAT-FECHA (WS-CAT-HALLADO)
               move WS-PAQUETE to WS-CAT-PAQUETE (WS-CAT-HALLADO)
               move "ARMADO" to WS-CAT-ESTADO (WS-CAT-HALLADO)
               move WS-CANT-ARCHIVOS
                   to WS-CAT-ARCHIVOS (WS-CAT-HALLADO)
               move 0 to WS-CAT-DIFERENCIAS (WS-CAT-HALLADO)
               move WS-RETENER to WS-CAT-RETENER (WS-CAT-HALLADO)
               move 0 to WS-CAT-DEPURADO (WS-CAT-HALLADO)
           else
               display "resguardo: catalogo de paquetes lleno, no se"
                   " registra " WS-PAQUETE
           end-if.
      *    el paquete de hoy rearmado reemplaza su propia entrada
       buscarPaquete.
           if WS-CAT-TIPO (WS-CAT-IDX) = "P"
               and WS-CAT-PAQUETE (WS-CAT-IDX) = WS-PAQUETE
               move WS-CAT-IDX to WS-CAT-HALLADO
           end-if.
      ******************************************************************
      * retencion: de atras hacia adelante se cuentan los paquetes
      * VERIFICADO vigentes; pasados los WS-RETENER mas nuevos, todo
      * paquete vigente mas viejo (verificado o no) se borra de
      * OFFSITE/ y queda depurado en el catalogo junto con sus
      * verificaciones.
      ******************************************************************
       depurarPaquetes.
           move 0 to WS-CANT-VERIFICADOS.
           PERFORM revisarRetencion VARYING WS-CAT-IDX
               FROM WS-CAT-CANT BY -1 UNTIL WS-CAT-IDX < 1.
       revisarRetencion.
           if WS-CAT-TIPO (WS-CAT-IDX) = "P"
               and WS-CAT-DEPURADO (WS-CAT-IDX) = 0
               if WS-CANT-VERIFICADOS >= WS-RETENER
                   PERFORM depurarPaquete
               else
                   if WS-CAT-ESTADO (WS-CAT-IDX) = "VERIFICADO"
                       add 1 to WS-CANT-VERIFICADOS
                   end-if
               end-if
           end-if.
       depurarPaquete.
           move spaces to WS-COMANDO.
           STRING "rm -f OFFSITE/" WS-CAT-PAQUETE (WS-CAT-IDX)
               DELIMITED BY SIZE INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           add 1 to WS-CANT-DEPURADOS.
           PERFORM marcarDepurado VARYING WS-CAT-IDX2 FROM 1 BY 1
               UNTIL WS-CAT-IDX2 > WS-CAT-CANT.
           move spaces to WS-LINEA-REPORTE.
           STRING "  depurado " WS-CAT-PAQUETE (WS-CAT-IDX) " ("
                  WS-CAT-ESTADO (WS-CAT-IDX) ")"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       marcarDepurado.
           if WS-CAT-PAQUETE (WS-CAT-IDX2) = WS-CAT-PAQUETE (WS-CAT-IDX)
               move WS-FECHA-HOY to WS-CAT-DEPURADO (WS-CAT-IDX2)
           end-if.
       cargarCatalogo.
           move "N" to WS-FIN-CATALOGO.
           move 0 to WS-CAT-CANT.
           OPEN INPUT CATALOGO.
           if WS-ESTADO-CATALOGO = "00"
               PERFORM leerCatalogo UNTIL FIN-CATALOGO
           end-if.
           CLOSE CATALOGO.
       leerCatalogo.
           READ CATALOGO
               AT END set FIN-CATALOGO to true
               NOT AT END
                   if WS-CAT-CANT < WS-CAT-MAX
                       add 1 to WS-CAT-CANT
                       move RG-TIPO to WS-CAT-TIPO (WS-CAT-CANT)
                       move RG-FECHA to WS-CAT-FECHA (WS-CAT-CANT)
                       move RG-PAQUETE to WS-CAT-PAQUETE (WS-CAT-CANT)
                       move RG-ESTADO to WS-CAT-ESTADO (WS-CAT-CANT)
                       move RG-ARCHIVOS
                           to WS-CAT-ARCHIVOS (WS-CAT-CANT)
                       move RG-DIFERENCIAS
                           to WS-CAT-DIFERENCIAS (WS-CAT-CANT)
                       move RG-RETENER to WS-CAT-RETENER (WS-CAT-CANT)
                       move RG-DEPURADO
                           to WS-CAT-DEPURADO (WS-CAT-CANT)
                   else
                       display "resguardo: catalogo de paquetes"
                           " excede el maximo, entrada ignorada"
                   end-if
           END-READ.
       regrabarCatalogo.
           OPEN OUTPUT CATALOGO.
           PERFORM grabarEntrada VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-CANT.
           CLOSE CATALOGO.
       grabarEntrada.
           move spaces to CATALOGO-REC.
           move WS-CAT-TIPO (WS-CAT-IDX) to RG-TIPO.
           move WS-CAT-FECHA (WS-CAT-IDX) to RG-FECHA.
           move WS-CAT-PAQUETE (WS-CAT-IDX) to RG-PAQUETE.
           move WS-CAT-ESTADO (WS-CAT-IDX) to RG-ESTADO.
           move WS-CAT-ARCHIVOS (WS-CAT-IDX) to RG-ARCHIVOS.
           move WS-CAT-DIFERENCIAS (WS-CAT-IDX) to RG-DIFERENCIAS.
           move WS-CAT-RETENER (WS-CAT-IDX) to RG-RETENER.
           move WS-CAT-DEPURADO (WS-CAT-IDX) to RG-DEPURADO.
           WRITE CATALOGO-REC.
       END PROGRAM resguardo.
