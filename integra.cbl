      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: control semanal de integridad entre archivos - cada
      *          maestro y archivo de trabajo se mantiene con su propio
      *          programa y nada controla que concuerden entre si: un
      *          caso de EXCCASE.DAT queda asignado a un operador que
      *          se dio de baja, una nota de ENTREGA.DAT apunta a un
      *          pedido o a un caso que ya no existe, una suscripcion
      *          le avisa a nadie. Este programa corre el catalogo de
      *          reglas de INTEGCTL.DAT y deja:
      *            INTEGREP.DAT cada referencia huerfana o colgada con
      *                         regla, severidad, archivo, clave y
      *                         detalle, y el total de cada regla
      *            INTEGTAR.DAT la lista de limpieza del supervisor,
      *                         un renglon por hallazgo con la accion
      *                         que lo corrige
      *          y escala a TALLEREX.DAT (caso nuevo de excmant) cada
      *          hallazgo de una regla grave. Las reglas:
      *            CASOPER    caso abierto de EXCCASE.DAT asignado a
      *                       un operador inexistente o inactivo
      *            NOTACOLA   nota de ENTREGA.DAT atada a un pedido
      *                       que no esta en TABLASQ.DAT
      *            NOTACASO   nota de ENTREGA.DAT atada a un caso que
      *                       no esta en EXCCASE.DAT
      *            SUSCOPER   suscripcion de SUSCRIP.DAT de un
      *                       operador inexistente o inactivo
      *            SUSCDEPTO  suscripcion de SUSCRIP.DAT ruteada a un
      *                       departamento inexistente o inactivo
      *            ORDENDEPTO orden activa de STANDORD.DAT (que no
      *                       lleva solicitante) cuya tabla y rango
      *                       no autoriza ningun departamento activo
      *            CERTOPER   legajo de CERTMAST.DAT sin operador en
      *                       OPERMAST.DAT
      *            CERTMOD    certificacion de CERTMAST.DAT de un
      *                       modulo que no esta en CURRIC.DAT
      *            REQOPCION  renglon de CERTREQ.DAT de una opcion que
      *                       no esta en el catalogo del menu
      *            REQMODULO  renglon de CERTREQ.DAT que exige un
      *                       modulo que no esta en CURRIC.DAT
      *            NIVOPCION  renglon de NIVELREQ.DAT de un trabajo
      *                       de preguntas que ninguna opcion del
      *                       catalogo usa (8 y 9 son fijos)
      *          INTEGCTL.DAT, un renglon por regla: regla(10) blanco
      *          severidad(1); G = grave (se escala), A = aviso, N = no
      *          se controla; * = comentario. Sin archivo rige la lista
      *          de siempre de WS-REGLAS-INIC. Una regla que no se
      *          conoce o cuyo maestro no esta se informa como sin
      *          control, para que no pase por sana.
      *          Return-code 0 = sin hallazgos, 4 = avisos o reglas sin
      *          control, 8 = hallazgos graves. No pregunta nada, asi
      *          que se agenda como semanal en el plan SCHEDULE.DAT de
      *          planifi, por ejemplo
      *          "INTEGRA      ./integra            S 3".
      * Tectonics: cobc -x -o integra integra.cbl fechalib.cbl
      *            catlib.cbl
      * Modification History:
      *   15/10/2026 - NIVOPCION compara el renglon de NIVELREQ.DAT
      *                con los numeros de trabajo del catalogo (mas 8 y
      *                9) en vez de con las opciones del menu.
      *   15/10/2026 - el FD de DEPTOMAE.DAT lleva la hora de corte
      *                (DM-CORTE) como deptmant y cortelib. Solo cambia
      *                el FD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integra.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGLAS ASSIGN TO "INTEGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REGLAS.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO "DEPTOMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-ESTADO-DEPTO.
           SELECT OPTIONAL COLA ASSIGN TO "TABLASQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QE-ID
               FILE STATUS IS WS-ESTADO-COLA.
           SELECT OPTIONAL CASOS ASSIGN TO "EXCCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-ID
               FILE STATUS IS WS-ESTADO-CASOS.
           SELECT OPTIONAL NOTAS ASSIGN TO "ENTREGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ID
               FILE STATUS IS WS-ESTADO-NOTAS.
           SELECT OPTIONAL SUSCRIPCIONES ASSIGN TO "SUSCRIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUSCRIP.
           SELECT OPTIONAL ORDENES-PERM ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-ESTADO-ORDENES.
           SELECT OPTIONAL CERTIFICACIONES ASSIGN TO "CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-ESTADO-CERT.
           SELECT OPTIONAL REQUISITOS ASSIGN TO "CERTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REQ.
           SELECT OPTIONAL NIVELES ASSIGN TO "NIVELREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NIVELES.
           SELECT OPTIONAL CURRICULUM ASSIGN TO "CURRIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CURRICULUM.
           SELECT EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
           SELECT REPORTE ASSIGN TO "INTEGREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAREAS ASSIGN TO "INTEGTAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS.
       01  REGLAS-REC.
           05  RG-REGLA            PIC X(10).
           05  FILLER              PIC X(01).
           05  RG-SEVERIDAD        PIC X(01).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
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
       FD  COLA.
       01  COLA-REC.
           05  QE-ID               PIC 9(04).
           05  FILLER              PIC X(54).
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
       FD  NOTAS.
       01  NOTAS-REC.
           05  EN-ID               PIC 9(04).
           05  EN-FECHA            PIC 9(08).
           05  EN-TURNO            PIC X(01).
           05  EN-OPERADOR         PIC X(10).
           05  EN-TEXTO            PIC X(60).
           05  EN-REF-TIPO         PIC X(01).
           05  EN-REF-ID           PIC 9(04).
           05  EN-LEIDA            PIC X(01).
           05  EN-LEIDA-POR        PIC X(10).
           05  EN-FECHA-LEIDA      PIC 9(08).
       FD  SUSCRIPCIONES.
       01  SUSCRIPCIONES-REC.
           05  SU-OPERADOR         PIC X(10).
           05  FILLER              PIC X(01).
           05  SU-PROGRAMA         PIC X(15).
           05  FILLER              PIC X(01).
           05  SU-SEVERIDAD        PIC X(01).
           05  FILLER              PIC X(01).
           05  SU-DEPTO            PIC X(06).
       FD  ORDENES-PERM.
       01  ORDENES-PERM-REC.
           05  SO-ID               PIC 9(04).
           05  SO-NUMERO           PIC 9(02).
           05  SO-LIM-INF          PIC 9(03).
           05  SO-LIM-SUP          PIC 9(03).
           05  SO-SPOOL            PIC X(01).
           05  SO-SIMULACION       PIC X(01).
           05  SO-FRECUENCIA       PIC X(01).
           05  SO-DIA              PIC 9(01).
           05  SO-ACTIVO           PIC X(01).
       FD  CERTIFICACIONES.
       01  CERTIFICACIONES-REC.
           05  CM-CLAVE.
               10  CM-LEGAJO       PIC X(10).
               10  CM-MODULO       PIC X(04).
           05  CM-FECHA-CERT       PIC 9(08).
           05  CM-FECHA-VENC       PIC 9(08).
       FD  REQUISITOS.
       01  REQUISITOS-REC.
           05  CR-OPCION           PIC 9(01).
           05  FILLER              PIC X(01).
           05  CR-MODULO           PIC X(04).
       FD  NIVELES.
       01  NIVELES-REC.
           05  NV-OPCION           PIC 9(01).
           05  FILLER              PIC X(01).
           05  NV-NIVEL            PIC 9(02).
       FD  CURRICULUM.
       01  CURRICULUM-REC.
           05  CU-MODULO           PIC X(04).
           05  FILLER              PIC X(01).
           05  CU-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  CU-SECUENCIA        PIC 9(03).
           05  FILLER              PIC X(01).
           05  CU-TEXTO            PIC X(60).
           05  FILLER              PIC X(01).
           05  CU-RESPUESTA        PIC X(10).
       FD  EXCEP-TALLER.
       01  EXCEP-TALLER-REC.
           05  EXT-FECHA           PIC 9(08).
           05  FILLER              PIC X(01).
           05  EXT-PROGRAMA        PIC X(15).
           05  FILLER              PIC X(01).
           05  EXT-TEXTO           PIC X(55).
           05  FILLER              PIC X(01).
           05  EXT-CORRIDA         PIC 9(02).
       FD  CORRIDA-CONTROL.
       01  CORRIDA-CONTROL-REC.
           05  RC-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RC-CORRIDA          PIC 9(02).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(100).
       FD  TAREAS.
       01  TAREAS-REC              PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-REGLAS        PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-DEPTO         PIC X(02).
       01  WS-ESTADO-COLA          PIC X(02).
       01  WS-ESTADO-CASOS         PIC X(02).
       01  WS-ESTADO-NOTAS         PIC X(02).
       01  WS-ESTADO-SUSCRIP       PIC X(02).
       01  WS-ESTADO-ORDENES       PIC X(02).
       01  WS-ESTADO-CERT          PIC X(02).
       01  WS-ESTADO-REQ           PIC X(02).
       01  WS-ESTADO-NIVELES       PIC X(02).
       01  WS-ESTADO-CURRICULUM    PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-FIN-REGLAS           PIC X(01) VALUE "N".
           88  FIN-REGLAS          VALUE "S".
       01  WS-FIN-LECTURA          PIC X(01) VALUE "N".
           88  FIN-LECTURA         VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
      *    maestros disponibles para buscar (S = abierto y con datos)
       01  WS-HAY-OPERMAST         PIC X(01) VALUE "N".
       01  WS-HAY-DEPTOMAE         PIC X(01) VALUE "N".
       01  WS-HAY-COLA             PIC X(01) VALUE "N".
       01  WS-HAY-EXCCASE          PIC X(01) VALUE "N".
       01  WS-HAY-CURRIC           PIC X(01) VALUE "N".
      *    la lista de siempre, cuando no hay INTEGCTL.DAT
       01  WS-REGLAS-INIC.
           05  FILLER  PIC X(12) VALUE "CASOPER    G".
           05  FILLER  PIC X(12) VALUE "NOTACOLA   A".
           05  FILLER  PIC X(12) VALUE "NOTACASO   A".
           05  FILLER  PIC X(12) VALUE "SUSCOPER   G".
           05  FILLER  PIC X(12) VALUE "SUSCDEPTO  A".
           05  FILLER  PIC X(12) VALUE "ORDENDEPTO A".
           05  FILLER  PIC X(12) VALUE "CERTOPER   G".
           05  FILLER  PIC X(12) VALUE "CERTMOD    A".
           05  FILLER  PIC X(12) VALUE "REQOPCION  A".
           05  FILLER  PIC X(12) VALUE "REQMODULO  G".
           05  FILLER  PIC X(12) VALUE "NIVOPCION  A".
       01  WS-REGLAS-FIJAS REDEFINES WS-REGLAS-INIC.
           05  WS-RF-ENT OCCURS 11 TIMES PIC X(12).
       01  WS-RF-CANT              PIC 9(02) VALUE 11.
       01  WS-RG-CANT              PIC 9(02) VALUE 0.
       01  WS-RG-MAX               PIC 9(02) VALUE 30.
       01  WS-RG-IDX               PIC 9(02) VALUE 0.
       01  WS-REGLAS-TABLA.
           05  WS-RG-ENT OCCURS 30 TIMES.
               10  WS-RG-REGLA         PIC X(10).
               10  FILLER              PIC X(01).
               10  WS-RG-SEVERIDAD     PIC X(01).
       01  WS-REGLA                PIC X(10).
       01  WS-SEVERIDAD            PIC X(01).
       01  WS-SEV-TEXTO            PIC X(05).
       01  WS-SIN-CONTROL          PIC X(45).
       01  WS-NOTA-REGLA           PIC X(45).
       01  WS-CANT-REGLA           PIC 9(05) VALUE 0.
       01  WS-CANT-GRAVES          PIC 9(05) VALUE 0.
       01  WS-CANT-AVISOS          PIC 9(05) VALUE 0.
       01  WS-CANT-SIN-CONTROL     PIC 9(02) VALUE 0.
       01  WS-CANT-TAREAS          PIC 9(03) VALUE 0.
      *    departamentos del maestro, para las suscripciones y ordenes
       01  WS-DP-CANT              PIC 9(02) VALUE 0.
       01  WS-DP-MAX               PIC 9(02) VALUE 50.
       01  WS-DP-IDX               PIC 9(02) VALUE 0.
       01  WS-DP-HALLADO           PIC 9(02) VALUE 0.
       01  WS-DEPARTAMENTOS.
           05  WS-DP-ENT OCCURS 50 TIMES.
               10  WS-DP-CODIGO        PIC X(06).
               10  WS-DP-ACTIVO        PIC X(01).
               10  WS-DP-TABLA-DESDE   PIC 9(02).
               10  WS-DP-TABLA-HASTA   PIC 9(02).
               10  WS-DP-MULT-DESDE    PIC 9(03).
               10  WS-DP-MULT-HASTA    PIC 9(03).
      *    modulos de CURRIC.DAT (renglones de tipo M)
       01  WS-MOD-CANT             PIC 9(02) VALUE 0.
       01  WS-MOD-MAX              PIC 9(02) VALUE 50.
       01  WS-MOD-IDX              PIC 9(02) VALUE 0.
       01  WS-MOD-HALLADO          PIC X(01) VALUE "N".
       01  WS-MODULOS.
           05  WS-MOD-CODIGO OCCURS 50 TIMES PIC X(04).
       01  WS-MODULO               PIC X(04).
      *    busquedas de operador, departamento y opcion del menu
       01  WS-OPERADOR             PIC X(10).
       01  WS-OPERADOR-MAL         PIC X(12).
       01  WS-DEPTO                PIC X(06).
       01  WS-DEPTO-MAL            PIC X(12).
       01  WS-ORDEN-AUTORIZADA     PIC X(01) VALUE "N".
       01  WS-TIPO-REF             PIC X(01).
       01  WS-CONTROL-SUSC         PIC X(01).
       01  WS-CONTROL-REQ          PIC X(01).
       01  WS-OPCION-CONTROL       PIC X(01).
       01  WS-CT-ENTRADA.
           05  WS-CT-OPCION        PIC 9(01).
           05  WS-CT-DESCRIPCION   PIC X(40).
           05  WS-CT-COMANDO       PIC X(30).
           05  WS-CT-ROL-MIN       PIC X(10).
           05  WS-CT-MODULO        PIC X(04).
           05  WS-CT-TRABAJO       PIC 9(01).
           05  WS-CT-NIVEL         PIC 9(02).
           05  WS-CT-GRABA         PIC X(01).
       01  WS-CT-HALLADO           PIC X(01).
       01  WS-CT-FALTA             PIC X(01).
      *    numeros de trabajo de preguntas en uso segun el catalogo
       01  WS-TRABAJOS-USADOS.
           05  WS-TRABAJO-USADO OCCURS 9 TIMES PIC X(01).
       01  WS-CAT-IDX              PIC 9(02) VALUE 0.
       01  WS-TRABAJO-CONTROL      PIC 9(01) VALUE 0.
      *    el hallazgo en curso
       01  WS-HZ-ARCHIVO           PIC X(12).
       01  WS-HZ-CLAVE             PIC X(20).
       01  WS-HZ-DETALLE           PIC X(45).
       01  WS-HZ-ACCION            PIC X(56).
       01  WS-LINEA-HALLAZGO.
           05  WS-LH-REGLA         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LH-SEVERIDAD     PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LH-ARCHIVO       PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LH-CLAVE         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LH-DETALLE       PIC X(45).
           05  FILLER              PIC X(04) VALUE SPACES.
       01  WS-LINEA-TAREA.
           05  WS-LT-NUMERO        PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LT-SEVERIDAD     PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LT-ARCHIVO       PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LT-CLAVE         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LT-ACCION        PIC X(56).
       01  WS-LINEA-REPORTE        PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM cargarReglas.
           OPEN OUTPUT REPORTE.
           OPEN OUTPUT TAREAS.
           STRING "control de integridad entre archivos del "
                  WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           move spaces to WS-LINEA-REPORTE.
           STRING "lista de limpieza de integridad del " WS-FECHA-HOY
                  " para el supervisor"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaTarea.
           move "nro sever archivo      clave                accion"
               to WS-LINEA-REPORTE.
           PERFORM grabaTarea.
           PERFORM abrirMaestros.
           move spaces to WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           STRING "regla      sever archivo      clave         "
                  "       detalle"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           PERFORM ejecutarRegla VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-CANT.
           CLOSE OPERADORES.
           CLOSE COLA.
           CLOSE CASOS.
           move spaces to WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           STRING "resultado: " WS-CANT-GRAVES " hallazgos graves, "
                  WS-CANT-AVISOS " avisos, " WS-CANT-SIN-CONTROL
                  " reglas sin control"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           if WS-CANT-TAREAS = 0
               move "sin tareas de limpieza" to WS-LINEA-REPORTE
           else
               STRING "total: " WS-CANT-TAREAS " tareas"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           end-if.
           PERFORM grabaTarea.
           CLOSE REPORTE.
           CLOSE TAREAS.
           if WS-CANT-GRAVES not = 0
               MOVE 8 TO RETURN-CODE
           else
               if WS-CANT-AVISOS not = 0
                   or WS-CANT-SIN-CONTROL not = 0
                   MOVE 4 TO RETURN-CODE
               else
                   MOVE 0 TO RETURN-CODE
               end-if
           end-if.
           display "integridad controlada, ver INTEGREP.DAT e "
               "INTEGTAR.DAT".
           STOP RUN.
      ******************************************************************
      * el catalogo de reglas de INTEGCTL.DAT; sin archivo (o vacio) se
      * usa la lista de siempre.
      ******************************************************************
       cargarReglas.
           OPEN INPUT REGLAS.
           if WS-ESTADO-REGLAS = "00"
               PERFORM leerRegla UNTIL FIN-REGLAS
           end-if.
           CLOSE REGLAS.
           if WS-RG-CANT = 0
               PERFORM cargarReglaFija VARYING WS-RG-IDX
                   FROM 1 BY 1 UNTIL WS-RG-IDX > WS-RF-CANT
               move WS-RF-CANT to WS-RG-CANT
           end-if.
       leerRegla.
           READ REGLAS
               AT END set FIN-REGLAS to true
               NOT AT END
                   if RG-REGLA not = spaces
                       and RG-REGLA (1:1) not = "*"
                       if WS-RG-CANT < WS-RG-MAX
                           add 1 to WS-RG-CANT
                           move REGLAS-REC to WS-RG-ENT (WS-RG-CANT)
                       else
                           DISPLAY "integra: INTEGCTL.DAT excede el"
                               " maximo, regla ignorada"
                       end-if
                   end-if
           END-READ.
       cargarReglaFija.
           move WS-RF-ENT (WS-RG-IDX) to WS-RG-ENT (WS-RG-IDX).
      ******************************************************************
      * los maestros de busqueda: operadores, cola y casos quedan
      * abiertos; departamentos y modulos se cargan en tablas. Un
      * maestro que no esta deja sin control las reglas que lo usan.
      ******************************************************************
       abrirMaestros.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST = "00"
               move "S" to WS-HAY-OPERMAST
           end-if.
           OPEN INPUT COLA.
           if WS-ESTADO-COLA = "00"
               move "S" to WS-HAY-COLA
           end-if.
           OPEN INPUT CASOS.
           if WS-ESTADO-CASOS = "00"
               move "S" to WS-HAY-EXCCASE
           end-if.
           OPEN INPUT DEPARTAMENTOS.
           if WS-ESTADO-DEPTO = "00"
               move "S" to WS-HAY-DEPTOMAE
               move "N" to WS-FIN-LECTURA
               PERFORM leerDepartamento UNTIL FIN-LECTURA
           end-if.
           CLOSE DEPARTAMENTOS.
           OPEN INPUT CURRICULUM.
           if WS-ESTADO-CURRICULUM = "00"
               move "N" to WS-FIN-LECTURA
               PERFORM leerModuloCurric UNTIL FIN-LECTURA
           end-if.
           CLOSE CURRICULUM.
           if WS-MOD-CANT not = 0
               move "S" to WS-HAY-CURRIC
           end-if.
       leerDepartamento.
           READ DEPARTAMENTOS NEXT RECORD
               AT END set FIN-LECTURA to true
               NOT AT END
                   if WS-DP-CANT < WS-DP-MAX
                       add 1 to WS-DP-CANT
                       move DM-CODIGO to WS-DP-CODIGO (WS-DP-CANT)
                       move DM-ACTIVO to WS-DP-ACTIVO (WS-DP-CANT)
                       move DM-TABLA-DESDE
                           to WS-DP-TABLA-DESDE (WS-DP-CANT)
                       move DM-TABLA-HASTA
                           to WS-DP-TABLA-HASTA (WS-DP-CANT)
                       move DM-MULT-DESDE
                           to WS-DP-MULT-DESDE (WS-DP-CANT)
                       move DM-MULT-HASTA
                           to WS-DP-MULT-HASTA (WS-DP-CANT)
                   end-if
           END-READ.
       leerModuloCurric.
           READ CURRICULUM
               AT END set FIN-LECTURA to true
               NOT AT END
                   if CU-TIPO = "M" and WS-MOD-CANT < WS-MOD-MAX
                       add 1 to WS-MOD-CANT
                       move CU-MODULO to WS-MOD-CODIGO (WS-MOD-CANT)
                   end-if
           END-READ.
      ******************************************************************
      * cada regla del catalogo: sus hallazgos y una linea de total.
      ******************************************************************
       ejecutarRegla.
           move WS-RG-REGLA (WS-RG-IDX) to WS-REGLA.
           move WS-RG-SEVERIDAD (WS-RG-IDX) to WS-SEVERIDAD.
           move 0 to WS-CANT-REGLA.
           move spaces to WS-SIN-CONTROL WS-NOTA-REGLA.
           if WS-SEVERIDAD = "G"
               move "GRAVE" to WS-SEV-TEXTO
           else
               move "AVISO" to WS-SEV-TEXTO
           end-if.
           if WS-SEVERIDAD = "N"
               move "no se controla" to WS-NOTA-REGLA
           else
               evaluate WS-REGLA
                   when "CASOPER"
                       PERFORM reglaCasoper THRU reglaCasoper-fin
                   when "NOTACOLA"
                       move "Q" to WS-TIPO-REF
                       PERFORM reglaNotas THRU reglaNotas-fin
                   when "NOTACASO"
                       move "E" to WS-TIPO-REF
                       PERFORM reglaNotas THRU reglaNotas-fin
                   when "SUSCOPER"
                       move "O" to WS-CONTROL-SUSC
                       PERFORM reglaSuscrip THRU reglaSuscrip-fin
                   when "SUSCDEPTO"
                       move "D" to WS-CONTROL-SUSC
                       PERFORM reglaSuscrip THRU reglaSuscrip-fin
                   when "ORDENDEPTO"
                       PERFORM reglaOrdenes THRU reglaOrdenes-fin
                   when "CERTOPER"
                       move "O" to WS-CONTROL-REQ
                       PERFORM reglaCertif THRU reglaCertif-fin
                   when "CERTMOD"
                       move "M" to WS-CONTROL-REQ
                       PERFORM reglaCertif THRU reglaCertif-fin
                   when "REQOPCION"
                       move "O" to WS-CONTROL-REQ
                       PERFORM reglaRequisitos THRU reglaRequisitos-fin
                   when "REQMODULO"
                       move "M" to WS-CONTROL-REQ
                       PERFORM reglaRequisitos THRU reglaRequisitos-fin
                   when "NIVOPCION"
                       PERFORM reglaNiveles THRU reglaNiveles-fin
                   when other
                       move "regla desconocida en INTEGCTL.DAT"
                           to WS-SIN-CONTROL
               end-evaluate
           end-if.
           move spaces to WS-LINEA-REPORTE.
           evaluate true
               when WS-SIN-CONTROL not = spaces
                   add 1 to WS-CANT-SIN-CONTROL
                   STRING "  -> " WS-REGLA " SIN CONTROL: "
                       WS-SIN-CONTROL
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               when WS-SEVERIDAD = "N"
                   STRING "  -> " WS-REGLA " " WS-NOTA-REGLA
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               when other
                   STRING "  -> " WS-REGLA " " WS-CANT-REGLA
                       " hallazgos " WS-NOTA-REGLA
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           end-evaluate.
           PERFORM grabaRenglon.
      ******************************************************************
      * casos abiertos asignados a quien ya no puede trabajarlos.
      ******************************************************************
       reglaCasoper.
           if WS-HAY-OPERMAST not = "S"
               move "OPERMAST.DAT no disponible" to WS-SIN-CONTROL
               GO TO reglaCasoper-fin
           end-if.
           if WS-HAY-EXCCASE not = "S"
               move "(no hay EXCCASE.DAT)" to WS-NOTA-REGLA
               GO TO reglaCasoper-fin
           end-if.
           move "N" to WS-FIN-LECTURA.
           move 0 to EC-ID.
           START CASOS KEY IS NOT LESS THAN EC-ID
               INVALID KEY set FIN-LECTURA to true
           END-START.
           PERFORM leerCasoAsignado UNTIL FIN-LECTURA.
       reglaCasoper-fin.
           EXIT.
       leerCasoAsignado.
           READ CASOS NEXT RECORD
               AT END set FIN-LECTURA to true
               NOT AT END
                   if EC-ESTADO not = "RESUELTA"
                       and EC-OPERADOR not = spaces
                       move EC-OPERADOR to WS-OPERADOR
                       PERFORM buscarOperador
                       if WS-OPERADOR-MAL not = spaces
                           PERFORM anotarCasoper
                       end-if
                   end-if
           END-READ.
       anotarCasoper.
           move "EXCCASE.DAT" to WS-HZ-ARCHIVO.
           move EC-ID to WS-HZ-CLAVE.
           move spaces to WS-HZ-DETALLE.
           STRING "caso " DELIMITED BY SIZE
                  EC-ESTADO DELIMITED BY SPACE
                  " de " DELIMITED BY SIZE
                  EC-OPERADOR DELIMITED BY SPACE
                  ", operador " WS-OPERADOR-MAL DELIMITED BY SIZE
                  INTO WS-HZ-DETALLE.
           move "reasignar el caso a un operador activo (excmant)"
               to WS-HZ-ACCION.
           PERFORM anotarHallazgo.
      ******************************************************************
      * notas de entrega atadas a un pedido (Q) o a un caso (E).
      ******************************************************************
       reglaNotas.
           if WS-TIPO-REF = "Q" and WS-HAY-COLA not = "S"
               move "TABLASQ.DAT no disponible" to WS-SIN-CONTROL
               GO TO reglaNotas-fin
           end-if.
           if WS-TIPO-REF = "E" and WS-HAY-EXCCASE not = "S"
               move "EXCCASE.DAT no disponible" to WS-SIN-CONTROL
               GO TO reglaNotas-fin
           end-if.
           OPEN INPUT NOTAS.
           if WS-ESTADO-NOTAS not = "00"
               move "(no hay ENTREGA.DAT)" to WS-NOTA-REGLA
               CLOSE NOTAS
               GO TO reglaNotas-fin
           end-if.
           move "N" to WS-FIN-LECTURA.
           PERFORM leerNota UNTIL FIN-LECTURA.
           CLOSE NOTAS.
       reglaNotas-fin.
           EXIT.
       leerNota.
           READ NOTAS NEXT RECORD
               AT END set FIN-LECTURA to true
               NOT AT END
                   if EN-REF-TIPO = WS-TIPO-REF
                       PERFORM controlarReferencia
                   end-if
           END-READ.
       controlarReferencia.
           if WS-TIPO-REF = "Q"
               move EN-REF-ID to QE-ID
               READ COLA
                   INVALID KEY
                       PERFORM anotarNota
               END-READ
           else
               move EN-REF-ID to EC-ID
               READ CASOS
                   INVALID KEY
                       PERFORM anotarNota
               END-READ
           end-if.
       anotarNota.
           move "ENTREGA.DAT" to WS-HZ-ARCHIVO.
           move EN-ID to WS-HZ-CLAVE.
           move spaces to WS-HZ-DETALLE.
           if WS-TIPO-REF = "Q"
               STRING "nota del " EN-FECHA " -> pedido "
                      EN-REF-ID " inexistente"
                      DELIMITED BY SIZE INTO WS-HZ-DETALLE
           else
               STRING "nota del " EN-FECHA " -> caso "
                      EN-REF-ID " inexistente"
                      DELIMITED BY SIZE INTO WS-HZ-DETALLE
           end-if.
           move "confirmar con el autor y dar la nota por leida"
               to WS-HZ-ACCION.
           PERFORM anotarHallazgo.
      ******************************************************************
      * suscripciones de operador (O) o ruteadas a departamento (D).
      ******************************************************************
       reglaSuscrip.
           if WS-CONTROL-SUSC = "O" and WS-HAY-OPERMAST not = "S"
               move "OPERMAST.DAT no disponible" to WS-SIN-CONTROL
               GO TO reglaSuscrip-fin
           end-if.
           if WS-CONTROL-SUSC = "D" and WS-HAY-DEPTOMAE not = "S"
               move "DEPTOMAE.DAT no disponible" to WS-SIN-CONTROL
               GO TO reglaSuscrip-fin
           end-if.
           OPEN INPUT SUSCRIPCIONES.
           if WS-ESTADO-SUSCRIP not = "00"
               move "(no hay SUSCRIP.DAT)" to WS-NOTA-REGLA
               CLOSE SUSCRIPCIONES
               GO TO reglaSuscrip-fin
           end-if.
           move "N" to WS-FIN-LECTURA.
           PERFORM leerSuscripcion UNTIL FIN-LECTURA.
           CLOSE SUSCRIPCIONES.
       reglaSuscrip-fin.
           EXIT.
       leerSuscripcion.
           READ SUSCRIPCIONES
               AT END set FIN-LECTURA to true
               NOT AT END
                   if SU-OPERADOR not = spaces
                       and SU-OPERADOR (1:1) not = "*"
                       PERFORM controlarSuscripcion
                   end-if
           END-READ.
       controlarSuscripcion.
           move spaces to WS-HZ-DETALLE.
           if WS-CONTROL-SUSC = "O"
               move SU-OPERADOR to WS-OPERADOR
               PERFORM buscarOperador
               if WS-OPERADOR-MAL not = spaces
                   STRING "operador " WS-OPERADOR-MAL
                       DELIMITED BY SIZE INTO WS-HZ-DETALLE
                   move "dar de baja o pasar a un operador activo"
                       to WS-HZ-ACCION
               end-if
           else
               if SU-DEPTO not = spaces
                   move SU-DEPTO to WS-DEPTO
                   PERFORM buscarDepartamento
                   if WS-DEPTO-MAL not = spaces
                       STRING "departamento " DELIMITED BY SIZE
                              SU-DEPTO DELIMITED BY SPACE
                              " " WS-DEPTO-MAL DELIMITED BY SIZE
                              INTO WS-HZ-DETALLE
                       move "corregir o quitar el departamento"
                           to WS-HZ-ACCION
                   end-if
               end-if
           end-if.
           if WS-HZ-DETALLE not = spaces
               move "SUSCRIP.DAT" to WS-HZ-ARCHIVO
               move spaces to WS-HZ-CLAVE
               STRING SU-OPERADOR DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      SU-PROGRAMA DELIMITED BY SPACE
                      INTO WS-HZ-CLAVE
               PERFORM anotarHallazgo
           end-if.
      ******************************************************************
      * una orden permanente no lleva solicitante: el pedido que genera
      * tiene que caber en lo autorizado de algun departamento activo
      * (mismo criterio de tabla y multiplicadores que deptolib).
      ******************************************************************
       reglaOrdenes.
           if WS-HAY-DEPTOMAE not = "S"
               move "DEPTOMAE.DAT no disponible" to WS-SIN-CONTROL
               GO TO reglaOrdenes-fin
           end-if.
           OPEN INPUT ORDENES-PERM.
           if WS-ESTADO-ORDENES not = "00"
               move "(no hay STANDORD.DAT)" to WS-NOTA-REGLA
               CLOSE ORDENES-PERM
               GO TO reglaOrdenes-fin
           end-if.
           move "N" to WS-FIN-LECTURA.
           PERFORM leerOrden UNTIL FIN-LECTURA.
           CLOSE ORDENES-PERM.
       reglaOrdenes-fin.
           EXIT.
       leerOrden.
           READ ORDENES-PERM NEXT RECORD
               AT END set FIN-LECTURA to true
               NOT AT END
                   if SO-ACTIVO = "S"
                       move "N" to WS-ORDEN-AUTORIZADA
                       PERFORM compararOrdenDepto VARYING WS-DP-IDX
                           FROM 1 BY 1 UNTIL WS-DP-IDX > WS-DP-CANT
                           or WS-ORDEN-AUTORIZADA = "S"
                       if WS-ORDEN-AUTORIZADA = "N"
                           PERFORM anotarOrden
                       end-if
                   end-if
           END-READ.
       compararOrdenDepto.
           if WS-DP-ACTIVO (WS-DP-IDX) = "S"
               and SO-NUMERO >= WS-DP-TABLA-DESDE (WS-DP-IDX)
               and SO-NUMERO <= WS-DP-TABLA-HASTA (WS-DP-IDX)
               and (SO-LIM-INF >= WS-DP-MULT-DESDE (WS-DP-IDX)
                   or (SO-LIM-INF = 0
                       and WS-DP-MULT-DESDE (WS-DP-IDX) <= 1))
               and SO-LIM-SUP <= WS-DP-MULT-HASTA (WS-DP-IDX)
               move "S" to WS-ORDEN-AUTORIZADA
           end-if.
       anotarOrden.
           move "STANDORD.DAT" to WS-HZ-ARCHIVO.
           move SO-ID to WS-HZ-CLAVE.
           move spaces to WS-HZ-DETALLE.
           STRING "tabla " SO-NUMERO " x " SO-LIM-INF "-" SO-LIM-SUP
                  " sin depto que la autorice"
                  DELIMITED BY SIZE INTO WS-HZ-DETALLE.
           move "desactivar la orden (ordenes) o autorizar (deptmant)"
               to WS-HZ-ACCION.
           PERFORM anotarHallazgo.
      ******************************************************************
      * certificaciones: legajo sin operador (O) o modulo fuera del
      * curriculum (M).
      ******************************************************************
       reglaCertif.
           if WS-CONTROL-REQ = "O" and WS-HAY-OPERMAST not = "S"
               move "OPERMAST.DAT no disponible" to WS-SIN-CONTROL
               GO TO reglaCertif-fin
           end-if.
           if WS-CONTROL-REQ = "M" and WS-HAY-CURRIC not = "S"
               move "CURRIC.DAT no disponible" to WS-SIN-CONTROL
               GO TO reglaCertif-fin
           end-if.
           OPEN INPUT CERTIFICACIONES.
           if WS-ESTADO-CERT not = "00"
               move "(no hay CERTMAST.DAT)" to WS-NOTA-REGLA
               CLOSE CERTIFICACIONES
               GO TO reglaCertif-fin
           end-if.
           move "N" to WS-FIN-LECTURA.
           PERFORM leerCertificacion UNTIL FIN-LECTURA.
           CLOSE CERTIFICACIONES.
       reglaCertif-fin.
           EXIT.
       leerCertificacion.
           READ CERTIFICACIONES NEXT RECORD
               AT END set FIN-LECTURA to true
               NOT AT END
                   PERFORM controlarCertificacion
           END-READ.
       controlarCertificacion.
           move spaces to WS-HZ-DETALLE.
           if WS-CONTROL-REQ = "O"
               move CM-LEGAJO to OP-ID
               READ OPERADORES
                   INVALID KEY
                       move "legajo sin operador en OPERMAST.DAT"
                           to WS-HZ-DETALLE
                       move "dar de alta el operador o depurar"
                           to WS-HZ-ACCION
               END-READ
           else
               move CM-MODULO to WS-MODULO
               PERFORM buscarModulo
               if WS-MOD-HALLADO = "N"
                   STRING "modulo " CM-MODULO " no esta en CURRIC.DAT"
                       DELIMITED BY SIZE INTO WS-HZ-DETALLE
                   move "cargar el modulo en CURRIC.DAT o depurar"
                       to WS-HZ-ACCION
               end-if
           end-if.
           if WS-HZ-DETALLE not = spaces
               move "CERTMAST.DAT" to WS-HZ-ARCHIVO
               move spaces to WS-HZ-CLAVE
               STRING CM-LEGAJO DELIMITED BY SPACE
                      "/" CM-MODULO DELIMITED BY SIZE
                      INTO WS-HZ-CLAVE
               PERFORM anotarHallazgo
           end-if.
      ******************************************************************
      * CERTREQ.DAT: opcion fuera del catalogo (O) o modulo fuera del
      * curriculum (M). El catalogo se consulta con catlib, asi vale
      * tambien el menu de siempre mientras MENUCAT.DAT este vacio.
      ******************************************************************
       reglaRequisitos.
           if WS-CONTROL-REQ = "M" and WS-HAY-CURRIC not = "S"
               move "CURRIC.DAT no disponible" to WS-SIN-CONTROL
               GO TO reglaRequisitos-fin
           end-if.
           OPEN INPUT REQUISITOS.
           if WS-ESTADO-REQ not = "00"
               move "(no hay CERTREQ.DAT)" to WS-NOTA-REGLA
               CLOSE REQUISITOS
               GO TO reglaRequisitos-fin
           end-if.
           move "N" to WS-FIN-LECTURA.
           PERFORM leerRequisito UNTIL FIN-LECTURA.
           CLOSE REQUISITOS.
       reglaRequisitos-fin.
           EXIT.
       leerRequisito.
           READ REQUISITOS
               AT END set FIN-LECTURA to true
               NOT AT END
                   if REQUISITOS-REC not = spaces
                       PERFORM controlarRequisito
                   end-if
           END-READ.
       controlarRequisito.
           move spaces to WS-HZ-DETALLE.
           if WS-CONTROL-REQ = "O"
               move REQUISITOS-REC (1:1) to WS-OPCION-CONTROL
               PERFORM buscarOpcion
               if WS-CT-FALTA = "S"
                   STRING "opcion " WS-OPCION-CONTROL
                       " no esta en el catalogo del menu"
                       DELIMITED BY SIZE INTO WS-HZ-DETALLE
                   move "quitar el renglon o dar de alta la opcion"
                       to WS-HZ-ACCION
               end-if
           else
               move CR-MODULO to WS-MODULO
               PERFORM buscarModulo
               if WS-MOD-HALLADO = "N"
                   STRING "modulo " CR-MODULO " no esta en CURRIC.DAT"
                       DELIMITED BY SIZE INTO WS-HZ-DETALLE
                   move "corregir el renglon o cargar el modulo"
                       to WS-HZ-ACCION
               end-if
           end-if.
           if WS-HZ-DETALLE not = spaces
               move "CERTREQ.DAT" to WS-HZ-ARCHIVO
               move spaces to WS-HZ-CLAVE
               STRING REQUISITOS-REC (1:1) "/" CR-MODULO
                      DELIMITED BY SIZE INTO WS-HZ-CLAVE
               PERFORM anotarHallazgo
           end-if.
      ******************************************************************
      * NIVELREQ.DAT: el primer caracter es el numero de trabajo de
      * preguntas (el que compara catlib), no la opcion del menu; vale
      * si alguna opcion del catalogo lo usa o si es 8 o 9.
      ******************************************************************
       reglaNiveles.
           PERFORM cargaTrabajosUsados.
           OPEN INPUT NIVELES.
           if WS-ESTADO-NIVELES not = "00"
               move "(no hay NIVELREQ.DAT)" to WS-NOTA-REGLA
               CLOSE NIVELES
               GO TO reglaNiveles-fin
           end-if.
           move "N" to WS-FIN-LECTURA.
           PERFORM leerNivel UNTIL FIN-LECTURA.
           CLOSE NIVELES.
       reglaNiveles-fin.
           EXIT.
       leerNivel.
           READ NIVELES
               AT END set FIN-LECTURA to true
               NOT AT END
                   if NIVELES-REC not = spaces
                       move NIVELES-REC (1:1) to WS-OPCION-CONTROL
                       PERFORM buscarTrabajo
                       if WS-CT-FALTA = "S"
                           PERFORM anotarNivel
                       end-if
                   end-if
           END-READ.
       anotarNivel.
           move "NIVELREQ.DAT" to WS-HZ-ARCHIVO.
           move WS-OPCION-CONTROL to WS-HZ-CLAVE.
           move spaces to WS-HZ-DETALLE.
           STRING "trabajo " WS-OPCION-CONTROL
               " no lo usa ninguna opcion del catalogo"
               DELIMITED BY SIZE INTO WS-HZ-DETALLE.
           move "quitar el renglon o asignar el trabajo"
               to WS-HZ-ACCION.
           PERFORM anotarHallazgo.
       cargaTrabajosUsados.
           move spaces to WS-TRABAJOS-USADOS.
           PERFORM leerTrabajoUsado VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 9.
           move "S" to WS-TRABAJO-USADO (8).
           move "S" to WS-TRABAJO-USADO (9).
       leerTrabajoUsado.
           move WS-CAT-IDX to WS-CT-OPCION.
           CALL "catlib" USING WS-CT-ENTRADA WS-CT-HALLADO.
           if WS-CT-HALLADO not = "N" and WS-CT-TRABAJO >= 1
               move "S" to WS-TRABAJO-USADO (WS-CT-TRABAJO)
           end-if.
      ******************************************************************
      * busquedas comunes.
      ******************************************************************
       buscarOperador.
           move spaces to WS-OPERADOR-MAL.
           move WS-OPERADOR to OP-ID.
           READ OPERADORES
               INVALID KEY
                   move "inexistente" to WS-OPERADOR-MAL
               NOT INVALID KEY
                   if OP-ACTIVO not = "S"
                       move "inactivo" to WS-OPERADOR-MAL
                   end-if
           END-READ.
       buscarDepartamento.
           move "inexistente" to WS-DEPTO-MAL.
           move 0 to WS-DP-HALLADO.
           PERFORM compararDepto VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-CANT or WS-DP-HALLADO not = 0.
           if WS-DP-HALLADO not = 0
               if WS-DP-ACTIVO (WS-DP-HALLADO) = "S"
                   move spaces to WS-DEPTO-MAL
               else
                   move "inactivo" to WS-DEPTO-MAL
               end-if
           end-if.
       compararDepto.
           if WS-DP-CODIGO (WS-DP-IDX) = WS-DEPTO
               move WS-DP-IDX to WS-DP-HALLADO
           end-if.
       buscarModulo.
           move "N" to WS-MOD-HALLADO.
           PERFORM compararModulo VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > WS-MOD-CANT or WS-MOD-HALLADO = "S".
       compararModulo.
           if WS-MOD-CODIGO (WS-MOD-IDX) = WS-MODULO
               move "S" to WS-MOD-HALLADO
           end-if.
      *    una opcion no numerica tampoco esta en el catalogo
       buscarOpcion.
           move "S" to WS-CT-FALTA.
           if WS-OPCION-CONTROL is NUMERIC
               move WS-OPCION-CONTROL to WS-CT-OPCION
               CALL "catlib" USING WS-CT-ENTRADA WS-CT-HALLADO
               if WS-CT-HALLADO not = "N"
                   move "N" to WS-CT-FALTA
               end-if
           end-if.
      *    un trabajo no numerico o 0 tampoco esta en uso
       buscarTrabajo.
           move "S" to WS-CT-FALTA.
           if WS-OPCION-CONTROL is NUMERIC
               and WS-OPCION-CONTROL not = "0"
               move WS-OPCION-CONTROL to WS-TRABAJO-CONTROL
               if WS-TRABAJO-USADO (WS-TRABAJO-CONTROL) = "S"
                   move "N" to WS-CT-FALTA
               end-if
           end-if.
      ******************************************************************
      * un hallazgo va al reporte y a la lista de limpieza; los de una
      * regla grave se escalan ademas como excepcion del taller.
      ******************************************************************
       anotarHallazgo.
           add 1 to WS-CANT-REGLA.
           if WS-SEVERIDAD = "G"
               add 1 to WS-CANT-GRAVES
           else
               add 1 to WS-CANT-AVISOS
           end-if.
           move WS-REGLA to WS-LH-REGLA.
           move WS-SEV-TEXTO to WS-LH-SEVERIDAD.
           move WS-HZ-ARCHIVO to WS-LH-ARCHIVO.
           move WS-HZ-CLAVE to WS-LH-CLAVE.
           move WS-HZ-DETALLE to WS-LH-DETALLE.
           WRITE REPORTE-REC FROM WS-LINEA-HALLAZGO.
           add 1 to WS-CANT-TAREAS.
           move WS-CANT-TAREAS to WS-LT-NUMERO.
           move WS-SEV-TEXTO to WS-LT-SEVERIDAD.
           move WS-HZ-ARCHIVO to WS-LT-ARCHIVO.
           move WS-HZ-CLAVE to WS-LT-CLAVE.
           move WS-HZ-ACCION to WS-LT-ACCION.
           WRITE TAREAS-REC FROM WS-LINEA-TAREA.
           if WS-SEVERIDAD = "G"
               PERFORM escalarHallazgo
           end-if.
       escalarHallazgo.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move "INTEGRA" to EXT-PROGRAMA.
           move spaces to EXT-TEXTO.
           STRING WS-REGLA DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-HZ-ARCHIVO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-HZ-CLAVE DELIMITED BY SPACE
                  " " WS-HZ-DETALLE DELIMITED BY SIZE
                  INTO EXT-TEXTO.
           PERFORM leerCorrida.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
      ******************************************************************
      * numero de corrida nocturna vigente segun RUNCTL.DAT (el que
      * avanza findia), para estampar la escalacion; 0 sin control.
      ******************************************************************
       leerCorrida.
           move 0 to WS-CORRIDA.
           OPEN INPUT CORRIDA-CONTROL.
           if WS-ESTADO-CORRIDA = "00"
               READ CORRIDA-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       move RC-CORRIDA to WS-CORRIDA
               END-READ
           end-if.
           CLOSE CORRIDA-CONTROL.
       grabaRenglon.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
       grabaTarea.
           WRITE TAREAS-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
       END PROGRAM integra.
