      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: lectura comun del catalogo de opciones del menu -
      *          busca una opcion (1-9) en MENUCAT.DAT (indexado,
      *          mantenido con catman) y devuelve la entrada completa:
      *          descripcion, ejecutable, rol minimo que la ve, modulo
      *          de certificacion que exige, numero de trabajo con que
      *          la ofrece preguntas (0 = no pasa por preguntas), nivel
      *          minimo del checker de ese trabajo y si graba archivos
      *          de produccion. menu, preguntas y turnolib arman sus
      *          pantallas y controles con esta rutina.
      *          Mientras el catalogo no exista o este vacio se
      *          devuelve el menu de siempre compilado aca, con el
      *          modulo de CERTREQ.DAT y el nivel de NIVELREQ.DAT,
      *          para que nada cambie hasta que catman cargue el
      *          catalogo inicial.
      *          Hallado: S = del catalogo, R = del respaldo
      *          compilado, N = la opcion no existe.
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama
      *            (menu, preguntas, catman, turnman, turnochk - ver el
      *            Tectonics de cada uno)
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. catlib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO ASSIGN TO "MENUCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-OPCION
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT OPTIONAL REQUISITOS ASSIGN TO "CERTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REQ.
           SELECT OPTIONAL NIVELES ASSIGN TO "NIVELREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NIVELES.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO.
       01  CATALOGO-REC.
           05  MC-OPCION           PIC 9(01).
           05  MC-DESCRIPCION      PIC X(40).
           05  MC-COMANDO          PIC X(30).
           05  MC-ROL-MIN          PIC X(10).
           05  MC-MODULO           PIC X(04).
           05  MC-TRABAJO          PIC 9(01).
           05  MC-NIVEL            PIC 9(02).
           05  MC-GRABA            PIC X(01).
           05  FILLER              PIC X(20).
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
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-ESTADO-REQ           PIC X(02).
       01  WS-ESTADO-NIVELES       PIC X(02).
       01  WS-FIN-REQ              PIC X(01) VALUE "N".
           88  FIN-REQ             VALUE "S".
       01  WS-FIN-NIVELES          PIC X(01) VALUE "N".
           88  FIN-NIVELES         VALUE "S".
       01  WS-CATALOGO-VACIO       PIC X(01) VALUE "S".
      *    el menu de siempre, tal como estaba escrito en menu y en
      *    preguntas: descripcion, ejecutable, rol minimo, trabajo de
      *    preguntas y si graba archivos de produccion.
       01  WS-RESPALDO-INIC.
           05  FILLER  PIC X(40) VALUE
               "prueba1 (recorrido basico capacitacion)".
           05  FILLER  PIC X(30) VALUE "./prueba1".
           05  FILLER  PIC X(10) VALUE "APRENDIZ".
           05  FILLER  PIC X(02) VALUE "0N".
           05  FILLER  PIC X(40) VALUE
               "variablesYconstantes (demo de campos)".
           05  FILLER  PIC X(30) VALUE "./variablesYconstantes".
           05  FILLER  PIC X(10) VALUE "OPERADOR".
           05  FILLER  PIC X(02) VALUE "0N".
           05  FILLER  PIC X(40) VALUE
               "tablas (tablas de multiplicar)".
           05  FILLER  PIC X(30) VALUE "./tablas".
           05  FILLER  PIC X(10) VALUE "OPERADOR".
           05  FILLER  PIC X(02) VALUE "1S".
           05  FILLER  PIC X(40) VALUE
               "preguntas (confirmacion s/n)".
           05  FILLER  PIC X(30) VALUE "./preguntas".
           05  FILLER  PIC X(10) VALUE "SUPERVISOR".
           05  FILLER  PIC X(02) VALUE "0S".
           05  FILLER  PIC X(40) VALUE
               "ifElse (clasificacion de numeros)".
           05  FILLER  PIC X(30) VALUE "./ifElse".
           05  FILLER  PIC X(10) VALUE "OPERADOR".
           05  FILLER  PIC X(02) VALUE "3S".
           05  FILLER  PIC X(40) VALUE
               "rutinas (cadena de rutinas de proceso)".
           05  FILLER  PIC X(30) VALUE "./rutinas".
           05  FILLER  PIC X(10) VALUE "OPERADOR".
           05  FILLER  PIC X(02) VALUE "2S".
           05  FILLER  PIC X(40) VALUE
               "practica (tablas e ifElse de practica)".
           05  FILLER  PIC X(30) VALUE "./practica".
           05  FILLER  PIC X(10) VALUE "APRENDIZ".
           05  FILLER  PIC X(02) VALUE "0N".
       01  WS-RESPALDO REDEFINES WS-RESPALDO-INIC.
           05  WS-RS-ENT OCCURS 7 TIMES.
               10  WS-RS-DESCRIPCION   PIC X(40).
               10  WS-RS-COMANDO       PIC X(30).
               10  WS-RS-ROL           PIC X(10).
               10  WS-RS-TRABAJO       PIC 9(01).
               10  WS-RS-GRABA         PIC X(01).
       LINKAGE SECTION.
       01  LK-CT-ENTRADA.
           05  LK-CT-OPCION        PIC 9(01).
           05  LK-CT-DESCRIPCION   PIC X(40).
           05  LK-CT-COMANDO       PIC X(30).
           05  LK-CT-ROL-MIN       PIC X(10).
           05  LK-CT-MODULO        PIC X(04).
           05  LK-CT-TRABAJO       PIC 9(01).
           05  LK-CT-NIVEL         PIC 9(02).
           05  LK-CT-GRABA         PIC X(01).
       01  LK-CT-HALLADO           PIC X(01).
       PROCEDURE DIVISION USING LK-CT-ENTRADA LK-CT-HALLADO.
       MAIN-PROCEDURE.
           move "N" to LK-CT-HALLADO.
           move spaces to LK-CT-DESCRIPCION LK-CT-COMANDO
               LK-CT-ROL-MIN LK-CT-MODULO LK-CT-GRABA.
           move 0 to LK-CT-TRABAJO LK-CT-NIVEL.
           move "S" to WS-CATALOGO-VACIO.
           OPEN INPUT CATALOGO.
           if WS-ESTADO-CATALOGO = "00"
               PERFORM leerCatalogo
           end-if.
           CLOSE CATALOGO.
           if WS-CATALOGO-VACIO = "S"
               and LK-CT-OPCION >= 1 and LK-CT-OPCION <= 7
               PERFORM armarRespaldo
           end-if.
           GOBACK.
       leerCatalogo.
           move LK-CT-OPCION to MC-OPCION.
           READ CATALOGO
               INVALID KEY
                   PERFORM controlarVacio
               NOT INVALID KEY
                   move "N" to WS-CATALOGO-VACIO
                   move MC-DESCRIPCION to LK-CT-DESCRIPCION
                   move MC-COMANDO to LK-CT-COMANDO
                   move MC-ROL-MIN to LK-CT-ROL-MIN
                   move MC-MODULO to LK-CT-MODULO
                   move MC-TRABAJO to LK-CT-TRABAJO
                   move MC-NIVEL to LK-CT-NIVEL
                   move MC-GRABA to LK-CT-GRABA
                   move "S" to LK-CT-HALLADO
           END-READ.
      ******************************************************************
      * una opcion que falta en un catalogo con entradas no existe; solo
      * el catalogo vacio (recien creado por catman) cae al respaldo.
      ******************************************************************
       controlarVacio.
           move 0 to MC-OPCION.
           START CATALOGO KEY IS NOT LESS THAN MC-OPCION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ CATALOGO NEXT RECORD
                       AT END CONTINUE
                       NOT AT END move "N" to WS-CATALOGO-VACIO
                   END-READ
           END-START.
       armarRespaldo.
           move WS-RS-DESCRIPCION (LK-CT-OPCION) to LK-CT-DESCRIPCION.
           move WS-RS-COMANDO (LK-CT-OPCION) to LK-CT-COMANDO.
           move WS-RS-ROL (LK-CT-OPCION) to LK-CT-ROL-MIN.
           move WS-RS-TRABAJO (LK-CT-OPCION) to LK-CT-TRABAJO.
           move WS-RS-GRABA (LK-CT-OPCION) to LK-CT-GRABA.
           move "R" to LK-CT-HALLADO.
           move "N" to WS-FIN-REQ.
           OPEN INPUT REQUISITOS.
           if WS-ESTADO-REQ = "00"
               PERFORM leerRequisito UNTIL FIN-REQ
           end-if.
           CLOSE REQUISITOS.
           if LK-CT-TRABAJO not = 0
               move "N" to WS-FIN-NIVELES
               OPEN INPUT NIVELES
               if WS-ESTADO-NIVELES = "00"
                   PERFORM leerNivel UNTIL FIN-NIVELES
               end-if
               CLOSE NIVELES
           end-if.
       leerRequisito.
           READ REQUISITOS
               AT END set FIN-REQ to true
               NOT AT END
                   if CR-OPCION = LK-CT-OPCION
                       move CR-MODULO to LK-CT-MODULO
                   end-if
           END-READ.
       leerNivel.
           READ NIVELES
               AT END set FIN-NIVELES to true
               NOT AT END
                   if NV-OPCION = LK-CT-TRABAJO
                       and NV-NIVEL is NUMERIC
                       move NV-NIVEL to LK-CT-NIVEL
                   end-if
           END-READ.
       END PROGRAM catlib.
