      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: mantenimiento del catalogo de opciones del menu
      *          MENUCAT.DAT - las siete opciones del menu, sus
      *          ejecutables, el rol que ve cada una y los trabajos que
      *          ofrece preguntas estaban escritos en EVALUATE dentro
      *          de los programas, y CERTREQ.DAT y NIVELREQ.DAT se
      *          acomodaban a mano cada vez que se agregaba un programa.
      *          El catalogo tiene una entrada por opcion (1-9):
      *          descripcion, ejecutable, rol minimo, modulo de
      *          certificacion, numero de trabajo en preguntas (0 = no
      *          pasa por preguntas), nivel minimo del checker de ese
      *          trabajo y si graba archivos de produccion; menu,
      *          preguntas y turnolib lo leen con catlib.
      *          Todo cambio sigue el mismo maker-checker que confman:
      *          se estaciona PENDIENTE en MENUCATP.DAT, otro operador
      *          con el nivel de la opcion 9 de NIVELREQ.DAT (o una
      *          delegacion vigente para ese trabajo) lo aplica o lo
      *          rechaza, lo que nadie aplica en WS-VENC-DIAS dias
      *          habiles vence solo, y la aplicacion queda en la
      *          auditoria comun. Con el catalogo vacio catlib devuelve
      *          el menu de siempre; la opcion 7 lo carga de una vez
      *          con esos valores para empezar a mantenerlo.
      * Tectonics: cobc -x -o catman catman.cbl auditlog.cbl
      *            fechalib.cbl numchk.cbl delegalib.cbl ventlib.cbl
      *            catlib.cbl
      * Modification History:
      *   15/10/2026 - el trabajo de preguntas de una opcion queda
      *                entre 0 y 7; 8 y 9 son aprobpend y confman.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. catman.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO ASSIGN TO "MENUCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-OPCION
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT PENDIENTES ASSIGN TO "MENUCATP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-ID
               FILE STATUS IS WS-ESTADO-PENDIENTES.
           SELECT OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT OPTIONAL NIVELES ASSIGN TO "NIVELREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NIVELES.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO.
       01  CATALOGO-REC.
           05  MC-DATOS.
               10  MC-OPCION       PIC 9(01).
               10  MC-DESCRIPCION  PIC X(40).
               10  MC-COMANDO      PIC X(30).
               10  MC-ROL-MIN      PIC X(10).
               10  MC-MODULO       PIC X(04).
               10  MC-TRABAJO      PIC 9(01).
               10  MC-NIVEL        PIC 9(02).
               10  MC-GRABA        PIC X(01).
           05  FILLER              PIC X(20).
       FD  PENDIENTES.
       01  PENDIENTES-REC.
           05  CX-ID               PIC 9(04).
           05  CX-TIPO             PIC X(01).
           05  CX-NUEVO.
               10  CXN-OPCION      PIC 9(01).
               10  CXN-DESCRIPCION PIC X(40).
               10  CXN-COMANDO     PIC X(30).
               10  CXN-ROL-MIN     PIC X(10).
               10  CXN-MODULO      PIC X(04).
               10  CXN-TRABAJO     PIC 9(01).
               10  CXN-NIVEL       PIC 9(02).
               10  CXN-GRABA       PIC X(01).
           05  CX-ANTERIOR.
               10  CXA-OPCION      PIC 9(01).
               10  CXA-DESCRIPCION PIC X(40).
               10  CXA-COMANDO     PIC X(30).
               10  CXA-ROL-MIN     PIC X(10).
               10  CXA-MODULO      PIC X(04).
               10  CXA-TRABAJO     PIC 9(01).
               10  CXA-NIVEL       PIC 9(02).
               10  CXA-GRABA       PIC X(01).
           05  CX-MAKER            PIC X(10).
           05  CX-FECHA-ALTA       PIC 9(08).
           05  CX-ESTADO           PIC X(10).
           05  CX-FECHA-ESTADO     PIC 9(08).
           05  CX-CHECKER          PIC X(10).
           05  FILLER              PIC X(10).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       FD  NIVELES.
       01  NIVELES-REC.
           05  NV-OPCION           PIC 9(01).
           05  FILLER              PIC X(01).
           05  NV-NIVEL            PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-ESTADO-PENDIENTES    PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-NIVELES       PIC X(02).
       01  WS-FIN-NIVELES          PIC X(01) VALUE "N".
           88  FIN-NIVELES         VALUE "S".
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
       01  WS-FIN-CATALOGO         PIC X(01) VALUE "N".
           88  FIN-CATALOGO        VALUE "S".
       01  WS-FIN-PENDIENTES       PIC X(01) VALUE "N".
           88  FIN-PENDIENTES      VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-CATALOGO-VACIO       PIC X(01) VALUE "S".
       01  WS-TIPO-CAMBIO          PIC X(01).
       01  WS-OPC-BUSCADA          PIC 9(01) VALUE 0.
       01  WS-TRABAJO-USADO        PIC 9(01) VALUE 0.
       01  WS-DATOS-VALIDOS        PIC X(01) VALUE "N".
       01  WS-MAKER                PIC X(10).
       01  WS-CHECKER              PIC X(10).
       01  WS-OPER-BUSCADO         PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-OPER-NIVEL           PIC 9(02) VALUE 0.
       01  WS-OPER-ROL             PIC X(10).
      *    entrada propuesta y entrada vigente, con el mismo orden de
      *    campos que MC-DATOS
       01  WS-NUEVO.
           05  WS-NV-OPCION        PIC 9(01).
           05  WS-NV-DESCRIPCION   PIC X(40).
           05  WS-NV-COMANDO       PIC X(30).
           05  WS-NV-ROL-MIN       PIC X(10).
           05  WS-NV-MODULO        PIC X(04).
           05  WS-NV-TRABAJO       PIC 9(01).
           05  WS-NV-NIVEL         PIC 9(02).
           05  WS-NV-GRABA         PIC X(01).
       01  WS-ANTERIOR             PIC X(89).
      *    nivel minimo del checker que aplica (opcion 9 de NIVELREQ,
      *    la misma regla que confman); sin regla queda 0.
       01  WS-NIVEL-REQ-CATALOGO   PIC 9(02) VALUE 0.
       01  WS-NIVEL-DELEGADO       PIC 9(02) VALUE 0.
       01  WS-DELEGANTE            PIC X(10) VALUE SPACES.
       01  WS-DL-ACCION            PIC X(01).
       01  WS-DL-TRABAJO           PIC 9(01) VALUE 9.
       01  WS-DL-PROGRAMA          PIC X(15) VALUE "CATMAN".
       01  WS-DL-REFERENCIA        PIC X(20).
       01  WS-ULTIMO-ID            PIC 9(04) VALUE 0.
       01  WS-VENC-DIAS            PIC 9(04) VALUE 2.
       01  WS-FECHA-LIMITE         PIC 9(08) VALUE 0.
       01  WS-CANT-VENCIDOS        PIC 9(03) VALUE 0.
       01  WS-CANT-CARGADAS        PIC 9(01) VALUE 0.
       01  WS-CONFIRMA             PIC X(01).
      *    carga inicial: el menu de siempre tal como lo da catlib
      *    mientras el catalogo esta vacio
       01  WS-CAT-IDX              PIC 9(02) VALUE 0.
       01  WS-INICIAL.
           05  WS-IN-ENT OCCURS 9 TIMES.
               10  WS-IN-HALLADO       PIC X(01).
               10  WS-IN-DATOS         PIC X(89).
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
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "CATMAN".
       01  WS-VENTANA-OK           PIC X(01) VALUE "S".
       01  WS-VENTANA-OPCION       PIC X(20).
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM abrirCatalogo.
           if WS-ESTADO-CATALOGO not = "00"
               display "no se pudo abrir MENUCAT.DAT, estado "
                   WS-ESTADO-CATALOGO
               STOP RUN
           end-if.
           OPEN I-O PENDIENTES.
           if WS-ESTADO-PENDIENTES = "35"
               OPEN OUTPUT PENDIENTES
               CLOSE PENDIENTES
               OPEN I-O PENDIENTES
           end-if.
           if WS-ESTADO-PENDIENTES not = "00"
               display "no se pudo abrir MENUCATP.DAT, estado "
                   WS-ESTADO-PENDIENTES
               CLOSE CATALOGO
               STOP RUN
           end-if.
           PERFORM cargarNivelCatalogo.
           PERFORM vencerPendientes.
           PERFORM menuCatalogo UNTIL SALIR-MANT.
           CLOSE PENDIENTES.
           CLOSE CATALOGO.
           STOP RUN.
       abrirCatalogo.
           OPEN I-O CATALOGO.
           if WS-ESTADO-CATALOGO = "35"
               OPEN OUTPUT CATALOGO
               CLOSE CATALOGO
               OPEN I-O CATALOGO
           end-if.
       menuCatalogo.
           PERFORM controlarVacio.
           display " ".
           display "catalogo de opciones del menu (maker-checker)".
           if WS-CATALOGO-VACIO = "S"
               display "  (catalogo vacio: el menu usa los valores de"
                   " siempre hasta la carga inicial)"
           end-if.
           display "  1 - proponer alta de opcion".
           display "  2 - proponer modificacion de opcion".
           display "  3 - proponer baja de opcion".
           display "  4 - listar el catalogo vigente".
           display "  5 - listar cambios pendientes".
           display "  6 - aplicar o rechazar un cambio pendiente".
           display "  7 - carga inicial con el menu de siempre".
           display "  0 - salir".
           move "ingrese opcion (0-7)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-MANT to true
               when 1
                   move "alta de opcion" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       move "A" to WS-TIPO-CAMBIO
                       PERFORM proponerCambio THRU proponerCambio-fin
                   end-if
               when 2
                   move "modificar opcion" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       move "M" to WS-TIPO-CAMBIO
                       PERFORM proponerCambio THRU proponerCambio-fin
                   end-if
               when 3
                   move "baja de opcion" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       move "B" to WS-TIPO-CAMBIO
                       PERFORM proponerCambio THRU proponerCambio-fin
                   end-if
               when 4
                   PERFORM listarCatalogo
               when 5
                   PERFORM listarPendientes
               when 6
                   move "aplicar pendiente" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM resolverPendiente THRU
                           resolverPendiente-fin
                   end-if
               when 7
                   move "carga inicial" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM cargaInicial THRU cargaInicial-fin
                   end-if
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
       controlarVacio.
           move "S" to WS-CATALOGO-VACIO.
           move 0 to MC-OPCION.
           START CATALOGO KEY IS NOT LESS THAN MC-OPCION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ CATALOGO NEXT RECORD
                       AT END CONTINUE
                       NOT AT END move "N" to WS-CATALOGO-VACIO
                   END-READ
           END-START.
      ******************************************************************
      * toda propuesta queda PENDIENTE en MENUCATP.DAT con la entrada
      * vigente capturada en ese momento; el catalogo real no se toca
      * hasta que otro operador la aplica. Con el catalogo vacio no se
      * propone nada: una sola alta dejaria el menu con una opcion.
      ******************************************************************
       proponerCambio.
           if WS-CATALOGO-VACIO = "S"
               display "el catalogo esta vacio, haga primero la carga"
                   " inicial (opcion 7)"
               GO TO proponerCambio-fin
           end-if.
           display "su id de operador (maker)".
           ACCEPT WS-MAKER.
           move WS-MAKER to WS-OPER-BUSCADO.
           PERFORM buscarOperador.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido o inactivo, no se"
                   " propone el cambio"
               GO TO proponerCambio-fin
           end-if.
           move "numero de opcion del menu (1-9)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 1 or WS-NUMCHK-VALOR > 9
               display "la opcion debe estar entre 1 y 9"
               GO TO proponerCambio-fin
           end-if.
           move WS-NUMCHK-VALOR to WS-OPC-BUSCADA.
           move WS-OPC-BUSCADA to MC-OPCION.
           move spaces to WS-ANTERIOR.
           READ CATALOGO
               INVALID KEY
                   if WS-TIPO-CAMBIO not = "A"
                       display "no existe la opcion " WS-OPC-BUSCADA
                       GO TO proponerCambio-fin
                   end-if
               NOT INVALID KEY
                   if WS-TIPO-CAMBIO = "A"
                       display "ya existe la opcion " WS-OPC-BUSCADA
                           ", proponga una modificacion"
                       GO TO proponerCambio-fin
                   end-if
                   move MC-DATOS to WS-ANTERIOR
                   PERFORM mostrarEntrada
           END-READ.
           move WS-ANTERIOR to WS-NUEVO.
           move WS-OPC-BUSCADA to WS-NV-OPCION.
           if WS-TIPO-CAMBIO not = "B"
               PERFORM pedirDatos THRU pedirDatos-fin
               if WS-DATOS-VALIDOS not = "S"
                   GO TO proponerCambio-fin
               end-if
           end-if.
           PERFORM buscarUltimoId.
           move spaces to PENDIENTES-REC.
           compute CX-ID = WS-ULTIMO-ID + 1.
           move WS-TIPO-CAMBIO to CX-TIPO.
           move WS-NUEVO to CX-NUEVO.
           move WS-ANTERIOR to CX-ANTERIOR.
           move WS-OPC-BUSCADA to CXA-OPCION.
           move WS-MAKER to CX-MAKER.
           move WS-FECHA-HOY to CX-FECHA-ALTA.
           move "PENDIENTE" to CX-ESTADO.
           move WS-FECHA-HOY to CX-FECHA-ESTADO.
           move spaces to CX-CHECKER.
           WRITE PENDIENTES-REC
               INVALID KEY
                   display "no se pudo estacionar el cambio, estado "
                       WS-ESTADO-PENDIENTES
           END-WRITE.
           if WS-ESTADO-PENDIENTES = "00"
               display "cambio " CX-ID " estacionado como PENDIENTE,"
                   " lo aplica otro operador"
               PERFORM armaCampoAuditoria
               move "(propuesto)" to WS-AUDIT-VALOR
               move WS-MAKER to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
       proponerCambio-fin.
           EXIT.
      ******************************************************************
      * pide la entrada completa; el rol tiene que ser uno de los tres
      * de OPERMAST.DAT y el numero de trabajo de preguntas no puede
      * repetirse en otra opcion; 8 (aprobpend) y 9 (confman) son
      * trabajos fijos de preguntas y no se asignan a opciones.
      ******************************************************************
       pedirDatos.
           move "N" to WS-DATOS-VALIDOS.
           display "descripcion que muestra el menu".
           ACCEPT WS-NV-DESCRIPCION.
           display "ejecutable (ej ./tablas)".
           ACCEPT WS-NV-COMANDO.
           if WS-NV-DESCRIPCION = spaces or WS-NV-COMANDO = spaces
               display "la descripcion y el ejecutable no pueden"
                   " estar en blanco"
               GO TO pedirDatos-fin
           end-if.
           display "rol minimo (APRENDIZ/OPERADOR/SUPERVISOR)".
           ACCEPT WS-NV-ROL-MIN.
           if WS-NV-ROL-MIN not = "APRENDIZ"
               and WS-NV-ROL-MIN not = "OPERADOR"
               and WS-NV-ROL-MIN not = "SUPERVISOR"
               display "rol invalido"
               GO TO pedirDatos-fin
           end-if.
           display "modulo de certificacion (blanco = ninguno)".
           ACCEPT WS-NV-MODULO.
           move "trabajo en preguntas (0 = no pasa)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR > 7
               display "el trabajo debe estar entre 0 y 7 (8 y 9 son"
                   " de aprobpend y confman)"
               GO TO pedirDatos-fin
           end-if.
           move WS-NUMCHK-VALOR to WS-NV-TRABAJO.
           move 0 to WS-NV-NIVEL.
           if WS-NV-TRABAJO not = 0
               PERFORM buscarTrabajo
               if WS-TRABAJO-USADO not = 0
                   display "el trabajo " WS-NV-TRABAJO " ya es de la"
                       " opcion " WS-TRABAJO-USADO
                   GO TO pedirDatos-fin
               end-if
               move "nivel minimo del checker (0-99)"
                   to WS-NUMCHK-PROMPT
               CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR
               if WS-NUMCHK-VALOR > 99
                   display "el nivel debe estar entre 0 y 99"
                   GO TO pedirDatos-fin
               end-if
               move WS-NUMCHK-VALOR to WS-NV-NIVEL
           end-if.
           display "graba archivos de produccion? (S/N)".
           ACCEPT WS-NV-GRABA.
           if WS-NV-GRABA = "s"
               move "S" to WS-NV-GRABA
           end-if.
           if WS-NV-GRABA not = "S"
               move "N" to WS-NV-GRABA
           end-if.
           move "S" to WS-DATOS-VALIDOS.
       pedirDatos-fin.
           EXIT.
       buscarTrabajo.
           move 0 to WS-TRABAJO-USADO.
           move "N" to WS-FIN-CATALOGO.
           move 0 to MC-OPCION.
           START CATALOGO KEY IS NOT LESS THAN MC-OPCION
               INVALID KEY set FIN-CATALOGO to true
           END-START.
           PERFORM leerTrabajo UNTIL FIN-CATALOGO.
       leerTrabajo.
           READ CATALOGO NEXT RECORD
               AT END set FIN-CATALOGO to true
               NOT AT END
                   if MC-TRABAJO = WS-NV-TRABAJO
                       and MC-OPCION not = WS-OPC-BUSCADA
                       move MC-OPCION to WS-TRABAJO-USADO
                   end-if
           END-READ.
       mostrarEntrada.
           display "opcion " MC-OPCION ": " MC-DESCRIPCION.
           display "  ejecutable " MC-COMANDO " rol " MC-ROL-MIN
               " modulo " MC-MODULO.
           display "  trabajo " MC-TRABAJO " nivel " MC-NIVEL
               " graba " MC-GRABA.
       listarPendientes.
           move "N" to WS-FIN-PENDIENTES.
           move 0 to CX-ID.
           START PENDIENTES KEY IS NOT LESS THAN CX-ID
               INVALID KEY set FIN-PENDIENTES to true
           END-START.
           display "id   t o ejecutable propuesto         maker"
               "      estado".
           PERFORM listarPendiente UNTIL FIN-PENDIENTES.
       listarPendiente.
           READ PENDIENTES NEXT RECORD
               AT END set FIN-PENDIENTES to true
               NOT AT END
                   display CX-ID " " CX-TIPO " " CXN-OPCION " "
                       CXN-COMANDO " " CX-MAKER " " CX-ESTADO
           END-READ.
      ******************************************************************
      * la aplicacion exige un operador distinto del maker con el nivel
      * de la opcion 9 de NIVELREQ (o delegado); aplicar ejecuta el
      * alta/modificacion/baja sobre MENUCAT.DAT y asienta en la
      * auditoria el ejecutable anterior y el nuevo.
      ******************************************************************
       resolverPendiente.
           move "id del cambio pendiente" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to CX-ID.
           READ PENDIENTES
               INVALID KEY
                   display "no existe el cambio " CX-ID
                   GO TO resolverPendiente-fin
           END-READ.
           if CX-ESTADO not = "PENDIENTE"
               display "el cambio " CX-ID " ya esta " CX-ESTADO
               GO TO resolverPendiente-fin
           end-if.
           display "cambio " CX-ID ": tipo " CX-TIPO " opcion "
               CXA-OPCION.
           display "  vigente:   " CXA-DESCRIPCION.
           display "             " CXA-COMANDO " " CXA-ROL-MIN " "
               CXA-MODULO " trabajo " CXA-TRABAJO " nivel "
               CXA-NIVEL " graba " CXA-GRABA.
           display "  propuesto: " CXN-DESCRIPCION.
           display "             " CXN-COMANDO " " CXN-ROL-MIN " "
               CXN-MODULO " trabajo " CXN-TRABAJO " nivel "
               CXN-NIVEL " graba " CXN-GRABA.
           display "su id de operador (checker)".
           ACCEPT WS-CHECKER.
           if WS-CHECKER = CX-MAKER
               display "el checker no puede ser el mismo maker"
               GO TO resolverPendiente-fin
           end-if.
           move WS-CHECKER to WS-OPER-BUSCADO.
           PERFORM buscarOperador.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido o inactivo, no se"
                   " resuelve el cambio"
               GO TO resolverPendiente-fin
           end-if.
           move 0 to WS-NIVEL-DELEGADO.
           move spaces to WS-DELEGANTE.
           if WS-NIVEL-REQ-CATALOGO > WS-OPER-NIVEL
               move "C" to WS-DL-ACCION
               CALL "delegalib" USING WS-DL-ACCION WS-CHECKER
                   WS-DL-TRABAJO WS-DL-PROGRAMA WS-DL-REFERENCIA
                   WS-NIVEL-DELEGADO WS-DELEGANTE
               if WS-NIVEL-REQ-CATALOGO > WS-NIVEL-DELEGADO
                   display "el checker (nivel " WS-OPER-NIVEL
                       ") no alcanza el nivel " WS-NIVEL-REQ-CATALOGO
                       " para aplicar cambios"
                   GO TO resolverPendiente-fin
               end-if
           end-if.
           display "aplicar el cambio? (S=aplicar N=rechazar)".
           ACCEPT WS-CONFIRMA.
           if WS-CONFIRMA = "S" or WS-CONFIRMA = "s"
               PERFORM aplicarCambio
           else
               move "RECHAZADO" to CX-ESTADO
               move WS-FECHA-HOY to CX-FECHA-ESTADO
               move WS-CHECKER to CX-CHECKER
               REWRITE PENDIENTES-REC
               display "cambio " CX-ID " rechazado"
               PERFORM armaCampoAuditoria
               move "(rechazado)" to WS-AUDIT-VALOR
               move WS-CHECKER to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
           if WS-DELEGANTE not = spaces
               PERFORM registraDelegacion
           end-if.
       resolverPendiente-fin.
           EXIT.
      ******************************************************************
      * el cambio se resolvio con nivel delegado: queda en la auditoria
      * a nombre de quien delego y en DELEGUSO.DAT para la revision.
      ******************************************************************
       registraDelegacion.
           display "resuelto como delegado de " WS-DELEGANTE
               " (nivel " WS-NIVEL-DELEGADO ")".
           move spaces to WS-DL-REFERENCIA.
           STRING "opcion menu " CX-ID
               DELIMITED BY SIZE INTO WS-DL-REFERENCIA.
           move "DELEGACION" to WS-AUDIT-CAMPO.
           move WS-DELEGANTE to WS-AUDIT-VALOR.
           move WS-DL-REFERENCIA to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           move "R" to WS-DL-ACCION.
           CALL "delegalib" USING WS-DL-ACCION WS-CHECKER
               WS-DL-TRABAJO WS-DL-PROGRAMA WS-DL-REFERENCIA
               WS-NIVEL-DELEGADO WS-DELEGANTE.
       aplicarCambio.
           move CXA-OPCION to MC-OPCION.
           evaluate CX-TIPO
               when "A"
                   move spaces to CATALOGO-REC
                   move CX-NUEVO to MC-DATOS
                   WRITE CATALOGO-REC
                       INVALID KEY
                           display "la opcion ya existe, el alta no"
                               " se aplica"
                   END-WRITE
               when "M"
                   READ CATALOGO
                       INVALID KEY
                           display "la opcion ya no existe, la"
                               " modificacion no se aplica"
                       NOT INVALID KEY
                           move CX-NUEVO to MC-DATOS
                           REWRITE CATALOGO-REC
                   END-READ
               when "B"
                   READ CATALOGO
                       INVALID KEY
                           display "la opcion ya no existe, la baja"
                               " no se aplica"
                       NOT INVALID KEY
                           DELETE CATALOGO
                   END-READ
           end-evaluate.
           if WS-ESTADO-CATALOGO = "00"
               move "APLICADO" to CX-ESTADO
               move WS-FECHA-HOY to CX-FECHA-ESTADO
               move WS-CHECKER to CX-CHECKER
               REWRITE PENDIENTES-REC
               display "cambio " CX-ID " aplicado"
               PERFORM armaCampoAuditoria
               move CXA-COMANDO to WS-AUDIT-VALOR
               if CX-TIPO = "B"
                   move "(borrada)" to WS-AUDIT-RESULTADO
               else
                   move CXN-COMANDO to WS-AUDIT-RESULTADO
               end-if
               PERFORM registraAuditoria
           else
               display "el cambio no se pudo aplicar, estado "
                   WS-ESTADO-CATALOGO
           end-if.
       armaCampoAuditoria.
           move spaces to WS-AUDIT-CAMPO.
           STRING "OPCION " CXA-OPCION
               DELIMITED BY SIZE INTO WS-AUDIT-CAMPO.
       listarCatalogo.
           move "N" to WS-FIN-CATALOGO.
           move 0 to MC-OPCION.
           START CATALOGO KEY IS NOT LESS THAN MC-OPCION
               INVALID KEY set FIN-CATALOGO to true
           END-START.
           if FIN-CATALOGO
               display "catalogo vacio: el menu usa los valores de"
                   " siempre (catlib)"
           end-if.
           PERFORM listarOpcion UNTIL FIN-CATALOGO.
       listarOpcion.
           READ CATALOGO NEXT RECORD
               AT END set FIN-CATALOGO to true
               NOT AT END
                   PERFORM mostrarEntrada
           END-READ.
      ******************************************************************
      * la carga inicial solo corre con el catalogo vacio y lo llena con
      * lo mismo que catlib devuelve mientras tanto (el menu compilado,
      * CERTREQ.DAT y NIVELREQ.DAT), asi que el menu no cambia; la hace
      * un SUPERVISOR activo y queda en la auditoria.
      ******************************************************************
       cargaInicial.
           if WS-CATALOGO-VACIO not = "S"
               display "el catalogo ya tiene opciones, los cambios"
                   " van por alta/modificacion/baja"
               GO TO cargaInicial-fin
           end-if.
           display "su id de operador (SUPERVISOR)".
           ACCEPT WS-MAKER.
           move WS-MAKER to WS-OPER-BUSCADO.
           PERFORM buscarOperador.
           if WS-OPER-VALIDO not = "S" or WS-OPER-ROL not = "SUPERVISOR"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, no se carga nada"
               GO TO cargaInicial-fin
           end-if.
           display "confirma la carga inicial del catalogo? (S/N)".
           ACCEPT WS-CONFIRMA.
           if WS-CONFIRMA not = "S" and WS-CONFIRMA not = "s"
               display "no se carga nada"
               GO TO cargaInicial-fin
           end-if.
           CLOSE CATALOGO.
           PERFORM leerInicial VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 9.
           PERFORM abrirCatalogo.
           move 0 to WS-CANT-CARGADAS.
           PERFORM grabaInicial VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 9.
           display WS-CANT-CARGADAS " opciones cargadas en el"
               " catalogo".
           move "CATALOGO" to WS-AUDIT-CAMPO.
           move "carga inicial" to WS-AUDIT-VALOR.
           move WS-MAKER to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       cargaInicial-fin.
           EXIT.
       leerInicial.
           move WS-CAT-IDX to WS-CT-OPCION.
           CALL "catlib" USING WS-CT-ENTRADA WS-CT-HALLADO.
           move WS-CT-HALLADO to WS-IN-HALLADO (WS-CAT-IDX).
           move WS-CT-ENTRADA to WS-IN-DATOS (WS-CAT-IDX).
       grabaInicial.
           if WS-IN-HALLADO (WS-CAT-IDX) not = "N"
               move spaces to CATALOGO-REC
               move WS-IN-DATOS (WS-CAT-IDX) to MC-DATOS
               WRITE CATALOGO-REC
                   INVALID KEY
                       display "no se pudo cargar la opcion "
                           MC-OPCION ", estado " WS-ESTADO-CATALOGO
                   NOT INVALID KEY
                       add 1 to WS-CANT-CARGADAS
               END-WRITE
           end-if.
      ******************************************************************
      * vence los cambios PENDIENTE con mas de WS-VENC-DIAS dias
      * habiles (sumaDiasHabiles de fechalib), como confman.
      ******************************************************************
       vencerPendientes.
           move "N" to WS-FIN-PENDIENTES.
           move 0 to CX-ID.
           START PENDIENTES KEY IS NOT LESS THAN CX-ID
               INVALID KEY set FIN-PENDIENTES to true
           END-START.
           PERFORM vencerPendiente UNTIL FIN-PENDIENTES.
           if WS-CANT-VENCIDOS not = 0
               display WS-CANT-VENCIDOS " cambios pendientes"
                   " vencidos sin aplicar"
           end-if.
       vencerPendiente.
           READ PENDIENTES NEXT RECORD
               AT END set FIN-PENDIENTES to true
               NOT AT END
                   if CX-ESTADO = "PENDIENTE"
                       CALL "sumaDiasHabiles" USING CX-FECHA-ALTA
                           WS-VENC-DIAS WS-FECHA-LIMITE
                       if WS-FECHA-HOY > WS-FECHA-LIMITE
                           move "VENCIDO" to CX-ESTADO
                           move WS-FECHA-HOY to CX-FECHA-ESTADO
                           REWRITE PENDIENTES-REC
                           add 1 to WS-CANT-VENCIDOS
                           PERFORM armaCampoAuditoria
                           move "(vencido)" to WS-AUDIT-VALOR
                           move CX-MAKER to WS-AUDIT-RESULTADO
                           PERFORM registraAuditoria
                       end-if
                   end-if
           END-READ.
       cargarNivelCatalogo.
           move "N" to WS-FIN-NIVELES.
           OPEN INPUT NIVELES.
           if WS-ESTADO-NIVELES = "00"
               PERFORM leerNivel UNTIL FIN-NIVELES
           end-if.
           CLOSE NIVELES.
       leerNivel.
           READ NIVELES
               AT END set FIN-NIVELES to true
               NOT AT END
                   if NV-OPCION = 9
                       move NV-NIVEL to WS-NIVEL-REQ-CATALOGO
                   end-if
           END-READ.
       buscarUltimoId.
           move 0 to WS-ULTIMO-ID.
           move 9999 to CX-ID.
           START PENDIENTES KEY IS NOT GREATER THAN CX-ID
               INVALID KEY CONTINUE
           END-START.
           READ PENDIENTES PREVIOUS RECORD
               AT END CONTINUE
               NOT AT END move CX-ID to WS-ULTIMO-ID
           END-READ.
       buscarOperador.
           move "N" to WS-OPER-VALIDO.
           move 0 to WS-OPER-NIVEL.
           move spaces to WS-OPER-ROL.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
           else
               move WS-OPER-BUSCADO to OP-ID
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OP-ACTIVO = "S"
                           move "S" to WS-OPER-VALIDO
                           move OP-NIVEL to WS-OPER-NIVEL
                           move OP-ROL to WS-OPER-ROL
                       end-if
               END-READ
               CLOSE OPERADORES
           end-if.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       END PROGRAM catman.
