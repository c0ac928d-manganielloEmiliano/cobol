      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: mantenimiento del departamento dueno de cada numero
      *          clasificado - cuando ifElse lleva un numero a CRITICO
      *          la alerta cae en TALLEREX.DAT y el supervisor tenia
      *          que averiguar de quien era el numero para llamarlo.
      *          El dueno vive en el archivo companero IFDUENO.DAT
      *          (numero, departamento, fecha de asignacion), al lado
      *          del maestro IFMAEST.DAT sin tocar su registro, y todo
      *          departamento se controla contra el maestro de
      *          departamentos DEPTOMAE.DAT (existente y activo).
      *          Opciones: asignar o cambiar el dueno de un numero,
      *          quitarlo, carga masiva desde la lista que manda el
      *          propio departamento (<departamento>.IFN, un numero de
      *          tres digitos por renglon; un numero que ya es de otro
      *          departamento no se pisa, se cambia a mano) y listado
      *          del maestro con el dueno de cada numero y los que no
      *          tienen. Cada cambio queda en la auditoria comun
      *          (auditlog). ifElse y reclasif avisan al dueno por
      *          notifica cuando un numero pasa a CRITICO e ifdueext
      *          le manda el extracto diario de sus numeros que
      *          cambiaron de banda.
      * Tectonics: cobc -x -o ifdueman ifdueman.cbl auditlog.cbl
      *            fechalib.cbl numchk.cbl
      * Modification History:
      *   15/10/2026 - el FD de DEPTOMAE.DAT lleva la hora de corte
      *                (DM-CORTE) como deptmant y cortelib. Solo cambia
      *                el FD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifdueman.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUENOS ASSIGN TO "IFDUENO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DU-NUMERO
               FILE STATUS IS WS-ESTADO-DUENOS.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPTOMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-ESTADO-DEPTO.
           SELECT OPTIONAL MAESTRO ASSIGN TO "IFMAEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-NUMERO
               FILE STATUS IS WS-ESTADO-MAESTRO.
           SELECT OPTIONAL LISTA-DEPTO ASSIGN TO DYNAMIC WS-NOMBRE-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LISTA.
       DATA DIVISION.
       FILE SECTION.
       FD  DUENOS.
       01  DUENOS-REC.
           05  DU-NUMERO           PIC 9(03).
           05  DU-DEPTO            PIC X(06).
           05  DU-FECHA            PIC 9(08).
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
       FD  MAESTRO.
       01  MAESTRO-REC.
           05  MA-NUMERO           PIC 9(03).
           05  MA-CLASIFICACION    PIC X(10).
       FD  LISTA-DEPTO.
       01  LISTA-DEPTO-REC.
           05  LN-NUMERO           PIC X(03).
           05  FILLER              PIC X(77).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DUENOS        PIC X(02).
       01  WS-ESTADO-DEPTO         PIC X(02).
       01  WS-ESTADO-MAESTRO       PIC X(02).
       01  WS-ESTADO-LISTA         PIC X(02).
       01  WS-NOMBRE-LISTA         PIC X(30).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
       01  WS-FIN-MAESTRO          PIC X(01) VALUE "N".
           88  FIN-MAESTRO         VALUE "S".
       01  WS-FIN-LISTA            PIC X(01) VALUE "N".
           88  FIN-LISTA           VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-NUMERO               PIC 9(03).
       01  WS-DEPTO                PIC X(06).
       01  WS-DEPTO-ANTERIOR       PIC X(06).
       01  WS-DEPTO-VALIDO         PIC X(01).
       01  WS-DUENO-EXISTE         PIC X(01).
       01  WS-CANT-LISTADOS        PIC 9(04) VALUE 0.
       01  WS-CANT-SIN-DUENO       PIC 9(04) VALUE 0.
       01  WS-CANT-ASIGNADOS       PIC 9(04) VALUE 0.
       01  WS-CANT-SIN-CAMBIO      PIC 9(04) VALUE 0.
       01  WS-CANT-RECHAZADOS      PIC 9(04) VALUE 0.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "IFDUEMAN".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN INPUT DEPARTAMENTOS.
           if WS-ESTADO-DEPTO not = "00"
               display "no se pudo abrir DEPTOMAE.DAT, estado "
                   WS-ESTADO-DEPTO ": sin maestro de departamentos"
                   " no se pueden asignar duenos"
               STOP RUN
           end-if.
           OPEN I-O DUENOS.
           if WS-ESTADO-DUENOS = "35"
               OPEN OUTPUT DUENOS
               CLOSE DUENOS
               OPEN I-O DUENOS
           end-if.
           if WS-ESTADO-DUENOS not = "00"
               display "no se pudo abrir IFDUENO.DAT, estado "
                   WS-ESTADO-DUENOS
               CLOSE DEPARTAMENTOS
               STOP RUN
           end-if.
           PERFORM menuDuenos UNTIL SALIR-MANT.
           CLOSE DUENOS.
           CLOSE DEPARTAMENTOS.
           STOP RUN.
       menuDuenos.
           display " ".
           display "departamento dueno de los numeros clasificados".
           display "  1 - asignar o cambiar el dueno de un numero".
           display "  2 - quitar el dueno de un numero".
           display "  3 - carga masiva desde la lista del departamento".
           display "  4 - listar numeros y duenos".
           display "  0 - salir".
           move "ingrese opcion (0-4)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-MANT to true
               when 1
                   PERFORM asignarDueno
               when 2
                   PERFORM quitarDueno
               when 3
                   PERFORM cargaMasiva
               when 4
                   PERFORM listarDuenos
               when other
                   display "opcion invalida"
           end-evaluate.
       pedirNumero.
           move "numero (1-999)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 1 or WS-NUMCHK-VALOR > 999
               display "numero invalido, debe estar entre 1 y 999"
               go to pedirNumero
           end-if.
           move WS-NUMCHK-VALOR to WS-NUMERO.
      ******************************************************************
      * el departamento tiene que existir en DEPTOMAE.DAT y estar
      * activo, igual que el control de deptolib para los pedidos.
      ******************************************************************
       pedirDepartamento.
           display "codigo del departamento dueno".
           ACCEPT WS-DEPTO.
           PERFORM validarDepartamento.
           if WS-DEPTO-VALIDO not = "S"
               go to pedirDepartamento
           end-if.
       validarDepartamento.
           move "N" to WS-DEPTO-VALIDO.
           move WS-DEPTO to DM-CODIGO.
           READ DEPARTAMENTOS
               INVALID KEY
                   display "no existe el departamento " WS-DEPTO
               NOT INVALID KEY
                   if DM-ACTIVO not = "S"
                       display "el departamento " WS-DEPTO
                           " esta inactivo"
                   else
                       move "S" to WS-DEPTO-VALIDO
                   end-if
           END-READ.
       leerDueno.
           move "N" to WS-DUENO-EXISTE.
           move spaces to WS-DEPTO-ANTERIOR.
           move WS-NUMERO to DU-NUMERO.
           READ DUENOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   move "S" to WS-DUENO-EXISTE
                   move DU-DEPTO to WS-DEPTO-ANTERIOR
           END-READ.
       asignarDueno.
           PERFORM pedirNumero.
           PERFORM leerDueno.
           if WS-DUENO-EXISTE = "S"
               display "dueno actual del " WS-NUMERO ": "
                   WS-DEPTO-ANTERIOR " desde el " DU-FECHA
           end-if.
           PERFORM pedirDepartamento.
           if WS-DUENO-EXISTE = "S" and WS-DEPTO = WS-DEPTO-ANTERIOR
               display "el numero ya es de " WS-DEPTO ", sin cambios"
           else
               PERFORM grabarDueno
               display "numero " WS-NUMERO " asignado a " WS-DEPTO
           end-if.
       grabarDueno.
           move WS-NUMERO to DU-NUMERO.
           move WS-DEPTO to DU-DEPTO.
           move WS-FECHA-HOY to DU-FECHA.
           move "DUENO" to WS-AUDIT-CAMPO.
           move spaces to WS-AUDIT-VALOR.
           STRING WS-NUMERO " " WS-DEPTO
                  DELIMITED BY SIZE INTO WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           if WS-DUENO-EXISTE = "S"
               REWRITE DUENOS-REC
               STRING "cambio de " WS-DEPTO-ANTERIOR
                      DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
           else
               WRITE DUENOS-REC
               move "asignado" to WS-AUDIT-RESULTADO
           end-if.
           PERFORM registraAuditoria.
       quitarDueno.
           PERFORM pedirNumero.
           PERFORM leerDueno.
           if WS-DUENO-EXISTE = "N"
               display "el numero " WS-NUMERO " no tiene dueno"
           else
               DELETE DUENOS RECORD
               display "numero " WS-NUMERO " ya no es de "
                   WS-DEPTO-ANTERIOR
               move "DUENO" to WS-AUDIT-CAMPO
               move spaces to WS-AUDIT-VALOR
               STRING WS-NUMERO " " WS-DEPTO-ANTERIOR
                      DELIMITED BY SIZE INTO WS-AUDIT-VALOR
               move "quitado" to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
      ******************************************************************
      * carga masiva: la lista <departamento>.IFN que manda el propio
      * departamento, un numero por renglon. Un numero invalido o que
      * ya es de otro departamento se rechaza y se muestra; el cambio
      * de dueno entre departamentos se hace a mano con la opcion 1.
      ******************************************************************
       cargaMasiva.
           PERFORM pedirDepartamento.
           move spaces to WS-NOMBRE-LISTA.
           STRING WS-DEPTO DELIMITED BY SPACE
                  ".IFN" DELIMITED BY SIZE
                  INTO WS-NOMBRE-LISTA.
           OPEN INPUT LISTA-DEPTO.
           if WS-ESTADO-LISTA not = "00"
               display "no hay lista " WS-NOMBRE-LISTA
               CLOSE LISTA-DEPTO
           else
               move 0 to WS-CANT-ASIGNADOS WS-CANT-SIN-CAMBIO
                   WS-CANT-RECHAZADOS
               move "N" to WS-FIN-LISTA
               PERFORM cargarRenglon UNTIL FIN-LISTA
               CLOSE LISTA-DEPTO
               display "carga de " WS-NOMBRE-LISTA ": asignados="
                   WS-CANT-ASIGNADOS " sin cambio="
                   WS-CANT-SIN-CAMBIO " rechazados="
                   WS-CANT-RECHAZADOS
           end-if.
       cargarRenglon.
           READ LISTA-DEPTO
               AT END set FIN-LISTA to true
               NOT AT END
                   if LN-NUMERO is not NUMERIC
                       or LN-NUMERO = "000"
                       add 1 to WS-CANT-RECHAZADOS
                       display "  rechazado '" LN-NUMERO
                           "': no es un numero 1-999"
                   else
                       move LN-NUMERO to WS-NUMERO
                       PERFORM cargarNumero
                   end-if
           END-READ.
       cargarNumero.
           PERFORM leerDueno.
           if WS-DUENO-EXISTE = "S"
               if WS-DEPTO-ANTERIOR = WS-DEPTO
                   add 1 to WS-CANT-SIN-CAMBIO
               else
                   add 1 to WS-CANT-RECHAZADOS
                   display "  rechazado " WS-NUMERO ": es de "
                       WS-DEPTO-ANTERIOR
               end-if
           else
               PERFORM grabarDueno
               add 1 to WS-CANT-ASIGNADOS
           end-if.
      ******************************************************************
      * listado sobre el maestro: cada numero clasificado con su banda
      * y su dueno, para ver de un vistazo los que no tienen.
      ******************************************************************
       listarDuenos.
           move 0 to WS-CANT-LISTADOS WS-CANT-SIN-DUENO.
           OPEN INPUT MAESTRO.
           if WS-ESTADO-MAESTRO not = "00"
               display "no hay maestro IFMAEST.DAT para listar"
               CLOSE MAESTRO
           else
               move "N" to WS-FIN-MAESTRO
               move 0 to MA-NUMERO
               START MAESTRO KEY IS NOT LESS THAN MA-NUMERO
                   INVALID KEY set FIN-MAESTRO to true
               END-START
               display "num banda      dueno"
               PERFORM listarNumero UNTIL FIN-MAESTRO
               CLOSE MAESTRO
               display "numeros: " WS-CANT-LISTADOS
                   " sin dueno: " WS-CANT-SIN-DUENO
           end-if.
       listarNumero.
           READ MAESTRO NEXT RECORD
               AT END set FIN-MAESTRO to true
               NOT AT END
                   add 1 to WS-CANT-LISTADOS
                   move MA-NUMERO to WS-NUMERO
                   PERFORM leerDueno
                   if WS-DUENO-EXISTE = "S"
                       display MA-NUMERO " " MA-CLASIFICACION " "
                           DU-DEPTO
                   else
                       add 1 to WS-CANT-SIN-DUENO
                       display MA-NUMERO " " MA-CLASIFICACION
                           " (sin dueno)"
                   end-if
           END-READ.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       END PROGRAM ifdueman.
