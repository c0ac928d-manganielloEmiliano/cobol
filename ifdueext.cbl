      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: extracto diario "sus numeros que cambiaron de banda"
      *          para cada departamento dueno - recorre las entradas
      *          del dia del diario de clasificacion IFHIST.DAT (altas,
      *          cambios de ifElse, reclasif, pasarela, fijaciones de
      *          supervisor y sus vencimientos), busca el dueno de cada
      *          numero en IFDUENO.DAT (ifdueman) y deja el renglon en
      *          el extracto del departamento <departamento>.IFC. Cada
      *          departamento activo de DEPTOMAE.DAT recibe su extracto
      *          todos los dias, con encabezado fechado y la leyenda
      *          "sin cambios" si no tuvo ninguno, para que nadie lea
      *          el de ayer creyendo que es el de hoy. Paso de findia
      *          despues de ifovvenc (que tambien asienta en IFHIST).
      * Tectonics: cobc -x -o ifdueext ifdueext.cbl fechalib.cbl
      * Modification History:
      *   15/10/2026 - el FD de DEPTOMAE.DAT lleva la hora de corte
      *                (DM-CORTE) como deptmant y cortelib. Solo cambia
      *                el FD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifdueext.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DUENOS ASSIGN TO "IFDUENO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DU-NUMERO
               FILE STATUS IS WS-ESTADO-DUENOS.
           SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO "DEPTOMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-ESTADO-DEPTO.
           SELECT OPTIONAL HISTORIAL ASSIGN TO "IFHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORIAL.
           SELECT EXTRACTO ASSIGN TO DYNAMIC WS-NOMBRE-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXTRACTO.
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
       FD  HISTORIAL.
       01  HISTORIAL-REC.
           05  HC-FECHA            PIC 9(08).
           05  HC-HORA             PIC 9(08).
           05  HC-NUMERO           PIC 9(03).
           05  HC-CLASIF-ANTERIOR  PIC X(10).
           05  HC-CLASIF-NUEVA     PIC X(10).
           05  HC-MODO             PIC X(12).
       FD  EXTRACTO.
       01  EXTRACTO-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DUENOS        PIC X(02).
       01  WS-ESTADO-DEPTO         PIC X(02).
       01  WS-ESTADO-HISTORIAL     PIC X(02).
       01  WS-ESTADO-EXTRACTO      PIC X(02).
       01  WS-NOMBRE-EXTRACTO      PIC X(30).
       01  WS-DEPTO-EXTRACTO       PIC X(06).
       01  WS-FIN-DEPTO            PIC X(01) VALUE "N".
           88  FIN-DEPTO           VALUE "S".
       01  WS-FIN-HISTORIAL        PIC X(01) VALUE "N".
           88  FIN-HISTORIAL       VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-LINEA-EXTRACTO       PIC X(80) VALUE SPACES.
      *    departamentos activos con su extracto del dia
       01  WS-DEP-CANT             PIC 9(03) VALUE 0.
       01  WS-DEP-MAX              PIC 9(03) VALUE 100.
       01  WS-DEP-IDX              PIC 9(03) VALUE 0.
       01  WS-DEP-HALLADO          PIC 9(03) VALUE 0.
       01  WS-DEPARTAMENTOS.
           05  WS-DEP-ENT OCCURS 100 TIMES.
               10  WS-DEP-CODIGO       PIC X(06).
               10  WS-DEP-CAMBIOS      PIC 9(05).
       01  WS-CANT-CAMBIOS         PIC 9(05) VALUE 0.
       01  WS-CANT-EXTRAIDOS       PIC 9(05) VALUE 0.
       01  WS-CANT-SIN-DUENO       PIC 9(05) VALUE 0.
       01  WS-CANT-SIN-DESTINO     PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN INPUT DEPARTAMENTOS.
           if WS-ESTADO-DEPTO not = "00"
               CLOSE DEPARTAMENTOS
               display "sin maestro de departamentos DEPTOMAE.DAT,"
                   " no hay extractos de duenos"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           end-if.
           OPEN INPUT DUENOS.
           if WS-ESTADO-DUENOS not = "00"
               CLOSE DUENOS
               CLOSE DEPARTAMENTOS
               display "sin duenos IFDUENO.DAT, no hay extractos"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           end-if.
           PERFORM abrirExtractos.
           CLOSE DEPARTAMENTOS.
           OPEN INPUT HISTORIAL.
           if WS-ESTADO-HISTORIAL = "00"
               PERFORM leerHistorial UNTIL FIN-HISTORIAL
           end-if.
           CLOSE HISTORIAL.
           CLOSE DUENOS.
           PERFORM cerrarExtracto VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-CANT.
           display "extractos de duenos: " WS-DEP-CANT
               " departamentos, cambios del dia=" WS-CANT-CAMBIOS
               " extraidos=" WS-CANT-EXTRAIDOS
               " sin dueno=" WS-CANT-SIN-DUENO
               " dueno inactivo=" WS-CANT-SIN-DESTINO.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * cada departamento activo arranca su extracto del dia con el
      * encabezado fechado (OPEN OUTPUT pisa el de ayer).
      ******************************************************************
       abrirExtractos.
           move low-values to DM-CODIGO.
           START DEPARTAMENTOS KEY IS NOT LESS THAN DM-CODIGO
               INVALID KEY set FIN-DEPTO to true
           END-START.
           PERFORM leerDepartamento UNTIL FIN-DEPTO.
       leerDepartamento.
           READ DEPARTAMENTOS NEXT RECORD
               AT END set FIN-DEPTO to true
               NOT AT END
                   if DM-ACTIVO = "S" and WS-DEP-CANT < WS-DEP-MAX
                       add 1 to WS-DEP-CANT
                       move DM-CODIGO to WS-DEP-CODIGO (WS-DEP-CANT)
                       move 0 to WS-DEP-CAMBIOS (WS-DEP-CANT)
                       move DM-CODIGO to WS-DEPTO-EXTRACTO
                       PERFORM nombreExtracto
                       OPEN OUTPUT EXTRACTO
                       move spaces to WS-LINEA-EXTRACTO
                       STRING "numeros de " DM-CODIGO
                              " que cambiaron de banda el "
                              WS-FECHA-HOY
                              DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
                       WRITE EXTRACTO-REC FROM WS-LINEA-EXTRACTO
                       CLOSE EXTRACTO
                   end-if
           END-READ.
       nombreExtracto.
           move spaces to WS-NOMBRE-EXTRACTO.
           STRING WS-DEPTO-EXTRACTO DELIMITED BY SPACE
                  ".IFC" DELIMITED BY SIZE
                  INTO WS-NOMBRE-EXTRACTO.
       leerHistorial.
           READ HISTORIAL
               AT END set FIN-HISTORIAL to true
               NOT AT END
                   if HC-FECHA = WS-FECHA-HOY
                       add 1 to WS-CANT-CAMBIOS
                       PERFORM extraerCambio
                   end-if
           END-READ.
       extraerCambio.
           move HC-NUMERO to DU-NUMERO.
           READ DUENOS
               INVALID KEY
                   add 1 to WS-CANT-SIN-DUENO
               NOT INVALID KEY
                   PERFORM ubicarDepartamento
                   if WS-DEP-HALLADO = 0
                       add 1 to WS-CANT-SIN-DESTINO
                   else
                       PERFORM grabarCambio
                   end-if
           END-READ.
       ubicarDepartamento.
           move 0 to WS-DEP-HALLADO.
           PERFORM buscaDepartamento VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-CANT OR WS-DEP-HALLADO > 0.
       buscaDepartamento.
           if WS-DEP-CODIGO (WS-DEP-IDX) = DU-DEPTO
               move WS-DEP-IDX to WS-DEP-HALLADO
           end-if.
       grabarCambio.
           add 1 to WS-DEP-CAMBIOS (WS-DEP-HALLADO).
           add 1 to WS-CANT-EXTRAIDOS.
           move DU-DEPTO to WS-DEPTO-EXTRACTO.
           PERFORM nombreExtracto.
           move spaces to WS-LINEA-EXTRACTO.
           STRING "  " HC-FECHA " " HC-HORA " numero " HC-NUMERO
                  " " HC-CLASIF-ANTERIOR " -> " HC-CLASIF-NUEVA
                  " (" DELIMITED BY SIZE
                  HC-MODO DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO WS-LINEA-EXTRACTO.
           PERFORM agregarRenglon.
       cerrarExtracto.
           if WS-DEP-CAMBIOS (WS-DEP-IDX) = 0
               move WS-DEP-CODIGO (WS-DEP-IDX) to WS-DEPTO-EXTRACTO
               PERFORM nombreExtracto
               move "  sin cambios de banda en el dia"
                   to WS-LINEA-EXTRACTO
               PERFORM agregarRenglon
           end-if.
       agregarRenglon.
           OPEN EXTEND EXTRACTO.
           if WS-ESTADO-EXTRACTO = "35"
               OPEN OUTPUT EXTRACTO
               CLOSE EXTRACTO
               OPEN EXTEND EXTRACTO
           end-if.
           WRITE EXTRACTO-REC FROM WS-LINEA-EXTRACTO.
           CLOSE EXTRACTO.
       END PROGRAM ifdueext.
