      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: mantenimiento de las clasificaciones fijadas (override)
      *          del maestro IFMAEST.DAT - algunos numeros (por ejemplo
      *          los que estan en investigacion) tienen que tratarse
      *          como CRITICO caiga donde caiga el corte, y la corrida
      *          siguiente de ifElse o de reclasif los devolvia a su
      *          banda en silencio. Aca un SUPERVISOR activo de
      *          OPERMAST.DAT fija un numero a una banda con motivo y
      *          fecha de vencimiento, la cambia o la libera. La
      *          fijacion queda en IFOVERR.DAT (una por numero, clave
      *          OV-NUMERO) con el supervisor que la aprobo, el maestro
      *          pasa a la banda fijada, y cada alta, cambio y
      *          liberacion queda asentada en el diario IFHIST.DAT
      *          (modos "override" y "liberado"). Al liberar, el numero
      *          vuelve a la banda que le dan los cortes vigentes de su
      *          categoria (IFBANDAS.DAT via bandaslib, IFCATEG.DAT,
      *          igual que ifElse). ifElse, reclasif, ifrecov e ifgate
      *          respetan una fijacion VIGENTE no vencida; el paso
      *          nocturno ifovvenc vence las que pasaron su fecha y
      *          avisa las que vencen en la semana.
      * Tectonics: cobc -x -o ifovmant ifovmant.cbl numchk.cbl
      *            fechalib.cbl bandaslib.cbl
      * Modification History:
      *   15/10/2026 - un numero que al fijarlo o liberarlo pasa a la
      *                banda critica y tiene dueno en IFDUENO.DAT deja
      *                en TALLEREX.DAT el aviso "depto=<dueno> ..." que
      *                notifica manda al departamento, como ifElse.
      *   15/10/2026 - un vencimiento que no es posterior a hoy se
      *                vuelve a pedir en vez de abandonar la fijacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifovmant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVERRIDES ASSIGN TO "IFOVERR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-NUMERO
               FILE STATUS IS WS-ESTADO-OVERRIDES.
           SELECT MAESTRO ASSIGN TO "IFMAEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-NUMERO
               FILE STATUS IS WS-ESTADO-MAESTRO.
           SELECT HISTORIAL ASSIGN TO "IFHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORIAL.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "IFCATEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATEG.
           SELECT OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT OPTIONAL DUENOS ASSIGN TO "IFDUENO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DU-NUMERO
               FILE STATUS IS WS-ESTADO-DUENOS.
           SELECT EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDES.
       01  OVERRIDES-REC.
           05  OV-NUMERO           PIC 9(03).
           05  OV-BANDA            PIC X(10).
           05  OV-MOTIVO           PIC X(40).
           05  OV-VENCE            PIC 9(08).
           05  OV-APROBADOR        PIC X(10).
           05  OV-FECHA-ALTA       PIC 9(08).
           05  OV-ESTADO           PIC X(10).
           05  OV-FECHA-ESTADO     PIC 9(08).
           05  OV-LIBERADO-POR     PIC X(10).
       FD  MAESTRO.
       01  MAESTRO-REC.
           05  MA-NUMERO           PIC 9(03).
           05  MA-CLASIFICACION    PIC X(10).
       FD  HISTORIAL.
       01  HISTORIAL-REC.
           05  HC-FECHA            PIC 9(08).
           05  HC-HORA             PIC 9(08).
           05  HC-NUMERO           PIC 9(03).
           05  HC-CLASIF-ANTERIOR  PIC X(10).
           05  HC-CLASIF-NUEVA     PIC X(10).
           05  HC-MODO             PIC X(12).
       FD  CATEGORIAS.
       01  CATEGORIAS-REC.
           05  CG-DESDE            PIC 9(03).
           05  FILLER              PIC X(01).
           05  CG-HASTA            PIC 9(03).
           05  FILLER              PIC X(01).
           05  CG-CATEGORIA        PIC X(04).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       FD  DUENOS.
       01  DUENOS-REC.
           05  DU-NUMERO           PIC 9(03).
           05  DU-DEPTO            PIC X(06).
           05  DU-FECHA            PIC 9(08).
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
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-OVERRIDES     PIC X(02).
       01  WS-ESTADO-MAESTRO       PIC X(02).
       01  WS-ESTADO-HISTORIAL     PIC X(02).
       01  WS-ESTADO-CATEG         PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-DUENOS        PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-OVERRIDES     VALUE "S".
       01  WS-FIN-OVERRIDES        PIC X(01) VALUE "N".
           88  FIN-OVERRIDES       VALUE "S".
       01  WS-FIN-CATEG            PIC X(01) VALUE "N".
           88  FIN-CATEG           VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA-HOY             PIC 9(08).
       01  WS-OPERADOR             PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-NUMERO               PIC 9(03).
       01  WS-EXISTE-OVERRIDE      PIC X(01) VALUE "N".
           88  EXISTE-OVERRIDE     VALUE "S".
       01  WS-OV-BANDA             PIC X(10).
       01  WS-OV-MOTIVO            PIC X(40).
       01  WS-OV-VENCE             PIC 9(08).
       01  FILLER REDEFINES WS-OV-VENCE.
           05  WS-OVV-ANIO         PIC 9(04).
           05  WS-OVV-MES          PIC 9(02).
           05  WS-OVV-DIA          PIC 9(02).
       01  WS-BANDA-VALIDA         PIC X(01).
       01  WS-CLASIFICACION        PIC X(10) VALUE SPACES.
       01  WS-CLASIF-ANTERIOR      PIC X(10) VALUE SPACES.
       01  WS-HC-MODO              PIC X(12).
      *    tabla compilada de respaldo, la misma de ifElse; sus
      *    etiquetas son las bandas a las que se puede fijar un numero
       01  WS-CANT-BANDAS          PIC 9(02) VALUE 4.
       01  WS-BANDAS-INIC.
           05  FILLER              PIC X(13) VALUE "050BAJO      ".
           05  FILLER              PIC X(13) VALUE "100MEDIO     ".
           05  FILLER              PIC X(13) VALUE "200ALTO      ".
           05  FILLER              PIC X(13) VALUE "999CRITICO   ".
       01  WS-BANDAS REDEFINES WS-BANDAS-INIC.
           05  WS-BANDA OCCURS 4 TIMES.
               10  WS-BANDA-LIMITE     PIC 9(03).
               10  WS-BANDA-ETIQUETA   PIC X(10).
       01  WS-JUEGO-ACTUAL.
           05  WS-JG-BANDA OCCURS 4 TIMES.
               10  WS-JG-LIMITE        PIC 9(03).
               10  WS-JG-ETIQUETA      PIC X(10).
       01  WS-RGO-CANT             PIC 9(02) VALUE 0.
       01  WS-RGO-MAX              PIC 9(02) VALUE 20.
       01  WS-RGO-IDX              PIC 9(02) VALUE 0.
       01  WS-RANGOS-CATEG.
           05  WS-RGO-ENT OCCURS 20 TIMES.
               10  WS-RGO-DESDE        PIC 9(03).
               10  WS-RGO-HASTA        PIC 9(03).
               10  WS-RGO-CATEGORIA    PIC X(04).
       01  WS-CATEG-ACTUAL         PIC X(04) VALUE "GRAL".
       01  WS-JUEGO-CATEG          PIC X(52).
       01  WS-BD-HALLADO           PIC X(01).
       01  WS-IDX                  PIC 9(02).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM leerCorrida.
           PERFORM cargaCategorias.
           OPEN I-O OVERRIDES.
           if WS-ESTADO-OVERRIDES not = "00"
               and WS-ESTADO-OVERRIDES not = "05"
               display "no se pudo abrir IFOVERR.DAT, estado "
                   WS-ESTADO-OVERRIDES
               STOP RUN
           end-if.
           PERFORM menuOverrides UNTIL SALIR-OVERRIDES.
           CLOSE OVERRIDES.
           STOP RUN.
       menuOverrides.
           display " ".
           display "clasificaciones fijadas (override) del maestro".
           display "  1 - listar fijaciones".
           display "  2 - fijar o cambiar un numero (supervisor)".
           display "  3 - liberar un numero (supervisor)".
           display "  0 - salir".
           move "ingrese opcion (0-3)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-OVERRIDES to true
               when 1
                   PERFORM listarOverrides
               when 2
                   PERFORM fijarNumero THRU fijarNumero-fin
               when 3
                   PERFORM liberarNumero THRU liberarNumero-fin
               when other
                   display "opcion invalida"
           end-evaluate.
       listarOverrides.
           move "N" to WS-FIN-OVERRIDES.
           move 0 to OV-NUMERO.
           START OVERRIDES KEY IS NOT LESS THAN OV-NUMERO
               INVALID KEY set FIN-OVERRIDES to true
           END-START.
           display "num banda      vence    estado     desde    "
               "aprobo     libero".
           PERFORM listarOverride UNTIL FIN-OVERRIDES.
       listarOverride.
           READ OVERRIDES NEXT RECORD
               AT END set FIN-OVERRIDES to true
               NOT AT END
                   display OV-NUMERO " " OV-BANDA " " OV-VENCE " "
                       OV-ESTADO " " OV-FECHA-ESTADO " " OV-APROBADOR
                       " " OV-LIBERADO-POR
                   display "    motivo: " OV-MOTIVO
           END-READ.
      ******************************************************************
      * alta o cambio de una fijacion: banda de la tabla de bandas,
      * motivo obligatorio y vencimiento posterior a hoy. El maestro
      * pasa a la banda fijada y el diario asienta el paso (anterior =
      * la banda del maestro en un alta, la fijada en un cambio).
      ******************************************************************
       fijarNumero.
           PERFORM pedirSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, no se fija el numero"
               GO TO fijarNumero-fin
           end-if.
           PERFORM pedirNumero.
           if WS-NUMERO = 0
               GO TO fijarNumero-fin
           end-if.
           PERFORM leerOverride.
           if EXISTE-OVERRIDE and OV-ESTADO = "VIGENTE"
               display "el " OV-NUMERO " ya esta fijado en " OV-BANDA
                   " hasta el " OV-VENCE "; se cambia la fijacion"
           end-if.
           PERFORM pedirBanda.
           PERFORM pedirMotivo.
           PERFORM pedirVencimiento.
           if EXISTE-OVERRIDE and OV-ESTADO = "VIGENTE"
               move OV-BANDA to WS-CLASIF-ANTERIOR
           else
               move spaces to WS-CLASIF-ANTERIOR
           end-if.
           PERFORM clasificarNumero.
           move WS-OV-BANDA to WS-CLASIFICACION.
           move "override" to WS-HC-MODO.
           PERFORM grabarMaestro.
           if WS-ESTADO-MAESTRO not = "00"
               display "no se pudo grabar el maestro, estado "
                   WS-ESTADO-MAESTRO ", no se fija el numero"
               GO TO fijarNumero-fin
           end-if.
           if not EXISTE-OVERRIDE or OV-ESTADO not = "VIGENTE"
               move WS-FECHA-HOY to OV-FECHA-ALTA
           end-if.
           move WS-NUMERO to OV-NUMERO.
           move WS-OV-BANDA to OV-BANDA.
           move WS-OV-MOTIVO to OV-MOTIVO.
           move WS-OV-VENCE to OV-VENCE.
           move WS-OPERADOR to OV-APROBADOR.
           move "VIGENTE" to OV-ESTADO.
           move WS-FECHA-HOY to OV-FECHA-ESTADO.
           move spaces to OV-LIBERADO-POR.
           if EXISTE-OVERRIDE
               REWRITE OVERRIDES-REC
           else
               WRITE OVERRIDES-REC
           end-if.
           display "numero " OV-NUMERO " fijado en " OV-BANDA
               " hasta el " OV-VENCE.
       fijarNumero-fin.
           EXIT.
      ******************************************************************
      * liberar una fijacion vigente: el numero vuelve a la banda que
      * le dan hoy los cortes de su categoria.
      ******************************************************************
       liberarNumero.
           PERFORM pedirSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, no se libera el numero"
               GO TO liberarNumero-fin
           end-if.
           PERFORM pedirNumero.
           if WS-NUMERO = 0
               GO TO liberarNumero-fin
           end-if.
           PERFORM leerOverride.
           if not EXISTE-OVERRIDE or OV-ESTADO not = "VIGENTE"
               display "el " WS-NUMERO " no tiene fijacion vigente"
               GO TO liberarNumero-fin
           end-if.
           move OV-BANDA to WS-CLASIF-ANTERIOR.
           PERFORM clasificarNumero.
           move "liberado" to WS-HC-MODO.
           PERFORM grabarMaestro.
           if WS-ESTADO-MAESTRO not = "00"
               display "no se pudo grabar el maestro, estado "
                   WS-ESTADO-MAESTRO ", no se libera el numero"
               GO TO liberarNumero-fin
           end-if.
           move "LIBERADO" to OV-ESTADO.
           move WS-FECHA-HOY to OV-FECHA-ESTADO.
           move WS-OPERADOR to OV-LIBERADO-POR.
           REWRITE OVERRIDES-REC.
           display "numero " OV-NUMERO " liberado, vuelve a "
               WS-CLASIFICACION.
       liberarNumero-fin.
           EXIT.
       pedirSupervisor.
           display "ingrese su id de operador (supervisor)".
           ACCEPT WS-OPERADOR.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
           else
               move WS-OPERADOR to OP-ID
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OP-ACTIVO = "S" and OP-ROL = "SUPERVISOR"
                           move "S" to WS-OPER-VALIDO
                       end-if
               END-READ
               CLOSE OPERADORES
           end-if.
       pedirNumero.
           move "numero del maestro (1-999)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 1 or WS-NUMCHK-VALOR > 999
               display "numero invalido"
               move 0 to WS-NUMERO
           else
               move WS-NUMCHK-VALOR to WS-NUMERO
           end-if.
       leerOverride.
           move "N" to WS-EXISTE-OVERRIDE.
           move WS-NUMERO to OV-NUMERO.
           READ OVERRIDES
               INVALID KEY
                   move spaces to OVERRIDES-REC
               NOT INVALID KEY
                   set EXISTE-OVERRIDE to true
           END-READ.
       pedirBanda.
           display "banda a fijar (BAJO/MEDIO/ALTO/CRITICO)".
           ACCEPT WS-OV-BANDA.
           move "N" to WS-BANDA-VALIDA.
           PERFORM compararEtiqueta VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-BANDAS.
           if WS-BANDA-VALIDA not = "S"
               display "banda invalida"
               go to pedirBanda
           end-if.
       compararEtiqueta.
           if WS-OV-BANDA = WS-BANDA-ETIQUETA (WS-IDX)
               move "S" to WS-BANDA-VALIDA
           end-if.
       pedirMotivo.
           display "motivo de la fijacion".
           ACCEPT WS-OV-MOTIVO.
           if WS-OV-MOTIVO = spaces
               display "el motivo es obligatorio"
               go to pedirMotivo
           end-if.
       pedirVencimiento.
           move "vence el (AAAAMMDD)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 19000101 or WS-NUMCHK-VALOR > 99991231
               display "fecha invalida, use AAAAMMDD"
               go to pedirVencimiento
           end-if.
           move WS-NUMCHK-VALOR to WS-OV-VENCE.
           if WS-OVV-MES < 1 or WS-OVV-MES > 12
               or WS-OVV-DIA < 1 or WS-OVV-DIA > 31
               display "fecha invalida: el mes debe ser 01-12 y el"
                   " dia 01-31"
               go to pedirVencimiento
           end-if.
           if WS-OV-VENCE <= WS-FECHA-HOY
               display "el vencimiento tiene que ser posterior a hoy ("
                   WS-FECHA-HOY ")"
               go to pedirVencimiento
           end-if.
      ******************************************************************
      * el maestro toma WS-CLASIFICACION y el diario asienta el paso
      * con el modo de WS-HC-MODO; sin anterior informado se toma la
      * clasificacion que tenia el maestro ("(alta)" si no estaba).
      ******************************************************************
       grabarMaestro.
           OPEN I-O MAESTRO.
           if WS-ESTADO-MAESTRO = "35"
               OPEN OUTPUT MAESTRO
               CLOSE MAESTRO
               OPEN I-O MAESTRO
           end-if.
           if WS-ESTADO-MAESTRO = "00"
               move WS-NUMERO to MA-NUMERO
               READ MAESTRO
                   INVALID KEY
                       if WS-CLASIF-ANTERIOR = spaces
                           move "(alta)" to WS-CLASIF-ANTERIOR
                       end-if
                       move WS-NUMERO to MA-NUMERO
                       move WS-CLASIFICACION to MA-CLASIFICACION
                       WRITE MAESTRO-REC
                   NOT INVALID KEY
                       if WS-CLASIF-ANTERIOR = spaces
                           move MA-CLASIFICACION to WS-CLASIF-ANTERIOR
                       end-if
                       move WS-CLASIFICACION to MA-CLASIFICACION
                       REWRITE MAESTRO-REC
               END-READ
               if WS-ESTADO-MAESTRO = "00"
                   PERFORM grabarHistorialCambio
               end-if
           end-if.
           CLOSE MAESTRO.
           if WS-ESTADO-MAESTRO = "00"
               and WS-CLASIFICACION = WS-JG-ETIQUETA (WS-CANT-BANDAS)
               and WS-CLASIF-ANTERIOR not = WS-CLASIFICACION
               PERFORM avisarDueno
           end-if.
      ******************************************************************
      * un numero que entra a la banda critica se avisa a su dueno,
      * igual que en ifElse: depto=<codigo> al frente del texto.
      ******************************************************************
       avisarDueno.
           OPEN INPUT DUENOS.
           if WS-ESTADO-DUENOS = "00"
               move WS-NUMERO to DU-NUMERO
               READ DUENOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM alertarDueno
               END-READ
           end-if.
           CLOSE DUENOS.
       alertarDueno.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move "IFOVMANT" to EXT-PROGRAMA.
           move spaces to EXT-TEXTO.
           STRING "depto=" DU-DEPTO " numero " WS-NUMERO " "
                  DELIMITED BY SIZE
                  WS-CLASIF-ANTERIOR DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-CLASIFICACION DELIMITED BY SPACE
                  INTO EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
       grabarHistorialCambio.
           OPEN EXTEND HISTORIAL.
           if WS-ESTADO-HISTORIAL = "35"
               OPEN OUTPUT HISTORIAL
               CLOSE HISTORIAL
               OPEN EXTEND HISTORIAL
           end-if.
           ACCEPT WS-HORA-HOY FROM TIME.
           move WS-FECHA-HOY to HC-FECHA.
           move WS-HORA-HOY to HC-HORA.
           move WS-NUMERO to HC-NUMERO.
           move WS-CLASIF-ANTERIOR to HC-CLASIF-ANTERIOR.
           move WS-CLASIFICACION to HC-CLASIF-NUEVA.
           move WS-HC-MODO to HC-MODO.
           WRITE HISTORIAL-REC.
           CLOSE HISTORIAL.
      ******************************************************************
      * clasificacion con la misma regla que ifElse: categoria por los
      * rangos de IFCATEG.DAT (GRAL si no hay rango) y los cortes de
      * IFBANDAS.DAT via bandaslib, con la tabla compilada de respaldo.
      ******************************************************************
       clasificarNumero.
           move "GRAL" to WS-CATEG-ACTUAL.
           PERFORM buscaRango VARYING WS-RGO-IDX FROM 1 BY 1
               UNTIL WS-RGO-IDX > WS-RGO-CANT.
           CALL "bandaslib" USING WS-CATEG-ACTUAL WS-FECHA-HOY
               WS-JUEGO-CATEG WS-BD-HALLADO.
           if WS-BD-HALLADO = "S"
               move WS-JUEGO-CATEG to WS-JUEGO-ACTUAL
           else
               move WS-BANDAS to WS-JUEGO-ACTUAL
           end-if.
           move spaces to WS-CLASIFICACION.
           PERFORM evaluarBanda VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-BANDAS OR
                     WS-CLASIFICACION NOT = SPACES.
       evaluarBanda.
           if WS-NUMERO <= WS-JG-LIMITE (WS-IDX)
               move WS-JG-ETIQUETA (WS-IDX) to WS-CLASIFICACION
           end-if.
       buscaRango.
           if WS-NUMERO >= WS-RGO-DESDE (WS-RGO-IDX)
               and WS-NUMERO <= WS-RGO-HASTA (WS-RGO-IDX)
               move WS-RGO-CATEGORIA (WS-RGO-IDX)
                   to WS-CATEG-ACTUAL
           end-if.
       cargaCategorias.
           OPEN INPUT CATEGORIAS.
           if WS-ESTADO-CATEG = "00"
               PERFORM leerCategoria UNTIL FIN-CATEG
           end-if.
           CLOSE CATEGORIAS.
       leerCategoria.
           READ CATEGORIAS
               AT END set FIN-CATEG to true
               NOT AT END
                   if WS-RGO-CANT < WS-RGO-MAX
                       add 1 to WS-RGO-CANT
                       move CG-DESDE to WS-RGO-DESDE (WS-RGO-CANT)
                       move CG-HASTA to WS-RGO-HASTA (WS-RGO-CANT)
                       move CG-CATEGORIA
                           to WS-RGO-CATEGORIA (WS-RGO-CANT)
                   end-if
           END-READ.
      ******************************************************************
      * numero de corrida nocturna de la fecha de proceso, del control
      * RUNCTL.DAT que avanza findia; 0 = fuera de corrida.
      ******************************************************************
       leerCorrida.
           move 0 to WS-CORRIDA.
           OPEN INPUT CORRIDA-CONTROL.
           if WS-ESTADO-CORRIDA = "00"
               READ CORRIDA-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       if RC-FECHA = WS-FECHA-HOY
                           move RC-CORRIDA to WS-CORRIDA
                       end-if
               END-READ
           end-if.
           CLOSE CORRIDA-CONTROL.
       END PROGRAM ifovmant.
