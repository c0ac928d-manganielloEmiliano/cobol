      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: extracto de novedades de clasificacion para los
      *          sistemas que guardan su propia copia de las bandas -
      *          interfaz solo les manda totales por banda y ellos
      *          rearmaban la copia desde listados viejos. Cada noche
      *          (paso de findia) arma IFNOVED.DAT con las entradas del
      *          dia de negocio del diario IFHIST.DAT: altas, cambios
      *          de ifElse, movimientos de reclasif, pasarela y las
      *          fijaciones de supervisor con sus liberaciones y
      *          vencimientos. Cada detalle lleva numero, categoria
      *          (rangos de IFCATEG.DAT), banda anterior, banda nueva,
      *          modo, fecha y hora; el archivo lleva cabecera con la
      *          secuencia de envio propia (IFNOVSEC.DAT) y cola con la
      *          cantidad de detalles y el total de control (suma de
      *          los numeros), como el de interfaz.
      *          El ultimo dia habil de marzo, junio, setiembre y
      *          diciembre sale ademas la variante completa IFNOVCOM.DAT
      *          con todo el maestro IFMAEST.DAT, para que los
      *          receptores se resincronicen.
      *          Reenvio: si existe el pedido IFNOVPED.DAT (fecha(8)
      *          blanco variante(1: N = novedades, C = completo)),
      *          despues del extracto del dia (y de la completa de fin
      *          de trimestre) sale aparte IFNOVRNV.DAT con la fecha
      *          pedida; si el IFHIST.DAT vivo ya no tiene ese dia se
      *          lee la generacion IFHIST.DAT.G<fecha> que dejo
      *          genroll. Con variante C sale ademas la completa del
      *          maestro de hoy aunque no sea fin de trimestre (si ya
      *          salio esa noche no se repite). El pedido se vacia al
      *          terminar, asi la noche siguiente no se reenvia de
      *          nuevo.
      *          Layout de IFNOVED.DAT / IFNOVCOM.DAT / IFNOVRNV.DAT
      *          (60):
      *          H variante(1) fecha-negocio(8) secuencia(6) envio(8)
      *          D numero(3) categoria(4) anterior(10) nueva(10)
      *            modo(12) fecha(8) hora(8)
      *          T cantidad(7) control(9)
      * Tectonics: cobc -x -o ifnoved ifnoved.cbl fechalib.cbl
      *            errlib.cbl
      * Modification History:
      *   15/10/2026 - un pedido de reenvio ya no reemplaza el extracto
      *                de la noche: IFNOVED.DAT y la completa de fin de
      *                trimestre salen siempre y el reenvio va aparte a
      *                IFNOVRNV.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifnoved.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAESTRO ASSIGN TO "IFMAEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-NUMERO
               FILE STATUS IS WS-ESTADO-MAESTRO.
           SELECT HISTORIAL ASSIGN TO DYNAMIC WS-NOMBRE-HISTORIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORIAL.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "IFCATEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATEG.
           SELECT OPTIONAL PEDIDO ASSIGN TO "IFNOVPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PEDIDO.
           SELECT OPTIONAL SECUENCIAS ASSIGN TO "IFNOVSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SECUENCIAS.
           SELECT NOVEDADES ASSIGN TO DYNAMIC WS-NOMBRE-NOVEDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NOVEDADES.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PEDIDO.
       01  PEDIDO-REC.
           05  PD-FECHA            PIC X(08).
           05  FILLER              PIC X(01).
           05  PD-VARIANTE         PIC X(01).
       FD  SECUENCIAS.
       01  SECUENCIAS-REC.
           05  IS-SECUENCIA        PIC 9(06).
           05  FILLER              PIC X(01).
           05  IS-FECHA-NEGOCIO    PIC 9(08).
           05  FILLER              PIC X(01).
           05  IS-FECHA-ENVIO      PIC 9(08).
           05  FILLER              PIC X(01).
           05  IS-VARIANTE         PIC X(01).
       FD  NOVEDADES.
       01  NOVEDADES-REC.
           05  NV-TIPO             PIC X(01).
           05  NV-DATOS            PIC X(59).
           05  NV-CABECERA REDEFINES NV-DATOS.
               10  NV-VARIANTE         PIC X(01).
               10  NV-FECHA-NEGOCIO    PIC 9(08).
               10  NV-SECUENCIA        PIC 9(06).
               10  NV-FECHA-ENVIO      PIC 9(08).
               10  FILLER              PIC X(36).
           05  NV-DETALLE REDEFINES NV-DATOS.
               10  NV-NUMERO           PIC 9(03).
               10  NV-CATEGORIA        PIC X(04).
               10  NV-ANTERIOR         PIC X(10).
               10  NV-NUEVA            PIC X(10).
               10  NV-MODO             PIC X(12).
               10  NV-FECHA            PIC 9(08).
               10  NV-HORA             PIC 9(08).
               10  FILLER              PIC X(04).
           05  NV-COLA REDEFINES NV-DATOS.
               10  NV-CANTIDAD         PIC 9(07).
               10  NV-CONTROL          PIC 9(09).
               10  FILLER              PIC X(43).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-MAESTRO       PIC X(02).
       01  WS-ESTADO-HISTORIAL     PIC X(02).
       01  WS-ESTADO-CATEG         PIC X(02).
       01  WS-ESTADO-PEDIDO        PIC X(02).
       01  WS-ESTADO-SECUENCIAS    PIC X(02).
       01  WS-ESTADO-NOVEDADES     PIC X(02).
       01  WS-NOMBRE-HISTORIAL     PIC X(30).
       01  WS-NOMBRE-NOVEDADES     PIC X(30).
       01  WS-ERR-PROGRAMA         PIC X(15) VALUE "IFNOVED".
       01  WS-ERR-ARCHIVO          PIC X(12).
       01  WS-ERR-OPERACION        PIC X(10).
       01  WS-ERR-ESTADO           PIC X(02).
       01  WS-FIN-MAESTRO          PIC X(01) VALUE "N".
           88  FIN-MAESTRO         VALUE "S".
       01  WS-FIN-HISTORIAL        PIC X(01) VALUE "N".
           88  FIN-HISTORIAL       VALUE "S".
       01  WS-FIN-CATEG            PIC X(01) VALUE "N".
           88  FIN-CATEG           VALUE "S".
       01  WS-FIN-SECUENCIAS       PIC X(01) VALUE "N".
           88  FIN-SECUENCIAS      VALUE "S".
       01  WS-FECHA-PROCESO        PIC 9(08) VALUE 0.
       01  WS-FECHA-NEGOCIO        PIC 9(08) VALUE 0.
       01  WS-FECHA-FIN-MES        PIC 9(08) VALUE 0.
       01  WS-MES-PROCESO          PIC 9(02) VALUE 0.
       01  WS-ES-REENVIO           PIC X(01) VALUE "N".
           88  ES-REENVIO          VALUE "S".
       01  WS-HACE-COMPLETO        PIC X(01) VALUE "N".
           88  HACE-COMPLETO       VALUE "S".
       01  WS-PIDE-COMPLETO        PIC X(01) VALUE "N".
           88  PIDE-COMPLETO       VALUE "S".
       01  WS-FECHA-REENVIO        PIC 9(08) VALUE 0.
       01  WS-VARIANTE             PIC X(01).
       01  WS-SECUENCIA            PIC 9(06) VALUE 0.
       01  WS-CANT-DETALLES        PIC 9(07) VALUE 0.
       01  WS-HASH-TOTAL           PIC 9(09) VALUE 0.
       01  WS-NUMERO-DETALLE       PIC 9(03) VALUE 0.
      *    rangos de numeros por categoria (IFCATEG.DAT); gana el
      *    ultimo rango que contiene al numero, como en ifElse
       01  WS-RGO-CANT             PIC 9(02) VALUE 0.
       01  WS-RGO-MAX              PIC 9(02) VALUE 20.
       01  WS-RGO-IDX              PIC 9(02) VALUE 0.
       01  WS-RANGOS.
           05  WS-RGO-ENT OCCURS 20 TIMES.
               10  WS-RGO-DESDE        PIC 9(03).
               10  WS-RGO-HASTA        PIC 9(03).
               10  WS-RGO-CATEGORIA    PIC X(04).
       01  WS-CATEG-NUMERO         PIC X(04) VALUE "GRAL".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-PROCESO.
           move WS-FECHA-PROCESO (5:2) to WS-MES-PROCESO.
           CALL "finDeMesHabil" USING WS-FECHA-PROCESO
               WS-FECHA-FIN-MES.
           if WS-FECHA-PROCESO = WS-FECHA-FIN-MES
               and (WS-MES-PROCESO = 3 or WS-MES-PROCESO = 6
                    or WS-MES-PROCESO = 9 or WS-MES-PROCESO = 12)
               move "S" to WS-HACE-COMPLETO
           end-if.
           PERFORM cargaCategorias.
      *    primero los envios de la noche, siempre
           move WS-FECHA-PROCESO to WS-FECHA-NEGOCIO.
           move "IFNOVED.DAT" to WS-NOMBRE-NOVEDADES.
           PERFORM extraerNovedades.
           if HACE-COMPLETO
               PERFORM extraerCompleto
           end-if.
      *    despues el reenvio pedido, en su propio archivo
           PERFORM leerPedido.
           if ES-REENVIO
               move WS-FECHA-REENVIO to WS-FECHA-NEGOCIO
               move "IFNOVRNV.DAT" to WS-NOMBRE-NOVEDADES
               PERFORM extraerNovedades
               if PIDE-COMPLETO and not HACE-COMPLETO
                   PERFORM extraerCompleto
               end-if
               OPEN OUTPUT PEDIDO
               CLOSE PEDIDO
           end-if.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * pedido de reenvio: la primera linea de IFNOVPED.DAT trae la
      * fecha de negocio a reenviar y la variante; sin pedido (o con
      * una fecha que no es numerica) no hay reenvio.
      ******************************************************************
       leerPedido.
           OPEN INPUT PEDIDO.
           if WS-ESTADO-PEDIDO = "00"
               READ PEDIDO
                   AT END CONTINUE
                   NOT AT END
                       if PD-FECHA IS NUMERIC and PD-FECHA not = zeros
                           move "S" to WS-ES-REENVIO
                           move PD-FECHA to WS-FECHA-REENVIO
                           if PD-VARIANTE = "C"
                               move "S" to WS-PIDE-COMPLETO
                           end-if
                       else
                           display "ifnoved: pedido IFNOVPED.DAT sin"
                               " fecha valida, no hay reenvio"
                       end-if
               END-READ
           end-if.
           CLOSE PEDIDO.
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
       categoriaDelNumero.
           move "GRAL" to WS-CATEG-NUMERO.
           PERFORM buscaRango VARYING WS-RGO-IDX FROM 1 BY 1
               UNTIL WS-RGO-IDX > WS-RGO-CANT.
       buscaRango.
           if WS-NUMERO-DETALLE >= WS-RGO-DESDE (WS-RGO-IDX)
               and WS-NUMERO-DETALLE <= WS-RGO-HASTA (WS-RGO-IDX)
               move WS-RGO-CATEGORIA (WS-RGO-IDX) to WS-CATEG-NUMERO
           end-if.
      ******************************************************************
      * variante de novedades: un detalle por entrada de IFHIST del
      * dia de negocio en WS-NOMBRE-NOVEDADES; si el vivo no tiene
      * ninguna se reintenta con la generacion fechada, para los
      * reenvios.
      ******************************************************************
       extraerNovedades.
           move "N" to WS-VARIANTE.
           PERFORM abrirExtracto.
           move "IFHIST.DAT" to WS-NOMBRE-HISTORIAL.
           PERFORM pasadaHistorial.
           if WS-CANT-DETALLES = 0
               move spaces to WS-NOMBRE-HISTORIAL
               STRING "IFHIST.DAT.G" WS-FECHA-NEGOCIO
                   DELIMITED BY SIZE INTO WS-NOMBRE-HISTORIAL
               PERFORM pasadaHistorial
           end-if.
           PERFORM cerrarExtracto.
       pasadaHistorial.
           move "N" to WS-FIN-HISTORIAL.
           OPEN INPUT HISTORIAL.
           if WS-ESTADO-HISTORIAL = "00"
               PERFORM leerHistorial UNTIL FIN-HISTORIAL
               CLOSE HISTORIAL
           end-if.
       leerHistorial.
           READ HISTORIAL
               AT END set FIN-HISTORIAL to true
               NOT AT END
                   if HC-FECHA = WS-FECHA-NEGOCIO
                       move HC-NUMERO to WS-NUMERO-DETALLE
                       PERFORM categoriaDelNumero
                       move spaces to NOVEDADES-REC
                       move "D" to NV-TIPO
                       move HC-NUMERO to NV-NUMERO
                       move WS-CATEG-NUMERO to NV-CATEGORIA
                       move HC-CLASIF-ANTERIOR to NV-ANTERIOR
                       move HC-CLASIF-NUEVA to NV-NUEVA
                       move HC-MODO to NV-MODO
                       move HC-FECHA to NV-FECHA
                       move HC-HORA to NV-HORA
                       PERFORM grabarDetalle
                   end-if
           END-READ.
      ******************************************************************
      * variante completa: un detalle por numero del maestro con su
      * banda actual (anterior en blanco, modo "completo"); es la foto
      * del maestro de hoy, asi que va fechada hoy aunque sea un
      * reenvio.
      ******************************************************************
       extraerCompleto.
           OPEN INPUT MAESTRO.
           if WS-ESTADO-MAESTRO not = "00"
               CLOSE MAESTRO
               display "ifnoved: sin maestro IFMAEST.DAT, no sale la"
                   " variante completa"
           else
               move "C" to WS-VARIANTE
               move WS-FECHA-PROCESO to WS-FECHA-NEGOCIO
               move "IFNOVCOM.DAT" to WS-NOMBRE-NOVEDADES
               PERFORM abrirExtracto
               move 0 to MA-NUMERO
               START MAESTRO KEY IS NOT LESS THAN MA-NUMERO
                   INVALID KEY set FIN-MAESTRO to true
               END-START
               PERFORM leerMaestro UNTIL FIN-MAESTRO
               CLOSE MAESTRO
               PERFORM cerrarExtracto
           end-if.
       leerMaestro.
           READ MAESTRO NEXT RECORD
               AT END set FIN-MAESTRO to true
               NOT AT END
                   move MA-NUMERO to WS-NUMERO-DETALLE
                   PERFORM categoriaDelNumero
                   move spaces to NOVEDADES-REC
                   move "D" to NV-TIPO
                   move MA-NUMERO to NV-NUMERO
                   move WS-CATEG-NUMERO to NV-CATEGORIA
                   move MA-CLASIFICACION to NV-NUEVA
                   move "completo" to NV-MODO
                   move WS-FECHA-NEGOCIO to NV-FECHA
                   move 0 to NV-HORA
                   PERFORM grabarDetalle
           END-READ.
      ******************************************************************
      * cabecera con la secuencia propia del envio; sin archivo de
      * salida no hay envio: la falla va al manejador comun.
      ******************************************************************
       abrirExtracto.
           move 0 to WS-CANT-DETALLES.
           move 0 to WS-HASH-TOTAL.
           PERFORM proximaSecuencia.
           OPEN OUTPUT NOVEDADES.
           if WS-ESTADO-NOVEDADES not = "00"
               move WS-NOMBRE-NOVEDADES to WS-ERR-ARCHIVO
               move "OPEN OUTPUT" to WS-ERR-OPERACION
               move WS-ESTADO-NOVEDADES to WS-ERR-ESTADO
               CALL "errlib" USING WS-ERR-PROGRAMA WS-ERR-ARCHIVO
                   WS-ERR-OPERACION WS-ERR-ESTADO
               STOP RUN
           end-if.
           move spaces to NOVEDADES-REC.
           move "H" to NV-TIPO.
           move WS-VARIANTE to NV-VARIANTE.
           move WS-FECHA-NEGOCIO to NV-FECHA-NEGOCIO.
           move WS-SECUENCIA to NV-SECUENCIA.
           move WS-FECHA-PROCESO to NV-FECHA-ENVIO.
           WRITE NOVEDADES-REC.
       grabarDetalle.
           WRITE NOVEDADES-REC.
           add 1 to WS-CANT-DETALLES.
           add NV-NUMERO to WS-HASH-TOTAL.
       cerrarExtracto.
           move spaces to NOVEDADES-REC.
           move "T" to NV-TIPO.
           move WS-CANT-DETALLES to NV-CANTIDAD.
           move WS-HASH-TOTAL to NV-CONTROL.
           WRITE NOVEDADES-REC.
           CLOSE NOVEDADES.
           PERFORM anotarSecuencia.
           display "ifnoved: " WS-NOMBRE-NOVEDADES (1:12) " fecha "
               WS-FECHA-NEGOCIO " secuencia " WS-SECUENCIA
               " detalles " WS-CANT-DETALLES " control "
               WS-HASH-TOTAL.
      ******************************************************************
      * la secuencia del envio es la ultima usada mas uno, compartida
      * por las dos variantes; IFNOVSEC.DAT acumula un registro por
      * envio realizado.
      ******************************************************************
       proximaSecuencia.
           move 0 to WS-SECUENCIA.
           move "N" to WS-FIN-SECUENCIAS.
           OPEN INPUT SECUENCIAS.
           if WS-ESTADO-SECUENCIAS = "00"
               PERFORM leerSecuencia UNTIL FIN-SECUENCIAS
           end-if.
           CLOSE SECUENCIAS.
           add 1 to WS-SECUENCIA.
       leerSecuencia.
           READ SECUENCIAS
               AT END set FIN-SECUENCIAS to true
               NOT AT END
                   if IS-SECUENCIA > WS-SECUENCIA
                       move IS-SECUENCIA to WS-SECUENCIA
                   end-if
           END-READ.
       anotarSecuencia.
           OPEN EXTEND SECUENCIAS.
           if WS-ESTADO-SECUENCIAS = "35"
               OPEN OUTPUT SECUENCIAS
               CLOSE SECUENCIAS
               OPEN EXTEND SECUENCIAS
           end-if.
           move spaces to SECUENCIAS-REC.
           move WS-SECUENCIA to IS-SECUENCIA.
           move WS-FECHA-NEGOCIO to IS-FECHA-NEGOCIO.
           move WS-FECHA-PROCESO to IS-FECHA-ENVIO.
           move WS-VARIANTE to IS-VARIANTE.
           WRITE SECUENCIAS-REC.
           CLOSE SECUENCIAS.
       END PROGRAM ifnoved.
