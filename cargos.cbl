      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: cargo mensual por departamento solicitante - cada
      *          pedido que entra a TABLASQ.DAT por gateway o colamant
      *          lleva al solicitante en QE-ORIGEN, pero nadie lo
      *          convertia en una factura y los departamentos pedian
      *          tablas que nadie leia porque para ellos eran gratis.
      *          Este job corre con el cierre de fin de mes (lo lanza
      *          ciermes; en otro dia que no sea el ultimo habil del
      *          mes avisa y no hace nada) y recorre la cola: por cada
      *          departamento cuenta las tablas entregadas HECHO en el
      *          mes (fecha de estado del pedido) y sus filas (las que
      *          tablas grabo de verdad ese dia para el numero, la
      *          operacion y el rango de multiplicadores del pedido,
      *          con el inicial 0 arrancando en 1 como lo corre tablas:
      *          las filas omitidas por desborde no se cobran y un
      *          pedido sin filas entregadas va en cero; una lista de
      *          precios no se archiva en TABLASAL.DAT y sus filas son
      *          las del renglon de LISTAREG.DAT del pedido y el dia),
      *          y las valoriza con la tarifa de VCREF.DAT vigente el
      *          dia que corrio
      *          cada tabla (tarifalib, la regla de buscarVigente): un
      *          cargo fijo por tabla (codigo de CONFIG.DAT
      *          CARGOTABLA, por defecto TABLA) mas un cargo por fila
      *          (CARGOFILA, por defecto FILA). Cada departamento recibe
      *          una pagina de factura en el spool TABLASPL.DAT (la
      *          imprime despool) con el detalle por pedido y las
      *          vigencias usadas, y finanzas recibe el resumen
      *          CARGOS.DAT para su carga: tipo(1 D/T) mes(6)
      *          departamento(6) tablas(5) filas(7) importe(9V99); el
      *          registro T lleva
      *          TOTAL como departamento. Los pedidos sin origen son
      *          altas manuales del taller y se facturan como TALLER.
      *          Un pedido sin tarifa vigente va en cero marcado en la
      *          factura y la corrida termina con return-code 4.
      *          No se facturan los pedidos de simulacion ni las
      *          tablas con anulacion APROBADA en TABLAANU.DAT.
      * Tectonics: cobc -x -o cargos cargos.cbl tarifalib.cbl
      *            fechalib.cbl configlib.cbl auditlog.cbl
      * Modification History:
      *   15/10/2026 - el registro de la cola lleva el codigo de
      *                tarifa de lista de precios (QE-TARIFA); una lista
      *                de precios HECHO se factura como una tabla, con
      *                las filas que asienta LISTAREG.DAT.
      *   15/10/2026 - el registro de la cola lleva la operacion de la
      *                tabla (QE-OPERACION); toda tabla HECHO se factura
      *                igual, sea cual sea la operacion. Solo cambia el
      *                FD.
      *   15/10/2026 - cada renglon de factura en TABLASPL.DAT lleva
      *                al final su ruta de impresion para despool: tipo
      *                FACTURA y el departamento facturado.
      *   15/10/2026 - los pedidos de simulacion y las tablas con
      *                anulacion APROBADA en TABLAANU.DAT ya no se
      *                facturan.
      *   15/10/2026 - las filas facturadas son las que tablas grabo
      *                (TABLAIX.DAT, o TABLASAL.DAT y su generacion),
      *                no el rango pedido; las omitidas por desborde no
      *                se cobran y sin filas el pedido va en cero.
      *   15/10/2026 - las filas de una lista de precios se toman de
      *                LISTAREG.DAT (pedido y dia), no de TABLASAL.DAT,
      *                donde las listas no se archivan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cargos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA ASSIGN TO "TABLASQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QE-ID
               FILE STATUS IS WS-ESTADO-COLA.
           SELECT SPOOL-TABLAS ASSIGN TO "TABLASPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SPOOLTAB.
           SELECT OPTIONAL ANULACIONES ASSIGN TO "TABLAANU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-ID
               FILE STATUS IS WS-ESTADO-ANULACIONES.
           SELECT OPTIONAL INDICE-TABLAS ASSIGN TO "TABLAIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT ARCHIVO-TABLAS ASSIGN TO DYNAMIC WS-NOMBRE-TABLAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT REGISTRO-LISTAS ASSIGN TO DYNAMIC WS-NOMBRE-LISTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REGLISTA.
           SELECT RESUMEN ASSIGN TO "CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA.
       01  COLA-REC.
           05  QE-ID               PIC 9(04).
           05  QE-NUMERO           PIC 9(02).
           05  QE-LIMITE-INF       PIC 9(03).
           05  QE-LIMITE-SUP       PIC 9(03).
           05  QE-SPOOL            PIC X(01).
           05  QE-SIMULACION       PIC X(01).
           05  QE-ESTADO           PIC X(10).
           05  QE-FECHA-ALTA       PIC 9(08).
           05  QE-FECHA-ESTADO     PIC 9(08).
           05  QE-ORIGEN           PIC X(06).
           05  QE-RESPONDIDO       PIC X(01).
           05  QE-TARIFA           PIC X(10).
           05  QE-OPERACION        PIC X(01).
       FD  SPOOL-TABLAS.
       01  SPOOL-TABLAS-REC.
           05  SP-CONTROL          PIC X(01).
           05  SP-FECHA            PIC 9(08).
           05  SP-IMPRESO          PIC X(01).
           05  SP-TEXTO            PIC X(60).
           05  SP-TIPO             PIC X(10).
           05  SP-DEPTO            PIC X(10).
           05  SP-DESTINO          PIC X(10).
       FD  ANULACIONES.
       01  ANULACIONES-REC.
           05  AN-ID               PIC 9(05).
           05  AN-FECHA-TABLA      PIC 9(08).
           05  AN-NUMERO           PIC 9(02).
           05  AN-OPERACION        PIC X(01).
           05  AN-QE-ID            PIC 9(04).
           05  AN-LIMITE-INF       PIC 9(03).
           05  AN-LIMITE-SUP       PIC 9(03).
           05  AN-MOTIVO           PIC X(40).
           05  AN-SUPERVISOR       PIC X(10).
           05  AN-FECHA-ALTA       PIC 9(08).
           05  AN-ESTADO           PIC X(10).
           05  AN-APROBADOR        PIC X(10).
           05  AN-FECHA-ESTADO     PIC 9(08).
           05  AN-CANT-FILAS       PIC 9(03).
           05  AN-TOTAL            PIC 9(09).
           05  AN-SECUENCIA        PIC 9(06).
       FD  INDICE-TABLAS.
       01  INDICE-TABLAS-REC.
           05  TX-CLAVE.
               10  TX-FECHA        PIC 9(8).
               10  TX-NUMERO       PIC 9(2).
               10  TX-OPERACION    PIC X(01).
               10  TX-MULTIPLICADOR PIC 9(3).
           05  TX-RESULTADO        PIC 9(5).
       FD  ARCHIVO-TABLAS.
       01  ARCHIVO-TABLAS-REC.
           05  TS-FECHA            PIC 9(8).
           05  TS-NUMERO           PIC 9(2).
           05  TS-MULTIPLICADOR    PIC 9(3).
           05  TS-RESULTADO        PIC 9(5).
           05  TS-OPERACION        PIC X(01).
       FD  REGISTRO-LISTAS.
       01  REGISTRO-LISTAS-REC.
           05  LR-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  LR-NUMERO           PIC 9(02).
           05  FILLER              PIC X(01).
           05  LR-LIMITE-INF       PIC 9(03).
           05  FILLER              PIC X(01).
           05  LR-LIMITE-SUP       PIC 9(03).
           05  FILLER              PIC X(01).
           05  LR-TARIFA           PIC X(10).
           05  FILLER              PIC X(01).
           05  LR-VIGENCIA         PIC 9(08).
           05  FILLER              PIC X(01).
           05  LR-VALOR            PIC X(10).
           05  FILLER              PIC X(01).
           05  LR-FILAS            PIC 9(03).
           05  FILLER              PIC X(01).
           05  LR-DESBORDES        PIC 9(03).
           05  FILLER              PIC X(01).
           05  LR-PEDIDO           PIC 9(04).
           05  FILLER              PIC X(01).
           05  LR-ORIGEN           PIC X(06).
           05  FILLER              PIC X(01).
           05  LR-CORRIDA          PIC 9(02).
           05  FILLER              PIC X(01).
           05  LR-OPERACION        PIC X(01).
       FD  RESUMEN.
       01  RESUMEN-REC.
           05  CG-TIPO             PIC X(01).
           05  CG-MES              PIC 9(06).
           05  CG-DEPTO            PIC X(06).
           05  CG-TABLAS           PIC 9(05).
           05  CG-FILAS            PIC 9(07).
           05  CG-IMPORTE          PIC 9(09)V99.
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-COLA          PIC X(02).
       01  WS-ESTADO-SPOOLTAB      PIC X(02).
       01  WS-ESTADO-RESUMEN       PIC X(02).
       01  WS-ESTADO-ANULACIONES   PIC X(02).
       01  WS-ESTADO-INDICE        PIC X(02).
       01  WS-ESTADO-ARCHIVO       PIC X(02).
       01  WS-NOMBRE-TABLAS        PIC X(30).
       01  WS-ESTADO-REGLISTA      PIC X(02).
       01  WS-NOMBRE-LISTAS        PIC X(30).
       01  WS-FIN-LISTAS           PIC X(01) VALUE "N".
           88  FIN-LISTAS          VALUE "S".
       01  WS-LISTA-HALLADA        PIC X(01).
       01  WS-FIN-INDICE           PIC X(01) VALUE "N".
           88  FIN-INDICE          VALUE "S".
       01  WS-FIN-ARCHIVO          PIC X(01) VALUE "N".
           88  FIN-ARCHIVO         VALUE "S".
       01  WS-FIN-COLA             PIC X(01) VALUE "N".
           88  FIN-COLA            VALUE "S".
       01  WS-FIN-ANULACIONES      PIC X(01) VALUE "N".
           88  FIN-ANULACIONES     VALUE "S".
      *    pedidos cuya tabla tiene anulacion APROBADA: no se facturan
       01  WS-ANU-CANT             PIC 9(04) VALUE 0.
       01  WS-ANU-MAX              PIC 9(04) VALUE 1000.
       01  WS-ANU-IDX              PIC 9(04) VALUE 0.
       01  WS-ANU-TABLA.
           05  WS-ANU-QE-ID OCCURS 1000 TIMES PIC 9(04).
       01  WS-FACTURABLE           PIC X(01).
       01  WS-CANT-SIMULADOS       PIC 9(05) VALUE 0.
       01  WS-CANT-ANULADOS        PIC 9(05) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-FECHA-FIN-MES        PIC 9(08) VALUE 0.
       01  WS-MES-PROCESO          PIC 9(06) VALUE 0.
       01  WS-FECHA-LEIDA          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-LEIDA.
           05  WS-FL-MES           PIC 9(06).
           05  WS-FL-DIA           PIC 9(02).
       01  WS-DEPTO-PEDIDO         PIC X(06).
       01  WS-DEPTO-ACTUAL         PIC X(06).
      *    departamentos con cargos en el mes
       01  WS-DEP-CANT             PIC 9(03) VALUE 0.
       01  WS-DEP-IDX              PIC 9(03) VALUE 0.
       01  WS-DEP-HALLADO          PIC 9(03) VALUE 0.
       01  WS-DEPARTAMENTOS.
           05  WS-DEP-ENT OCCURS 100 TIMES.
               10  WS-DEP-CODIGO       PIC X(06).
               10  WS-DEP-TABLAS       PIC 9(05).
               10  WS-DEP-FILAS        PIC 9(07).
               10  WS-DEP-IMPORTE      PIC 9(09)V99.
               10  WS-DEP-SIN-TARIFA   PIC 9(05).
       01  WS-DEP-LLENO            PIC X(01) VALUE "N".
      *    valorizacion de un pedido
       01  WS-PED-DESDE            PIC 9(03) VALUE 0.
       01  WS-PED-FILAS            PIC 9(05) VALUE 0.
       01  WS-PED-OPERACION        PIC X(01).
       01  WS-FILA-OPERACION       PIC X(01).
       01  WS-PED-IMPORTE          PIC 9(09)V99 VALUE 0.
       01  WS-PED-SIN-TARIFA       PIC X(01) VALUE "N".
       01  WS-VIG-TABLA            PIC 9(08) VALUE 0.
       01  WS-VIG-FILA             PIC 9(08) VALUE 0.
       01  WS-COD-TABLA            PIC X(10) VALUE "TABLA".
       01  WS-COD-FILA             PIC X(10) VALUE "FILA".
       01  WS-TF-CODIGO            PIC X(10).
       01  WS-TF-FECHA             PIC 9(08).
       01  WS-TF-VIGENCIA          PIC 9(08).
       01  WS-TF-VALOR             PIC X(10).
       01  WS-TF-IMPORTE           PIC 9(07)V99.
       01  WS-TF-HALLADO           PIC X(01).
      *    totales de la corrida
       01  WS-TOT-TABLAS           PIC 9(05) VALUE 0.
       01  WS-TOT-FILAS            PIC 9(07) VALUE 0.
       01  WS-TOT-IMPORTE          PIC 9(09)V99 VALUE 0.
       01  WS-TOT-SIN-TARIFA       PIC 9(05) VALUE 0.
       01  WS-IMPORTE-ED           PIC Z(6)9.99.
       01  WS-TOTAL-ED             PIC Z(8)9.99.
       01  WS-LINEA-SPOOL          PIC X(60) VALUE SPACES.
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "CARGOS".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           move WS-FECHA-HOY (1:6) to WS-MES-PROCESO.
           CALL "finDeMesHabil" USING WS-FECHA-HOY
               WS-FECHA-FIN-MES.
           if WS-FECHA-HOY not = WS-FECHA-FIN-MES
               display "cargos: " WS-FECHA-HOY " no es el ultimo dia"
                   " habil del mes, no se facturan cargos"
               STOP RUN
           end-if.
           PERFORM cargaConfiguracion.
           OPEN INPUT COLA.
           if WS-ESTADO-COLA not = "00"
               display "cargos: no se pudo abrir TABLASQ.DAT, estado "
                   WS-ESTADO-COLA ", no hay cargos que facturar"
               CLOSE COLA
               STOP RUN
           end-if.
           PERFORM cargarAnulaciones.
           PERFORM juntarDepartamentos.
           OPEN EXTEND SPOOL-TABLAS.
           if WS-ESTADO-SPOOLTAB = "35"
               OPEN OUTPUT SPOOL-TABLAS
               CLOSE SPOOL-TABLAS
               OPEN EXTEND SPOOL-TABLAS
           end-if.
           OPEN OUTPUT RESUMEN.
           PERFORM facturarDepartamento VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-CANT.
           move spaces to RESUMEN-REC.
           move "T" to CG-TIPO.
           move WS-MES-PROCESO to CG-MES.
           move "TOTAL" to CG-DEPTO.
           move WS-TOT-TABLAS to CG-TABLAS.
           move WS-TOT-FILAS to CG-FILAS.
           move WS-TOT-IMPORTE to CG-IMPORTE.
           WRITE RESUMEN-REC.
           CLOSE RESUMEN.
           CLOSE SPOOL-TABLAS.
           CLOSE COLA.
           move WS-TOT-IMPORTE to WS-TOTAL-ED.
           display "cargos del mes " WS-MES-PROCESO ": departamentos="
               WS-DEP-CANT " tablas=" WS-TOT-TABLAS " filas="
               WS-TOT-FILAS " importe=" WS-TOTAL-ED.
           display "cargos: no facturados " WS-CANT-SIMULADOS
               " pedidos de simulacion y " WS-CANT-ANULADOS
               " tablas anuladas".
           move "FACTURACION" to WS-AUDIT-CAMPO.
           move WS-MES-PROCESO to WS-AUDIT-VALOR.
           move WS-TOTAL-ED to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           if WS-TOT-SIN-TARIFA not = 0
               display "cargos: " WS-TOT-SIN-TARIFA " pedidos sin"
                   " tarifa vigente, facturados en cero"
               MOVE 4 TO RETURN-CODE
           end-if.
           STOP RUN.
       cargaConfiguracion.
           move "CARGOTABLA" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S" and WS-CONFIG-VALOR not = spaces
               move WS-CONFIG-VALOR to WS-COD-TABLA
           end-if.
           move "CARGOFILA" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S" and WS-CONFIG-VALOR not = spaces
               move WS-CONFIG-VALOR to WS-COD-FILA
           end-if.
      ******************************************************************
      * las anulaciones aprobadas se cargan por el pedido de la cola
      * que genero la tabla; una tabla anulada no se factura.
      ******************************************************************
       cargarAnulaciones.
           OPEN INPUT ANULACIONES.
           if WS-ESTADO-ANULACIONES = "00"
               move 0 to AN-ID
               START ANULACIONES KEY IS NOT LESS THAN AN-ID
                   INVALID KEY set FIN-ANULACIONES to true
               END-START
               PERFORM leerAnulacion UNTIL FIN-ANULACIONES
           end-if.
           CLOSE ANULACIONES.
       leerAnulacion.
           READ ANULACIONES NEXT RECORD
               AT END set FIN-ANULACIONES to true
               NOT AT END
                   if AN-ESTADO = "APROBADA" and AN-QE-ID not = 0
                       and WS-ANU-CANT < WS-ANU-MAX
                       add 1 to WS-ANU-CANT
                       move AN-QE-ID to WS-ANU-QE-ID (WS-ANU-CANT)
                   end-if
           END-READ.
      *    un pedido se factura si no es de simulacion y su tabla no
      *    fue anulada
       controlaFacturable.
           move "S" to WS-FACTURABLE.
           if QE-SIMULACION = "S"
               move "N" to WS-FACTURABLE
           else
               PERFORM buscarAnulado VARYING WS-ANU-IDX FROM 1 BY 1
                   UNTIL WS-ANU-IDX > WS-ANU-CANT
                   OR WS-FACTURABLE = "N"
           end-if.
       buscarAnulado.
           if WS-ANU-QE-ID (WS-ANU-IDX) = QE-ID
               move "N" to WS-FACTURABLE
           end-if.
      ******************************************************************
      * primera pasada: cada pedido HECHO del mes suma a su
      * departamento (alta en la tabla la primera vez que aparece).
      ******************************************************************
       juntarDepartamentos.
           move "N" to WS-FIN-COLA.
           move 0 to QE-ID.
           START COLA KEY IS NOT LESS THAN QE-ID
               INVALID KEY set FIN-COLA to true
           END-START.
           PERFORM leerPedidoMes UNTIL FIN-COLA.
       leerPedidoMes.
           READ COLA NEXT RECORD
               AT END set FIN-COLA to true
               NOT AT END
                   move QE-FECHA-ESTADO to WS-FECHA-LEIDA
                   if QE-ESTADO = "HECHO"
                       and WS-FL-MES = WS-MES-PROCESO
                       PERFORM controlaFacturable
                       if WS-FACTURABLE = "S"
                           PERFORM acumularPedido
                       else
                           if QE-SIMULACION = "S"
                               add 1 to WS-CANT-SIMULADOS
                           else
                               add 1 to WS-CANT-ANULADOS
                           end-if
                       end-if
                   end-if
           END-READ.
       acumularPedido.
           PERFORM departamentoPedido.
           move 0 to WS-DEP-HALLADO.
           PERFORM buscarDepartamento VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-CANT
               OR WS-DEP-HALLADO not = 0.
           if WS-DEP-HALLADO = 0
               if WS-DEP-CANT < 100
                   add 1 to WS-DEP-CANT
                   move WS-DEP-CANT to WS-DEP-HALLADO
                   move WS-DEPTO-PEDIDO
                       to WS-DEP-CODIGO (WS-DEP-HALLADO)
                   move 0 to WS-DEP-TABLAS (WS-DEP-HALLADO)
                       WS-DEP-FILAS (WS-DEP-HALLADO)
                       WS-DEP-IMPORTE (WS-DEP-HALLADO)
                       WS-DEP-SIN-TARIFA (WS-DEP-HALLADO)
               else
                   if WS-DEP-LLENO = "N"
                       display "cargos: mas de 100 departamentos, se"
                           " omiten los siguientes"
                       move "S" to WS-DEP-LLENO
                   end-if
               end-if
           end-if.
           if WS-DEP-HALLADO not = 0
               PERFORM valorizarPedido THRU valorizarPedido-fin
               add 1 to WS-DEP-TABLAS (WS-DEP-HALLADO)
               add WS-PED-FILAS to WS-DEP-FILAS (WS-DEP-HALLADO)
               add WS-PED-IMPORTE to WS-DEP-IMPORTE (WS-DEP-HALLADO)
               if WS-PED-SIN-TARIFA = "S"
                   add 1 to WS-DEP-SIN-TARIFA (WS-DEP-HALLADO)
               end-if
           end-if.
       buscarDepartamento.
           if WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEPTO-PEDIDO
               move WS-DEP-IDX to WS-DEP-HALLADO
           end-if.
       departamentoPedido.
           if QE-ORIGEN = spaces
               move "TALLER" to WS-DEPTO-PEDIDO
           else
               move QE-ORIGEN to WS-DEPTO-PEDIDO
           end-if.
      ******************************************************************
      * un pedido vale el cargo por tabla mas el cargo por fila por la
      * cantidad de filas entregadas, ambos con la tarifa vigente el dia
      * en que la tabla corrio (la fecha de estado HECHO); sin filas
      * entregadas el pedido va en cero.
      ******************************************************************
       valorizarPedido.
           if QE-LIMITE-INF = 0
               move 1 to WS-PED-DESDE
           else
               move QE-LIMITE-INF to WS-PED-DESDE
           end-if.
           move QE-OPERACION to WS-PED-OPERACION.
           if WS-PED-OPERACION = space
               move "*" to WS-PED-OPERACION
           end-if.
           PERFORM contarFilas THRU contarFilas-fin.
           move "N" to WS-PED-SIN-TARIFA.
           move 0 to WS-PED-IMPORTE.
           move 0 to WS-VIG-TABLA WS-VIG-FILA.
           if WS-PED-FILAS = 0
               GO TO valorizarPedido-fin
           end-if.
           move WS-COD-TABLA to WS-TF-CODIGO.
           PERFORM buscarTarifa.
           move WS-TF-VIGENCIA to WS-VIG-TABLA.
           add WS-TF-IMPORTE to WS-PED-IMPORTE.
           move WS-COD-FILA to WS-TF-CODIGO.
           PERFORM buscarTarifa.
           move WS-TF-VIGENCIA to WS-VIG-FILA.
           compute WS-PED-IMPORTE = WS-PED-IMPORTE
               + WS-TF-IMPORTE * WS-PED-FILAS.
       valorizarPedido-fin.
           EXIT.
      ******************************************************************
      * las filas que tablas grabo para el pedido, con el orden de
      * busqueda de anulmant: el companero indexado entrando por la
      * clave de la tabla; si no la tiene, el vivo TABLASAL.DAT; si
      * tampoco, la generacion fechada de genroll. Una lista de precios
      * no se archiva: sus filas son las del renglon de LISTAREG.DAT
      * del pedido y el dia (el vivo o, si ya se corto, la generacion).
      ******************************************************************
       contarFilas.
           move 0 to WS-PED-FILAS.
           if QE-LIMITE-SUP < WS-PED-DESDE
               GO TO contarFilas-fin
           end-if.
           if QE-TARIFA not = spaces
               move "N" to WS-LISTA-HALLADA
               move "LISTAREG.DAT" to WS-NOMBRE-LISTAS
               PERFORM recorrerListas
               if WS-LISTA-HALLADA = "N"
                   move spaces to WS-NOMBRE-LISTAS
                   STRING "LISTAREG.DAT.G" QE-FECHA-ESTADO
                       DELIMITED BY SIZE INTO WS-NOMBRE-LISTAS
                   PERFORM recorrerListas
               end-if
               GO TO contarFilas-fin
           end-if.
           PERFORM recorrerIndice.
           if WS-PED-FILAS = 0
               move "TABLASAL.DAT" to WS-NOMBRE-TABLAS
               PERFORM recorrerArchivo
               if WS-PED-FILAS = 0
                   move spaces to WS-NOMBRE-TABLAS
                   STRING "TABLASAL.DAT.G" QE-FECHA-ESTADO
                       DELIMITED BY SIZE INTO WS-NOMBRE-TABLAS
                   PERFORM recorrerArchivo
               end-if
           end-if.
       contarFilas-fin.
           EXIT.
       recorrerListas.
           move "N" to WS-FIN-LISTAS.
           OPEN INPUT REGISTRO-LISTAS.
           if WS-ESTADO-REGLISTA = "00"
               PERFORM leerRegistroLista UNTIL FIN-LISTAS
               CLOSE REGISTRO-LISTAS
           end-if.
      *    si la lista se corrio mas de una vez en el dia vale el ultimo
      *    renglon
       leerRegistroLista.
           READ REGISTRO-LISTAS
               AT END set FIN-LISTAS to true
               NOT AT END
                   if LR-PEDIDO is NUMERIC and LR-PEDIDO = QE-ID
                       and LR-FECHA is NUMERIC
                       and LR-FECHA = QE-FECHA-ESTADO
                       and LR-FILAS is NUMERIC
                       move LR-FILAS to WS-PED-FILAS
                       move "S" to WS-LISTA-HALLADA
                   end-if
           END-READ.
       recorrerIndice.
           move "N" to WS-FIN-INDICE.
           OPEN INPUT INDICE-TABLAS.
           if WS-ESTADO-INDICE not = "00"
               CLOSE INDICE-TABLAS
           else
               move QE-FECHA-ESTADO to TX-FECHA
               move QE-NUMERO to TX-NUMERO
               move WS-PED-OPERACION to TX-OPERACION
               move WS-PED-DESDE to TX-MULTIPLICADOR
               START INDICE-TABLAS KEY IS NOT LESS THAN TX-CLAVE
                   INVALID KEY set FIN-INDICE to true
               END-START
               PERFORM leerFilaIndice UNTIL FIN-INDICE
               CLOSE INDICE-TABLAS
           end-if.
       leerFilaIndice.
           READ INDICE-TABLAS NEXT RECORD
               AT END set FIN-INDICE to true
               NOT AT END
                   if TX-FECHA not = QE-FECHA-ESTADO
                       or TX-NUMERO not = QE-NUMERO
                       or TX-OPERACION not = WS-PED-OPERACION
                       or TX-MULTIPLICADOR > QE-LIMITE-SUP
                       set FIN-INDICE to true
                   else
                       add 1 to WS-PED-FILAS
                   end-if
           END-READ.
       recorrerArchivo.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-TABLAS.
           if WS-ESTADO-ARCHIVO = "00"
               PERFORM leerFilaArchivo UNTIL FIN-ARCHIVO
               CLOSE ARCHIVO-TABLAS
           end-if.
       leerFilaArchivo.
           READ ARCHIVO-TABLAS
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   move TS-OPERACION to WS-FILA-OPERACION
                   if WS-FILA-OPERACION = space
                       move "*" to WS-FILA-OPERACION
                   end-if
                   if TS-FECHA = QE-FECHA-ESTADO
                       and TS-NUMERO = QE-NUMERO
                       and WS-FILA-OPERACION = WS-PED-OPERACION
                       and TS-MULTIPLICADOR >= WS-PED-DESDE
                       and TS-MULTIPLICADOR <= QE-LIMITE-SUP
                       add 1 to WS-PED-FILAS
                   end-if
           END-READ.
       buscarTarifa.
           move QE-FECHA-ESTADO to WS-TF-FECHA.
           CALL "tarifalib" USING WS-TF-CODIGO WS-TF-FECHA
               WS-TF-VIGENCIA WS-TF-VALOR WS-TF-IMPORTE WS-TF-HALLADO.
           if WS-TF-HALLADO not = "S"
               move "S" to WS-PED-SIN-TARIFA
               move 0 to WS-TF-IMPORTE
           end-if.
      ******************************************************************
      * una pagina de factura por departamento: encabezado, una linea
      * por pedido (segunda pasada por la cola) y el total; el mismo
      * total va al resumen para finanzas.
      ******************************************************************
       facturarDepartamento.
           move WS-DEP-CODIGO (WS-DEP-IDX) to WS-DEPTO-ACTUAL.
           move spaces to WS-LINEA-SPOOL.
           STRING "FACTURA INTERNA DE CARGOS - MES " WS-MES-PROCESO
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL.
           move "1" to SP-CONTROL.
           PERFORM grabaSpool.
           move spaces to WS-LINEA-SPOOL.
           STRING "departamento: " WS-DEPTO-ACTUAL
               "      emitida: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL.
           PERFORM grabaRenglon.
           move spaces to WS-LINEA-SPOOL.
           STRING "tarifas: por tabla=" WS-COD-TABLA
               " por fila=" WS-COD-FILA
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL.
           PERFORM grabaRenglon.
           move "fecha    pedido tabla filas vig.tabla vig.fila"
               to WS-LINEA-SPOOL.
           move "importe" to WS-LINEA-SPOOL (51:).
           PERFORM grabaRenglon.
           move all "-" to WS-LINEA-SPOOL.
           PERFORM grabaRenglon.
           move "N" to WS-FIN-COLA.
           move 0 to QE-ID.
           START COLA KEY IS NOT LESS THAN QE-ID
               INVALID KEY set FIN-COLA to true
           END-START.
           PERFORM detallarPedido UNTIL FIN-COLA.
           move all "-" to WS-LINEA-SPOOL.
           PERFORM grabaRenglon.
           move WS-DEP-IMPORTE (WS-DEP-IDX) to WS-TOTAL-ED.
           move spaces to WS-LINEA-SPOOL.
           STRING "total: tablas=" WS-DEP-TABLAS (WS-DEP-IDX)
               " filas=" WS-DEP-FILAS (WS-DEP-IDX)
               "  importe " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL.
           PERFORM grabaRenglon.
           if WS-DEP-SIN-TARIFA (WS-DEP-IDX) not = 0
               move spaces to WS-LINEA-SPOOL
               STRING "*** " WS-DEP-SIN-TARIFA (WS-DEP-IDX)
                   " pedidos sin tarifa vigente, facturados en cero"
                   DELIMITED BY SIZE INTO WS-LINEA-SPOOL
               PERFORM grabaRenglon
           end-if.
           move spaces to RESUMEN-REC.
           move "D" to CG-TIPO.
           move WS-MES-PROCESO to CG-MES.
           move WS-DEPTO-ACTUAL to CG-DEPTO.
           move WS-DEP-TABLAS (WS-DEP-IDX) to CG-TABLAS.
           move WS-DEP-FILAS (WS-DEP-IDX) to CG-FILAS.
           move WS-DEP-IMPORTE (WS-DEP-IDX) to CG-IMPORTE.
           WRITE RESUMEN-REC.
           add WS-DEP-TABLAS (WS-DEP-IDX) to WS-TOT-TABLAS.
           add WS-DEP-FILAS (WS-DEP-IDX) to WS-TOT-FILAS.
           add WS-DEP-IMPORTE (WS-DEP-IDX) to WS-TOT-IMPORTE.
           add WS-DEP-SIN-TARIFA (WS-DEP-IDX) to WS-TOT-SIN-TARIFA.
       detallarPedido.
           READ COLA NEXT RECORD
               AT END set FIN-COLA to true
               NOT AT END
                   move QE-FECHA-ESTADO to WS-FECHA-LEIDA
                   PERFORM departamentoPedido
                   if QE-ESTADO = "HECHO"
                       and WS-FL-MES = WS-MES-PROCESO
                       and WS-DEPTO-PEDIDO = WS-DEPTO-ACTUAL
                       PERFORM controlaFacturable
                       if WS-FACTURABLE = "S"
                           PERFORM renglonPedido
                       end-if
                   end-if
           END-READ.
       renglonPedido.
           PERFORM valorizarPedido THRU valorizarPedido-fin.
           move WS-PED-IMPORTE to WS-IMPORTE-ED.
           move spaces to WS-LINEA-SPOOL.
           STRING QE-FECHA-ESTADO " " QE-ID "   " QE-NUMERO "    "
               WS-PED-FILAS " " WS-VIG-TABLA "  " WS-VIG-FILA
               " " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO WS-LINEA-SPOOL.
           if WS-PED-SIN-TARIFA = "S"
               move "*" to WS-LINEA-SPOOL (60:1)
           end-if.
           PERFORM grabaRenglon.
       grabaRenglon.
           move " " to SP-CONTROL.
           PERFORM grabaSpool.
       grabaSpool.
           move WS-FECHA-HOY to SP-FECHA.
           move "N" to SP-IMPRESO.
           move WS-LINEA-SPOOL to SP-TEXTO.
           move "FACTURA" to SP-TIPO.
           move WS-DEPTO-ACTUAL to SP-DEPTO.
           move spaces to SP-DESTINO.
           WRITE SPOOL-TABLAS-REC.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       END PROGRAM cargos.
