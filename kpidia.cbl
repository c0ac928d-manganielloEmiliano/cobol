      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: indicadores del dia para el tablero de la intranet de
      *          la gerencia - alguien copiaba a mano a una planilla
      *          las cifras de CIERREP.DAT, VOLREP.DAT, DURREP.DAT y
      *          del reporte de antiguedad de excmant. Este paso de
      *          findia (despues de cierre) deja el archivo delimitado
      *          KPIDIA.CSV con los indicadores del dia de negocio,
      *          calculados sobre los mismos archivos que leen esos
      *          reportes: tablas generadas, filas y total
      *          (TABLASAL.DAT), numeros clasificados por banda
      *          (IFBANDH.DAT), pedidos recibidos, hechos y con error
      *          por departamento (TABLASQ.DAT), pedidos rechazados por
      *          departamento (GWDISP.DAT) y registros rechazados de
      *          las entregas (CALIHIST.DAT), segundos de la ventana
      *          batch de la corrida contra el objetivo SLAVENTANA de
      *          CONFIG.DAT (EODRUN.DAT; en el envio nocturno se mide
      *          hasta el paso anterior, el reenvio de un dia pasado
      *          trae la noche completa), excepciones abiertas por
      *          antiguedad (EXCCASE.DAT, al dia de negocio) y acuses
      *          de los envios de interfaz del dia (INTERSEC.DAT,
      *          INTERACK.DAT). Si un archivo vivo ya no tiene el dia
      *          se lee la generacion <archivo>.G<fecha> de genroll.
      *          La lista de indicadores y su orden salen del control
      *          KPICTL.DAT (indicador(10) blanco descripcion(40), sin
      *          comas); sin control el archivo sale sin detalles y el
      *          return-code es 8, un indicador desconocido se saltea
      *          con return-code 4. Indicadores: TABLAS, TABFILAS,
      *          TABTOTAL, CLASIF (BAJO MEDIO ALTO CRITICO TOTAL),
      *          PEDRECIB, PEDHECHOS, PEDERROR y RECHPED (uno por
      *          departamento, MANUAL para las altas sin origen, y
      *          TOTAL), RECHENTR, VENTSEG, VENTSLA, VENTEXCESO,
      *          EXCABIERTA (TOTAL MAS1 MAS3 MAS7) e IFACUSE
      *          (CONFIRMADO RECHAZADO SINACUSE TOTAL).
      *          Reenvio: si existe el pedido KPIPED.DAT (fecha(8)) se
      *          calcula la fecha pedida en vez de la de hoy; el pedido
      *          se vacia al terminar, como el de ifnoved.
      *          Layout de KPIDIA.CSV (campos separados por coma):
      *          H,fecha-negocio(8),corrida(2),envio(8),N o R(reenvio)
      *          D,indicador,dimension,valor(11),descripcion
      *          T,cantidad de detalles(7)
      * Tectonics: cobc -x -o kpidia kpidia.cbl fechalib.cbl
      *            configlib.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpidia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-KPI ASSIGN TO "KPICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT OPTIONAL PEDIDO ASSIGN TO "KPIPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PEDIDO.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
           SELECT FUENTE ASSIGN TO DYNAMIC WS-NOMBRE-FUENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FUENTE.
           SELECT FUENTE-TABLAS ASSIGN TO DYNAMIC WS-NOMBRE-FUENTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FUENTE.
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
           SELECT INDICADORES ASSIGN TO "KPIDIA.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INDICADORES.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-KPI.
       01  CONTROL-KPI-REC.
           05  KC-INDICADOR        PIC X(10).
           05  FILLER              PIC X(01).
           05  KC-DESCRIPCION      PIC X(40).
       FD  PEDIDO.
       01  PEDIDO-REC.
           05  PD-FECHA            PIC X(08).
       FD  CORRIDA-CONTROL.
       01  CORRIDA-CONTROL-REC.
           05  RC-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RC-CORRIDA          PIC 9(02).
       FD  FUENTE.
       01  FUENTE-REC              PIC X(132).
       FD  FUENTE-TABLAS.
       01  FUENTE-TABLAS-REC.
           05  TS-FECHA            PIC 9(8).
           05  TS-NUMERO           PIC 9(2).
           05  TS-MULTIPLICADOR    PIC 9(3).
           05  TS-RESULTADO        PIC 9(5).
           05  TS-OPERACION        PIC X(01).
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
       FD  INDICADORES.
       01  INDICADORES-REC         PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CONTROL       PIC X(02).
       01  WS-ESTADO-PEDIDO        PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-ESTADO-FUENTE        PIC X(02).
       01  WS-ESTADO-COLA          PIC X(02).
       01  WS-ESTADO-CASOS         PIC X(02).
       01  WS-ESTADO-INDICADORES   PIC X(02).
       01  WS-FIN-CONTROL          PIC X(01) VALUE "N".
           88  FIN-CONTROL         VALUE "S".
       01  WS-FIN-FUENTE           PIC X(01) VALUE "N".
           88  FIN-FUENTE          VALUE "S".
       01  WS-FIN-COLA             PIC X(01) VALUE "N".
           88  FIN-COLA            VALUE "S".
       01  WS-FIN-CASOS            PIC X(01) VALUE "N".
           88  FIN-CASOS           VALUE "S".
       01  WS-FECHA-PROCESO        PIC 9(08) VALUE 0.
       01  WS-FECHA-NEGOCIO        PIC 9(08) VALUE 0.
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-ES-REENVIO           PIC X(01) VALUE "N".
           88  ES-REENVIO          VALUE "S".
       01  WS-VARIANTE             PIC X(01) VALUE "N".
       01  WS-RC                   PIC 9(02) VALUE 0.
      *    archivo fuente de la pasada en curso: el vivo y, si no tiene
      *    renglones del dia, su generacion fechada
       01  WS-NOMBRE-BASE          PIC X(12).
       01  WS-NOMBRE-FUENTE        PIC X(30).
       01  WS-TIPO-FUENTE          PIC X(08).
       01  WS-LINEAS-DIA           PIC 9(07) VALUE 0.
      *    indicadores del control, en el orden en que se informan
       01  WS-IND-CANT             PIC 9(02) VALUE 0.
       01  WS-IND-MAX              PIC 9(02) VALUE 40.
       01  WS-IND-IDX              PIC 9(02) VALUE 0.
       01  WS-INDICADORES-TABLA.
           05  WS-IND-ENT OCCURS 40 TIMES.
               10  WS-IND-CODIGO       PIC X(10).
               10  WS-IND-DESCRIPCION  PIC X(40).
      *    renglon de detalle en armado
       01  WS-KPI-CODIGO           PIC X(10).
       01  WS-KPI-DIMENSION        PIC X(10).
       01  WS-KPI-VALOR            PIC 9(11).
       01  WS-KPI-DESCRIPCION      PIC X(40).
       01  WS-CANT-DETALLES        PIC 9(07) VALUE 0.
       01  WS-LINEA-INDICADOR      PIC X(100) VALUE SPACES.
      *    tablas del dia: una tabla es un numero con su operacion, en
      *    el orden de WS-OPERACIONES como en cierre
       01  WS-OPERACIONES          PIC X(06) VALUE "*+-^/?".
       01  WS-OPERACIONES-TABLA REDEFINES WS-OPERACIONES.
           05  WS-OPERACION-COD OCCURS 6 TIMES PIC X(01).
       01  WS-OPE-IDX              PIC 9(01) VALUE 0.
       01  WS-OPE-FILA             PIC 9(01) VALUE 0.
       01  WS-OPE-BUSCADA          PIC X(01).
       01  WS-TABLAS-VISTAS.
           05  WS-TABLA-VISTA OCCURS 100 TIMES.
               10  WS-VISTA-OPER OCCURS 6 TIMES PIC X(01).
       01  WS-TAB-IDX              PIC 9(03) VALUE 0.
       01  WS-KP-TABLAS            PIC 9(11) VALUE 0.
       01  WS-KP-TABFILAS          PIC 9(11) VALUE 0.
       01  WS-KP-TABTOTAL          PIC 9(11) VALUE 0.
      *    clasificaciones del dia por banda
       01  WS-BANDAS-LAYOUT.
           05  BH-FECHA            PIC 9(08).
           05  BH-HORA             PIC 9(08).
           05  BH-CONTADOR OCCURS 4 TIMES PIC 9(05).
           05  BH-TOTAL            PIC 9(05).
           05  BH-CORRIDA          PIC 9(02).
           05  FILLER              PIC X(89).
       01  WS-BANDA-NOMBRES        PIC X(40) VALUE
           "BAJO      MEDIO     ALTO      CRITICO   ".
       01  WS-BANDA-NOMBRES-TABLA REDEFINES WS-BANDA-NOMBRES.
           05  WS-BANDA-NOMBRE OCCURS 4 TIMES PIC X(10).
       01  WS-KP-BANDAS.
           05  WS-KP-BANDA OCCURS 4 TIMES PIC 9(11).
       01  WS-KP-CLASTOTAL         PIC 9(11) VALUE 0.
       01  WS-IDX                  PIC 9(02) VALUE 0.
      *    pedidos por departamento (QE-ORIGEN; blanco = MANUAL); pasado
      *    el tope un departamento nuevo cuenta solo en el TOTAL
       01  WS-DEP-CANT             PIC 9(02) VALUE 0.
       01  WS-DEP-MAX              PIC 9(02) VALUE 50.
       01  WS-DEP-IDX              PIC 9(02) VALUE 0.
       01  WS-DEP-HALLADO          PIC 9(02) VALUE 0.
       01  WS-DEP-BUSCADO          PIC X(06).
       01  WS-DEPARTAMENTOS-TABLA.
           05  WS-DEP-ENT OCCURS 50 TIMES.
               10  WS-DEP-CODIGO       PIC X(06).
               10  WS-DEP-RECIBIDOS    PIC 9(07).
               10  WS-DEP-HECHOS       PIC 9(07).
               10  WS-DEP-ERRORES      PIC 9(07).
               10  WS-DEP-RECHAZOS     PIC 9(07).
       01  WS-KP-PEDRECIB          PIC 9(11) VALUE 0.
       01  WS-KP-PEDHECHOS         PIC 9(11) VALUE 0.
       01  WS-KP-PEDERROR          PIC 9(11) VALUE 0.
       01  WS-KP-RECHPED           PIC 9(11) VALUE 0.
      *    renglon de GWDISP.DAT (fecha, solicitante, disposicion)
       01  WS-DISPOSICION-LAYOUT.
           05  DI-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  DI-DEPTO            PIC X(06).
           05  DI-RESTO            PIC X(45).
           05  FILLER              PIC X(72).
       01  WS-CANT-RECHAZADO       PIC 9(02) VALUE 0.
      *    renglon de CALIHIST.DAT (ver calidad)
       01  WS-CALIDAD-LAYOUT.
           05  CA-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  CA-REMITENTE        PIC X(06).
           05  FILLER              PIC X(01).
           05  CA-ENTREGAS         PIC 9(03).
           05  FILLER              PIC X(01).
           05  CA-RECIBIDOS        PIC 9(07).
           05  FILLER              PIC X(01).
           05  CA-NONUM            PIC 9(07).
           05  FILLER              PIC X(01).
           05  CA-RANGO            PIC 9(07).
           05  FILLER              PIC X(01).
           05  CA-DUPLICADOS       PIC 9(07).
           05  FILLER              PIC X(01).
           05  CA-SOBRES-MALOS     PIC 9(03).
           05  FILLER              PIC X(01).
           05  CA-REGS-SOBRES      PIC 9(07).
           05  FILLER              PIC X(70).
       01  WS-KP-RECHENTR          PIC 9(11) VALUE 0.
      *    renglon cronometrado de la bitacora de findia (ver repdur)
      *    con el numero de corrida al final
       01  WS-BITACORA-LAYOUT.
           05  EO-FECHA            PIC 9(08).
           05  FILLER              PIC X(83).
           05  EO-SEG              PIC 9(05).
           05  FILLER              PIC X(09).
           05  EO-CORRIDA          PIC 9(02).
           05  FILLER              PIC X(25).
       01  WS-SEG-CORRIDAS.
           05  WS-SEG-CORRIDA OCCURS 99 TIMES PIC 9(07).
       01  WS-CORRIDA-RENGLON      PIC 9(02) VALUE 0.
       01  WS-CORRIDA-MAYOR        PIC 9(02) VALUE 0.
       01  WS-KP-VENTSEG           PIC 9(11) VALUE 0.
       01  WS-KP-VENTSLA           PIC 9(11) VALUE 0.
       01  WS-KP-VENTEXCESO        PIC 9(11) VALUE 0.
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
      *    excepciones abiertas al dia de negocio, por antiguedad como
      *    en el reporte de excmant
       01  WS-ANTIG-DIAS           PIC 9(05) VALUE 0.
       01  WS-KP-EXCABIERTAS       PIC 9(11) VALUE 0.
       01  WS-KP-EXCMAS1           PIC 9(11) VALUE 0.
       01  WS-KP-EXCMAS3           PIC 9(11) VALUE 0.
       01  WS-KP-EXCMAS7           PIC 9(11) VALUE 0.
      *    envios de interfaz del dia de negocio y su ultimo acuse
       01  WS-ENVIOS-LAYOUT.
           05  IS-SECUENCIA        PIC 9(06).
           05  FILLER              PIC X(01).
           05  IS-FECHA-NEGOCIO    PIC 9(08).
           05  FILLER              PIC X(01).
           05  IS-FECHA-ENVIO      PIC 9(08).
           05  FILLER              PIC X(108).
       01  WS-ACUSES-LAYOUT.
           05  AK-SECUENCIA        PIC 9(06).
           05  FILLER              PIC X(01).
           05  AK-ESTADO           PIC X(10).
           05  FILLER              PIC X(01).
           05  AK-FECHA            PIC 9(08).
           05  FILLER              PIC X(106).
       01  WS-ENV-CANT             PIC 9(03) VALUE 0.
       01  WS-ENV-MAX              PIC 9(03) VALUE 100.
       01  WS-ENV-IDX              PIC 9(03) VALUE 0.
       01  WS-ENVIOS-TABLA.
           05  WS-ENV-ENT OCCURS 100 TIMES.
               10  WS-ENV-SECUENCIA    PIC 9(06).
               10  WS-ENV-ESTADO       PIC X(10).
       01  WS-KP-IFCONFIRMADO      PIC 9(11) VALUE 0.
       01  WS-KP-IFRECHAZADO       PIC 9(11) VALUE 0.
       01  WS-KP-IFSINACUSE        PIC 9(11) VALUE 0.
      *    conversion de fecha a dias corridos, como en excmant
       01  WS-FECHA-TRABAJO        PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-TRABAJO.
           05  WS-FT-ANIO          PIC 9(04).
           05  WS-FT-MES           PIC 9(02).
           05  WS-FT-DIA           PIC 9(02).
       01  WS-DIAS-RESULTADO       PIC 9(09).
       01  WS-DIAS-NEGOCIO         PIC 9(09).
       01  WS-ANIO-CUARTO          PIC 9(04).
       01  WS-MESES-ACUM-INIC.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MESES-ACUM REDEFINES WS-MESES-ACUM-INIC.
           05  WS-MES-ACUM OCCURS 12 TIMES PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-PROCESO.
           move WS-FECHA-PROCESO to WS-FECHA-NEGOCIO.
           PERFORM leerPedido.
           move WS-FECHA-NEGOCIO to WS-FECHA-TRABAJO.
           PERFORM fechaADias.
           move WS-DIAS-RESULTADO to WS-DIAS-NEGOCIO.
           PERFORM leerCorrida.
           PERFORM cargarControl.
           PERFORM calcularTablas.
           PERFORM calcularClasificaciones.
           PERFORM calcularPedidos.
           PERFORM calcularRechazos.
           PERFORM calcularVentana.
           PERFORM calcularExcepciones.
           PERFORM calcularInterfaz.
           PERFORM abrirIndicadores.
           PERFORM emitirIndicador VARYING WS-IND-IDX FROM 1 BY 1
               UNTIL WS-IND-IDX > WS-IND-CANT.
           PERFORM cerrarIndicadores.
           if WS-IND-CANT = 0
               display "kpidia: sin indicadores en KPICTL.DAT, el"
                   " archivo sale sin detalles"
               move 8 to WS-RC
           end-if.
           if ES-REENVIO
               OPEN OUTPUT PEDIDO
               CLOSE PEDIDO
           end-if.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * pedido de reenvio: la primera linea de KPIPED.DAT trae la fecha
      * de negocio a reenviar; sin pedido (o con una fecha que no es
      * numerica) los indicadores son los del dia.
      ******************************************************************
       leerPedido.
           OPEN INPUT PEDIDO.
           if WS-ESTADO-PEDIDO = "00"
               READ PEDIDO
                   AT END CONTINUE
                   NOT AT END
                       if PD-FECHA IS NUMERIC and PD-FECHA not = zeros
                           move "S" to WS-ES-REENVIO
                           move "R" to WS-VARIANTE
                           move PD-FECHA to WS-FECHA-NEGOCIO
                       else
                           display "kpidia: pedido KPIPED.DAT sin"
                               " fecha valida, se informa el dia"
                       end-if
               END-READ
           end-if.
           CLOSE PEDIDO.
      ******************************************************************
      * corrida de la noche del dia de negocio: la de RUNCTL.DAT si es
      * de ese dia; si no (reenvio) la mayor que figure en la bitacora.
      ******************************************************************
       leerCorrida.
           OPEN INPUT CORRIDA-CONTROL.
           if WS-ESTADO-CORRIDA = "00"
               READ CORRIDA-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       if RC-FECHA = WS-FECHA-NEGOCIO
                           move RC-CORRIDA to WS-CORRIDA
                       end-if
               END-READ
           end-if.
           CLOSE CORRIDA-CONTROL.
       cargarControl.
           OPEN INPUT CONTROL-KPI.
           if WS-ESTADO-CONTROL = "00"
               PERFORM leerControl UNTIL FIN-CONTROL
           end-if.
           CLOSE CONTROL-KPI.
       leerControl.
           READ CONTROL-KPI
               AT END set FIN-CONTROL to true
               NOT AT END
                   if KC-INDICADOR not = spaces
                       and WS-IND-CANT < WS-IND-MAX
                       add 1 to WS-IND-CANT
                       move KC-INDICADOR
                           to WS-IND-CODIGO (WS-IND-CANT)
                       move KC-DESCRIPCION
                           to WS-IND-DESCRIPCION (WS-IND-CANT)
                   end-if
           END-READ.
      ******************************************************************
      * pasada sobre un archivo fuente: primero el vivo y, si no tiene
      * renglones del dia de negocio, la generacion que dejo genroll.
      ******************************************************************
       pasadaConRespaldo.
           move 0 to WS-LINEAS-DIA.
           move WS-NOMBRE-BASE to WS-NOMBRE-FUENTE.
           PERFORM pasadaFuente.
           if WS-LINEAS-DIA = 0
               move spaces to WS-NOMBRE-FUENTE
               STRING WS-NOMBRE-BASE DELIMITED BY SPACE
                      ".G" WS-FECHA-NEGOCIO DELIMITED BY SIZE
                      INTO WS-NOMBRE-FUENTE
               PERFORM pasadaFuente
           end-if.
       pasadaFuente.
           move "N" to WS-FIN-FUENTE.
           if WS-TIPO-FUENTE = "TABLAS"
               OPEN INPUT FUENTE-TABLAS
               if WS-ESTADO-FUENTE = "00"
                   PERFORM leerFilaTabla UNTIL FIN-FUENTE
                   CLOSE FUENTE-TABLAS
               end-if
           else
               OPEN INPUT FUENTE
               if WS-ESTADO-FUENTE = "00"
                   PERFORM leerRenglonFuente UNTIL FIN-FUENTE
                   CLOSE FUENTE
               end-if
           end-if.
       leerRenglonFuente.
           READ FUENTE
               AT END set FIN-FUENTE to true
               NOT AT END
                   evaluate WS-TIPO-FUENTE
                       when "BANDAS"
                           PERFORM tomarBandas
                       when "DISPOSIC"
                           PERFORM tomarRechazoPedido
                       when "CALIDAD"
                           PERFORM tomarCalidad
                       when "BITACORA"
                           PERFORM tomarPaso
                       when "ENVIOS"
                           PERFORM tomarEnvio
                       when "ACUSES"
                           PERFORM tomarAcuse
                   end-evaluate
           END-READ.
      ******************************************************************
      * tablas generadas (numero y operacion distintos), filas y total
      * del dia de TABLASAL.DAT.
      ******************************************************************
       calcularTablas.
           move spaces to WS-TABLAS-VISTAS.
           move "TABLASAL.DAT" to WS-NOMBRE-BASE.
           move "TABLAS" to WS-TIPO-FUENTE.
           PERFORM pasadaConRespaldo.
       leerFilaTabla.
           READ FUENTE-TABLAS
               AT END set FIN-FUENTE to true
               NOT AT END
                   if TS-FECHA = WS-FECHA-NEGOCIO
                       add 1 to WS-LINEAS-DIA
                       add 1 to WS-KP-TABFILAS
                       add TS-RESULTADO to WS-KP-TABTOTAL
                       move TS-OPERACION to WS-OPE-BUSCADA
                       PERFORM buscaOperacion
                       compute WS-TAB-IDX = TS-NUMERO + 1
                       if WS-VISTA-OPER (WS-TAB-IDX WS-OPE-FILA)
                           = space
                           move "S"
                             to WS-VISTA-OPER (WS-TAB-IDX WS-OPE-FILA)
                           add 1 to WS-KP-TABLAS
                       end-if
                   end-if
           END-READ.
      *    blanco es la multiplicacion de los registros anteriores a
      *    las operaciones; una operacion desconocida va a la ultima
       buscaOperacion.
           if WS-OPE-BUSCADA = space
               move "*" to WS-OPE-BUSCADA
           end-if.
           move 6 to WS-OPE-FILA.
           PERFORM compararOperacion VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > 5.
       compararOperacion.
           if WS-OPERACION-COD (WS-OPE-IDX) = WS-OPE-BUSCADA
               move WS-OPE-IDX to WS-OPE-FILA
           end-if.
       calcularClasificaciones.
           move zeros to WS-KP-BANDAS.
           move "IFBANDH.DAT" to WS-NOMBRE-BASE.
           move "BANDAS" to WS-TIPO-FUENTE.
           PERFORM pasadaConRespaldo.
       tomarBandas.
           move FUENTE-REC to WS-BANDAS-LAYOUT.
           if BH-FECHA = WS-FECHA-NEGOCIO
               add 1 to WS-LINEAS-DIA
               PERFORM sumarBanda VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 4
               add BH-TOTAL to WS-KP-CLASTOTAL
           end-if.
       sumarBanda.
           add BH-CONTADOR (WS-IDX) to WS-KP-BANDA (WS-IDX).
      ******************************************************************
      * pedidos de la cola: recibidos con alta en el dia de negocio,
      * hechos y con error segun el estado y la fecha de ese estado.
      ******************************************************************
       calcularPedidos.
           OPEN INPUT COLA.
           if WS-ESTADO-COLA not = "00"
               CLOSE COLA
           else
               move 0 to QE-ID
               START COLA KEY IS NOT LESS THAN QE-ID
                   INVALID KEY set FIN-COLA to true
               END-START
               PERFORM leerPedidoCola UNTIL FIN-COLA
               CLOSE COLA
           end-if.
       leerPedidoCola.
           READ COLA NEXT RECORD
               AT END set FIN-COLA to true
               NOT AT END
                   move QE-ORIGEN to WS-DEP-BUSCADO
                   if QE-FECHA-ALTA = WS-FECHA-NEGOCIO
                       add 1 to WS-KP-PEDRECIB
                       PERFORM buscarDepartamento
                       if WS-DEP-HALLADO not = 0
                           add 1 to WS-DEP-RECIBIDOS (WS-DEP-HALLADO)
                       end-if
                   end-if
                   if QE-FECHA-ESTADO = WS-FECHA-NEGOCIO
                       and QE-ESTADO = "HECHO"
                       add 1 to WS-KP-PEDHECHOS
                       PERFORM buscarDepartamento
                       if WS-DEP-HALLADO not = 0
                           add 1 to WS-DEP-HECHOS (WS-DEP-HALLADO)
                       end-if
                   end-if
                   if QE-FECHA-ESTADO = WS-FECHA-NEGOCIO
                       and QE-ESTADO = "ERROR"
                       add 1 to WS-KP-PEDERROR
                       PERFORM buscarDepartamento
                       if WS-DEP-HALLADO not = 0
                           add 1 to WS-DEP-ERRORES (WS-DEP-HALLADO)
                       end-if
                   end-if
           END-READ.
       buscarDepartamento.
           if WS-DEP-BUSCADO = spaces
               move "MANUAL" to WS-DEP-BUSCADO
           end-if.
           move 0 to WS-DEP-HALLADO.
           PERFORM compararDepartamento VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-CANT.
           if WS-DEP-HALLADO = 0 and WS-DEP-CANT < WS-DEP-MAX
               add 1 to WS-DEP-CANT
               move WS-DEP-CANT to WS-DEP-HALLADO
               move WS-DEP-BUSCADO to WS-DEP-CODIGO (WS-DEP-HALLADO)
               move 0 to WS-DEP-RECIBIDOS (WS-DEP-HALLADO)
               move 0 to WS-DEP-HECHOS (WS-DEP-HALLADO)
               move 0 to WS-DEP-ERRORES (WS-DEP-HALLADO)
               move 0 to WS-DEP-RECHAZOS (WS-DEP-HALLADO)
           end-if.
       compararDepartamento.
           if WS-DEP-CODIGO (WS-DEP-IDX) = WS-DEP-BUSCADO
               move WS-DEP-IDX to WS-DEP-HALLADO
           end-if.
      ******************************************************************
      * rechazos: pedidos rechazados por pasarela y colamant en
      * GWDISP.DAT, y registros rechazados de las entregas del dia
      * (NONUM, RANGO y los de sobres que no cerraron) en CALIHIST.DAT.
      ******************************************************************
       calcularRechazos.
           move "GWDISP.DAT" to WS-NOMBRE-BASE.
           move "DISPOSIC" to WS-TIPO-FUENTE.
           PERFORM pasadaConRespaldo.
           move "CALIHIST.DAT" to WS-NOMBRE-BASE.
           move "CALIDAD" to WS-TIPO-FUENTE.
           PERFORM pasadaConRespaldo.
       tomarRechazoPedido.
           move FUENTE-REC to WS-DISPOSICION-LAYOUT.
           if DI-FECHA = WS-FECHA-NEGOCIO
               add 1 to WS-LINEAS-DIA
               move 0 to WS-CANT-RECHAZADO
               INSPECT DI-RESTO TALLYING WS-CANT-RECHAZADO
                   FOR ALL " RECHAZADO "
               if WS-CANT-RECHAZADO not = 0
                   add 1 to WS-KP-RECHPED
                   move DI-DEPTO to WS-DEP-BUSCADO
                   PERFORM buscarDepartamento
                   if WS-DEP-HALLADO not = 0
                       add 1 to WS-DEP-RECHAZOS (WS-DEP-HALLADO)
                   end-if
               end-if
           end-if.
       tomarCalidad.
           move FUENTE-REC to WS-CALIDAD-LAYOUT.
           if CA-FECHA = WS-FECHA-NEGOCIO
               add 1 to WS-LINEAS-DIA
               if CA-NONUM is NUMERIC
                   add CA-NONUM to WS-KP-RECHENTR
               end-if
               if CA-RANGO is NUMERIC
                   add CA-RANGO to WS-KP-RECHENTR
               end-if
               if CA-REGS-SOBRES is NUMERIC
                   add CA-REGS-SOBRES to WS-KP-RECHENTR
               end-if
           end-if.
      ******************************************************************
      * ventana batch: segundos de los pasos cronometrados de la
      * corrida del dia de negocio contra el objetivo SLAVENTANA de la
      * configuracion central (en segundos, cinco digitos; sin clave
      * no hay objetivo y el exceso es 0).
      ******************************************************************
       calcularVentana.
           move zeros to WS-SEG-CORRIDAS.
           move "EODRUN.DAT" to WS-NOMBRE-BASE.
           move "BITACORA" to WS-TIPO-FUENTE.
           PERFORM pasadaConRespaldo.
           if WS-CORRIDA = 0
               move WS-CORRIDA-MAYOR to WS-CORRIDA
           end-if.
           if WS-CORRIDA not = 0
               move WS-SEG-CORRIDA (WS-CORRIDA) to WS-KP-VENTSEG
           end-if.
           move "SLAVENTANA" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               and WS-CONFIG-VALOR (1:5) is NUMERIC
               move WS-CONFIG-VALOR (1:5) to WS-KP-VENTSLA
           end-if.
           if WS-KP-VENTSLA not = 0
               and WS-KP-VENTSEG > WS-KP-VENTSLA
               compute WS-KP-VENTEXCESO = WS-KP-VENTSEG - WS-KP-VENTSLA
           end-if.
      *    los renglones sin numero de corrida (anteriores a RUNCTL.DAT)
      *    cuentan como corrida 1
       tomarPaso.
           move FUENTE-REC to WS-BITACORA-LAYOUT.
           if EO-FECHA = WS-FECHA-NEGOCIO
               add 1 to WS-LINEAS-DIA
               if EO-SEG is NUMERIC
                   if EO-CORRIDA is NUMERIC and EO-CORRIDA not = 0
                       move EO-CORRIDA to WS-CORRIDA-RENGLON
                   else
                       move 1 to WS-CORRIDA-RENGLON
                   end-if
                   add EO-SEG to WS-SEG-CORRIDA (WS-CORRIDA-RENGLON)
                   if WS-CORRIDA-RENGLON > WS-CORRIDA-MAYOR
                       move WS-CORRIDA-RENGLON to WS-CORRIDA-MAYOR
                   end-if
               end-if
           end-if.
      ******************************************************************
      * excepciones abiertas al dia de negocio: dadas de alta hasta ese
      * dia y no resueltas (o resueltas despues), con la antiguedad de
      * mas de 1, 3 y 7 dias del reporte de excmant.
      ******************************************************************
       calcularExcepciones.
           OPEN INPUT CASOS.
           if WS-ESTADO-CASOS not = "00"
               CLOSE CASOS
           else
               move 0 to EC-ID
               START CASOS KEY IS NOT LESS THAN EC-ID
                   INVALID KEY set FIN-CASOS to true
               END-START
               PERFORM leerCaso UNTIL FIN-CASOS
               CLOSE CASOS
           end-if.
       leerCaso.
           READ CASOS NEXT RECORD
               AT END set FIN-CASOS to true
               NOT AT END
                   if EC-FECHA not > WS-FECHA-NEGOCIO
                       and (EC-ESTADO not = "RESUELTA"
                            or EC-FECHA-RESOL > WS-FECHA-NEGOCIO)
                       add 1 to WS-KP-EXCABIERTAS
                       move EC-FECHA to WS-FECHA-TRABAJO
                       PERFORM fechaADias
                       compute WS-ANTIG-DIAS =
                           WS-DIAS-NEGOCIO - WS-DIAS-RESULTADO
                       if WS-ANTIG-DIAS > 1
                           add 1 to WS-KP-EXCMAS1
                       end-if
                       if WS-ANTIG-DIAS > 3
                           add 1 to WS-KP-EXCMAS3
                       end-if
                       if WS-ANTIG-DIAS > 7
                           add 1 to WS-KP-EXCMAS7
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * aceptacion de la interfaz: los envios del dia de negocio de
      * INTERSEC.DAT con el ultimo estado que les dejo acuse en
      * INTERACK.DAT; sin estado el envio sigue sin acuse.
      ******************************************************************
       calcularInterfaz.
           move "INTERSEC.DAT" to WS-NOMBRE-BASE.
           move "ENVIOS" to WS-TIPO-FUENTE.
           PERFORM pasadaConRespaldo.
           if WS-ENV-CANT not = 0
               move "INTERACK.DAT" to WS-NOMBRE-BASE
               move "ACUSES" to WS-TIPO-FUENTE
               PERFORM pasadaConRespaldo
           end-if.
           PERFORM contarAcuse VARYING WS-ENV-IDX FROM 1 BY 1
               UNTIL WS-ENV-IDX > WS-ENV-CANT.
       tomarEnvio.
           move FUENTE-REC to WS-ENVIOS-LAYOUT.
           if IS-FECHA-NEGOCIO = WS-FECHA-NEGOCIO
               add 1 to WS-LINEAS-DIA
               if WS-ENV-CANT < WS-ENV-MAX
                   add 1 to WS-ENV-CANT
                   move IS-SECUENCIA to WS-ENV-SECUENCIA (WS-ENV-CANT)
                   move spaces to WS-ENV-ESTADO (WS-ENV-CANT)
               end-if
           end-if.
       tomarAcuse.
           move FUENTE-REC to WS-ACUSES-LAYOUT.
           PERFORM anotarAcuse VARYING WS-ENV-IDX FROM 1 BY 1
               UNTIL WS-ENV-IDX > WS-ENV-CANT.
       anotarAcuse.
           if WS-ENV-SECUENCIA (WS-ENV-IDX) = AK-SECUENCIA
               add 1 to WS-LINEAS-DIA
               move AK-ESTADO to WS-ENV-ESTADO (WS-ENV-IDX)
           end-if.
       contarAcuse.
           evaluate WS-ENV-ESTADO (WS-ENV-IDX)
               when "CONFIRMADO"
                   add 1 to WS-KP-IFCONFIRMADO
               when "RECHAZADO"
                   add 1 to WS-KP-IFRECHAZADO
               when other
                   add 1 to WS-KP-IFSINACUSE
           end-evaluate.
      ******************************************************************
      * KPIDIA.CSV: cabecera, un detalle por indicador y dimension en
      * el orden del control, y cola con la cantidad de detalles.
      ******************************************************************
       abrirIndicadores.
           OPEN OUTPUT INDICADORES.
           if WS-ESTADO-INDICADORES not = "00"
               display "kpidia: no se pudo abrir KPIDIA.CSV, estado "
                   WS-ESTADO-INDICADORES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           end-if.
           move spaces to WS-LINEA-INDICADOR.
           STRING "H," WS-FECHA-NEGOCIO "," WS-CORRIDA ","
                  WS-FECHA-PROCESO "," WS-VARIANTE
                  DELIMITED BY SIZE INTO WS-LINEA-INDICADOR.
           WRITE INDICADORES-REC FROM WS-LINEA-INDICADOR.
       cerrarIndicadores.
           move spaces to WS-LINEA-INDICADOR.
           STRING "T," WS-CANT-DETALLES
                  DELIMITED BY SIZE INTO WS-LINEA-INDICADOR.
           WRITE INDICADORES-REC FROM WS-LINEA-INDICADOR.
           CLOSE INDICADORES.
           display "kpidia: KPIDIA.CSV fecha " WS-FECHA-NEGOCIO
               " corrida " WS-CORRIDA " detalles " WS-CANT-DETALLES.
       emitirIndicador.
           move WS-IND-CODIGO (WS-IND-IDX) to WS-KPI-CODIGO.
           move WS-IND-DESCRIPCION (WS-IND-IDX) to WS-KPI-DESCRIPCION.
           move "TOTAL" to WS-KPI-DIMENSION.
           evaluate WS-KPI-CODIGO
               when "TABLAS"
                   move WS-KP-TABLAS to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "TABFILAS"
                   move WS-KP-TABFILAS to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "TABTOTAL"
                   move WS-KP-TABTOTAL to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "CLASIF"
                   PERFORM emitirBanda VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 4
                   move "TOTAL" to WS-KPI-DIMENSION
                   move WS-KP-CLASTOTAL to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "PEDRECIB"
                   PERFORM emitirDepartamento VARYING WS-DEP-IDX
                       FROM 1 BY 1 UNTIL WS-DEP-IDX > WS-DEP-CANT
                   move "TOTAL" to WS-KPI-DIMENSION
                   move WS-KP-PEDRECIB to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "PEDHECHOS"
                   PERFORM emitirDepartamento VARYING WS-DEP-IDX
                       FROM 1 BY 1 UNTIL WS-DEP-IDX > WS-DEP-CANT
                   move "TOTAL" to WS-KPI-DIMENSION
                   move WS-KP-PEDHECHOS to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "PEDERROR"
                   PERFORM emitirDepartamento VARYING WS-DEP-IDX
                       FROM 1 BY 1 UNTIL WS-DEP-IDX > WS-DEP-CANT
                   move "TOTAL" to WS-KPI-DIMENSION
                   move WS-KP-PEDERROR to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "RECHPED"
                   PERFORM emitirDepartamento VARYING WS-DEP-IDX
                       FROM 1 BY 1 UNTIL WS-DEP-IDX > WS-DEP-CANT
                   move "TOTAL" to WS-KPI-DIMENSION
                   move WS-KP-RECHPED to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "RECHENTR"
                   move WS-KP-RECHENTR to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "VENTSEG"
                   move WS-KP-VENTSEG to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "VENTSLA"
                   move WS-KP-VENTSLA to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "VENTEXCESO"
                   move WS-KP-VENTEXCESO to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "EXCABIERTA"
                   move WS-KP-EXCABIERTAS to WS-KPI-VALOR
                   PERFORM grabarDetalle
                   move "MAS1" to WS-KPI-DIMENSION
                   move WS-KP-EXCMAS1 to WS-KPI-VALOR
                   PERFORM grabarDetalle
                   move "MAS3" to WS-KPI-DIMENSION
                   move WS-KP-EXCMAS3 to WS-KPI-VALOR
                   PERFORM grabarDetalle
                   move "MAS7" to WS-KPI-DIMENSION
                   move WS-KP-EXCMAS7 to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when "IFACUSE"
                   move "CONFIRMADO" to WS-KPI-DIMENSION
                   move WS-KP-IFCONFIRMADO to WS-KPI-VALOR
                   PERFORM grabarDetalle
                   move "RECHAZADO" to WS-KPI-DIMENSION
                   move WS-KP-IFRECHAZADO to WS-KPI-VALOR
                   PERFORM grabarDetalle
                   move "SINACUSE" to WS-KPI-DIMENSION
                   move WS-KP-IFSINACUSE to WS-KPI-VALOR
                   PERFORM grabarDetalle
                   move "TOTAL" to WS-KPI-DIMENSION
                   move WS-ENV-CANT to WS-KPI-VALOR
                   PERFORM grabarDetalle
               when other
                   display "kpidia: indicador desconocido "
                       WS-KPI-CODIGO " en KPICTL.DAT, se saltea"
                   if WS-RC < 4
                       move 4 to WS-RC
                   end-if
           end-evaluate.
       emitirBanda.
           move WS-BANDA-NOMBRE (WS-IDX) to WS-KPI-DIMENSION.
           move WS-KP-BANDA (WS-IDX) to WS-KPI-VALOR.
           PERFORM grabarDetalle.
       emitirDepartamento.
           move WS-DEP-CODIGO (WS-DEP-IDX) to WS-KPI-DIMENSION.
           evaluate WS-KPI-CODIGO
               when "PEDRECIB"
                   move WS-DEP-RECIBIDOS (WS-DEP-IDX) to WS-KPI-VALOR
               when "PEDHECHOS"
                   move WS-DEP-HECHOS (WS-DEP-IDX) to WS-KPI-VALOR
               when "PEDERROR"
                   move WS-DEP-ERRORES (WS-DEP-IDX) to WS-KPI-VALOR
               when other
                   move WS-DEP-RECHAZOS (WS-DEP-IDX) to WS-KPI-VALOR
           end-evaluate.
           PERFORM grabarDetalle.
       grabarDetalle.
           move spaces to WS-LINEA-INDICADOR.
           STRING "D," DELIMITED BY SIZE
                  WS-KPI-CODIGO DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-KPI-DIMENSION DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-KPI-VALOR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-KPI-DESCRIPCION DELIMITED BY "  "
                  INTO WS-LINEA-INDICADOR.
           WRITE INDICADORES-REC FROM WS-LINEA-INDICADOR.
           add 1 to WS-CANT-DETALLES.
       fechaADias.
           compute WS-ANIO-CUARTO = WS-FT-ANIO / 4.
           compute WS-DIAS-RESULTADO = WS-FT-ANIO * 365
               + WS-ANIO-CUARTO
               + WS-MES-ACUM (WS-FT-MES)
               + WS-FT-DIA.
       END PROGRAM kpidia.
