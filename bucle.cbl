      * Purpose: genera tablas de multiplicar
      * Tectonics: cobc -x -o tablas bucle.cbl editlib.cbl numchk.cbl
      *            auditlog.cbl fechalib.cbl configlib.cbl errlib.cbl
      *            tarifalib.cbl
      * Modification History:
      *   09/08/2026 - se agrega archivo de salida TABLA-SALIDA con
      *                el detalle de cada fila de la tabla, para poder
      *                valor compilado queda solo como respaldo. LOGMAX
      *                se acota a 500, el tamano de la tabla del
      *                resumen.
      *   15/10/2026 - la cola tiene un estado nuevo, RETENIDO: un
      *                pedido que paso la cuota diaria de su
      *                departamento (gateway/colamant contra
      *                DEPTOMAE.DAT) queda con la fecha de alta del dia
      *                habil siguiente. Al abrir la cola se devuelven a
      *                PENDIENTE los retenidos cuya fecha de alta ya
      *                llego a la fecha de proceso.
      *   15/10/2026 - modo lista de precios: con un codigo de tarifa
      *                de VCREF.DAT (PM-TARIFA en TABLASPM.DAT,
      *                QE-TARIFA en la cola o pedido por pantalla;
      *                blanco = tabla comun) cada fila sale con numero,
      *                multiplicador, resultado y el importe resultado *
      *                tarifa vigente a la fecha de proceso (tarifalib),
      *                en el reporte paginado LISTAPRE.DAT (tarifa,
      *                vigencia y valor en el encabezado) y en el spool
      *                si se pidio. Cada lista deja un renglon en
      *                LISTAREG.DAT con la vigencia usada, para poder
      *                reproducir una cotizacion discutida. Una lista no
      *                es una tabla del dia: no se archiva en
      *                TABLASAL.DAT ni en TABLAIX.DAT, no suma a los
      *                totales, no cuenta como duplicado y no deja
      *                checkpoint. Sin tarifa vigente o con un valor que
      *                no es importe la lista no se genera y el pedido
      *                queda ERROR. El registro de TABLASPM.DAT crece
      *                con PM-TARIFA al final.
      *   15/10/2026 - operaciones ademas de la multiplicacion: suma
      *                (+), resta (-), potencia (^) y division entera
      *                (/), elegidas por pantalla, en TABLASPM.DAT
      *                (PM-OPERACION), en la cola (QE-OPERACION) o en el
      *                checkpoint (RE-OPERACION); blanco = * como
      *                siempre, y el modo batch de NUMEROS.DAT sigue
      *                siendo de multiplicar. calculos resuelve la
      *                operacion con la misma proteccion de desborde;
      *                una resta con multiplicador mayor que el numero
      *                quedaria negativa y se trata como desborde. La
      *                operacion se graba en cada fila de TABLASAL.DAT
      *                (TS-OPERACION al final del registro, que pasa a
      *                19 posiciones) y en la clave de TABLAIX.DAT
      *                (fecha+numero+operacion+multiplicador), en el
      *                reporte, el CSV y la lista de precios; el
      *                control de duplicados es por numero y operacion.
      *                Los archivos acumulados se llevan al formato
      *                nuevo una sola vez con convoper.
      *   15/10/2026 - cada pedido de la cola que termina (HECHO, ERROR
      *                o DUPLICADO) deja un renglon PEDIDO en la
      *                auditoria comun con su QE-ID y el estado final:
      *                la fecha, la hora y el numero de corrida del
      *                renglon son los que usa linaje para contar que
      *                corrida produjo el pedido.
      *   15/10/2026 - cada renglon del spool TABLASPL.DAT lleva al
      *                final la ruta de impresion que usa despool: tipo
      *                de trabajo (TABLA o LISTA) y el departamento
      *                solicitante del pedido de la cola (QE-ORIGEN).
      *   15/10/2026 - en modo cola se liberan tambien los pedidos
      *                DIFERIDO (llegaron despues de la hora de corte)
      *                cuando llega su dia de alta, igual que los
      *                RETENIDO por cuota.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tablas.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
           SELECT LISTA-PRECIOS ASSIGN TO "LISTAPRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LISTA.
           SELECT REGISTRO-LISTAS ASSIGN TO "LISTAREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REGLISTA.
           SELECT INDICE-TABLAS ASSIGN TO "TABLAIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  TS-NUMERO           PIC 9(2).
           05  TS-MULTIPLICADOR    PIC 9(3).
           05  TS-RESULTADO        PIC 9(5).
           05  TS-OPERACION        PIC X(01).
       FD  NUMEROS-ENTRADA.
       01  NUMEROS-ENTRADA-REC.
           05  NE-NUMERO           PIC 9(2).
           05  RE-MULTIPLICADOR    PIC 9(3).
           05  RE-LIMITE-SUP       PIC 9(3).
           05  RE-FECHA            PIC 9(8).
           05  RE-OPERACION        PIC X(01).
       FD  TABLA-REPORTE.
       01  TABLA-REPORTE-REC       PIC X(60).
       FD  TABLA-CSV.
       01  TABLA-CSV-REC           PIC X(40).
       FD  PARAMETROS.
       01  PARAMETROS-REC.
           05  PM-NUMERO           PIC 9(2).
           05  PM-SALIR            PIC X(01).
           05  PM-SPOOL            PIC X(01).
           05  PM-SIMULACION       PIC X(01).
           05  PM-TARIFA           PIC X(10).
           05  PM-OPERACION        PIC X(01).
       FD  SPOOL-TABLAS.
       01  SPOOL-TABLAS-REC.
           05  SP-CONTROL          PIC X(01).
           05  SP-FECHA            PIC 9(08).
           05  SP-IMPRESO          PIC X(01).
           05  SP-TEXTO            PIC X(60).
           05  SP-TIPO             PIC X(10).
           05  SP-DEPTO            PIC X(10).
           05  SP-DESTINO          PIC X(10).
       FD  EXCEP-TALLER.
       01  EXCEP-TALLER-REC.
           05  EXT-FECHA           PIC 9(08).
           05  QE-FECHA-ESTADO     PIC 9(08).
           05  QE-ORIGEN           PIC X(06).
           05  QE-RESPONDIDO       PIC X(01).
           05  QE-TARIFA           PIC X(10).
           05  QE-OPERACION        PIC X(01).
       FD  LISTA-PRECIOS.
       01  LISTA-PRECIOS-REC       PIC X(60).
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
       FD  INDICE-TABLAS.
       01  INDICE-TABLAS-REC.
           05  TX-CLAVE.
               10  TX-FECHA        PIC 9(8).
               10  TX-NUMERO       PIC 9(2).
               10  TX-OPERACION    PIC X(01).
               10  TX-MULTIPLICADOR PIC 9(3).
           05  TX-RESULTADO        PIC 9(5).
       FD  CONSULTA-TABLAS.
           05  CQ-NUMERO           PIC 9(2).
           05  CQ-MULTIPLICADOR    PIC 9(3).
           05  CQ-RESULTADO        PIC 9(5).
           05  CQ-OPERACION        PIC X(01).
       FD  HISTORIAL.
       01  HISTORIAL-REC.
           05  TH-FECHA            PIC 9(08).
       01  WS-LOG-LLENO            PIC X(01) VALUE "N".
           88  LOG-LLENO           VALUE "S".
       01  WS-LOG-NUMEROS.
           05  WS-LOG-ENTRADA OCCURS 500 TIMES.
               10  WS-LOG-NUMERO   PIC 9(2).
               10  WS-LOG-OPERACION PIC X(01).
       01  WS-EDITLIB-VALOR        PIC 9(09).
       01  WS-EDITLIB-MIN          PIC 9(09) VALUE 1.
       01  WS-EDITLIB-MAX          PIC 9(09) VALUE 999.
       01  WS-ERR-ARCHIVO         PIC X(12).
       01  WS-ERR-OPERACION       PIC X(10).
       01  WS-ERR-ESTADO          PIC X(02).
       01  WS-ESTADO-LISTA         PIC X(02).
       01  WS-ESTADO-REGLISTA      PIC X(02).
       01  WS-LISTA-ABIERTA        PIC X(01) VALUE "N".
           88  LISTA-ABIERTA       VALUE "S".
       01  WS-TARIFA-CODIGO        PIC X(10) VALUE SPACES.
       01  WS-TARIFA-VIGENCIA      PIC 9(08) VALUE 0.
       01  WS-TARIFA-VALOR         PIC X(10) VALUE SPACES.
       01  WS-TARIFA-IMPORTE       PIC 9(07)V99 VALUE 0.
       01  WS-TARIFA-HALLADO       PIC X(01) VALUE "N".
           88  TARIFA-VIGENTE      VALUE "S".
       01  WS-IMPORTE-FILA         PIC 9(11)V99 VALUE 0.
       01  WS-IMPORTE-EDIT         PIC Z(10)9.99.
       01  WS-PAGINA-LISTA         PIC 9(03) VALUE 0.
       01  WS-FILAS-LISTA          PIC 9(03) VALUE 0.
       01  WS-DESB-LISTA           PIC 9(03) VALUE 0.
       01  WS-CANT-LISTAS          PIC 9(03) VALUE 0.
       01  WS-LISTA-PEDIDO         PIC 9(04) VALUE 0.
       01  WS-LISTA-ORIGEN         PIC X(06) VALUE SPACES.
       01  WS-TIPO-SPOOL           PIC X(10) VALUE "TABLA".
      *    operacion de la tabla: * multiplicar, + sumar, - restar,
      *    ^ potencia, / division entera
       01  WS-OPERACION            PIC X(01) VALUE "*".
           88  OPER-SUMA           VALUE "+".
           88  OPER-RESTA          VALUE "-".
           88  OPER-POTENCIA       VALUE "^".
           88  OPER-DIVISION       VALUE "/".
           88  OPERACION-VALIDA    VALUE "*" "+" "-" "^" "/".
       01  WS-NOMBRE-OPERACION     PIC X(12) VALUE "multiplicar".
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               CALL "fechalib" USING WS-FECHA-PROCESO.
                   OPEN OUTPUT TABLA-CSV
                   CLOSE TABLA-CSV
                   OPEN EXTEND TABLA-CSV
                   move "NUMERO,MULTIPLICADOR,RESULTADO,OPERACION"
                       to TABLA-CSV-REC
                   WRITE TABLA-CSV-REC
               end-if.
               end-if.
      *    ademas de buscar pedidos PENDIENTE, devuelve a PENDIENTE
      *    los que quedaron CORRIENDO de una corrida abendada de otra
      *    fecha de proceso, para que no queden clavados para siempre, y
      *    libera los RETENIDO por cuota y los DIFERIDO por hora de
      *    corte cuyo dia de alta ya llego.
           buscaPendiente.
               READ COLA NEXT RECORD
                   AT END set FIN-COLA to true
                           move WS-FECHA-PROCESO to QE-FECHA-ESTADO
                           REWRITE COLA-REC
                       end-if
                       if QE-ESTADO = "RETENIDO"
                           and QE-FECHA-ALTA <= WS-FECHA-PROCESO
                           DISPLAY "cola: el pedido " QE-ID
                               " retenido por cuota se libera"
                           move "PENDIENTE" to QE-ESTADO
                           move WS-FECHA-PROCESO to QE-FECHA-ESTADO
                           REWRITE COLA-REC
                       end-if
                       if QE-ESTADO = "DIFERIDO"
                           and QE-FECHA-ALTA <= WS-FECHA-PROCESO
                           DISPLAY "cola: el pedido " QE-ID
                               " diferido por hora de corte se libera"
                           move "PENDIENTE" to QE-ESTADO
                           move WS-FECHA-PROCESO to QE-FECHA-ESTADO
                           REWRITE COLA-REC
                       end-if
                       if QE-ESTADO = "PENDIENTE"
                           set HAY-PENDIENTE to true
                       end-if
               move QE-LIMITE-SUP to WS-LIMITE-SUP.
               move QE-SPOOL to WS-MODO-SPOOL.
               move QE-SIMULACION to WS-MODO-SIMULACION.
               move QE-TARIFA to WS-TARIFA-CODIGO.
               move QE-ID to WS-LISTA-PEDIDO.
               move QE-ORIGEN to WS-LISTA-ORIGEN.
               move QE-OPERACION to WS-OPERACION.
               PERFORM normalizaOperacion.
               evaluate true
                   when not OPERACION-VALIDA
                       PERFORM rechazaOperacionCola
                   when WS-TARIFA-CODIGO not = spaces
                       PERFORM procesaListaCola
                   when other
                       PERFORM procesaTablaCola
               end-evaluate.
               move "PEDIDO" to WS-AUDIT-CAMPO.
               move spaces to WS-AUDIT-VALOR.
               STRING "pedido=" QE-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-VALOR.
               move QE-ESTADO to WS-AUDIT-RESULTADO.
               PERFORM registraAuditoria.
           rechazaOperacionCola.
               DISPLAY "cola: el pedido " QE-ID " trae la operacion "
                   "invalida '" QE-OPERACION "', queda ERROR".
               move "ERROR" to QE-ESTADO.
               set HUBO-PEDIDO-ERROR to true.
               move WS-FECHA-SPOOL to QE-FECHA-ESTADO.
               REWRITE COLA-REC.
           procesaTablaCola.
               PERFORM controlaDuplicado.
               if not GENERAR-TABLA
                   move "DUPLICADO" to QE-ESTADO
                   move WS-FECHA-SPOOL to QE-FECHA-ESTADO
                   REWRITE COLA-REC
               end-if.
      *    una lista de precios sin tarifa vigente no se genera y el
      *    pedido queda ERROR para que la pasarela lo informe.
           procesaListaCola.
               PERFORM reiniciaPrograma.
               PERFORM buscaTarifa.
               if not TARIFA-VIGENTE
                   move "ERROR" to QE-ESTADO
               else
                   if not MODO-SIMULACION
                       set HUBO-PEDIDO-REAL to true
                   end-if
                   move WS-CANT-DESBORDES to WS-DESB-ENTRADA
                   PERFORM mostrarTabla
                   if WS-CANT-DESBORDES > WS-DESB-ENTRADA
                       move "ERROR" to QE-ESTADO
                       set HUBO-PEDIDO-ERROR to true
                   else
                       move "HECHO" to QE-ESTADO
                   end-if
               end-if.
               move WS-FECHA-SPOOL to QE-FECHA-ESTADO.
               REWRITE COLA-REC.
           procesaTabla.
               PERFORM inicio.
               if not TERMINAR
                   if WS-TARIFA-CODIGO not = spaces
                       perform reiniciaPrograma
                       PERFORM buscaTarifa
                       if TARIFA-VIGENTE
                           PERFORM mostrarTabla
                       end-if
                   else
                       PERFORM controlaDuplicado
                       if GENERAR-TABLA
                           perform reiniciaPrograma
                           PERFORM mostrarTabla
                       end-if
                   end-if
               end-if.
      ******************************************************************
               end-if.
           buscaDupSesion.
               if WS-LOG-NUMERO (WS-LOG-IDX) = numero
                   and WS-LOG-OPERACION (WS-LOG-IDX) = WS-OPERACION
                   set HAY-DUPLICADO to true
               end-if.
           buscaDupIndice.
               move WS-FECHA-SPOOL to TX-FECHA.
               move numero to TX-NUMERO.
               move WS-OPERACION to TX-OPERACION.
               move 0 to TX-MULTIPLICADOR.
               START INDICE-TABLAS KEY IS NOT LESS THAN TX-CLAVE
                   INVALID KEY CONTINUE
                       NOT AT END
                           if TX-FECHA = WS-FECHA-SPOOL
                               and TX-NUMERO = numero
                               and TX-OPERACION = WS-OPERACION
                               set HAY-DUPLICADO to true
                           end-if
                   END-READ
                   NOT AT END
                       if CQ-FECHA = WS-FECHA-SPOOL
                           and CQ-NUMERO = numero
                           and CQ-OPERACION = WS-OPERACION
                           set HAY-DUPLICADO to true
                           set FIN-CONSULTA to true
                       end-if
               END-READ.
           resolverDuplicado.
               DISPLAY "la tabla del " numero " (" WS-OPERACION
                   ") ya se genero hoy".
               move "DUPLICADO" to WS-AUDIT-CAMPO.
               move spaces to WS-AUDIT-VALOR.
               STRING numero " " WS-OPERACION
                   DELIMITED BY SIZE INTO WS-AUDIT-VALOR.
               if MODO-BATCH or MODO-PARAM or MODO-COLA
                   DISPLAY "se saltea para no duplicar el archivo"
                       " del dia"
                       set TERMINAR to true
                   else
                       set PARAM-USADO to true
                       move PM-TARIFA to WS-TARIFA-CODIGO
                   end-if
               else if MODO-BATCH
                   PERFORM introduceNumero
                       move "continua" to WS-AUDIT-RESULTADO
                       PERFORM registraAuditoria
                       PERFORM introduceNumero
                       PERFORM introduceOperacion
                       PERFORM introduceRango
                       PERFORM introduceTarifa
                   end-if
               end-if
               end-if.
           finalizar.
                   PERFORM imprimeResumen.
                   DISPLAY "total de la sesion: " WS-TOTAL-SESION.
                   if WS-CANT-LISTAS > 0
                       DISPLAY "listas de precios generadas: "
                           WS-CANT-LISTAS
                   end-if.
                   if MODO-COLA
                       if HUBO-PEDIDO-REAL
                           PERFORM grabaHistorial
                   if INDICE-ABIERTO
                       CLOSE INDICE-TABLAS
                   end-if.
                   if LISTA-ABIERTA
                       CLOSE LISTA-PRECIOS
                       CLOSE REGISTRO-LISTAS
                   end-if.
                   if MODO-BATCH
                       CLOSE NUMEROS-ENTRADA
                   end-if.
                   else
                       compute multiplicador = WS-LIMITE-INF - 1
                   end-if.
                   if WS-TARIFA-CODIGO = spaces
                       PERFORM registraLog
                   end-if.
           registraLog.
               if WS-LOG-CANT < WS-LOG-MAX
                   add 1 to WS-LOG-CANT
                   move numero to WS-LOG-NUMERO (WS-LOG-CANT)
                   move WS-OPERACION to WS-LOG-OPERACION (WS-LOG-CANT)
               else
                   if not LOG-LLENO
                       DISPLAY "resumen de sesion: se alcanzo el"
               move spaces to EXT-TEXTO.
               STRING "desborde numero=" numero
                      " multiplicador=" multiplicador
                      " operacion=" WS-OPERACION
                      DELIMITED BY SIZE INTO EXT-TEXTO.
               move WS-CORRIDA to EXT-CORRIDA.
               WRITE EXCEP-TALLER-REC.
               if INDICE-ABIERTO
                   move WS-FECHA-SPOOL to TX-FECHA
                   move numero to TX-NUMERO
                   move WS-OPERACION to TX-OPERACION
                   move multiplicador to TX-MULTIPLICADOR
                   move resultado to TX-RESULTADO
                   WRITE INDICE-TABLAS-REC
           grabaSpool.
               move WS-FECHA-SPOOL to SP-FECHA.
               move "N" to SP-IMPRESO.
               move WS-TIPO-SPOOL to SP-TIPO.
               move spaces to SP-DEPTO SP-DESTINO.
               if MODO-COLA
                   move WS-LISTA-ORIGEN to SP-DEPTO
               end-if.
               WRITE SPOOL-TABLAS-REC.
           registraAuditoria.
               if not MODO-SIMULACION
                       " siguientes de esta sesion)"
               end-if.
           imprimeLogFila.
               DISPLAY "  tabla del " WS-LOG-NUMERO (WS-LOG-IDX)
                   " (" WS-LOG-OPERACION (WS-LOG-IDX) ")".
      ******************************************************************
      *    tarifa vigente a la fecha de proceso para la lista de
      *    precios, con la misma regla de vigencia de buscarVigente;
      *    la busqueda y su resultado quedan en la auditoria.
      ******************************************************************
           buscaTarifa.
               CALL "tarifalib" USING WS-TARIFA-CODIGO WS-FECHA-PROCESO
                   WS-TARIFA-VIGENCIA WS-TARIFA-VALOR WS-TARIFA-IMPORTE
                   WS-TARIFA-HALLADO.
               move "TARIFA" to WS-AUDIT-CAMPO.
               move WS-TARIFA-CODIGO to WS-AUDIT-VALOR.
               move spaces to WS-AUDIT-RESULTADO.
               if TARIFA-VIGENTE
                   STRING "vigencia " WS-TARIFA-VIGENCIA
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
               else
                   set HUBO-PEDIDO-ERROR to true
                   if WS-TARIFA-HALLADO = "I"
                       DISPLAY "la tarifa " WS-TARIFA-CODIGO
                           " tiene un valor que no es importe ("
                           WS-TARIFA-VALOR "), lista no generada"
                       move "valor invalido" to WS-AUDIT-RESULTADO
                   else
                       DISPLAY "no hay tarifa " WS-TARIFA-CODIGO
                           " vigente al " WS-FECHA-PROCESO
                           ", lista no generada"
                       move "sin vigencia" to WS-AUDIT-RESULTADO
                   end-if
               end-if.
               PERFORM registraAuditoria.
           listaPrecios.
               move 0 to WS-PAGINA-LISTA WS-FILAS-LISTA WS-DESB-LISTA.
               if not MODO-SIMULACION and not LISTA-ABIERTA
                   PERFORM abreListaPrecios
               end-if.
               PERFORM encabezadoLista.
               PERFORM calculosPrecio.
               add 1 to WS-CANT-LISTAS.
               if not MODO-SIMULACION
                   PERFORM grabaRegistroLista
               end-if.
           abreListaPrecios.
               OPEN EXTEND LISTA-PRECIOS.
               if WS-ESTADO-LISTA = "35"
                   OPEN OUTPUT LISTA-PRECIOS
                   CLOSE LISTA-PRECIOS
                   OPEN EXTEND LISTA-PRECIOS
               end-if.
               OPEN EXTEND REGISTRO-LISTAS.
               if WS-ESTADO-REGLISTA = "35"
                   OPEN OUTPUT REGISTRO-LISTAS
                   CLOSE REGISTRO-LISTAS
                   OPEN EXTEND REGISTRO-LISTAS
               end-if.
               set LISTA-ABIERTA to true.
           encabezadoLista.
               add 1 to WS-PAGINA-LISTA.
               move 0 to WS-LINEAS-PAGINA.
               move spaces to WS-LINEA-FILA.
               STRING "lista de precios - tabla " numero
                   "  fecha " WS-FECHA-PROCESO
                   "  pag " WS-PAGINA-LISTA "  op " WS-OPERACION
                   DELIMITED BY SIZE INTO WS-LINEA-FILA.
               move "1" to SP-CONTROL.
               PERFORM grabaLineaLista.
               move spaces to WS-LINEA-FILA.
               STRING "tarifa: " WS-TARIFA-CODIGO
                   "  vigencia: " WS-TARIFA-VIGENCIA
                   "  valor: " WS-TARIFA-VALOR
                   DELIMITED BY SIZE INTO WS-LINEA-FILA.
               move " " to SP-CONTROL.
               PERFORM grabaLineaLista.
               move "nro   mult   resultado           importe"
                   to WS-LINEA-FILA.
               PERFORM grabaLineaLista.
               move all "-" to WS-LINEA-FILA.
               PERFORM grabaLineaLista.
           grabaLineaLista.
               if not MODO-SIMULACION
                   move WS-LINEA-FILA to LISTA-PRECIOS-REC
                   WRITE LISTA-PRECIOS-REC
                   if MODO-SPOOL
                       move WS-LINEA-FILA to SP-TEXTO
                       move "LISTA" to WS-TIPO-SPOOL
                       PERFORM grabaSpool
                       move "TABLA" to WS-TIPO-SPOOL
                   end-if
               end-if.
      ******************************************************************
      *    misma proteccion de desborde que calculos, sobre el
      *    resultado y sobre el importe; la fila desbordada queda
      *    marcada en la lista y va a las excepciones del taller.
      ******************************************************************
           calculosPrecio.
               add 1 to multiplicador.
               PERFORM calculaResultado.
               if not HUBO-DESBORDE
                   compute WS-IMPORTE-FILA rounded
                       = resultado * WS-TARIFA-IMPORTE
                       ON SIZE ERROR
                           move "S" to WS-DESBORDE
                   END-COMPUTE
               end-if.
               move " " to SP-CONTROL.
               move spaces to WS-LINEA-FILA.
               if HUBO-DESBORDE
                   DISPLAY "desborde: " numero " " WS-OPERACION " "
                       multiplicador " en la lista de precios, fila"
                       " omitida"
                   add 1 to WS-CANT-DESBORDES
                   add 1 to WS-DESB-LISTA
                   if not MODO-SIMULACION
                       PERFORM grabaExcepcionTaller
                   end-if
                   STRING numero " " WS-OPERACION "  " multiplicador
                       "    *** desborde, fila omitida ***"
                       DELIMITED BY SIZE INTO WS-LINEA-FILA
               else
                   add 1 to WS-FILAS-LISTA
                   move WS-IMPORTE-FILA to WS-IMPORTE-EDIT
                   DISPLAY numero WS-OPERACION multiplicador ":"
                       resultado " importe " WS-IMPORTE-EDIT
                   STRING numero " " WS-OPERACION "  " multiplicador
                       "    " resultado
                       "    " WS-IMPORTE-EDIT
                       DELIMITED BY SIZE INTO WS-LINEA-FILA
               end-if.
               PERFORM grabaLineaLista.
               add 1 to WS-LINEAS-PAGINA.
               if WS-LINEAS-PAGINA >= WS-MAX-LINEAS
                   and multiplicador < WS-LIMITE-SUP
                   PERFORM encabezadoLista
               end-if.
               if multiplicador < WS-LIMITE-SUP
                   go to calculosPrecio.
           grabaRegistroLista.
               move spaces to REGISTRO-LISTAS-REC.
               move WS-FECHA-PROCESO to LR-FECHA.
               move numero to LR-NUMERO.
               move WS-LIMITE-INF to LR-LIMITE-INF.
               move WS-LIMITE-SUP to LR-LIMITE-SUP.
               move WS-TARIFA-CODIGO to LR-TARIFA.
               move WS-TARIFA-VIGENCIA to LR-VIGENCIA.
               move WS-TARIFA-VALOR to LR-VALOR.
               move WS-FILAS-LISTA to LR-FILAS.
               move WS-DESB-LISTA to LR-DESBORDES.
               if MODO-COLA
                   move WS-LISTA-PEDIDO to LR-PEDIDO
                   move WS-LISTA-ORIGEN to LR-ORIGEN
               else
                   move 0 to LR-PEDIDO
               end-if.
               move WS-CORRIDA to LR-CORRIDA.
               move WS-OPERACION to LR-OPERACION.
               WRITE REGISTRO-LISTAS-REC.
           mostrarTabla.
                   display "la tabla del" numero ";".
                   if WS-TARIFA-CODIGO not = spaces
                       PERFORM listaPrecios
                   else
                       PERFORM encabezadoPagina
                       PERFORM calculos
                   end-if.
           encabezadoPagina.
               add 1 to WS-NRO-PAGINA.
               move 0 to WS-LINEAS-PAGINA.
                   end-if
               end-if.
               move spaces to TABLA-REPORTE-REC.
               STRING "tabla de " DELIMITED BY SIZE
                   WS-NOMBRE-OPERACION DELIMITED BY SPACE
                   " del numero " numero
                   DELIMITED BY SIZE INTO TABLA-REPORTE-REC.
               if not MODO-SIMULACION
                   WRITE TABLA-REPORTE-REC
               end-if.
           calculos.
               add 1 to multiplicador.
               PERFORM calculaResultado.
               if HUBO-DESBORDE
                   DISPLAY "desborde: " numero " " WS-OPERACION " "
                       multiplicador
                   DISPLAY "resultado fuera de rango, fila omitida"
                   add 1 to WS-CANT-DESBORDES
                   if not MODO-SIMULACION
                       PERFORM grabaExcepcionTaller
                   end-if
               end-if.
               if not HUBO-DESBORDE
                   DISPLAY numero WS-OPERACION multiplicador ":"
                       resultado
                   add resultado to WS-TOTAL-SESION
                   if not MODO-SIMULACION
                       add resultado to WS-TOTAL-REAL
                   end-if
                   move spaces to WS-LINEA-FILA
                   STRING numero " " WS-OPERACION " " multiplicador
                       " = " resultado
                       DELIMITED BY SIZE INTO WS-LINEA-FILA
                   if not MODO-SIMULACION
                       move WS-FECHA-SPOOL to TS-FECHA
                       move numero to TS-NUMERO
                       move multiplicador to TS-MULTIPLICADOR
                       move resultado to TS-RESULTADO
                       move WS-OPERACION to TS-OPERACION
                       WRITE TABLA-SALIDA-REC
                       PERFORM grabaIndice
                       PERFORM grabaReinicio
                       end-if
                       move spaces to TABLA-CSV-REC
                       STRING numero "," multiplicador "," resultado
                           "," WS-OPERACION
                           DELIMITED BY SIZE INTO TABLA-CSV-REC
                       WRITE TABLA-CSV-REC
                   end-if
                       move PM-NUMERO to numero
                       move PM-LIMITE-INF to WS-LIMITE-INF
                       move PM-LIMITE-SUP to WS-LIMITE-SUP
                       move PM-OPERACION to WS-OPERACION
                       PERFORM normalizaOperacion
                       if not OPERACION-VALIDA
                           DISPLAY "operacion invalida en TABLASPM.DAT:"
                               " " PM-OPERACION
                           move "S" to WS-PARAM-SALIR
                           set HUBO-PEDIDO-ERROR to true
                       end-if
                   end-if
                   CLOSE PARAMETROS
               end-if.
                               " corrida es en modo batch"
                       else if MODO-PARAM
                           if RE-NUMERO = numero
                               and RE-OPERACION = WS-OPERACION
                               move RE-MULTIPLICADOR to multiplicador
                               move RE-LIMITE-SUP to WS-LIMITE-SUP
                               set REANUDANDO to true
                           end-if
                       else
                           move RE-NUMERO to numero
                           move RE-OPERACION to WS-OPERACION
                           PERFORM normalizaOperacion
                           move RE-MULTIPLICADOR to multiplicador
                           move RE-LIMITE-SUP to WS-LIMITE-SUP
                           set REANUDANDO to true
               move multiplicador to RE-MULTIPLICADOR.
               move WS-LIMITE-SUP to RE-LIMITE-SUP.
               move WS-FECHA-SPOOL to RE-FECHA.
               move WS-OPERACION to RE-OPERACION.
               WRITE REINICIO-REC.
               CLOSE REINICIO.
           borraReinicio.
               OPEN OUTPUT REINICIO.
               move 0 to RE-NUMERO RE-MULTIPLICADOR RE-LIMITE-SUP
                   RE-FECHA.
               move space to RE-OPERACION.
               WRITE REINICIO-REC.
               CLOSE REINICIO.
           introduceRango.
               end-if.
               move "aceptado" to WS-AUDIT-RESULTADO.
               PERFORM registraAuditoria.
           introduceOperacion.
               DISPLAY "operacion: * multiplicar, + sumar, - restar,"
                   " ^ potencia, / dividir (blanco = *)".
               ACCEPT WS-OPERACION.
               PERFORM normalizaOperacion.
               move "OPERACION" to WS-AUDIT-CAMPO.
               move WS-OPERACION to WS-AUDIT-VALOR.
               if not OPERACION-VALIDA
                   DISPLAY "operacion invalida, ingrese otra"
                   move "invalido" to WS-AUDIT-RESULTADO
                   PERFORM registraAuditoria
                   go to introduceOperacion
               end-if.
               move "aceptado" to WS-AUDIT-RESULTADO.
               PERFORM registraAuditoria.
      *    blanco es la multiplicacion de siempre (registros anteriores
      *    a las operaciones); deja el nombre para el encabezado.
           normalizaOperacion.
               if WS-OPERACION = space
                   move "*" to WS-OPERACION
               end-if.
               evaluate true
                   when OPER-SUMA
                       move "sumar" to WS-NOMBRE-OPERACION
                   when OPER-RESTA
                       move "restar" to WS-NOMBRE-OPERACION
                   when OPER-POTENCIA
                       move "potencias" to WS-NOMBRE-OPERACION
                   when OPER-DIVISION
                       move "dividir" to WS-NOMBRE-OPERACION
                   when other
                       move "multiplicar" to WS-NOMBRE-OPERACION
               end-evaluate.
      ******************************************************************
      *    resultado de la fila segun la operacion de la tabla; todo lo
      *    que no entra en el resultado (o la resta que quedaria
      *    negativa) vuelve con WS-DESBORDE en "S".
      ******************************************************************
           calculaResultado.
               move "N" to WS-DESBORDE.
               evaluate true
                   when OPER-SUMA
                       compute resultado = numero + multiplicador
                           ON SIZE ERROR move "S" to WS-DESBORDE
                       END-COMPUTE
                   when OPER-RESTA
                       if multiplicador > numero
                           move "S" to WS-DESBORDE
                       else
                           compute resultado = numero - multiplicador
                       end-if
                   when OPER-POTENCIA
                       compute resultado = numero ** multiplicador
                           ON SIZE ERROR move "S" to WS-DESBORDE
                       END-COMPUTE
                   when OPER-DIVISION
                       divide numero by multiplicador giving resultado
                           ON SIZE ERROR move "S" to WS-DESBORDE
                       END-DIVIDE
                   when other
                       compute resultado = numero * multiplicador
                           ON SIZE ERROR move "S" to WS-DESBORDE
                       END-COMPUTE
               end-evaluate.
           introduceTarifa.
               DISPLAY "codigo de tarifa para lista de precios"
                   " (blanco = tabla comun)".
               ACCEPT WS-TARIFA-CODIGO.
               move "LISTAPRECIO" to WS-AUDIT-CAMPO.
               move WS-TARIFA-CODIGO to WS-AUDIT-VALOR.
               if WS-TARIFA-CODIGO = spaces
                   move "tabla comun" to WS-AUDIT-RESULTADO
               else
                   move "aceptado" to WS-AUDIT-RESULTADO
               end-if.
               PERFORM registraAuditoria.
           introduceNumero.
               if MODO-BATCH
                   READ NUMEROS-ENTRADA INTO numero
