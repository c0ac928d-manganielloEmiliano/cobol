      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: historia y variacion de tarifas de VCREF.DAT - VCREF
      *          guarda cada vigencia y vcimport carga planillas
      *          enteras de una vez, pero nadie veia como se movio una
      *          tarifa en el anio ni que una importacion subio CIEN un
      *          900% por una coma corrida. El reporte VCHISREP.DAT
      *          (60 columnas, entra al paquete del supervisor) tiene:
      *            (1) por codigo, cada vigencia con su valor, la
      *                diferencia contra el valor anterior en importe y
      *                en porcentaje y quien lo cargo (programa y fecha
      *                del renglon de AUDITORI.DAT que lo asento: vcmant
      *                y vcimport auditan cada alta con su vigencia; se
      *                leen las generaciones de AUDITORI.DAT del
      *                catalogo GENCAT.DAT y despues el vivo, porque
      *                genroll vacia el vivo cada noche);
      *                marca T = cambio mayor a la tolerancia (clave
      *                VCTOLERA de CONFIG.DAT, porcentaje, 20 de
      *                respaldo), F = vigencia futura que todavia no
      *                rige
      *            (2) atencion: los renglones marcados
      *            (3) variacion: el valor vigente de cada codigo en
      *                dos fechas lado a lado (claves VCFECHA1 y
      *                VCFECHA2 de CONFIG.DAT, AAAAMMDD; de respaldo el
      *                cierre del anio anterior y la fecha de proceso)
      *          Los importes salen de tarifalib, asi que un valor que
      *          no es importe se lista sin diferencia. vcimport lo
      *          lanza al terminar cada importacion.
      *          Return-code 0 = sin cambios fuera de tolerancia, 4 =
      *          hay cambios fuera de tolerancia.
      * Tectonics: cobc -x -o vchist vchist.cbl fechalib.cbl
      *            tarifalib.cbl configlib.cbl auditlog.cbl
      * Modification History:
      *   15/10/2026 - quien cargo cada vigencia se busca tambien en
      *                las generaciones de AUDITORI.DAT de GENCAT.DAT,
      *                no solo en el vivo que genroll vacia cada noche.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vchist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFERENCIAS ASSIGN TO "VCREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CLAVE
               FILE STATUS IS WS-ESTADO-REF.
           SELECT OPTIONAL CATALOGO ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT OPTIONAL AUDITORIA
               ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT REPORTE ASSIGN TO "VCHISREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCIAS.
       01  REFERENCIA-REC.
           05  RF-CLAVE.
               10  RF-CODIGO       PIC X(10).
               10  RF-VIGENCIA     PIC 9(08).
           05  RF-VALOR            PIC X(10).
       FD  CATALOGO.
       01  CATALOGO-REC.
           05  GK-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  GK-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(01).
           05  GK-GENERACION       PIC X(30).
           05  FILLER              PIC X(01).
           05  GK-CANTIDAD         PIC 9(07).
       FD  AUDITORIA.
       01  AUDITORIA-REC           PIC X(132).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-REF           PIC X(02).
       01  WS-ESTADO-AUDITORIA     PIC X(02).
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-NOMBRE-AUDITORIA     PIC X(30) VALUE "AUDITORI.DAT".
       01  WS-FIN-CATALOGO         PIC X(01) VALUE "N".
           88  FIN-CATALOGO        VALUE "S".
       01  WS-FIN-REF              PIC X(01) VALUE "N".
           88  FIN-REF             VALUE "S".
       01  WS-FIN-AUDITORIA        PIC X(01) VALUE "N".
           88  FIN-AUDITORIA       VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  FILLER REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO         PIC 9(04).
           05  FILLER              PIC 9(04).
       01  WS-TOLERANCIA           PIC 9(03) VALUE 20.
       01  WS-FECHA-1              PIC 9(08) VALUE 0.
       01  WS-FECHA-2              PIC 9(08) VALUE 0.
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
      *    renglon de auditlog, como WS-AUDITORIA-LAYOUT de repexcep
      *    pero con el resultado entero
       01  WS-AUDITORIA-LAYOUT.
           05  AU-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  AU-HORA             PIC 9(08).
           05  FILLER              PIC X(06).
           05  AU-PROGRAMA         PIC X(15).
           05  FILLER              PIC X(07).
           05  AU-CAMPO            PIC X(15).
           05  FILLER              PIC X(07).
           05  AU-VALOR            PIC X(20).
           05  FILLER              PIC X(11).
           05  AU-RESULTADO        PIC X(20).
           05  FILLER              PIC X(14).
      *    altas y modificaciones de tarifas asentadas en la auditoria,
      *    en el orden de los archivos, generaciones primero y el vivo
      *    al final (la ultima que coincide es la buena)
       01  WS-CG-CANT              PIC 9(04) VALUE 0.
       01  WS-CG-MAX               PIC 9(04) VALUE 3000.
       01  WS-CG-IDX               PIC 9(04) VALUE 0.
       01  WS-CG-HALLADO           PIC 9(04) VALUE 0.
       01  WS-CARGAS.
           05  WS-CG-ENT OCCURS 3000 TIMES.
               10  WS-CG-CODIGO        PIC X(10).
               10  WS-CG-VALOR         PIC X(20).
               10  WS-CG-RESULTADO     PIC X(10).
               10  WS-CG-PROGRAMA      PIC X(08).
               10  WS-CG-FECHA         PIC 9(08).
       01  WS-CG-DESCARTADAS       PIC 9(05) VALUE 0.
      *    codigos distintos, para la seccion de variacion
       01  WS-CD-CANT              PIC 9(03) VALUE 0.
       01  WS-CD-MAX               PIC 9(03) VALUE 200.
       01  WS-CD-IDX               PIC 9(03) VALUE 0.
       01  WS-CODIGOS.
           05  WS-CD-CODIGO OCCURS 200 TIMES PIC X(10).
      *    renglones marcados, para la seccion de atencion
       01  WS-AT-CANT              PIC 9(03) VALUE 0.
       01  WS-AT-MAX               PIC 9(03) VALUE 100.
       01  WS-AT-IDX               PIC 9(03) VALUE 0.
       01  WS-ATENCION.
           05  WS-AT-ENT OCCURS 100 TIMES PIC X(60).
      *    vigencia en curso y la anterior del mismo codigo
       01  WS-CODIGO-ANTERIOR      PIC X(10) VALUE SPACES.
       01  WS-HAY-ANTERIOR         PIC X(01) VALUE "N".
       01  WS-IMPORTE-ANTERIOR     PIC 9(07)V99 VALUE 0.
       01  WS-CODIGO               PIC X(10).
       01  WS-FECHA-TARIFA         PIC 9(08).
       01  WS-TF-VIGENCIA          PIC 9(08).
       01  WS-TF-VALOR             PIC X(10).
       01  WS-TF-IMPORTE           PIC 9(07)V99.
       01  WS-TF-HALLADO           PIC X(01).
       01  WS-DIFERENCIA           PIC S9(07)V99 VALUE 0.
       01  WS-PORCENTAJE           PIC S9(04)V9 VALUE 0.
       01  WS-PORC-ABSOLUTO        PIC 9(04)V9 VALUE 0.
       01  WS-MARCA                PIC X(02).
       01  WS-CANT-VIGENCIAS       PIC 9(05) VALUE 0.
       01  WS-CANT-TOLERANCIA      PIC 9(05) VALUE 0.
       01  WS-CANT-FUTURAS         PIC 9(05) VALUE 0.
      *    valores de la comparacion entre las dos fechas
       01  WS-V1-VALOR             PIC X(10).
       01  WS-V1-IMPORTE           PIC 9(07)V99.
       01  WS-V1-HALLADO           PIC X(01).
       01  WS-V2-VALOR             PIC X(10).
       01  WS-V2-IMPORTE           PIC 9(07)V99.
       01  WS-V2-HALLADO           PIC X(01).
       01  WS-LINEA-VIGENCIA.
           05  WS-LV-MARCA         PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LV-VIGENCIA      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LV-VALOR         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LV-DIFERENCIA    PIC X(11).
           05  WS-LV-DIF-EDIT REDEFINES WS-LV-DIFERENCIA
                                   PIC -(7)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LV-PORCENTAJE    PIC X(07).
           05  WS-LV-PORC-EDIT REDEFINES WS-LV-PORCENTAJE
                                   PIC -(4)9.9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LV-PROGRAMA      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LV-FECHA-CARGA   PIC X(08).
       01  WS-LINEA-VARIACION.
           05  WS-LC-CODIGO        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-VALOR-1       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-VALOR-2       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-DIFERENCIA    PIC X(11).
           05  WS-LC-DIF-EDIT REDEFINES WS-LC-DIFERENCIA
                                   PIC -(7)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-PORCENTAJE    PIC X(07).
           05  WS-LC-PORC-EDIT REDEFINES WS-LC-PORCENTAJE
                                   PIC -(4)9.9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LC-MARCA         PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.
       01  WS-LINEA-REPORTE        PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM cargaConfiguracion.
           PERFORM cargarAuditoria.
           OPEN OUTPUT REPORTE.
           STRING "historia de tarifas VCREF al " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           STRING "tolerancia de cambio: " WS-TOLERANCIA "%"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           move "marca T = fuera de tolerancia, F = vigencia futura"
               to WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           if WS-CG-DESCARTADAS not = 0
               STRING "(" WS-CG-DESCARTADAS " altas de la auditoria"
                   " sin lugar, no se atribuyen)"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM grabaRenglon
           end-if.
           OPEN INPUT REFERENCIAS.
           if WS-ESTADO-REF not = "00"
               CLOSE REFERENCIAS
               move "no hay VCREF.DAT, nada que listar"
                   to WS-LINEA-REPORTE
               PERFORM grabaRenglon
               CLOSE REPORTE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           end-if.
           move low-values to RF-CLAVE.
           START REFERENCIAS KEY IS NOT LESS THAN RF-CLAVE
               INVALID KEY set FIN-REF to true
           END-START.
           PERFORM leerReferencia UNTIL FIN-REF.
           CLOSE REFERENCIAS.
           PERFORM grabaAtencion.
           PERFORM grabaVariacion.
           PERFORM grabaRenglon.
           STRING "resumen: " WS-CD-CANT " codigos, " WS-CANT-VIGENCIAS
               " vigencias, " WS-CANT-TOLERANCIA " T, "
               WS-CANT-FUTURAS " F"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           CLOSE REPORTE.
           display "historia de tarifas: fuera de tolerancia="
               WS-CANT-TOLERANCIA " futuras=" WS-CANT-FUTURAS
               ", ver VCHISREP.DAT".
           if WS-CANT-TOLERANCIA not = 0
               MOVE 4 TO RETURN-CODE
           else
               MOVE 0 TO RETURN-CODE
           end-if.
           STOP RUN.
      ******************************************************************
      * tolerancia y fechas de comparacion de CONFIG.DAT; de respaldo
      * 20%, el 31/12 del anio anterior y la fecha de proceso.
      ******************************************************************
       cargaConfiguracion.
           compute WS-FECHA-1 = (WS-HOY-ANIO - 1) * 10000 + 1231.
           move WS-FECHA-HOY to WS-FECHA-2.
           move "VCTOLERA" to WS-CONFIG-CLAVE.
           PERFORM leerConfiguracion.
           if WS-CONFIG-HALLADO = "S"
               if WS-CONFIG-VALOR (1:3) is NUMERIC
                   move WS-CONFIG-VALOR (1:3) to WS-TOLERANCIA
               else
                   PERFORM avisarConfiguracion
               end-if
           end-if.
           move "VCFECHA1" to WS-CONFIG-CLAVE.
           PERFORM leerConfiguracion.
           if WS-CONFIG-HALLADO = "S"
               if WS-CONFIG-VALOR (1:8) is NUMERIC
                   move WS-CONFIG-VALOR (1:8) to WS-FECHA-1
               else
                   PERFORM avisarConfiguracion
               end-if
           end-if.
           move "VCFECHA2" to WS-CONFIG-CLAVE.
           PERFORM leerConfiguracion.
           if WS-CONFIG-HALLADO = "S"
               if WS-CONFIG-VALOR (1:8) is NUMERIC
                   move WS-CONFIG-VALOR (1:8) to WS-FECHA-2
               else
                   PERFORM avisarConfiguracion
               end-if
           end-if.
       leerConfiguracion.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
       avisarConfiguracion.
           display "config: valor no numerico para " WS-CONFIG-CLAVE
               ", se usa el de respaldo".
      ******************************************************************
      * las altas de tarifas de la auditoria: vcmant y vcimport asientan
      * campo=codigo, valor="(nuevo) vig=AAAAMMDD" y resultado=valor;
      * una modificacion de vcmant asienta el valor anterior y el nuevo.
      * Las generaciones catalogadas van primero y el vivo al final,
      * asi una carga vieja sigue atribuida aunque genroll haya vaciado
      * el vivo.
      ******************************************************************
       cargarAuditoria.
           move "N" to WS-FIN-CATALOGO.
           OPEN INPUT CATALOGO.
           if WS-ESTADO-CATALOGO = "00"
               PERFORM leerCatalogo UNTIL FIN-CATALOGO
           end-if.
           CLOSE CATALOGO.
           move "AUDITORI.DAT" to WS-NOMBRE-AUDITORIA.
           PERFORM pasadaAuditoria.
       leerCatalogo.
           READ CATALOGO
               AT END set FIN-CATALOGO to true
               NOT AT END
                   if GK-ARCHIVO = "AUDITORI.DAT"
                       move GK-GENERACION to WS-NOMBRE-AUDITORIA
                       PERFORM pasadaAuditoria
                   end-if
           END-READ.
       pasadaAuditoria.
           move "N" to WS-FIN-AUDITORIA.
           OPEN INPUT AUDITORIA.
           if WS-ESTADO-AUDITORIA = "00"
               PERFORM leerAuditoria UNTIL FIN-AUDITORIA
           end-if.
           CLOSE AUDITORIA.
       leerAuditoria.
           READ AUDITORIA INTO WS-AUDITORIA-LAYOUT
               AT END set FIN-AUDITORIA to true
               NOT AT END
                   if (AU-PROGRAMA = "VCMANT"
                       or AU-PROGRAMA = "VCIMPORT")
                       and AU-CAMPO not = "IMPORT"
                       and AU-RESULTADO not = "(borrada)"
                       PERFORM guardarCarga
                   end-if
           END-READ.
       guardarCarga.
           if WS-CG-CANT < WS-CG-MAX
               add 1 to WS-CG-CANT
               move AU-CAMPO to WS-CG-CODIGO (WS-CG-CANT)
               move AU-VALOR to WS-CG-VALOR (WS-CG-CANT)
               move AU-RESULTADO to WS-CG-RESULTADO (WS-CG-CANT)
               move AU-PROGRAMA to WS-CG-PROGRAMA (WS-CG-CANT)
               move AU-FECHA to WS-CG-FECHA (WS-CG-CANT)
           else
               add 1 to WS-CG-DESCARTADAS
           end-if.
      ******************************************************************
      * seccion 1: cada vigencia contra la anterior del mismo codigo.
      ******************************************************************
       leerReferencia.
           READ REFERENCIAS NEXT RECORD
               AT END set FIN-REF to true
               NOT AT END
                   if RF-CODIGO not = WS-CODIGO-ANTERIOR
                       PERFORM empezarCodigo
                   end-if
                   PERFORM listarVigencia
           END-READ.
       empezarCodigo.
           move RF-CODIGO to WS-CODIGO-ANTERIOR.
           move "N" to WS-HAY-ANTERIOR.
           if WS-CD-CANT < WS-CD-MAX
               add 1 to WS-CD-CANT
               move RF-CODIGO to WS-CD-CODIGO (WS-CD-CANT)
           end-if.
           PERFORM grabaRenglon.
           STRING "codigo " RF-CODIGO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           move "   vigencia valor      diferencia      %  cargado"
               to WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
       listarVigencia.
           add 1 to WS-CANT-VIGENCIAS.
           move spaces to WS-MARCA.
           move RF-CODIGO to WS-CODIGO.
           move RF-VIGENCIA to WS-FECHA-TARIFA.
           CALL "tarifalib" USING WS-CODIGO WS-FECHA-TARIFA
               WS-TF-VIGENCIA WS-TF-VALOR WS-TF-IMPORTE WS-TF-HALLADO.
           move RF-VIGENCIA to WS-LV-VIGENCIA.
           move RF-VALOR to WS-LV-VALOR.
           move spaces to WS-LV-DIFERENCIA WS-LV-PORCENTAJE.
           if WS-TF-HALLADO = "S" and WS-HAY-ANTERIOR = "S"
               PERFORM calcularCambio
           end-if.
           if RF-VIGENCIA > WS-FECHA-HOY
               move "F" to WS-MARCA (2:1)
               add 1 to WS-CANT-FUTURAS
           end-if.
           move WS-MARCA to WS-LV-MARCA.
           PERFORM buscarCarga.
           WRITE REPORTE-REC FROM WS-LINEA-VIGENCIA.
           if WS-MARCA not = spaces
               PERFORM anotarAtencion
           end-if.
           if WS-TF-HALLADO = "S"
               move "S" to WS-HAY-ANTERIOR
               move WS-TF-IMPORTE to WS-IMPORTE-ANTERIOR
           end-if.
      *    de un anterior 0 a cualquier otro valor no hay porcentaje y
      *    se marca igual
       calcularCambio.
           compute WS-DIFERENCIA = WS-TF-IMPORTE - WS-IMPORTE-ANTERIOR.
           move WS-DIFERENCIA to WS-LV-DIF-EDIT.
           if WS-IMPORTE-ANTERIOR = 0
               if WS-DIFERENCIA not = 0
                   move "T" to WS-MARCA (1:1)
               end-if
           else
               compute WS-PORCENTAJE ROUNDED =
                   WS-DIFERENCIA * 100 / WS-IMPORTE-ANTERIOR
                   ON SIZE ERROR move 9999.9 to WS-PORCENTAJE
               end-compute
               move WS-PORCENTAJE to WS-LV-PORC-EDIT
               move WS-PORCENTAJE to WS-PORC-ABSOLUTO
               if WS-PORC-ABSOLUTO > WS-TOLERANCIA
                   move "T" to WS-MARCA (1:1)
               end-if
           end-if.
           if WS-MARCA (1:1) = "T"
               add 1 to WS-CANT-TOLERANCIA
           end-if.
      *    la ultima alta o modificacion de la auditoria con el mismo
      *    codigo y valor (y la misma vigencia, si la asento)
       buscarCarga.
           move 0 to WS-CG-HALLADO.
           PERFORM compararCarga VARYING WS-CG-IDX FROM 1 BY 1
               UNTIL WS-CG-IDX > WS-CG-CANT.
           if WS-CG-HALLADO = 0
               move "-" to WS-LV-PROGRAMA
               move spaces to WS-LV-FECHA-CARGA
           else
               move WS-CG-PROGRAMA (WS-CG-HALLADO) to WS-LV-PROGRAMA
               move WS-CG-FECHA (WS-CG-HALLADO) to WS-LV-FECHA-CARGA
           end-if.
       compararCarga.
           if WS-CG-CODIGO (WS-CG-IDX) = RF-CODIGO
               and WS-CG-RESULTADO (WS-CG-IDX) = RF-VALOR
               if WS-CG-VALOR (WS-CG-IDX) (1:12) not = "(nuevo) vig="
                   or WS-CG-VALOR (WS-CG-IDX) (13:8) = RF-VIGENCIA
                   move WS-CG-IDX to WS-CG-HALLADO
               end-if
           end-if.
       anotarAtencion.
           if WS-AT-CANT < WS-AT-MAX
               add 1 to WS-AT-CANT
               move spaces to WS-AT-ENT (WS-AT-CANT)
               STRING WS-MARCA " " RF-CODIGO " " RF-VIGENCIA " "
                   WS-LV-VALOR " " WS-LV-PORCENTAJE
                   DELIMITED BY SIZE INTO WS-AT-ENT (WS-AT-CANT)
           end-if.
      ******************************************************************
      * seccion 2: los renglones marcados juntos.
      ******************************************************************
       grabaAtencion.
           PERFORM grabaRenglon.
           move "ATENCION" to WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           if WS-AT-CANT = 0
               move "  nada fuera de tolerancia ni futuro"
                   to WS-LINEA-REPORTE
               PERFORM grabaRenglon
           else
               PERFORM grabaRenglonAtencion VARYING WS-AT-IDX
                   FROM 1 BY 1 UNTIL WS-AT-IDX > WS-AT-CANT
           end-if.
       grabaRenglonAtencion.
           move WS-AT-ENT (WS-AT-IDX) to WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
      ******************************************************************
      * seccion 3: el valor vigente de cada codigo en las dos fechas.
      ******************************************************************
       grabaVariacion.
           PERFORM grabaRenglon.
           STRING "VARIACION entre el " WS-FECHA-1 " y el " WS-FECHA-2
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           STRING "codigo     " WS-FECHA-1 "   " WS-FECHA-2
               "   diferencia      %"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           PERFORM compararCodigo VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-CANT.
       compararCodigo.
           move WS-CD-CODIGO (WS-CD-IDX) to WS-CODIGO.
           move WS-FECHA-1 to WS-FECHA-TARIFA.
           CALL "tarifalib" USING WS-CODIGO WS-FECHA-TARIFA
               WS-TF-VIGENCIA WS-V1-VALOR WS-V1-IMPORTE WS-V1-HALLADO.
           move WS-FECHA-2 to WS-FECHA-TARIFA.
           CALL "tarifalib" USING WS-CODIGO WS-FECHA-TARIFA
               WS-TF-VIGENCIA WS-V2-VALOR WS-V2-IMPORTE WS-V2-HALLADO.
           move WS-CODIGO to WS-LC-CODIGO.
           move WS-V1-VALOR to WS-LC-VALOR-1.
           move WS-V2-VALOR to WS-LC-VALOR-2.
           if WS-V1-HALLADO = "N"
               move "(ninguno)" to WS-LC-VALOR-1
           end-if.
           if WS-V2-HALLADO = "N"
               move "(ninguno)" to WS-LC-VALOR-2
           end-if.
           move spaces to WS-LC-DIFERENCIA WS-LC-PORCENTAJE.
           move space to WS-LC-MARCA.
           if WS-V1-HALLADO = "S" and WS-V2-HALLADO = "S"
               compute WS-DIFERENCIA = WS-V2-IMPORTE - WS-V1-IMPORTE
               move WS-DIFERENCIA to WS-LC-DIF-EDIT
               if WS-V1-IMPORTE not = 0
                   compute WS-PORCENTAJE ROUNDED =
                       WS-DIFERENCIA * 100 / WS-V1-IMPORTE
                       ON SIZE ERROR move 9999.9 to WS-PORCENTAJE
                   end-compute
                   move WS-PORCENTAJE to WS-LC-PORC-EDIT
               end-if
           end-if.
           if WS-V1-VALOR not = WS-V2-VALOR
               move "*" to WS-LC-MARCA
           end-if.
           WRITE REPORTE-REC FROM WS-LINEA-VARIACION.
       grabaRenglon.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
       END PROGRAM vchist.
