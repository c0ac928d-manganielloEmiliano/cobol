      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: control nocturno de conformidad de formatos - no hay
      *          copybooks compartidos y cada programa declara su propia
      *          copia de TALLEREX, TABLASQ, IFHIST o la auditoria; con
      *          cada ensanche (fechas de 9(06) a 9(08), auditoria a
      *          132) algun lector viejo o archivo editado a mano queda
      *          con la forma anterior y nos enteramos cuando un
      *          reporte sale con basura. Este paso de findia toma el
      *          registro de formatos FORMATOS.DAT, que describe cada
      *          archivo de datos, y revisa contra el cada archivo de
      *          produccion y su generacion mas nueva de GENCAT.DAT:
      *          deja en FORMREP.DAT los registros malos con numero de
      *          registro, posiciones, campo y motivo, y escala a
      *          TALLEREX.DAT cada archivo con registros malformados.
      *          FORMATOS.DAT, un renglon por dato (* = comentario):
      *            A archivo(12) organizacion(1) largo(3)
      *              L = texto por renglon, el largo es el maximo
      *              F = secuencial de registro fijo (TABLASAL, 19)
      *              I = indexado (la cola TABLASQ.DAT, 58)
      *            C archivo(12) campo(15) desde(3) largo(3) clase(1)
      *              obligatorio(1); clase N = numerico, X =
      *              alfanumerico, D = fecha AAAAMMDD (o AAMMDD si el
      *              largo es 6); obligatorio S = no puede venir en
      *              blanco, N = blanco permitido
      *            V archivo(12) campo(15) valor(20): un valor
      *              permitido del campo; sin renglones V cualquier
      *              valor de la clase sirve
      *          con un blanco entre columnas. Sin FORMATOS.DAT rige el
      *          registro de siempre de WS-FORMATOS-INIC, que ademas se
      *          graba en FORMATOS.DAT para mantenerlo desde ahi.
      *          Motivos: LARGO (el renglon pasa el largo registrado),
      *          VACIO, NONUM, FECHA, VALOR, ABRIR (el archivo no se
      *          pudo abrir con su forma, estado 39 = otro largo).
      *          Return-code 0 = todo conforme, 4 = hay registros
      *          malformados o renglones del registro invalidos.
      * Tectonics: cobc -x -o formchk formchk.cbl fechalib.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. formchk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FORMATOS ASSIGN TO "FORMATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FORMATOS.
           SELECT OPTIONAL CATALOGO ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT ESCANEO-TEXTO ASSIGN TO DYNAMIC WS-NOMBRE-ESCANEO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ESCANEO.
           SELECT ESCANEO-FIJO ASSIGN TO DYNAMIC WS-NOMBRE-ESCANEO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ESCANEO.
           SELECT COLA ASSIGN TO "TABLASQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QE-ID
               FILE STATUS IS WS-ESTADO-ESCANEO.
           SELECT EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
           SELECT REPORTE ASSIGN TO "FORMREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FORMATOS.
       01  FORMATOS-REC            PIC X(51).
       FD  CATALOGO.
       01  CATALOGO-REC.
           05  GK-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  GK-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(01).
           05  GK-GENERACION       PIC X(30).
           05  FILLER              PIC X(01).
           05  GK-CANTIDAD         PIC 9(07).
       FD  ESCANEO-TEXTO.
       01  ESCANEO-TEXTO-REC       PIC X(250).
       FD  ESCANEO-FIJO.
       01  ESCANEO-FIJO-REC        PIC X(19).
       FD  COLA.
       01  COLA-REC.
           05  QE-ID               PIC 9(04).
           05  FILLER              PIC X(54).
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
       FD  REPORTE.
       01  REPORTE-REC             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-FORMATOS      PIC X(02).
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-ESTADO-ESCANEO       PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-NOMBRE-ESCANEO       PIC X(30).
       01  WS-ORIGEN-ESCANEO       PIC X(10).
       01  WS-FIN-FORMATOS         PIC X(01) VALUE "N".
           88  FIN-FORMATOS        VALUE "S".
       01  WS-FIN-CATALOGO         PIC X(01) VALUE "N".
           88  FIN-CATALOGO        VALUE "S".
       01  WS-FIN-ESCANEO          PIC X(01) VALUE "N".
           88  FIN-ESCANEO         VALUE "S".
       01  WS-FORMATOS-FALTA       PIC X(01) VALUE "N".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-RENGLON              PIC 9(04) VALUE 0.
       01  WS-DETALLE-REGISTRO     PIC X(30).
       01  WS-CANT-INVALIDOS       PIC 9(04) VALUE 0.
       01  WS-CANT-ARCH-MALOS      PIC 9(03) VALUE 0.
       01  WS-CANT-LEIDOS          PIC 9(07) VALUE 0.
       01  WS-CANT-MALOS           PIC 9(07) VALUE 0.
       01  WS-CANT-DETALLE         PIC 9(03) VALUE 0.
       01  WS-MAX-DETALLE          PIC 9(03) VALUE 20.
       01  WS-REGISTRO-MALO        PIC X(01) VALUE "N".
       01  WS-LINEA-REPORTE        PIC X(100) VALUE SPACES.
      *    renglon del registro de formatos, con sus tres formas
       01  WS-FORMATO              PIC X(51).
       01  FILLER REDEFINES WS-FORMATO.
           05  WS-FM-TIPO          PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-FM-ARCHIVO       PIC X(12).
           05  FILLER              PIC X(01).
           05  WS-FM-ORGANIZACION  PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-FM-LARGO         PIC 9(03).
           05  FILLER              PIC X(31).
       01  FILLER REDEFINES WS-FORMATO.
           05  FILLER              PIC X(15).
           05  WS-FM-CAMPO         PIC X(15).
           05  FILLER              PIC X(01).
           05  WS-FM-DESDE         PIC 9(03).
           05  FILLER              PIC X(01).
           05  WS-FM-LARGO-CAMPO   PIC 9(03).
           05  FILLER              PIC X(01).
           05  WS-FM-CLASE         PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-FM-OBLIGATORIO   PIC X(01).
           05  FILLER              PIC X(09).
       01  FILLER REDEFINES WS-FORMATO.
           05  FILLER              PIC X(31).
           05  WS-FM-VALOR         PIC X(20).
      *    el registro de siempre, cuando no hay FORMATOS.DAT
       01  WS-FORMATOS-INIC.
           05  FILLER  PIC X(51) VALUE
               "A TALLEREX.DAT L 083".
           05  FILLER  PIC X(51) VALUE
               "C TALLEREX.DAT EXT-FECHA       001 008 D S".
           05  FILLER  PIC X(51) VALUE
               "C TALLEREX.DAT EXT-PROGRAMA    010 015 X S".
           05  FILLER  PIC X(51) VALUE
               "C TALLEREX.DAT EXT-CORRIDA     082 002 N N".
           05  FILLER  PIC X(51) VALUE
               "A AUDITORI.DAT L 132".
           05  FILLER  PIC X(51) VALUE
               "C AUDITORI.DAT FECHA           001 008 D S".
           05  FILLER  PIC X(51) VALUE
               "C AUDITORI.DAT HORA            010 008 N S".
           05  FILLER  PIC X(51) VALUE
               "C AUDITORI.DAT ROTULO-PROG     019 005 X S".
           05  FILLER  PIC X(51) VALUE
               "V AUDITORI.DAT ROTULO-PROG     prog=".
           05  FILLER  PIC X(51) VALUE
               "C AUDITORI.DAT PROGRAMA        024 015 X S".
           05  FILLER  PIC X(51) VALUE
               "C AUDITORI.DAT ROTULO-CAMPO    040 006 X S".
           05  FILLER  PIC X(51) VALUE
               "V AUDITORI.DAT ROTULO-CAMPO    campo=".
           05  FILLER  PIC X(51) VALUE
               "C AUDITORI.DAT ROTULO-VALOR    062 006 X S".
           05  FILLER  PIC X(51) VALUE
               "V AUDITORI.DAT ROTULO-VALOR    valor=".
           05  FILLER  PIC X(51) VALUE
               "C AUDITORI.DAT ROTULO-RESULT   089 010 X S".
           05  FILLER  PIC X(51) VALUE
               "V AUDITORI.DAT ROTULO-RESULT   resultado=".
           05  FILLER  PIC X(51) VALUE
               "C AUDITORI.DAT ROTULO-CORRIDA  120 008 X S".
           05  FILLER  PIC X(51) VALUE
               "V AUDITORI.DAT ROTULO-CORRIDA  corrida=".
           05  FILLER  PIC X(51) VALUE
               "C AUDITORI.DAT CORRIDA         128 002 N S".
           05  FILLER  PIC X(51) VALUE
               "A IFHIST.DAT   L 051".
           05  FILLER  PIC X(51) VALUE
               "C IFHIST.DAT   HC-FECHA        001 008 D S".
           05  FILLER  PIC X(51) VALUE
               "C IFHIST.DAT   HC-HORA         009 008 N S".
           05  FILLER  PIC X(51) VALUE
               "C IFHIST.DAT   HC-NUMERO       017 003 N S".
           05  FILLER  PIC X(51) VALUE
               "C IFHIST.DAT   HC-MODO         040 012 X S".
           05  FILLER  PIC X(51) VALUE
               "V IFHIST.DAT   HC-MODO         batch".
           05  FILLER  PIC X(51) VALUE
               "V IFHIST.DAT   HC-MODO         interactivo".
           05  FILLER  PIC X(51) VALUE
               "V IFHIST.DAT   HC-MODO         pasarela".
           05  FILLER  PIC X(51) VALUE
               "V IFHIST.DAT   HC-MODO         override".
           05  FILLER  PIC X(51) VALUE
               "V IFHIST.DAT   HC-MODO         liberado".
           05  FILLER  PIC X(51) VALUE
               "V IFHIST.DAT   HC-MODO         vencido".
           05  FILLER  PIC X(51) VALUE
               "V IFHIST.DAT   HC-MODO         reclasif".
           05  FILLER  PIC X(51) VALUE
               "A TABLASQ.DAT  I 058".
           05  FILLER  PIC X(51) VALUE
               "C TABLASQ.DAT  QE-ID           001 004 N S".
           05  FILLER  PIC X(51) VALUE
               "C TABLASQ.DAT  QE-NUMERO       005 002 N S".
           05  FILLER  PIC X(51) VALUE
               "C TABLASQ.DAT  QE-LIMITE-INF   007 003 N S".
           05  FILLER  PIC X(51) VALUE
               "C TABLASQ.DAT  QE-LIMITE-SUP   010 003 N S".
           05  FILLER  PIC X(51) VALUE
               "C TABLASQ.DAT  QE-ESTADO       015 010 X S".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-ESTADO       PENDIENTE".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-ESTADO       CORRIENDO".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-ESTADO       HECHO".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-ESTADO       ERROR".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-ESTADO       CANCELADO".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-ESTADO       DUPLICADO".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-ESTADO       RETENIDO".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-ESTADO       DIFERIDO".
           05  FILLER  PIC X(51) VALUE
               "C TABLASQ.DAT  QE-FECHA-ALTA   025 008 D S".
           05  FILLER  PIC X(51) VALUE
               "C TABLASQ.DAT  QE-FECHA-ESTADO 033 008 D S".
           05  FILLER  PIC X(51) VALUE
               "C TABLASQ.DAT  QE-RESPONDIDO   047 001 X N".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-RESPONDIDO   S".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-RESPONDIDO   N".
           05  FILLER  PIC X(51) VALUE
               "C TABLASQ.DAT  QE-OPERACION    058 001 X N".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-OPERACION    *".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-OPERACION    +".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-OPERACION    -".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-OPERACION    ^".
           05  FILLER  PIC X(51) VALUE
               "V TABLASQ.DAT  QE-OPERACION    /".
           05  FILLER  PIC X(51) VALUE
               "A TABLASAL.DAT F 019".
           05  FILLER  PIC X(51) VALUE
               "C TABLASAL.DAT TS-FECHA        001 008 D S".
           05  FILLER  PIC X(51) VALUE
               "C TABLASAL.DAT TS-NUMERO       009 002 N S".
           05  FILLER  PIC X(51) VALUE
               "C TABLASAL.DAT TS-MULTIPLICAD  011 003 N S".
           05  FILLER  PIC X(51) VALUE
               "C TABLASAL.DAT TS-RESULTADO    014 005 N S".
           05  FILLER  PIC X(51) VALUE
               "C TABLASAL.DAT TS-OPERACION    019 001 X S".
           05  FILLER  PIC X(51) VALUE
               "V TABLASAL.DAT TS-OPERACION    *".
           05  FILLER  PIC X(51) VALUE
               "V TABLASAL.DAT TS-OPERACION    +".
           05  FILLER  PIC X(51) VALUE
               "V TABLASAL.DAT TS-OPERACION    -".
           05  FILLER  PIC X(51) VALUE
               "V TABLASAL.DAT TS-OPERACION    ^".
           05  FILLER  PIC X(51) VALUE
               "V TABLASAL.DAT TS-OPERACION    /".
           05  FILLER  PIC X(51) VALUE
               "A EODRUN.DAT   L 120".
           05  FILLER  PIC X(51) VALUE
               "C EODRUN.DAT   FECHA           001 008 D S".
           05  FILLER  PIC X(51) VALUE
               "C EODRUN.DAT   HORA            010 008 N S".
           05  FILLER  PIC X(51) VALUE
               "A PREGLEDG.DAT L 120".
           05  FILLER  PIC X(51) VALUE
               "C PREGLEDG.DAT FECHA           001 008 D S".
           05  FILLER  PIC X(51) VALUE
               "A GENCAT.DAT   L 060".
           05  FILLER  PIC X(51) VALUE
               "C GENCAT.DAT   GK-FECHA        001 008 D S".
           05  FILLER  PIC X(51) VALUE
               "C GENCAT.DAT   GK-ARCHIVO      010 012 X S".
           05  FILLER  PIC X(51) VALUE
               "C GENCAT.DAT   GK-GENERACION   023 030 X S".
           05  FILLER  PIC X(51) VALUE
               "C GENCAT.DAT   GK-CANTIDAD     054 007 N S".
       01  WS-FORMATOS-FIJOS REDEFINES WS-FORMATOS-INIC.
           05  WS-FF-ENT OCCURS 77 TIMES PIC X(51).
       01  WS-FF-CANT              PIC 9(03) VALUE 77.
       01  WS-FF-IDX               PIC 9(03) VALUE 0.
      *    archivos registrados, con su generacion mas nueva
       01  WS-ARC-CANT             PIC 9(02) VALUE 0.
       01  WS-ARC-MAX              PIC 9(02) VALUE 20.
       01  WS-ARC-IDX              PIC 9(02) VALUE 0.
       01  WS-ARC-HALLADO          PIC 9(02) VALUE 0.
       01  WS-ARCHIVOS.
           05  WS-ARC-ENT OCCURS 20 TIMES.
               10  WS-ARC-NOMBRE       PIC X(12).
               10  WS-ARC-ORGANIZACION PIC X(01).
               10  WS-ARC-LARGO        PIC 9(03).
               10  WS-ARC-GENERACION   PIC X(30).
               10  WS-ARC-FECHA-GEN    PIC 9(08).
      *    campos registrados de cada archivo
       01  WS-CAM-CANT             PIC 9(03) VALUE 0.
       01  WS-CAM-MAX              PIC 9(03) VALUE 200.
       01  WS-CAM-IDX              PIC 9(03) VALUE 0.
       01  WS-CAM-HALLADO          PIC 9(03) VALUE 0.
       01  WS-CAMPOS.
           05  WS-CAM-ENT OCCURS 200 TIMES.
               10  WS-CAM-ARCHIVO      PIC 9(02).
               10  WS-CAM-NOMBRE       PIC X(15).
               10  WS-CAM-DESDE        PIC 9(03).
               10  WS-CAM-LARGO        PIC 9(03).
               10  WS-CAM-CLASE        PIC X(01).
               10  WS-CAM-OBLIGATORIO  PIC X(01).
               10  WS-CAM-VALORES      PIC 9(03).
      *    valores permitidos, cada uno con el campo al que pertenece
       01  WS-VAL-CANT             PIC 9(03) VALUE 0.
       01  WS-VAL-MAX              PIC 9(03) VALUE 300.
       01  WS-VAL-IDX              PIC 9(03) VALUE 0.
       01  WS-VALOR-HALLADO        PIC X(01) VALUE "N".
       01  WS-VALORES.
           05  WS-VAL-ENT OCCURS 300 TIMES.
               10  WS-VAL-CAMPO        PIC 9(03).
               10  WS-VAL-TEXTO        PIC X(20).
      *    registro en revision y la falla que se anota
       01  WS-REGISTRO             PIC X(250).
       01  WS-LARGO-USADO          PIC 9(03) VALUE 0.
       01  WS-SCAN-IDX             PIC 9(03) VALUE 0.
       01  WS-DESDE                PIC 9(03) VALUE 0.
       01  WS-LARGO                PIC 9(03) VALUE 0.
       01  WS-HASTA                PIC 9(03) VALUE 0.
       01  WS-MOTIVO               PIC X(06).
       01  WS-CAMPO-FALLA          PIC X(15).
       01  WS-MUESTRA              PIC X(20).
       01  WS-FECHA-CHK            PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-CHK.
           05  WS-FC-ANIO          PIC 9(04).
           05  WS-FC-MES           PIC 9(02).
           05  WS-FC-DIA           PIC 9(02).
       01  WS-FECHA-CORTA          PIC 9(06).
       01  FILLER REDEFINES WS-FECHA-CORTA.
           05  WS-FK-ANIO          PIC 9(02).
           05  WS-FK-MES           PIC 9(02).
           05  WS-FK-DIA           PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "conformidad de formatos de archivos del "
                  WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           PERFORM cargarFormatos.
           PERFORM buscarGeneraciones.
           PERFORM revisarArchivo VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARC-CANT.
           move spaces to WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           STRING "resultado: " WS-CANT-ARCH-MALOS
                  " archivos con registros malformados, "
                  WS-CANT-INVALIDOS " renglones del registro invalidos"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           CLOSE REPORTE.
           if WS-CANT-ARCH-MALOS not = 0 or WS-CANT-INVALIDOS not = 0
               MOVE 4 TO RETURN-CODE
           else
               MOVE 0 TO RETURN-CODE
           end-if.
           display "formatos revisados, ver FORMREP.DAT".
           STOP RUN.
      ******************************************************************
      * el registro de formatos de FORMATOS.DAT; sin archivo se usa el
      * registro de siempre y se deja grabado para mantenerlo.
      ******************************************************************
       cargarFormatos.
           OPEN INPUT FORMATOS.
           if WS-ESTADO-FORMATOS = "00"
               PERFORM leerFormato UNTIL FIN-FORMATOS
           else
               move "S" to WS-FORMATOS-FALTA
           end-if.
           CLOSE FORMATOS.
           if WS-ARC-CANT = 0
               move "registro de formatos de siempre" to
                   WS-LINEA-REPORTE
               PERFORM grabaRenglon
               move 0 to WS-RENGLON
               PERFORM cargarFormatoFijo VARYING WS-FF-IDX FROM 1 BY 1
                   UNTIL WS-FF-IDX > WS-FF-CANT
           end-if.
           if WS-FORMATOS-FALTA = "S"
               PERFORM grabarFormatosFijos
           end-if.
       leerFormato.
           READ FORMATOS
               AT END set FIN-FORMATOS to true
               NOT AT END
                   add 1 to WS-RENGLON
                   move FORMATOS-REC to WS-FORMATO
                   if WS-FORMATO not = spaces
                       and WS-FM-TIPO not = "*"
                       PERFORM registrarFormato
                   end-if
           END-READ.
       cargarFormatoFijo.
           add 1 to WS-RENGLON.
           move WS-FF-ENT (WS-FF-IDX) to WS-FORMATO.
           PERFORM registrarFormato.
       registrarFormato.
           move spaces to WS-DETALLE-REGISTRO.
           evaluate WS-FM-TIPO
               when "A"
                   PERFORM registrarArchivo
               when "C"
                   PERFORM registrarCampo
               when "V"
                   PERFORM registrarValor
               when other
                   move "tipo de renglon desconocido"
                       to WS-DETALLE-REGISTRO
           end-evaluate.
           if WS-DETALLE-REGISTRO not = spaces
               add 1 to WS-CANT-INVALIDOS
               move spaces to WS-LINEA-REPORTE
               STRING "registro: renglon " WS-RENGLON " "
                      WS-DETALLE-REGISTRO ": " WS-FORMATO (1:30)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM grabaRenglon
           end-if.
      ******************************************************************
      * F e I se leen con su FD propio (TABLASAL de 19 y la cola de 58),
      * como hacen volstat y genroll; el texto hasta 250 posiciones.
      ******************************************************************
       registrarArchivo.
           if WS-FM-LARGO is not NUMERIC
               or WS-FM-LARGO = 0 or WS-FM-LARGO > 250
               move "largo invalido" to WS-DETALLE-REGISTRO
           else
               evaluate WS-FM-ORGANIZACION
                   when "L"
                       CONTINUE
                   when "F"
                       if WS-FM-LARGO not = 19
                           move "F solo con largo 19"
                               to WS-DETALLE-REGISTRO
                       end-if
                   when "I"
                       if WS-FM-ARCHIVO not = "TABLASQ.DAT"
                           or WS-FM-LARGO not = 58
                           move "I solo para TABLASQ.DAT de 58"
                               to WS-DETALLE-REGISTRO
                       end-if
                   when other
                       move "organizacion desconocida"
                           to WS-DETALLE-REGISTRO
               end-evaluate
           end-if.
           if WS-DETALLE-REGISTRO = spaces
               and WS-ARC-CANT >= WS-ARC-MAX
               move "excede el maximo de archivos"
                   to WS-DETALLE-REGISTRO
           end-if.
           if WS-DETALLE-REGISTRO = spaces
               add 1 to WS-ARC-CANT
               move WS-FM-ARCHIVO to WS-ARC-NOMBRE (WS-ARC-CANT)
               move WS-FM-ORGANIZACION
                   to WS-ARC-ORGANIZACION (WS-ARC-CANT)
               move WS-FM-LARGO to WS-ARC-LARGO (WS-ARC-CANT)
               move spaces to WS-ARC-GENERACION (WS-ARC-CANT)
               move 0 to WS-ARC-FECHA-GEN (WS-ARC-CANT)
           end-if.
       registrarCampo.
           PERFORM buscarArchivo.
           if WS-ARC-HALLADO = 0
               move "archivo sin renglon A" to WS-DETALLE-REGISTRO
           else
               if WS-FM-DESDE is not NUMERIC
                   or WS-FM-LARGO-CAMPO is not NUMERIC
                   or WS-FM-DESDE = 0 or WS-FM-LARGO-CAMPO = 0
                   move "desde o largo invalido"
                       to WS-DETALLE-REGISTRO
               else
                   if WS-FM-DESDE + WS-FM-LARGO-CAMPO - 1
                       > WS-ARC-LARGO (WS-ARC-HALLADO)
                       move "campo pasa el largo del archivo"
                           to WS-DETALLE-REGISTRO
                   end-if
               end-if
           end-if.
           if WS-DETALLE-REGISTRO = spaces
               if (WS-FM-CLASE not = "N" and WS-FM-CLASE not = "X"
                   and WS-FM-CLASE not = "D")
                   or (WS-FM-OBLIGATORIO not = "S"
                       and WS-FM-OBLIGATORIO not = "N")
                   move "clase u obligatorio invalido"
                       to WS-DETALLE-REGISTRO
               end-if
           end-if.
           if WS-DETALLE-REGISTRO = spaces and WS-FM-CLASE = "D"
               and WS-FM-LARGO-CAMPO not = 8
               and WS-FM-LARGO-CAMPO not = 6
               move "fecha de largo 8 o 6" to WS-DETALLE-REGISTRO
           end-if.
           if WS-DETALLE-REGISTRO = spaces
               and WS-CAM-CANT >= WS-CAM-MAX
               move "excede el maximo de campos"
                   to WS-DETALLE-REGISTRO
           end-if.
           if WS-DETALLE-REGISTRO = spaces
               add 1 to WS-CAM-CANT
               move WS-ARC-HALLADO to WS-CAM-ARCHIVO (WS-CAM-CANT)
               move WS-FM-CAMPO to WS-CAM-NOMBRE (WS-CAM-CANT)
               move WS-FM-DESDE to WS-CAM-DESDE (WS-CAM-CANT)
               move WS-FM-LARGO-CAMPO to WS-CAM-LARGO (WS-CAM-CANT)
               move WS-FM-CLASE to WS-CAM-CLASE (WS-CAM-CANT)
               move WS-FM-OBLIGATORIO
                   to WS-CAM-OBLIGATORIO (WS-CAM-CANT)
               move 0 to WS-CAM-VALORES (WS-CAM-CANT)
           end-if.
       registrarValor.
           PERFORM buscarArchivo.
           move 0 to WS-CAM-HALLADO.
           if WS-ARC-HALLADO not = 0
               PERFORM buscarCampo VARYING WS-CAM-IDX FROM 1 BY 1
                   UNTIL WS-CAM-IDX > WS-CAM-CANT
                   or WS-CAM-HALLADO not = 0
           end-if.
           if WS-CAM-HALLADO = 0
               move "campo sin renglon C" to WS-DETALLE-REGISTRO
           else
               if WS-VAL-CANT >= WS-VAL-MAX
                   move "excede el maximo de valores"
                       to WS-DETALLE-REGISTRO
               else
                   add 1 to WS-VAL-CANT
                   move WS-CAM-HALLADO to WS-VAL-CAMPO (WS-VAL-CANT)
                   move WS-FM-VALOR to WS-VAL-TEXTO (WS-VAL-CANT)
                   add 1 to WS-CAM-VALORES (WS-CAM-HALLADO)
               end-if
           end-if.
       buscarArchivo.
           move 0 to WS-ARC-HALLADO.
           PERFORM compararArchivo VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARC-CANT
               or WS-ARC-HALLADO not = 0.
       compararArchivo.
           if WS-ARC-NOMBRE (WS-ARC-IDX) = WS-FM-ARCHIVO
               move WS-ARC-IDX to WS-ARC-HALLADO
           end-if.
       buscarCampo.
           if WS-CAM-ARCHIVO (WS-CAM-IDX) = WS-ARC-HALLADO
               and WS-CAM-NOMBRE (WS-CAM-IDX) = WS-FM-CAMPO
               move WS-CAM-IDX to WS-CAM-HALLADO
           end-if.
       grabarFormatosFijos.
           OPEN OUTPUT FORMATOS.
           move "* A archivo      org largo" to FORMATOS-REC.
           WRITE FORMATOS-REC.
           move "* C archivo      campo           des lar c o"
               to FORMATOS-REC.
           WRITE FORMATOS-REC.
           move "* V archivo      campo           valor permitido"
               to FORMATOS-REC.
           WRITE FORMATOS-REC.
           PERFORM grabarFormatoFijo VARYING WS-FF-IDX FROM 1 BY 1
               UNTIL WS-FF-IDX > WS-FF-CANT.
           CLOSE FORMATOS.
           move "registro de siempre grabado en FORMATOS.DAT"
               to WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
       grabarFormatoFijo.
           move WS-FF-ENT (WS-FF-IDX) to FORMATOS-REC.
           WRITE FORMATOS-REC.
      ******************************************************************
      * la generacion mas nueva catalogada de cada archivo registrado.
      ******************************************************************
       buscarGeneraciones.
           OPEN INPUT CATALOGO.
           if WS-ESTADO-CATALOGO = "00"
               PERFORM leerCatalogo UNTIL FIN-CATALOGO
           end-if.
           CLOSE CATALOGO.
       leerCatalogo.
           READ CATALOGO
               AT END set FIN-CATALOGO to true
               NOT AT END
                   move GK-ARCHIVO to WS-FM-ARCHIVO
                   PERFORM buscarArchivo
                   if WS-ARC-HALLADO not = 0
                       and GK-FECHA >= WS-ARC-FECHA-GEN (WS-ARC-HALLADO)
                       move GK-FECHA
                           to WS-ARC-FECHA-GEN (WS-ARC-HALLADO)
                       move GK-GENERACION
                           to WS-ARC-GENERACION (WS-ARC-HALLADO)
                   end-if
           END-READ.
      ******************************************************************
      * cada archivo registrado se revisa vivo y en su generacion mas
      * nueva (la cola indexada no tiene generaciones).
      ******************************************************************
       revisarArchivo.
           move WS-ARC-NOMBRE (WS-ARC-IDX) to WS-NOMBRE-ESCANEO.
           move "vivo" to WS-ORIGEN-ESCANEO.
           PERFORM escanear THRU escanear-fin.
           if WS-ARC-GENERACION (WS-ARC-IDX) not = spaces
               and WS-ARC-ORGANIZACION (WS-ARC-IDX) not = "I"
               move WS-ARC-GENERACION (WS-ARC-IDX)
                   to WS-NOMBRE-ESCANEO
               move "generacion" to WS-ORIGEN-ESCANEO
               PERFORM escanear THRU escanear-fin
           end-if.
       escanear.
           move 0 to WS-CANT-LEIDOS WS-CANT-MALOS WS-CANT-DETALLE.
           move "N" to WS-FIN-ESCANEO.
           move spaces to WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           STRING "archivo " DELIMITED BY SIZE
                  WS-NOMBRE-ESCANEO DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  WS-ORIGEN-ESCANEO DELIMITED BY SPACE
                  ") organizacion " WS-ARC-ORGANIZACION (WS-ARC-IDX)
                  " largo " WS-ARC-LARGO (WS-ARC-IDX)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           evaluate WS-ARC-ORGANIZACION (WS-ARC-IDX)
               when "L"
                   OPEN INPUT ESCANEO-TEXTO
               when "F"
                   OPEN INPUT ESCANEO-FIJO
               when "I"
                   OPEN INPUT COLA
           end-evaluate.
           if WS-ESTADO-ESCANEO = "35"
               move "  no existe, no se revisa" to WS-LINEA-REPORTE
               PERFORM grabaRenglon
               GO TO escanear-fin
           end-if.
           if WS-ESTADO-ESCANEO not = "00"
               add 1 to WS-CANT-MALOS
               move spaces to WS-LINEA-REPORTE
               STRING "  ABRIR: no se pudo abrir con la forma"
                      " registrada, estado " WS-ESTADO-ESCANEO
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM grabaRenglon
               PERFORM cerrarEscaneo
               PERFORM escalarFormato
               GO TO escanear-fin
           end-if.
           evaluate WS-ARC-ORGANIZACION (WS-ARC-IDX)
               when "L"
                   PERFORM leerTexto UNTIL FIN-ESCANEO
               when "F"
                   PERFORM leerFijo UNTIL FIN-ESCANEO
               when "I"
                   PERFORM leerCola UNTIL FIN-ESCANEO
           end-evaluate.
           PERFORM cerrarEscaneo.
           if WS-CANT-MALOS > WS-CANT-DETALLE
               and WS-CANT-DETALLE >= WS-MAX-DETALLE
               move spaces to WS-LINEA-REPORTE
               STRING "  (se detallan solo las primeras "
                      WS-MAX-DETALLE " fallas)"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM grabaRenglon
           end-if.
           move spaces to WS-LINEA-REPORTE.
           STRING "  registros=" WS-CANT-LEIDOS
                  " malformados=" WS-CANT-MALOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaRenglon.
           if WS-CANT-MALOS not = 0
               PERFORM escalarFormato
           end-if.
       escanear-fin.
           EXIT.
       cerrarEscaneo.
           evaluate WS-ARC-ORGANIZACION (WS-ARC-IDX)
               when "L"
                   CLOSE ESCANEO-TEXTO
               when "F"
                   CLOSE ESCANEO-FIJO
               when "I"
                   CLOSE COLA
           end-evaluate.
       leerTexto.
           READ ESCANEO-TEXTO
               AT END set FIN-ESCANEO to true
               NOT AT END
                   add 1 to WS-CANT-LEIDOS
                   move ESCANEO-TEXTO-REC to WS-REGISTRO
                   PERFORM revisarRegistro
           END-READ.
       leerFijo.
           READ ESCANEO-FIJO
               AT END set FIN-ESCANEO to true
               NOT AT END
                   add 1 to WS-CANT-LEIDOS
                   move ESCANEO-FIJO-REC to WS-REGISTRO
                   PERFORM revisarRegistro
           END-READ.
       leerCola.
           READ COLA NEXT RECORD
               AT END set FIN-ESCANEO to true
               NOT AT END
                   add 1 to WS-CANT-LEIDOS
                   move COLA-REC to WS-REGISTRO
                   PERFORM revisarRegistro
           END-READ.
      ******************************************************************
      * un registro malo cuenta una vez aunque falle en varios campos;
      * cada falla se detalla con el numero de registro y posiciones.
      ******************************************************************
       revisarRegistro.
           move "N" to WS-REGISTRO-MALO.
           if WS-ARC-ORGANIZACION (WS-ARC-IDX) = "L"
               PERFORM medirRegistro
               if WS-LARGO-USADO > WS-ARC-LARGO (WS-ARC-IDX)
                   compute WS-DESDE = WS-ARC-LARGO (WS-ARC-IDX) + 1
                   move WS-LARGO-USADO to WS-HASTA
                   move "LARGO" to WS-MOTIVO
                   move "largo registro" to WS-CAMPO-FALLA
                   move WS-REGISTRO (WS-DESDE:) to WS-MUESTRA
                   PERFORM anotarFalla
               end-if
           end-if.
           PERFORM revisarCampo VARYING WS-CAM-IDX FROM 1 BY 1
               UNTIL WS-CAM-IDX > WS-CAM-CANT.
           if WS-REGISTRO-MALO = "S"
               add 1 to WS-CANT-MALOS
           end-if.
      *    largo util del renglon: ultima posicion no blanca
       medirRegistro.
           move 0 to WS-LARGO-USADO.
           PERFORM buscarLargo VARYING WS-SCAN-IDX FROM 250 BY -1
               UNTIL WS-SCAN-IDX < 1 OR WS-LARGO-USADO not = 0.
       buscarLargo.
           if WS-REGISTRO (WS-SCAN-IDX:1) not = space
               move WS-SCAN-IDX to WS-LARGO-USADO
           end-if.
       revisarCampo.
           if WS-CAM-ARCHIVO (WS-CAM-IDX) = WS-ARC-IDX
               move WS-CAM-DESDE (WS-CAM-IDX) to WS-DESDE
               move WS-CAM-LARGO (WS-CAM-IDX) to WS-LARGO
               compute WS-HASTA = WS-DESDE + WS-LARGO - 1
               move spaces to WS-MOTIVO
               if WS-REGISTRO (WS-DESDE:WS-LARGO) = spaces
                   if WS-CAM-OBLIGATORIO (WS-CAM-IDX) = "S"
                       move "VACIO" to WS-MOTIVO
                   end-if
               else
                   PERFORM revisarClase
               end-if
               if WS-MOTIVO not = spaces
                   move WS-CAM-NOMBRE (WS-CAM-IDX) to WS-CAMPO-FALLA
                   move WS-REGISTRO (WS-DESDE:WS-LARGO) to WS-MUESTRA
                   PERFORM anotarFalla
               end-if
           end-if.
       revisarClase.
           evaluate WS-CAM-CLASE (WS-CAM-IDX)
               when "N"
                   if WS-REGISTRO (WS-DESDE:WS-LARGO) is not NUMERIC
                       move "NONUM" to WS-MOTIVO
                   end-if
               when "D"
                   PERFORM revisarFecha
           end-evaluate.
           if WS-MOTIVO = spaces and WS-CAM-VALORES (WS-CAM-IDX) > 0
               move WS-REGISTRO (WS-DESDE:WS-LARGO) to WS-MUESTRA
               move "N" to WS-VALOR-HALLADO
               PERFORM compararValor VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > WS-VAL-CANT
                   or WS-VALOR-HALLADO = "S"
               if WS-VALOR-HALLADO = "N"
                   move "VALOR" to WS-MOTIVO
               end-if
           end-if.
      *    fecha con siglo AAAAMMDD; con largo 6 la forma vieja AAMMDD
       revisarFecha.
           if WS-REGISTRO (WS-DESDE:WS-LARGO) is not NUMERIC
               move "FECHA" to WS-MOTIVO
           else
               if WS-LARGO = 8
                   move WS-REGISTRO (WS-DESDE:8) to WS-FECHA-CHK
                   if WS-FC-ANIO < 1900 or WS-FC-MES < 1
                       or WS-FC-MES > 12 or WS-FC-DIA < 1
                       or WS-FC-DIA > 31
                       move "FECHA" to WS-MOTIVO
                   end-if
               else
                   move WS-REGISTRO (WS-DESDE:6) to WS-FECHA-CORTA
                   if WS-FK-MES < 1 or WS-FK-MES > 12
                       or WS-FK-DIA < 1 or WS-FK-DIA > 31
                       move "FECHA" to WS-MOTIVO
                   end-if
               end-if
           end-if.
       compararValor.
           if WS-VAL-CAMPO (WS-VAL-IDX) = WS-CAM-IDX
               and WS-VAL-TEXTO (WS-VAL-IDX) = WS-MUESTRA
               move "S" to WS-VALOR-HALLADO
           end-if.
       anotarFalla.
           move "S" to WS-REGISTRO-MALO.
           if WS-CANT-DETALLE < WS-MAX-DETALLE
               add 1 to WS-CANT-DETALLE
               move spaces to WS-LINEA-REPORTE
               STRING "  reg " WS-CANT-LEIDOS " pos " WS-DESDE "-"
                      WS-HASTA " " WS-CAMPO-FALLA " " WS-MOTIVO
                      " [" WS-MUESTRA "]"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM grabaRenglon
           end-if.
       escalarFormato.
           add 1 to WS-CANT-ARCH-MALOS.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move "FORMCHK" to EXT-PROGRAMA.
           move spaces to EXT-TEXTO.
           STRING "formato " DELIMITED BY SIZE
                  WS-NOMBRE-ESCANEO DELIMITED BY SPACE
                  " malformados=" WS-CANT-MALOS DELIMITED BY SIZE
                  INTO EXT-TEXTO.
           PERFORM leerCorrida.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
      ******************************************************************
      * numero de corrida nocturna vigente segun RUNCTL.DAT (el que
      * avanza findia), para estampar la escalacion; 0 sin control.
      ******************************************************************
       leerCorrida.
           move 0 to WS-CORRIDA.
           OPEN INPUT CORRIDA-CONTROL.
           if WS-ESTADO-CORRIDA = "00"
               READ CORRIDA-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       move RC-CORRIDA to WS-CORRIDA
               END-READ
           end-if.
           CLOSE CORRIDA-CONTROL.
       grabaRenglon.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
       END PROGRAM formchk.
