      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: generador de datos de prueba para ENSAYO y PRACTICA -
      *          ensayo y practica solo se siembran con los vivos o las
      *          copias .REF, y no habia forma de ensayar un lunes con
      *          el triple de volumen, una entrega llena de basura o una
      *          pasarela con pedidos repetidos. Este programa arma
      *          NUMERRAW.DAT, IFNUMRAW.DAT, PEDIDOSX.DAT y TABLASPM.DAT
      *          en el directorio que dice un perfil, con el volumen, la
      *          distribucion de valores, los porcentajes de registros
      *          no numericos y fuera de rango, la tasa de duplicados,
      *          los remitentes y el sobre de control (correcto o
      *          adrede mal) que el perfil pida. Los numeros salen de
      *          un generador congruencial propio (semilla * 16807
      *          modulo 2147483647), asi el mismo perfil con la misma
      *          semilla da siempre los mismos archivos y el ensayo se
      *          puede repetir. Nunca escribe en produccion: el
      *          directorio tiene que ser un nombre simple (letras,
      *          digitos, guion), que siempre cae debajo del de
      *          produccion, nunca el mismo ni fuera de el.
      *          Perfil: una linea por clave, clave(12) blanco
      *          valor(20), "*" en la columna 1 es comentario:
      *            DIRECTORIO   destino (obligatorio: ENSAYO, ...)
      *            SEMILLA      semilla del generador (1)
      *            VOLUMEN      registros por entrega cruda (100)
      *            PEDIDOS      lineas de PEDIDOSX.DAT (20)
      *            MINIMO       valor minimo (1)
      *            MAXIMO       valor maximo (999; tablas hasta 99)
      *            DISTRIBUCION U pareja, B cargada a los bajos,
      *                         A a los altos, C al centro (U)
      *            PCT-NONUM    % de registros no numericos (0)
      *            PCT-RANGO    % de registros fuera de rango (0)
      *            PCT-DUPLIC   % de registros repetidos (0)
      *            REMITENTE    codigo de remitente, una linea por
      *                         cada uno, hasta 10 (PRUEBA)
      *            SOBRE        S con sobre H/T, N sin sobre (S)
      *            CONTROL      B cola correcta, M cola adrede mal (B)
      *            FECHA        fecha de la cabecera (0 = hoy; para
      *                         repetir un ensayo exacto, fijarla)
      * Tectonics: cobc -x -o gendatos gendatos.cbl numchk.cbl
      *            fechalib.cbl
      * Modification History:
      *   15/10/2026 - el directorio de destino se valida por lista
      *                blanca (letras, digitos y guion) en vez de
      *                rechazar caracteres sueltos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gendatos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFIL ASSIGN TO DYNAMIC WS-NOMBRE-PERFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PERFIL.
           SELECT SALIDA-TEXTO ASSIGN TO DYNAMIC WS-NOMBRE-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA.
           SELECT SALIDA-PARAM ASSIGN TO DYNAMIC WS-NOMBRE-SALIDA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SALIDA.
       DATA DIVISION.
       FILE SECTION.
       FD  PERFIL.
       01  PERFIL-REC.
           05  PF-CLAVE            PIC X(12).
           05  FILLER              PIC X(01).
           05  PF-VALOR            PIC X(20).
       FD  SALIDA-TEXTO.
       01  SALIDA-TEXTO-REC        PIC X(30).
       FD  SALIDA-PARAM.
       01  SALIDA-PARAM-REC.
           05  PM-NUMERO           PIC 9(2).
           05  PM-LIMITE-INF       PIC 9(3).
           05  PM-LIMITE-SUP       PIC 9(3).
           05  PM-SALIR            PIC X(01).
           05  PM-SPOOL            PIC X(01).
           05  PM-SIMULACION       PIC X(01).
           05  PM-TARIFA           PIC X(10).
           05  PM-OPERACION        PIC X(01).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PERFIL        PIC X(02).
       01  WS-ESTADO-SALIDA        PIC X(02).
       01  WS-NOMBRE-PERFIL        PIC X(30).
       01  WS-NOMBRE-SALIDA        PIC X(50).
       01  WS-FIN-PERFIL           PIC X(01) VALUE "N".
           88  FIN-PERFIL          VALUE "S".
       01  WS-COMANDO              PIC X(60).
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
      *    perfil con sus valores por omision
       01  WS-DIRECTORIO           PIC X(20) VALUE SPACES.
       01  WS-SEMILLA-PERFIL       PIC 9(09) VALUE 1.
       01  WS-VOLUMEN              PIC 9(07) VALUE 100.
       01  WS-CANT-PEDIDOS         PIC 9(05) VALUE 20.
       01  WS-MINIMO               PIC 9(03) VALUE 1.
       01  WS-MAXIMO               PIC 9(03) VALUE 999.
       01  WS-DISTRIBUCION         PIC X(01) VALUE "U".
           88  DISTRIBUCION-VALIDA VALUE "U" "B" "A" "C".
       01  WS-PCT-NONUM            PIC 9(03) VALUE 0.
       01  WS-PCT-RANGO            PIC 9(03) VALUE 0.
       01  WS-PCT-DUPLIC           PIC 9(03) VALUE 0.
       01  WS-SOBRE                PIC X(01) VALUE "S".
       01  WS-CONTROL              PIC X(01) VALUE "B".
       01  WS-FECHA-CABECERA       PIC 9(08) VALUE 0.
       01  WS-REM-CANT             PIC 9(02) VALUE 0.
       01  WS-REM-IDX              PIC 9(02) VALUE 0.
       01  WS-REMITENTES.
           05  WS-REMITENTE OCCURS 10 TIMES PIC X(06).
       01  WS-PERFIL-VALIDO        PIC X(01) VALUE "S".
      *    lectura de un valor numerico escrito a la izquierda
       01  WS-VALOR-NUM            PIC 9(09) VALUE 0.
       01  WS-VALOR-OK             PIC X(01).
       01  WS-CAR-IDX              PIC 9(02) VALUE 0.
       01  WS-CAR                  PIC X(01).
       01  WS-DIGITO               PIC 9(01).
       01  WS-CANT-INVALIDOS       PIC 9(02) VALUE 0.
       01  WS-LARGO-DIRECTORIO     PIC 9(02) VALUE 0.
      *    generador congruencial (Park-Miller)
       01  WS-SEMILLA              PIC 9(10) VALUE 1.
       01  WS-PRODUCTO             PIC 9(15) VALUE 0.
       01  WS-COCIENTE             PIC 9(15) VALUE 0.
       01  WS-MODULO               PIC 9(10) VALUE 2147483647.
       01  WS-TOPE-AZAR            PIC 9(07) VALUE 0.
       01  WS-AZAR                 PIC 9(07) VALUE 0.
       01  WS-AZAR-2               PIC 9(07) VALUE 0.
      *    armado de cada entrega
       01  WS-VALOR-BAJO           PIC 9(03) VALUE 0.
       01  WS-VALOR-ALTO           PIC 9(03) VALUE 0.
       01  WS-VALOR                PIC 9(03) VALUE 0.
       01  WS-VALOR-2              PIC 9(02).
       01  WS-VALOR-3              PIC 9(03).
       01  WS-ULTIMO-BUENO         PIC 9(03) VALUE 0.
       01  WS-LARGO-NUMERO         PIC 9(01) VALUE 2.
       01  WS-TIPO-REGISTRO        PIC X(01).
           88  REG-NONUM           VALUE "N".
           88  REG-RANGO           VALUE "R".
           88  REG-DUPLICADO       VALUE "D".
           88  REG-BUENO           VALUE "B".
       01  WS-REG-IDX              PIC 9(07) VALUE 0.
       01  WS-CANT-DATOS           PIC 9(07) VALUE 0.
       01  WS-SUMA-DATOS           PIC 9(09) VALUE 0.
       01  WS-CANT-COLA            PIC 9(07) VALUE 0.
       01  WS-CANT-NONUM           PIC 9(07) VALUE 0.
       01  WS-CANT-RANGO           PIC 9(07) VALUE 0.
       01  WS-CANT-DUPLIC          PIC 9(07) VALUE 0.
       01  WS-REMITENTE-SOBRE      PIC X(06).
       01  WS-NOMBRE-ENTREGA       PIC X(12).
       01  WS-LINEA                PIC X(30).
       01  WS-LINEA-PEDIDO REDEFINES WS-LINEA.
           05  GP-SOLICITANTE      PIC X(06).
           05  FILLER              PIC X(01).
           05  GP-NUMERO           PIC X(02).
           05  FILLER              PIC X(01).
           05  GP-LIM-INF          PIC 9(03).
           05  FILLER              PIC X(01).
           05  GP-LIM-SUP          PIC 9(03).
           05  FILLER              PIC X(01).
           05  GP-SPOOL            PIC X(01).
           05  FILLER              PIC X(01).
           05  GP-SIMULACION       PIC X(01).
           05  FILLER              PIC X(01).
           05  GP-OPERACION        PIC X(01).
           05  FILLER              PIC X(07).
       01  WS-ULTIMO-PEDIDO        PIC X(30) VALUE SPACES.
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           display "generador de datos de prueba".
           display "ingrese el archivo de perfil".
           ACCEPT WS-NOMBRE-PERFIL.
           if WS-NOMBRE-PERFIL = spaces
               display "el perfil no puede estar en blanco"
               STOP RUN
           end-if.
           PERFORM leerPerfil.
           if WS-PERFIL-VALIDO not = "S"
               display "perfil " WS-NOMBRE-PERFIL " rechazado, no se"
                   " genera nada"
               STOP RUN
           end-if.
           PERFORM controlarDirectorio.
           if WS-PERFIL-VALIDO not = "S"
               display "el directorio debe ser un nombre simple debajo"
                   " del de produccion (ENSAYO, PRACTICA, ...);"
                   " no se genera en produccion"
               STOP RUN
           end-if.
           move "semilla (0 = la del perfil)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR not = 0
               move WS-NUMCHK-VALOR to WS-SEMILLA-PERFIL
           end-if.
           move WS-SEMILLA-PERFIL to WS-SEMILLA.
           if WS-SEMILLA = 0 or WS-SEMILLA >= WS-MODULO
               move 1 to WS-SEMILLA
           end-if.
           if WS-FECHA-CABECERA = 0
               move WS-FECHA-HOY to WS-FECHA-CABECERA
           end-if.
           if WS-REM-CANT = 0
               move 1 to WS-REM-CANT
               move "PRUEBA" to WS-REMITENTE (1)
           end-if.
           move spaces to WS-COMANDO.
           STRING "mkdir -p " WS-DIRECTORIO
               DELIMITED BY SIZE INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           PERFORM generarLoteTablas.
           PERFORM generarLoteIfElse.
           PERFORM generarPedidos.
           PERFORM generarParametros.
           display "datos de prueba generados en "
               WS-DIRECTORIO (1:WS-LARGO-DIRECTORIO)
               " con semilla " WS-SEMILLA-PERFIL.
           STOP RUN.
      ******************************************************************
      * lectura del perfil: las claves desconocidas o los valores mal
      * escritos rechazan el perfil entero, para no ensayar con un
      * juego distinto del que se penso.
      ******************************************************************
       leerPerfil.
           OPEN INPUT PERFIL.
           if WS-ESTADO-PERFIL not = "00"
               display "no se encuentra el perfil " WS-NOMBRE-PERFIL
               move "N" to WS-PERFIL-VALIDO
           else
               PERFORM leerClave UNTIL FIN-PERFIL
               CLOSE PERFIL
           end-if.
           if WS-PCT-NONUM + WS-PCT-RANGO + WS-PCT-DUPLIC > 100
               display "los porcentajes del perfil suman mas de 100"
               move "N" to WS-PERFIL-VALIDO
           end-if.
           if WS-MINIMO > WS-MAXIMO or WS-MAXIMO = 0
               display "MINIMO no puede superar a MAXIMO"
               move "N" to WS-PERFIL-VALIDO
           end-if.
       leerClave.
           READ PERFIL
               AT END set FIN-PERFIL to true
               NOT AT END
                   if PF-CLAVE (1:1) not = "*" and PF-CLAVE not = spaces
                       PERFORM aplicarClave
                   end-if
           END-READ.
       aplicarClave.
           evaluate PF-CLAVE
               when "DIRECTORIO"
                   move PF-VALOR to WS-DIRECTORIO
               when "SEMILLA"
                   PERFORM leerValorNumerico
                   move WS-VALOR-NUM to WS-SEMILLA-PERFIL
               when "VOLUMEN"
                   PERFORM leerValorNumerico
                   move WS-VALOR-NUM to WS-VOLUMEN
               when "PEDIDOS"
                   PERFORM leerValorNumerico
                   move WS-VALOR-NUM to WS-CANT-PEDIDOS
               when "MINIMO"
                   PERFORM leerValorNumerico
                   move WS-VALOR-NUM to WS-MINIMO
               when "MAXIMO"
                   PERFORM leerValorNumerico
                   move WS-VALOR-NUM to WS-MAXIMO
               when "DISTRIBUCION"
                   move PF-VALOR (1:1) to WS-DISTRIBUCION
                   if not DISTRIBUCION-VALIDA
                       display "DISTRIBUCION debe ser U, B, A o C"
                       move "N" to WS-PERFIL-VALIDO
                   end-if
               when "PCT-NONUM"
                   PERFORM leerValorNumerico
                   move WS-VALOR-NUM to WS-PCT-NONUM
               when "PCT-RANGO"
                   PERFORM leerValorNumerico
                   move WS-VALOR-NUM to WS-PCT-RANGO
               when "PCT-DUPLIC"
                   PERFORM leerValorNumerico
                   move WS-VALOR-NUM to WS-PCT-DUPLIC
               when "REMITENTE"
                   if WS-REM-CANT < 10
                       add 1 to WS-REM-CANT
                       move PF-VALOR to WS-REMITENTE (WS-REM-CANT)
                   end-if
               when "SOBRE"
                   move PF-VALOR (1:1) to WS-SOBRE
                   if WS-SOBRE not = "S" and WS-SOBRE not = "N"
                       display "SOBRE debe ser S o N"
                       move "N" to WS-PERFIL-VALIDO
                   end-if
               when "CONTROL"
                   move PF-VALOR (1:1) to WS-CONTROL
                   if WS-CONTROL not = "B" and WS-CONTROL not = "M"
                       display "CONTROL debe ser B o M"
                       move "N" to WS-PERFIL-VALIDO
                   end-if
               when "FECHA"
                   PERFORM leerValorNumerico
                   move WS-VALOR-NUM to WS-FECHA-CABECERA
               when other
                   display "clave desconocida en el perfil: " PF-CLAVE
                   move "N" to WS-PERFIL-VALIDO
           end-evaluate.
      ******************************************************************
      * valor numerico escrito a la izquierda del campo: se acumulan
      * los digitos hasta el primer blanco.
      ******************************************************************
       leerValorNumerico.
           move 0 to WS-VALOR-NUM.
           move "S" to WS-VALOR-OK.
           PERFORM leerDigito VARYING WS-CAR-IDX FROM 1 BY 1
               UNTIL WS-CAR-IDX > 9 OR PF-VALOR (WS-CAR-IDX:1) = " ".
           if PF-VALOR (1:1) = " " or WS-VALOR-OK not = "S"
               display "valor no numerico para " PF-CLAVE ": "
                   PF-VALOR
               move "N" to WS-PERFIL-VALIDO
           end-if.
       leerDigito.
           move PF-VALOR (WS-CAR-IDX:1) to WS-CAR.
           if WS-CAR is NUMERIC
               move WS-CAR to WS-DIGITO
               compute WS-VALOR-NUM = WS-VALOR-NUM * 10 + WS-DIGITO
           else
               move "N" to WS-VALOR-OK
           end-if.
      ******************************************************************
      * el directorio de destino es un nombre simple: solo letras,
      * digitos y guiones, asi no puede ser el de produccion, salir de
      * el ni llevar nada que el shell interprete en el mkdir.
      ******************************************************************
       controlarDirectorio.
           move 0 to WS-CANT-INVALIDOS WS-LARGO-DIRECTORIO.
           if WS-DIRECTORIO = spaces
               move "N" to WS-PERFIL-VALIDO
           else
               INSPECT WS-DIRECTORIO TALLYING WS-LARGO-DIRECTORIO
                   FOR CHARACTERS BEFORE INITIAL SPACE
               PERFORM controlarCaracter VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-LARGO-DIRECTORIO
               if WS-CANT-INVALIDOS not = 0
                   or WS-LARGO-DIRECTORIO = 0
                   move "N" to WS-PERFIL-VALIDO
               else
                   if WS-LARGO-DIRECTORIO < 20
                       and WS-DIRECTORIO (WS-LARGO-DIRECTORIO + 1:)
                           not = spaces
                       move "N" to WS-PERFIL-VALIDO
                   end-if
               end-if
           end-if.
       controlarCaracter.
           move WS-DIRECTORIO (WS-CAR-IDX:1) to WS-CAR.
           if not ((WS-CAR >= "A" and WS-CAR <= "Z")
               or (WS-CAR >= "a" and WS-CAR <= "z")
               or WS-CAR is NUMERIC or WS-CAR = "-")
               add 1 to WS-CANT-INVALIDOS
           end-if.
      ******************************************************************
      * generador: semilla = semilla * 16807 modulo 2^31 - 1; WS-AZAR
      * queda entre 0 y WS-TOPE-AZAR - 1.
      ******************************************************************
       sortearAzar.
           compute WS-PRODUCTO = WS-SEMILLA * 16807.
           DIVIDE WS-PRODUCTO BY WS-MODULO GIVING WS-COCIENTE
               REMAINDER WS-SEMILLA.
           DIVIDE WS-SEMILLA BY WS-TOPE-AZAR GIVING WS-COCIENTE
               REMAINDER WS-AZAR.
      ******************************************************************
      * valor entre WS-VALOR-BAJO y WS-VALOR-ALTO segun la
      * distribucion del perfil: el menor de dos sorteos carga los
      * bajos, el mayor los altos, el promedio el centro.
      ******************************************************************
       sortearValor.
           compute WS-TOPE-AZAR = WS-VALOR-ALTO - WS-VALOR-BAJO + 1.
           PERFORM sortearAzar.
           if WS-DISTRIBUCION not = "U"
               move WS-AZAR to WS-AZAR-2
               PERFORM sortearAzar
               evaluate WS-DISTRIBUCION
                   when "B"
                       if WS-AZAR-2 < WS-AZAR
                           move WS-AZAR-2 to WS-AZAR
                       end-if
                   when "A"
                       if WS-AZAR-2 > WS-AZAR
                           move WS-AZAR-2 to WS-AZAR
                       end-if
                   when "C"
                       compute WS-AZAR = (WS-AZAR + WS-AZAR-2) / 2
               end-evaluate
           end-if.
           compute WS-VALOR = WS-VALOR-BAJO + WS-AZAR.
      ******************************************************************
      * tipo del proximo registro: no numerico, fuera de rango,
      * repetido (si ya hubo uno bueno) o bueno, por los porcentajes.
      ******************************************************************
       sortearTipo.
           move 100 to WS-TOPE-AZAR.
           PERFORM sortearAzar.
           evaluate true
               when WS-AZAR < WS-PCT-NONUM
                   set REG-NONUM to true
               when WS-AZAR < WS-PCT-NONUM + WS-PCT-RANGO
                   set REG-RANGO to true
               when WS-AZAR < WS-PCT-NONUM + WS-PCT-RANGO
                                + WS-PCT-DUPLIC
                   and WS-ULTIMO-BUENO not = 0
                   set REG-DUPLICADO to true
               when other
                   set REG-BUENO to true
           end-evaluate.
      ******************************************************************
      * entregas crudas para el preedit: NUMERRAW.DAT (tablas, dos
      * digitos, 1-99) con el primer remitente del perfil e
      * IFNUMRAW.DAT (ifElse, tres digitos) con el segundo si lo hay.
      ******************************************************************
       generarLoteTablas.
           move 2 to WS-LARGO-NUMERO.
           move WS-MINIMO to WS-VALOR-BAJO.
           move WS-MAXIMO to WS-VALOR-ALTO.
           if WS-VALOR-BAJO = 0
               move 1 to WS-VALOR-BAJO
           end-if.
           if WS-VALOR-ALTO > 99
               move 99 to WS-VALOR-ALTO
           end-if.
           if WS-VALOR-BAJO > WS-VALOR-ALTO
               move 1 to WS-VALOR-BAJO
               move 99 to WS-VALOR-ALTO
           end-if.
           move WS-REMITENTE (1) to WS-REMITENTE-SOBRE.
           move "NUMERRAW.DAT" to WS-NOMBRE-ENTREGA.
           PERFORM generarEntrega.
       generarLoteIfElse.
           move 3 to WS-LARGO-NUMERO.
           move WS-MINIMO to WS-VALOR-BAJO.
           move WS-MAXIMO to WS-VALOR-ALTO.
           if WS-VALOR-BAJO = 0
               move 1 to WS-VALOR-BAJO
           end-if.
           if WS-REM-CANT > 1
               move WS-REMITENTE (2) to WS-REMITENTE-SOBRE
           else
               move WS-REMITENTE (1) to WS-REMITENTE-SOBRE
           end-if.
           move "IFNUMRAW.DAT" to WS-NOMBRE-ENTREGA.
           PERFORM generarEntrega.
       generarEntrega.
           move 0 to WS-CANT-DATOS WS-SUMA-DATOS WS-ULTIMO-BUENO.
           move 0 to WS-CANT-NONUM WS-CANT-RANGO WS-CANT-DUPLIC.
           PERFORM abrirSalidaTexto.
           if WS-SOBRE = "S"
               move spaces to WS-LINEA
               STRING "H " WS-REMITENTE-SOBRE " " WS-FECHA-CABECERA
                   DELIMITED BY SIZE INTO WS-LINEA
               WRITE SALIDA-TEXTO-REC FROM WS-LINEA
           end-if.
           PERFORM generarRegistro VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-VOLUMEN.
           if WS-SOBRE = "S"
               move WS-CANT-DATOS to WS-CANT-COLA
               if WS-CONTROL = "M"
                   add 1 to WS-CANT-COLA
               end-if
               move spaces to WS-LINEA
               STRING "T " WS-CANT-COLA " " WS-SUMA-DATOS
                   DELIMITED BY SIZE INTO WS-LINEA
               WRITE SALIDA-TEXTO-REC FROM WS-LINEA
           end-if.
           CLOSE SALIDA-TEXTO.
           display "  " WS-NOMBRE-ENTREGA ": " WS-CANT-DATOS
               " registros, nonum=" WS-CANT-NONUM
               " rango=" WS-CANT-RANGO " repetidos=" WS-CANT-DUPLIC.
       generarRegistro.
           PERFORM sortearTipo.
           move spaces to WS-LINEA.
           evaluate true
               when REG-NONUM
                   add 1 to WS-CANT-NONUM
                   move 10 to WS-TOPE-AZAR
                   PERFORM sortearAzar
                   move WS-AZAR to WS-VALOR-2
                   STRING "X" WS-VALOR-2 (2:1)
                       DELIMITED BY SIZE INTO WS-LINEA
                   if WS-LARGO-NUMERO = 3
                       move "X" to WS-LINEA (3:1)
                   end-if
               when REG-RANGO
                   add 1 to WS-CANT-RANGO
                   move all "0" to WS-LINEA (1:WS-LARGO-NUMERO)
               when REG-DUPLICADO
                   add 1 to WS-CANT-DUPLIC
                   move WS-ULTIMO-BUENO to WS-VALOR
                   PERFORM escribirValor
               when other
                   PERFORM sortearValor
                   move WS-VALOR to WS-ULTIMO-BUENO
                   PERFORM escribirValor
           end-evaluate.
           WRITE SALIDA-TEXTO-REC FROM WS-LINEA.
           add 1 to WS-CANT-DATOS.
       escribirValor.
           if WS-LARGO-NUMERO = 2
               move WS-VALOR to WS-VALOR-2
               move WS-VALOR-2 to WS-LINEA (1:2)
           else
               move WS-VALOR to WS-VALOR-3
               move WS-VALOR-3 to WS-LINEA (1:3)
           end-if.
           add WS-VALOR to WS-SUMA-DATOS.
      ******************************************************************
      * pedidos de la pasarela: solicitante rotando entre los
      * remitentes del perfil; un repetido es la linea anterior tal
      * cual, como cuando un departamento manda el pedido dos veces.
      ******************************************************************
       generarPedidos.
           move 0 to WS-CANT-DATOS WS-ULTIMO-BUENO.
           move 0 to WS-CANT-NONUM WS-CANT-RANGO WS-CANT-DUPLIC.
           move spaces to WS-ULTIMO-PEDIDO.
           move "PEDIDOSX.DAT" to WS-NOMBRE-ENTREGA.
           PERFORM abrirSalidaTexto.
           move 0 to WS-REM-IDX.
           PERFORM generarPedido VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-CANT-PEDIDOS.
           CLOSE SALIDA-TEXTO.
           display "  " WS-NOMBRE-ENTREGA ": " WS-CANT-DATOS
               " pedidos, nonum=" WS-CANT-NONUM
               " rango=" WS-CANT-RANGO " repetidos=" WS-CANT-DUPLIC.
       generarPedido.
           PERFORM sortearTipo.
           if REG-DUPLICADO
               add 1 to WS-CANT-DUPLIC
               move WS-ULTIMO-PEDIDO to WS-LINEA
           else
               add 1 to WS-REM-IDX
               if WS-REM-IDX > WS-REM-CANT
                   move 1 to WS-REM-IDX
               end-if
               move spaces to WS-LINEA
               move WS-REMITENTE (WS-REM-IDX) to GP-SOLICITANTE
               move 10 to WS-TOPE-AZAR
               PERFORM sortearAzar
               compute GP-LIM-INF = WS-AZAR + 1
               move 50 to WS-TOPE-AZAR
               PERFORM sortearAzar
               compute GP-LIM-SUP = GP-LIM-INF + 9 + WS-AZAR
               move "N" to GP-SPOOL
               move "N" to GP-SIMULACION
               move "*" to GP-OPERACION
               evaluate true
                   when REG-NONUM
                       add 1 to WS-CANT-NONUM
                       move "X" to GP-NUMERO (1:1)
                       move "X" to GP-NUMERO (2:1)
                   when REG-RANGO
                       add 1 to WS-CANT-RANGO
                       move "00" to GP-NUMERO
                   when other
                       PERFORM valorDeTabla
                       move WS-VALOR-2 to GP-NUMERO
                       move 1 to WS-ULTIMO-BUENO
                       move WS-LINEA to WS-ULTIMO-PEDIDO
               end-evaluate
           end-if.
           WRITE SALIDA-TEXTO-REC FROM WS-LINEA.
           add 1 to WS-CANT-DATOS.
      ******************************************************************
      * numero de tabla (1-99) con la distribucion del perfil.
      ******************************************************************
       valorDeTabla.
           move WS-MINIMO to WS-VALOR-BAJO.
           move WS-MAXIMO to WS-VALOR-ALTO.
           if WS-VALOR-BAJO = 0
               move 1 to WS-VALOR-BAJO
           end-if.
           if WS-VALOR-ALTO > 99
               move 99 to WS-VALOR-ALTO
           end-if.
           if WS-VALOR-BAJO > WS-VALOR-ALTO
               move 1 to WS-VALOR-BAJO
               move 99 to WS-VALOR-ALTO
           end-if.
           PERFORM sortearValor.
           move WS-VALOR to WS-VALOR-2.
      ******************************************************************
      * parametros de tablas: un registro con una tabla sorteada,
      * multiplicadores de 1 a entre 10 y 100, sin spool ni
      * simulacion, para que tablas corra desatendido en el ensayo.
      ******************************************************************
       generarParametros.
           move spaces to WS-NOMBRE-SALIDA.
           STRING WS-DIRECTORIO DELIMITED BY SPACE
                  "/TABLASPM.DAT" DELIMITED BY SIZE
                  INTO WS-NOMBRE-SALIDA.
           OPEN OUTPUT SALIDA-PARAM.
           if WS-ESTADO-SALIDA not = "00"
               display "no se puede grabar " WS-NOMBRE-SALIDA
                   " estado " WS-ESTADO-SALIDA
               STOP RUN
           end-if.
           move spaces to SALIDA-PARAM-REC.
           PERFORM valorDeTabla.
           move WS-VALOR-2 to PM-NUMERO.
           move 1 to PM-LIMITE-INF.
           move 91 to WS-TOPE-AZAR.
           PERFORM sortearAzar.
           compute PM-LIMITE-SUP = 10 + WS-AZAR.
           move "N" to PM-SALIR.
           move "N" to PM-SPOOL.
           move "N" to PM-SIMULACION.
           move "*" to PM-OPERACION.
           WRITE SALIDA-PARAM-REC.
           CLOSE SALIDA-PARAM.
           display "  TABLASPM.DAT: tabla " PM-NUMERO " de "
               PM-LIMITE-INF " a " PM-LIMITE-SUP.
       abrirSalidaTexto.
           move spaces to WS-NOMBRE-SALIDA.
           STRING WS-DIRECTORIO DELIMITED BY SPACE
                  "/" WS-NOMBRE-ENTREGA DELIMITED BY SIZE
                  INTO WS-NOMBRE-SALIDA.
           OPEN OUTPUT SALIDA-TEXTO.
           if WS-ESTADO-SALIDA not = "00"
               display "no se puede grabar " WS-NOMBRE-SALIDA
                   " estado " WS-ESTADO-SALIDA
               STOP RUN
           end-if.
       END PROGRAM gendatos.
