      *          colamant distingue los AUTO de los pedidos sueltos.
      * Tectonics: cobc -x -o ordgen ordgen.cbl fechalib.cbl
      * Modification History:
      *   15/10/2026 - el registro de la cola lleva el codigo de
      *                tarifa de lista de precios (QE-TARIFA, blanco =
      *                tabla comun); las ordenes permanentes siguen
      *                generando tablas comunes. Solo cambia el FD.
      *   15/10/2026 - el registro de la cola lleva la operacion de la
      *                tabla (QE-OPERACION); las ordenes permanentes
      *                son tablas de multiplicar (*).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ordgen.
           05  QE-FECHA-ESTADO     PIC 9(08).
           05  QE-ORIGEN           PIC X(06).
           05  QE-RESPONDIDO       PIC X(01).
           05  QE-TARIFA           PIC X(10).
           05  QE-OPERACION        PIC X(01).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-ORDENES       PIC X(02).
       01  WS-ESTADO-COLA          PIC X(02).
           move WS-FECHA-HOY to QE-FECHA-ALTA.
           move WS-FECHA-HOY to QE-FECHA-ESTADO.
           move "AUTO" to QE-ORIGEN.
           move "*" to QE-OPERACION.
           move "N" to QE-RESPONDIDO.
           WRITE COLA-REC
               INVALID KEY
