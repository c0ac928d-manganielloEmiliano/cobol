      *          blanco etiqueta(10).
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama
      *            (ifElse, reclasif, rephicla, ifgate, ifovmant,
      *            ifovvenc, ifvigia - ver el Tectonics de cada uno)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bandaslib.
