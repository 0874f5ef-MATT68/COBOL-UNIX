      ******************************************************************
      ******************************************************************
      **            COPY DE LA TABLA DE PASOS                        **
      **                   CADENA DIARIA (COBOL324 / COBOL325)       **
      **  PROGRAMAS DE LA CADENA EN SU ORDEN DE EJECUCION. EL        **
      **  NUMERO DE PASO ES LA POSICION EN LA TABLA Y ES EL QUE SE   **
      **  ANOTA EN FICHERO.CADENA.LOG                                **
      ******************************************************************
      *
      *
       01  WS-PASOS-VALORES.
           05  FILLER                           PIC X(8)   VALUE
               'COBOL311'.
           05  FILLER                           PIC X(8)   VALUE
               'COBOL302'.
           05  FILLER                           PIC X(8)   VALUE
               'COBOL310'.
           05  FILLER                           PIC X(8)   VALUE
               'COBOL300'.
           05  FILLER                           PIC X(8)   VALUE
               'COBOL309'.
           05  FILLER                           PIC X(8)   VALUE
               'COBOL306'.
           05  FILLER                           PIC X(8)   VALUE
               'COBOL308'.
      *
       01  WS-TABLA-PASOS  REDEFINES WS-PASOS-VALORES.
           05  WS-PASO-PROGRAMA                 PIC X(8)
                                                OCCURS 7 TIMES.
      *
       01  WS-PASOS-NUM                         PIC 9(2)   VALUE 7.
