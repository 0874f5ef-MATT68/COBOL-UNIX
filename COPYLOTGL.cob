      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.LOTES.CONTABLES                   **
      **  UN REGISTRO POR LOTE DE LA INTERFAZ CONTABLE ANOTADO EN EL **
      **  LIBRO MAYOR POR COBOL309 : ORIGEN (G GASTO COBOL300, N     **
      **  NOMINA, E PAGA EXTRA, F FINIQUITOS COBOL306), FECHA DE     **
      **  CABECERA, LINEAS Y HASH DEL PIE. OTRO LOTE CON LA MISMA    **
      **  FECHA Y HASH SE RECHAZA                                    **
      ******************************************************************
      *
      *
       01  WS-REG-LOTE-GL.
           05  WS-LGL-ORIGEN                    PIC X(1).
               88  LGL-LOTE-GASTO                         VALUE 'G'.
               88  LGL-LOTE-NOMINA                        VALUE 'N'.
               88  LGL-LOTE-EXTRA                         VALUE 'E'.
               88  LGL-LOTE-FINIQUITO                     VALUE 'F'.
           05  WS-LGL-FECHA                     PIC X(8).
           05  WS-LGL-LINEAS                    PIC 9(6).
           05  WS-LGL-HASH                      PIC 9(13)V99.
           05  WS-LGL-PERIODO                   PIC X(6).
           05  WS-LGL-FECHA-CARGA               PIC X(8).
           05  FILLER                           PIC X(6).
