      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.REVISION.SALARIAL                 **
      **  TABLA DE REVISION SALARIAL POR DEPARTAMENTO QUE APLICA     **
      **  COBOL323 : PORCENTAJE DE SUBIDA, SUBIDA MINIMA EN EUROS Y  **
      **  SALARIO MAXIMO RESULTANTE (A CERO = SIN TOPE). UN          **
      **  DEPARTAMENTO QUE NO FIGURA NO SE REVISA                    **
      ******************************************************************
      *
      *
       01  WS-REG-REVISION.
           05  WS-REV-DEPT                      PIC X(4).
           05  WS-REV-PORCENTAJE                PIC 9(3)V99.
           05  WS-REV-MINIMO                    PIC 9(7)V99.
           05  WS-REV-MAXIMO                    PIC 9(7)V99.
           05  FILLER                           PIC X(5).
