      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.CADENA.LOG                        **
      **  UN REGISTRO POR INTENTO DE CADA PASO DE LA CADENA DIARIA   **
      **  QUE LANZA COBOL324 : FECHA DE LA CADENA, PASO Y PROGRAMA,  **
      **  FECHA Y HORA DE INICIO Y FIN, RESULTADO (OK, ERROR =       **
      **  RETURN-CODE DISTINTO DE CERO, CONTROL = FALLO EN LA        **
      **  VERIFICACION DEL FICHERO DE SALIDA O DE ENTRADA), RETURN-  **
      **  CODE, REGISTROS DEL FICHERO VERIFICADO Y MOTIVO            **
      ******************************************************************
      *
      *
       01  WS-REG-CADENA.
           05  WS-CAD-FECHA-CADENA              PIC X(8).
           05  WS-CAD-PASO                      PIC 9(2).
           05  WS-CAD-PROGRAMA                  PIC X(8).
           05  WS-CAD-FECHA-INICIO              PIC X(8).
           05  WS-CAD-HORA-INICIO               PIC X(6).
           05  WS-CAD-FECHA-FIN                 PIC X(8).
           05  WS-CAD-HORA-FIN                  PIC X(6).
           05  WS-CAD-RESULTADO                 PIC X(7).
               88  CAD-PASO-OK                     VALUE 'OK'.
               88  CAD-PASO-ERROR                  VALUE 'ERROR'.
               88  CAD-PASO-CONTROL                VALUE 'CONTROL'.
           05  WS-CAD-RETURN-CODE               PIC 9(4).
           05  WS-CAD-REGISTROS                 PIC 9(7).
           05  WS-CAD-MOTIVO                    PIC X(40).
           05  FILLER                           PIC X(6).
