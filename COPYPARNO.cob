      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.PARAMETROS.NOMINA                 **
      **  TIPO DE NOMINA QUE CALCULA COBOL306 Y QUE TRATAN COBOL308, **
      **  COBOL314 Y COBOL319 : 'O' (O SIN FICHERO) ORDINARIA        **
      **  MENSUAL, 'E' PAGA EXTRAORDINARIA DE JUNIO O DICIEMBRE, 'F' **
      **  FINIQUITO DE LOS EMPLEADOS DE FICHERO.FINIQUITOS. CADA     **
      **  TIPO TIENE SU PROPIO FICHERO DE NOMINA, DE LOTE CONTABLE   **
      **  Y DE PAGOS PARA QUE NUNCA PISE AL DE LA NOMINA ORDINARIA   **
      ******************************************************************
      *
      *
       01  WS-PARAMETROS-NOMINA.
           05  WS-PNOM-TIPO                     PIC X(1).
               88  PNOM-ORDINARIA                         VALUE 'O'.
               88  PNOM-EXTRA                             VALUE 'E'.
               88  PNOM-FINIQUITO                         VALUE 'F'.
               88  PNOM-TIPO-VALIDO                       VALUE 'O'
                                                                'E'
                                                                'F'.
           05  FILLER                           PIC X(9).
