      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.ACUMULADOS.LOTES                   **
      **  UN REGISTRO POR LOTE DE NOMINA YA ACUMULADO : FECHA DE LA   **
      **  CABECERA, LINEAS Y HASH DEL PIE Y TOTALES DEL LOTE. SIRVE   **
      **  PARA NO ACUMULAR DOS VECES LA MISMA NOMINA Y PARA CUADRAR   **
      **  EL CERTIFICADO ANUAL CON LOS PIES DEL EJERCICIO.            **
      **  TIPO DE NOMINA DEL LOTE (O ORDINARIA, E PAGA EXTRA,         **
      **  F FINIQUITO) : UN LOTE ANOTADO SIN TIPO ES ORDINARIO.       **
      **  COBOL306 LEE LOS LOTES 'E' PARA QUE EL FINIQUITO NO VUELVA  **
      **  A PRORRATEAR UNA PAGA EXTRA YA PAGADA.                      **
      ******************************************************************
      *
      *
       01  WS-REG-LOTE-ACUM.
           05  WS-LOTA-FECHA                    PIC X(8).
           05  WS-LOTA-LINEAS                   PIC 9(6).
           05  WS-LOTA-HASH                     PIC 9(13)V99.
           05  WS-LOTA-BRUTO                    PIC 9(13)V99.
           05  WS-LOTA-IRPF                     PIC 9(13)V99.
           05  WS-LOTA-SS                       PIC 9(13)V99.
           05  WS-LOTA-FECHA-PROCESO            PIC X(8).
           05  WS-LOTA-TIPO-NOMINA              PIC X(1).
               88  LOTA-ORDINARIA                         VALUE 'O'.
               88  LOTA-EXTRA                             VALUE 'E'.
               88  LOTA-FINIQUITO                         VALUE 'F'.
           05  FILLER                           PIC X(4).
