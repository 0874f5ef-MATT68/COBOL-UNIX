      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.PAGOS.HISTORICO                    **
      **  UNA ENTRADA POR ORDEN DE PAGO EMITIDA AL BANCO : NOMINA    **
      **  ORDINARIA, PAGA EXTRA O FINIQUITO (COBOL308, SEGUN EL TIPO **
      **  DE NOMINA) O COMPLEMENTARIA (COBOL317). LA FECHA DE PAGO   **
      **  ES LA DE LA CABECERA DEL LOTE DE PAGOS                     **
      ******************************************************************
      *
      *
       01  WS-REG-PAGO-HIST.
           05  WS-PAGH-FECHA                    PIC X(8).
           05  WS-PAGH-CODIGO                   PIC X(6).
           05  WS-PAGH-CUENTA                   PIC X(20).
           05  WS-PAGH-IMPORTE                  PIC 9(7)V99.
           05  WS-PAGH-ORIGEN                   PIC X(1).
               88  PAGH-ORDINARIO                         VALUE 'O'.
               88  PAGH-COMPLEMENTARIO                    VALUE 'C'.
               88  PAGH-EXTRA                             VALUE 'E'.
               88  PAGH-FINIQUITO                         VALUE 'F'.
           05  WS-PAGH-FECHA-PROCESO            PIC X(8).
           05  FILLER                           PIC X(4).
