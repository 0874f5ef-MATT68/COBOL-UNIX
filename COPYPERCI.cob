      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.PERIODOS.CERRADOS                 **
      **  UN REGISTRO POR CIERRE CONTABLE HECHO CON COBOL320 :       **
      **  PERIODO AAAAMM CERRADO, FECHA DEL CIERRE, CUENTAS          **
      **  TRASPASADAS Y TOTALES DEUDOR Y ACREEDOR. LOS PERIODOS SE   **
      **  CIERRAN EN ORDEN : HASTA EL ULTIMO CERRADO NO SE ANOTA     **
      **  NINGUN LOTE                                                **
      ******************************************************************
      *
      *
       01  WS-REG-PERIODO-CERRADO.
           05  WS-PCI-PERIODO                   PIC X(6).
           05  WS-PCI-FECHA-CIERRE              PIC X(8).
           05  WS-PCI-CUENTAS                   PIC 9(4).
           05  WS-PCI-TOTAL-DEUDOR              PIC 9(13)V99.
           05  WS-PCI-TOTAL-ACREEDOR            PIC 9(13)V99.
           05  FILLER                           PIC X(7).
