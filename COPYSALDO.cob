      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.SALDOS.APERTURA                   **
      **  SALDO DE APERTURA POR CUENTA : EL SALDO DE CIERRE DE UN    **
      **  PERIODO QUE COBOL320 TRASPASA AL PERIODO SIGUIENTE. EL     **
      **  PERIODO DEL REGISTRO ES EL QUE ABRE ; EL SALDO VA EN LA    **
      **  COLUMNA DEUDORA O EN LA ACREEDORA, LA OTRA QUEDA A CERO    **
      ******************************************************************
      *
      *
       01  WS-REG-SALDO.
           05  WS-SAL-PERIODO                   PIC X(6).
           05  WS-SAL-CUENTA                    PIC X(8).
           05  WS-SAL-DEUDOR                    PIC 9(13)V99.
           05  WS-SAL-ACREEDOR                  PIC 9(13)V99.
           05  FILLER                           PIC X(6).
