      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.DEVOLUCIONES.REGISTRO              **
      **  DEVOLUCIONES DEL BANCO YA CASADAS CON SU ORDEN ORIGINAL    **
      **  (COBOL316) Y SU REEMISION EN LOTE COMPLEMENTARIO           **
      **  (COBOL317). CLAVE = FECHA DE PAGO + CODIGO + IMPORTE       **
      ******************************************************************
      *
      *
       01  WS-REG-DEVOLUCION.
           05  WS-DEV-FECHA-PAGO                PIC X(8).
           05  WS-DEV-CODIGO                    PIC X(6).
           05  WS-DEV-IMPORTE                   PIC 9(7)V99.
           05  WS-DEV-CUENTA                    PIC X(20).
           05  WS-DEV-MOTIVO-COD                PIC X(4).
           05  WS-DEV-MOTIVO                    PIC X(30).
           05  WS-DEV-FECHA-DEVOL               PIC X(8).
           05  WS-DEV-ESTADO                    PIC X(1).
               88  DEV-PENDIENTE                          VALUE 'P'.
               88  DEV-REEMITIDA                          VALUE 'R'.
           05  WS-DEV-FECHA-REEMISION           PIC X(8).
           05  FILLER                           PIC X(6).
