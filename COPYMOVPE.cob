      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.MOVIMIENTO.PENDIENTE               **
      **  MOVIMIENTOS DE RRHH CON FECHA DE EFECTO FUTURA EN ESPERA   **
      **  DE QUE COBOL302 LOS APLIQUE. EL MOVIMIENTO SE GUARDA TAL   **
      **  CUAL LLEGO EN EL LOTE (68 POSICIONES) Y LA FECHA DE        **
      **  RECEPCION ES LA DE LA EJECUCION QUE LO DEJO EN ESPERA      **
      ******************************************************************
      *
      *
       01  WS-REG-PENDIENTE.
           05  WS-PEN-FECHA-EFECTO              PIC X(8).
           05  WS-PEN-FECHA-RECEPCION           PIC X(8).
           05  WS-PEN-MOVIMIENTO                PIC X(68).
           05  FILLER                           PIC X(4).
