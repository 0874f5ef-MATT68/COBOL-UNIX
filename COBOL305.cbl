
      *  SOLO LOS CAMPOS QUE REALMENTE CAMBIARON EN CADA REGISTRO     *

      *  DE AUDITORIA (ALTA/MODIFICACION/BAJA/EXCEDENCIA/             *

      *  REINCORPORACION), INCLUIDA LA SITUACION DEL EMPLEADO.        *

      *                                                               *


                   MOVE 'BAJA'          TO WS-TIPO-ED

              WHEN 'E'

                   MOVE 'EXCEDENCIA'    TO WS-TIPO-ED

              WHEN 'R'

                   MOVE 'REINCORPORA'   TO WS-TIPO-ED

              WHEN OTHER

                   MOVE '?'             TO WS-TIPO-ED

           END-IF.

      *

           IF  ANT-EMPLE-ESTADO NOT = DES-EMPLE-ESTADO

                DISPLAY '   SITUAC.  : ' ANT-EMPLE-ESTADO

                        ' -> ' DES-EMPLE-ESTADO

           END-IF.

      *

       3100-LISTAR-CAMBIOS-EXIT.
