
      *  RECICLAJE.                                                   *

      *  AL TERMINAR DEJA RETURN-CODE 0 SI EL PROCESO ACABA BIEN Y    *

      *  12 SI SE INTERRUMPE, PARA QUE COBOL324 (CADENA DIARIA) NO    *

      *  LANCE EL PASO SIGUIENTE.                                     *

      *                                                               *

      *****************************************************************

           05  REG-EMPLE-CODIGO              PIC X(6).

           05  FILLER                        PIC X(74).

      *


                     DISPLAY '*************************'

                     SET  SI-ERROR         TO TRUE

                END-IF

      *

           END-IF.

      *

           IF  SI-ERROR

                MOVE 12                  TO RETURN-CODE

           ELSE

                MOVE 0                   TO RETURN-CODE

           END-IF.

      *

           STOP RUN.
