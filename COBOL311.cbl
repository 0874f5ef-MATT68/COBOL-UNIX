
      *    PRIMER REGISTRO  'H' + ORIGEN(8) + FECHA(8)                *

      *    DETALLE          MOVIMIENTO DE 68 POSICIONES               *

      *                     (MISMO LAYOUT QUE APLICA COBOL302)        *

      *                     POS 61-68 FECHA DE EFECTO AAAAMMDD,       *

      *                     EN BLANCO = INMEDIATO                     *

      *    ULTIMO REGISTRO  'T' + CONTADOR(6) + HASH DE SALARIOS      *

      *                     (SUMA DE LOS SALARIOS DEL DETALLE,        *

      *  NO SE GENERA FICHERO DEPURADO. CON LOS CONTROLES BUENOS      *

      *  SE EDITA CADA MOVIMIENTO CAMPO A CAMPO (TIPO A/U/D/E/R,      *

      *  SALARIO Y COMISION NUMERICOS, FECHA DE EFECTO VALIDA,        *

      *  DEPARTAMENTO CONOCIDO EN FICHERO.DEPARTAMENTOS) Y LOS        *

      *  ACEPTADOS SE ESCRIBEN EN                                     *

      *  FICHERO.MOVIMIENTO.DEPURADO, QUE ES EL QUE LEE COBOL302.     *


      *  (ACEPTADOS/RECHAZADOS) ANTES DE QUE EL MAESTRO SE TOQUE.     *

      *  AL TERMINAR DEJA RETURN-CODE 0 SI EL PROCESO ACABA BIEN Y    *

      *  12 SI SE INTERRUMPE, PARA QUE COBOL324 (CADENA DIARIA) NO    *

      *  LANCE EL PASO SIGUIENTE.                                     *

      *                                                               *

      *****************************************************************

       FD  MOVTO.

       01  REG-MOVTO                         PIC X(68).

      *

       FD  DEPURADO.

       01  REG-DEPURADO                      PIC X(68).

      *


               88  MOV-BAJA                          VALUE 'D'.

               88  MOV-EXCEDENCIA                    VALUE 'E'.

               88  MOV-REINCORPORACION               VALUE 'R'.

           05  WS-MOV-CODIGO                PIC X(6).

           05  WS-MOV-NOMBRE                PIC X(15).

           05  WS-MOV-COMISION              PIC 9(7)V99.

           05  WS-MOV-FECHA-EFECTO          PIC X(8).

           05  WS-MOV-FECHA-EFECTO-R  REDEFINES WS-MOV-FECHA-EFECTO.

               10  WS-MOV-EFE-ANYO          PIC 9(4).

               10  WS-MOV-EFE-MES           PIC 9(2).

               10  WS-MOV-EFE-DIA           PIC 9(2).

      *

      ***************************************************************** *

           05  WS-MOV-NUM-ENTRADAS          PIC 9(4)   VALUE 0.

           05  WS-MOV-TABLA  OCCURS 1 TO 1000 TIMES

                             DEPENDING ON WS-MOV-NUM-ENTRADAS

                             INDEXED BY WS-MOV-IDX.

               10  WS-MOVT-REGISTRO         PIC X(68).

               10  WS-MOVT-ESTADO           PIC X(1).


       01  CT-CONSTANTES.

           05  CT-MAX-MOVIMIENTOS           PIC 9(4)   VALUE 1000.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.


               AND NOT MOV-BAJA

               AND NOT MOV-EXCEDENCIA

               AND NOT MOV-REINCORPORACION

                   MOVE 'TIPO DE MOVIMIENTO INVALIDO'

                      TO WS-MOTIVO-DISPO

                      TO WS-MOTIVO-DISPO

      *

              WHEN WS-MOV-FECHA-EFECTO NOT = SPACES

               AND WS-MOV-FECHA-EFECTO NOT NUMERIC

                   MOVE 'FECHA DE EFECTO INVALIDA'

                      TO WS-MOTIVO-DISPO

      *

              WHEN WS-MOV-FECHA-EFECTO NOT = SPACES

               AND (WS-MOV-EFE-MES < 1  OR  WS-MOV-EFE-MES > 12

                OR  WS-MOV-EFE-DIA < 1  OR  WS-MOV-EFE-DIA > 31)

                   MOVE 'FECHA DE EFECTO INVALIDA'

                      TO WS-MOTIVO-DISPO

      *

              WHEN MOV-BAJA

              WHEN MOV-EXCEDENCIA

              WHEN MOV-REINCORPORACION

                   CONTINUE

      *

                   '  FECHA : ' WS-MOVC-FECHA.

           DISPLAY '  SEQ  TIPO  CODIGO  F.EFECTO  ESTADO     MOTIVO '.

      *


                           '    ' WS-MOV-CODIGO

                           '  ' WS-MOV-FECHA-EFECTO

                           '  ACEPTADO '

              WHEN OTHER

                           '    ' WS-MOV-CODIGO

                           '  ' WS-MOV-FECHA-EFECTO

                           '  RECHAZADO  '

                           WS-MOVT-MOTIVO(WS-MOV-IDX)

           END-IF.

      *

           IF  SI-ERROR

                MOVE 12                  TO RETURN-CODE

           ELSE

                MOVE 0                   TO RETURN-CODE

           END-IF.

      *

           STOP RUN.
