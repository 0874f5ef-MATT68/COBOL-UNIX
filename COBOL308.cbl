
      *  Y EL FICHERO DE PAGOS ANTERIOR QUEDA INTACTO.                *

      *  CADA ORDEN EMITIDA SE ANOTA ADEMAS EN                        *

      *  FICHERO.PAGOS.HISTORICO (LAYOUT COPYPAGHI) CON LA FECHA DE   *

      *  PAGO, PARA QUE COBOL316 PUEDA CASAR LAS DEVOLUCIONES DEL     *

      *  BANCO CON SU ORDEN ORIGINAL AUNQUE FICHERO.PAGOS YA SE       *

      *  HAYA SUSTITUIDO POR EL DE OTRA NOMINA.                       *

      *  SI EL HISTORICO NO SE PUEDE ANOTAR EL PROCESO TERMINA EN     *

      *  ERROR (RETURN-CODE 12) AUNQUE FICHERO.PAGOS YA ESTE          *

      *  EMITIDO : HAY QUE ANOTAR EL LOTE EN EL HISTORICO A MANO      *

      *  ANTES DE SEGUIR, O COBOL316 NO PODRA CASAR SUS DEVOLUCIONES. *

      *  EL TIPO DE NOMINA DE FICHERO.PARAMETROS.NOMINA (COPYPARNO)   *

      *  ELIGE EL LOTE :                                              *

      *    ORDINARIA  FICHERO.NOMINA -> FICHERO.PAGOS                 *

      *    PAGA EXTRA FICHERO.NOMINA.EXTRA -> FICHERO.PAGOS.EXTRA     *

      *    FINIQUITO  FICHERO.NOMINA.FINIQUITO ->                     *

      *               FICHERO.PAGOS.FINIQUITO                         *

      *  ASI UN PAGO FUERA DE CICLO NO PISA LOS PAGOS DEL MES. EL     *

      *  TIPO DE LA CABECERA DE NOMINA (POS 10) DEBE SER EL PEDIDO Y  *

      *  VA COMO ORIGEN DE LA ORDEN EN EL HISTORICO DE PAGOS.         *

      *  AL TERMINAR DEJA RETURN-CODE 0 SI EL PROCESO ACABA BIEN Y    *

      *  12 SI SE INTERRUMPE, PARA QUE COBOL324 (CADENA DIARIA) NO    *

      *  LANCE EL PASO SIGUIENTE.                                     *

      *                                                               *

      *****************************************************************

           SELECT NOMINA

           ASSIGN TO DYNAMIC WS-RUTA-NOMINA

           FILE STATUS IS WS-FILE-STATUS.


           SELECT PAGOS

           ASSIGN TO DYNAMIC WS-RUTA-PAGOS

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PAGHIST

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.pagos.historico'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMNOM

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.nomina'

           FILE STATUS IS WS-FILE-STATUS.


       01  REG-PAGO                          PIC X(36).

      *

       FD  PAGHIST.

       01  REG-PAGHIST                       PIC X(56).

      *

       FD  PARAMNOM.

       01  REG-PARAMNOM                      PIC X(10).

      *

       WORKING-STORAGE SECTION.

           05  WS-FILE-STATUS               PIC XX.

           05  WS-FS-HISTORICO              PIC XX.

           05  WS-FICHERO-ERR               PIC X(8).

           05  WS-PARRAFO-ERR               PIC X(18).

           05  WS-FECHA-NOMINA              PIC X(8).

           05  WS-FECHA-PROCESO             PIC X(8).

           05  WS-MOTIVO-ACTUAL             PIC X(30).

           05  WS-DISPO-SEQ                 PIC 9(4).

           05  WS-IMPORTE-ED                PIC Z(6)9,99.

      *

       01  WS-RUTA-NOMINA                    PIC X(60)  VALUE SPACES.

       01  WS-RUTA-PAGOS                     PIC X(60)  VALUE SPACES.

      *

      ***************************************************************** *

           05  WS-NOMC-FECHA                PIC X(8).

           05  WS-NOMC-TIPO-NOMINA          PIC X(1).

           05  FILLER                       PIC X(45).

      *


           05  LT-PAGOS                     PIC X(8)   VALUE 'PAGOS'.

           05  LT-PAGHIST                   PIC X(8)   VALUE 'PAGHIST'.

           05  LT-RUTA-NOMINA               PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina'.

           05  LT-RUTA-NOMINA-EXTRA         PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina.extra'.

           05  LT-RUTA-NOMINA-FINIQ         PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina.finiquito'.

           05  LT-RUTA-PAGOS                PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.pagos'.

           05  LT-RUTA-PAGOS-EXTRA          PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.pagos.extra'.

           05  LT-RUTA-PAGOS-FINIQ          PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.pagos.finiquito'.

      ***************************************************************** *

      **              VARIABLES  FICHERO BANCOS                       * *

      ***************************************************************** *

      **              VARIABLES  HISTORICO DE ORDENES DE PAGO         * *

      ***************************************************************** *

       COPY COPYPAGHI.

      ***************************************************************** *

      **              VARIABLES  PARAMETROS DE NOMINA                 * *

      ***************************************************************** *

       COPY COPYPARNO.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

               88 PIE-NO-LEIDO                          VALUE 0.

      *

           05  SW-HISTORICO-ERROR            PIC 9      VALUE 0.

               88 HISTORICO-CON-ERROR                   VALUE 1.

               88 HISTORICO-SIN-ERROR                   VALUE 0.

      *

      ***************************************************************** *

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 7200-ANOTAR-HISTORICO

                   THRU 7200-ANOTAR-HISTORICO-EXIT

           END-IF.

      *

           PERFORM 8000-FIN

           DISPLAY ' ************ INICIO *************** '.

      *

           ACCEPT WS-FECHA-PROCESO  FROM DATE YYYYMMDD.

      *

           PERFORM 1050-LEER-TIPO-NOMINA

              THRU 1050-LEER-TIPO-NOMINA-EXIT.

      *

           OPEN INPUT NOMINA.

           DISPLAY '** LOTE DE NOMINA DEL : ' WS-FECHA-NOMINA.

      *

      *    CABECERA SIN TIPO = LOTE ORDINARIO ANTERIOR AL CAMPO

      *

           IF  WS-NOMC-TIPO-NOMINA = SPACE

                MOVE 'O'  TO WS-NOMC-TIPO-NOMINA

           END-IF.

      *

           IF  WS-NOMC-TIPO-NOMINA NOT = WS-PNOM-TIPO

                DISPLAY '*************************'

                DISPLAY '** LOTE DE NOMINA DE TIPO '

                        WS-NOMC-TIPO-NOMINA ', EL PARAMETRO PIDE '

                        WS-PNOM-TIPO ' : LOTE RECHAZADO **'

                DISPLAY '*************************'

                MOVE  LT-NOMINA       TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-READ         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           OPEN INPUT BANCOS.

      ***************************************************************** *

      **       TIPO DE NOMINA (FICHERO.PARAMETROS.NOMINA) : ELIGE EL  * *

      **        LOTE DE NOMINA Y EL FICHERO DE PAGOS -- SIN FICHERO   * *

      **        ES LA ORDINARIA                                       * *

      ***************************************************************** *

       1050-LEER-TIPO-NOMINA.

      *

           MOVE SPACES  TO WS-PARAMETROS-NOMINA.

      *

           OPEN INPUT PARAMNOM.

      *

           IF  WS-FILE-STATUS = '00'

                READ PARAMNOM

                     INTO WS-PARAMETROS-NOMINA

                     AT END

                          CONTINUE

                END-READ

      *

                CLOSE PARAMNOM

           END-IF.

      *

           IF  WS-PNOM-TIPO = SPACE

            OR WS-PNOM-TIPO = LOW-VALUE

                SET PNOM-ORDINARIA  TO TRUE

           END-IF.

      *

           EVALUATE TRUE

      *

              WHEN PNOM-ORDINARIA

                   MOVE LT-RUTA-NOMINA        TO WS-RUTA-NOMINA

                   MOVE LT-RUTA-PAGOS         TO WS-RUTA-PAGOS

                   DISPLAY '** NOMINA ORDINARIA **'

      *

              WHEN PNOM-EXTRA

                   MOVE LT-RUTA-NOMINA-EXTRA  TO WS-RUTA-NOMINA

                   MOVE LT-RUTA-PAGOS-EXTRA   TO WS-RUTA-PAGOS

                   DISPLAY '** NOMINA DE PAGA EXTRAORDINARIA **'

      *

              WHEN PNOM-FINIQUITO

                   MOVE LT-RUTA-NOMINA-FINIQ  TO WS-RUTA-NOMINA

                   MOVE LT-RUTA-PAGOS-FINIQ   TO WS-RUTA-PAGOS

                   DISPLAY '** NOMINA DE FINIQUITOS **'

      *

              WHEN OTHER

                   DISPLAY '*************************'

                   DISPLAY '** TIPO DE NOMINA DESCONOCIDO EN '

                           'PARAMETROS : ' WS-PNOM-TIPO ' **'

                   DISPLAY '*************************'

                   MOVE  LT-NOMINA       TO WS-FICHERO-ERR

                   MOVE  '1050-'         TO WS-PARRAFO-ERR

                   MOVE  LT-READ         TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

       1050-LEER-TIPO-NOMINA-EXIT.

           EXIT.

      ***************************************************************** *

      **       PROCESO: UNA LINEA DEL FICHERO DE NOMINA               * *

      ***************************************************************** *

      ***************************************************************** *

      **       ANOTACION DE LAS ORDENES EMITIDAS EN EL HISTORICO      * *

      **        DE PAGOS PARA CASAR LAS DEVOLUCIONES (COBOL316) --    * *

      **        FICHERO.PAGOS YA ESTA ESCRITO, UN FALLO AQUI TERMINA  * *

      **        EN ERROR PARA ANOTAR EL LOTE A MANO                   * *

      ***************************************************************** *

       7200-ANOTAR-HISTORICO.

      *

           OPEN EXTEND PAGHIST.

      *

           IF  WS-FILE-STATUS = '35'

                OPEN OUTPUT PAGHIST

           END-IF.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 7250-ANOTAR-ORDEN-HIST

                   THRU 7250-ANOTAR-ORDEN-HIST-EXIT

                 VARYING WS-ORD-IDX FROM 1 BY 1

                   UNTIL WS-ORD-IDX > WS-ORD-NUM-ENTRADAS

                      OR HISTORICO-CON-ERROR

      *

                CLOSE PAGHIST

      *

           ELSE

                MOVE WS-FILE-STATUS      TO WS-FS-HISTORICO

                MOVE LT-OPEN             TO WS-OPERACION-ERR

                SET HISTORICO-CON-ERROR  TO TRUE

           END-IF.

      *

      *    SIN HISTORICO COBOL316 NO PUEDE CASAR LAS DEVOLUCIONES :

      *    EL PROCESO TERMINA EN ERROR PARA QUE LA CADENA SE DETENGA

      *

           IF  HISTORICO-CON-ERROR

                DISPLAY '*************************'

                DISPLAY '** FICHERO.PAGOS EMITIDO PERO EL HISTORICO '

                        'DE PAGOS NO SE PUDO ANOTAR : '

                        WS-FS-HISTORICO ' **'

                DISPLAY '** ANOTAR EL LOTE ' WS-FECHA-NOMINA

                        ' EN FICHERO.PAGOS.HISTORICO A MANO **'

                DISPLAY '*************************'

                MOVE  WS-FS-HISTORICO TO WS-FILE-STATUS

                MOVE  LT-PAGHIST      TO WS-FICHERO-ERR

                MOVE  '7200-'         TO WS-PARRAFO-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       7200-ANOTAR-HISTORICO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANOTACION DE UNA ORDEN EN EL HISTORICO DE PAGOS        * *

      ***************************************************************** *

       7250-ANOTAR-ORDEN-HIST.

      *

           INITIALIZE WS-REG-PAGO-HIST.

      *

           MOVE  WS-FECHA-NOMINA              TO  WS-PAGH-FECHA.

           MOVE  WS-ORDT-CODIGO(WS-ORD-IDX)   TO  WS-PAGH-CODIGO.

           MOVE  WS-ORDT-CUENTA(WS-ORD-IDX)   TO  WS-PAGH-CUENTA.

           MOVE  WS-ORDT-IMPORTE(WS-ORD-IDX)  TO  WS-PAGH-IMPORTE.

           MOVE  WS-PNOM-TIPO                 TO  WS-PAGH-ORIGEN.

           MOVE  WS-FECHA-PROCESO             TO  WS-PAGH-FECHA-PROCESO.

      *

           WRITE REG-PAGHIST

              FROM  WS-REG-PAGO-HIST.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE WS-FILE-STATUS      TO WS-FS-HISTORICO

                MOVE LT-WRITE            TO WS-OPERACION-ERR

                SET HISTORICO-CON-ERROR  TO TRUE

           END-IF.

      *

       7250-ANOTAR-ORDEN-HIST-EXIT.

           EXIT.

      ***************************************************************** *

      **       INFORME DE DISPOSICION DE EMPLEADOS SIN PAGO           * *

      ***************************************************************** *

      *

                IF  HISTORICO-CON-ERROR

                     DISPLAY '*************************'

                     DISPLAY '** FICHERO.PAGOS EMITIDO CON EL '

                             'HISTORICO DE PAGOS INCOMPLETO **'

                     DISPLAY '*************************'

                ELSE

                     DISPLAY '*************************'

                     DISPLAY '** LOTE RECHAZADO, NO SE HA GENERADO '

                             'FICHERO.PAGOS **'

                     DISPLAY '** EL FICHERO DE PAGOS ANTERIOR QUEDA '

                             'INTACTO **'

                     DISPLAY '*************************'

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
