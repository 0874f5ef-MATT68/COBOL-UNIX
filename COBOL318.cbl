      *****************************************************************

      *                                                               *

      * LISTADO DE MOVIMIENTOS DE RRHH EN ESPERA DE SU FECHA DE       *

      *  EFECTO (FICHERO.MOVIMIENTO.PENDIENTE, LAYOUT COPYMOVPE,      *

      *  QUE MANTIENE COBOL302).                                      *

      *  LISTA LOS PENDIENTES POR EMPLEADO Y FECHA DE EFECTO Y        *

      *  SENALA LOS QUE CHOCAN ENTRE SI PARA EL MISMO EMPLEADO :      *

      *   - CAMBIO O ALTA CON UNA BAJA PENDIENTE (ANTERIOR O          *

      *     POSTERIOR A LA BAJA) Y LA PROPIA BAJA                     *

      *   - BAJA O ALTA PENDIENTE DUPLICADA                           *

      *   - DOS CAMBIOS CON LA MISMA FECHA DE EFECTO                  *

      *   - CAMBIO O BAJA ANTERIOR A UN ALTA PENDIENTE                *

      *  LOS QUE YA HAN ALCANZADO SU FECHA (CON EL OVERRIDE DE        *

      *  FICHERO.PARAMETROS, POS 02-09) SE MARCAN COMO VENCIDOS :     *

      *  LOS APLICA LA PROXIMA EJECUCION DE COBOL302.                 *

      *  SOLO LEE, NO MODIFICA NINGUN FICHERO.                        *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL318.

      *

      *****************************************************************

      * ENVIROMENT DIVISION                                           *

      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

      *

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PENDIENTE

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.movimiento.pendiente'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMETROS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros'

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

      * DATA DIVISION                                                 *

      *****************************************************************

       DATA DIVISION.

      *

       FILE SECTION.

       FD  PENDIENTE.

       01  REG-PENDIENTE                     PIC X(88).

      *

       FD  PARAMETROS.

       01  REG-PARAMETROS                    PIC X(25).

      *

       WORKING-STORAGE SECTION.

      *

      ***************************************************************** *

      **            WS-VARIABLES                                      * *

      ***************************************************************** *

       01  WS-VARIABLES.

           05  WS-FILE-STATUS               PIC XX.

           05  WS-FICHERO-ERR               PIC X(8).

           05  WS-PARRAFO-ERR               PIC X(18).

           05  WS-OPERACION-ERR             PIC X(8).

           05  WS-FECHA-PROCESO             PIC X(8).

           05  WS-OBSERVACION               PIC X(30).

           05  WS-SALARIO-ED                PIC Z(6)9,99.

           05  WS-ORD-I                     PIC S9(4) COMP.

           05  WS-ORD-J                     PIC S9(4) COMP.

           05  WS-ORD-K                     PIC S9(4) COMP.

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-PEN-LEIDOS                PIC S9(6) COMP VALUE 0.

           05  WC-PEN-VENCIDOS              PIC S9(6) COMP VALUE 0.

           05  WC-PEN-CONFLICTO             PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **            WS-PARAMETROS-REG                                 * *

      **        MISMO LAYOUT QUE EN COBOL300 -- AQUI SOLO SE USA      * *

      **        WS-FECHA-OVERRIDE COMO FECHA DE EJECUCION             * *

      ***************************************************************** *

       01  WS-PARAMETROS-REG.

           05  WS-CORTE-APELLIDO             PIC X(1)   VALUE SPACES.

           05  WS-FECHA-OVERRIDE             PIC X(8)   VALUE SPACES.

           05  WS-MAX-CICLOS                 PIC X(2)   VALUE SPACES.

           05  WS-RETENCION                  PIC X(2)   VALUE SPACES.

           05  WS-FECHA-LISTADO              PIC X(8)   VALUE SPACES.

           05  WS-MODO-SALIDA                PIC X(1)   VALUE SPACES.

           05  WS-TOLERANCIA                 PIC X(2)   VALUE SPACES.

           05  WS-OVERRIDE-VOLUMEN           PIC X(1)   VALUE SPACES.

      *

      ***************************************************************** *

      **            WS-REG-MOVIMIENTO                                 * *

      **        MISMO LAYOUT QUE APLICA COBOL302                      * *

      ***************************************************************** *

       01  WS-REG-MOVIMIENTO.

           05  WS-MOV-TIPO                  PIC X(1).

               88  MOV-ALTA                          VALUE 'A'.

               88  MOV-MODIFICACION                  VALUE 'U'.

               88  MOV-BAJA                          VALUE 'D'.

               88  MOV-EXCEDENCIA                    VALUE 'E'.

               88  MOV-REINCORPORACION               VALUE 'R'.

           05  WS-MOV-CODIGO                PIC X(6).

           05  WS-MOV-NOMBRE                PIC X(15).

           05  WS-MOV-INICIAL               PIC X(1).

           05  WS-MOV-APELLIDO              PIC X(15).

           05  WS-MOV-DEPT                  PIC X(4).

           05  WS-MOV-SALARIO               PIC 9(7)V99.

           05  WS-MOV-COMISION              PIC 9(7)V99.

           05  WS-MOV-FECHA-EFECTO          PIC X(8).

      *

      ***************************************************************** *

      **            WS-TABLA-PENDIENTES                               * *

      **        ORDENADA POR EMPLEADO, FECHA DE EFECTO Y FECHA DE     * *

      **        RECEPCION                                             * *

      ***************************************************************** *

       01  WS-TABLA-PENDIENTES.

           05  WS-PDT-NUM-ENTRADAS          PIC 9(4)   VALUE 0.

           05  WS-PDT-TABLA  OCCURS 1 TO 2000 TIMES

                             DEPENDING ON WS-PDT-NUM-ENTRADAS

                             INDEXED BY WS-PDT-IDX.

               10  WS-PDTT-CLAVE-ORDEN.

                   15  WS-PDTT-CODIGO       PIC X(6).

                   15  WS-PDTT-FECHA-EFECTO PIC X(8).

                   15  WS-PDTT-FECHA-RECEP  PIC X(8).

               10  WS-PDTT-TIPO             PIC X(1).

                   88  PDTT-ALTA                     VALUE 'A'.

                   88  PDTT-MODIFICACION             VALUE 'U'.

                   88  PDTT-BAJA                     VALUE 'D'.

               10  WS-PDTT-MOVIMIENTO       PIC X(68).

               10  WS-PDTT-CONFLICTO        PIC X(30).

      *

       01  WS-PDT-AUX.

           05  WS-PAUX-CLAVE-ORDEN          PIC X(22).

           05  FILLER                       PIC X(99).

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  CT-MAX-PENDIENTES            PIC 9(4)   VALUE 2000.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL318'.

           05  LT-PENDIENTE                 PIC X(8)   VALUE 'PENDIENT'.

      ***************************************************************** *

      **              VARIABLES  FICHERO MOVIMIENTOS PENDIENTES       * *

      ***************************************************************** *

       COPY COPYMOVPE.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-PENDIENTE              PIC 9      VALUE 0.

               88 FIN-PENDIENTE                         VALUE 1.

               88 NO-FIN-PENDIENTE                      VALUE 0.

      *

           05  SW-ERROR                      PIC 9      VALUE 0.

               88 SI-ERROR                              VALUE 1.

               88 NO-ERROR                              VALUE 0.

      *

           05  SW-DESPLAZAR                  PIC 9      VALUE 0.

               88 FIN-DESPLAZAR                         VALUE 1.

               88 NO-FIN-DESPLAZAR                      VALUE 0.

      *

      ***************************************************************** *

      **              PROCEDURE  DIVISION.                            * *

      ***************************************************************** *

       PROCEDURE DIVISION.

      *

           PERFORM 1000-INICIO

              THRU 1000-INICIO-EXIT.

      *

           IF  NOT SI-ERROR

                PERFORM 1500-ORDENAR-PENDIENTE

                   THRU 1500-ORDENAR-PENDIENTE-EXIT

                 VARYING WS-ORD-I FROM 2 BY 1

                   UNTIL WS-ORD-I > WS-PDT-NUM-ENTRADAS

      *

                PERFORM 3000-PROCESO

                   THRU 3000-PROCESO-EXIT

                 VARYING WS-ORD-I FROM 1 BY 1

                   UNTIL WS-ORD-I > WS-PDT-NUM-ENTRADAS

      *

                PERFORM 7000-INFORME-PENDIENTES

                   THRU 7000-INFORME-PENDIENTES-EXIT

           END-IF.

      *

           PERFORM 8000-FIN

              THRU 8000-FIN-EXIT.

      *

      ***************************************************************** *

      **              INICIO                                          * *

      ***************************************************************** *

       1000-INICIO.

           INITIALIZE  WS-VARIABLES

                       WC-CONTADORES.

      *

           DISPLAY ' ************ INICIO *************** '.

      *

           ACCEPT WS-FECHA-PROCESO  FROM DATE YYYYMMDD.

      *

           PERFORM 1050-LEER-PARAMETROS

              THRU 1050-LEER-PARAMETROS-EXIT.

      *

           OPEN INPUT PENDIENTE.

      *

           EVALUATE WS-FILE-STATUS

      *

              WHEN '00'

                   PERFORM 1100-CARGAR-PENDIENTE

                      THRU 1100-CARGAR-PENDIENTE-EXIT

                    UNTIL  FIN-PENDIENTE OR SI-ERROR

                   CLOSE PENDIENTE

      *

              WHEN '35'

                   CONTINUE

      *

              WHEN OTHER

                   MOVE  LT-PENDIENTE    TO WS-FICHERO-ERR

                   MOVE  '1000-'         TO WS-PARRAFO-ERR

                   MOVE  LT-OPEN         TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DEL OVERRIDE DE FECHA DE EJECUCION             * *

      ***************************************************************** *

       1050-LEER-PARAMETROS.

      *

           OPEN INPUT PARAMETROS.

      *

           IF  WS-FILE-STATUS = '00'

                READ PARAMETROS

                     INTO WS-PARAMETROS-REG

                     AT END

                          CONTINUE

                END-READ

      *

                CLOSE PARAMETROS

           END-IF.

      *

      *    MISMA FECHA QUE USARA COBOL302 PARA DECIDIR QUE VENCE

      *

           IF  WS-FECHA-OVERRIDE IS NUMERIC

                MOVE WS-FECHA-OVERRIDE  TO WS-FECHA-PROCESO

                DISPLAY '** FECHA DE EJECUCION POR PARAMETRO : '

                         WS-FECHA-PROCESO

           END-IF.

      *

       1050-LEER-PARAMETROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UN MOVIMIENTO PENDIENTE EN LA TABLA           * *

      ***************************************************************** *

       1100-CARGAR-PENDIENTE.

      *

           READ PENDIENTE

                INTO WS-REG-PENDIENTE

                AT END

                     SET FIN-PENDIENTE TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

                ADD 1  TO WC-PEN-LEIDOS

      *

                IF  WS-PDT-NUM-ENTRADAS < CT-MAX-PENDIENTES

                     MOVE WS-PEN-MOVIMIENTO  TO WS-REG-MOVIMIENTO

                     ADD 1  TO WS-PDT-NUM-ENTRADAS

                     SET  WS-PDT-IDX  TO WS-PDT-NUM-ENTRADAS

                     MOVE WS-MOV-CODIGO

                        TO WS-PDTT-CODIGO(WS-PDT-IDX)

                     MOVE WS-PEN-FECHA-EFECTO

                        TO WS-PDTT-FECHA-EFECTO(WS-PDT-IDX)

                     MOVE WS-PEN-FECHA-RECEPCION

                        TO WS-PDTT-FECHA-RECEP(WS-PDT-IDX)

                     MOVE WS-MOV-TIPO

                        TO WS-PDTT-TIPO(WS-PDT-IDX)

                     MOVE WS-PEN-MOVIMIENTO

                        TO WS-PDTT-MOVIMIENTO(WS-PDT-IDX)

                     MOVE SPACES

                        TO WS-PDTT-CONFLICTO(WS-PDT-IDX)

                ELSE

                     DISPLAY '*************************'

                     DISPLAY '** TABLA PENDIENTES LLENA, MAXIMO '

                             CT-MAX-PENDIENTES ' **'

                     DISPLAY '*************************'

                     SET SI-ERROR  TO TRUE

                END-IF

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-PENDIENTE          TO WS-FICHERO-ERR

                     MOVE  '1100-CARGAR-PEND'    TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1100-CARGAR-PENDIENTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       ORDENACION POR INSERCION DE LA TABLA DE PENDIENTES     * *

      **        POR EMPLEADO, FECHA DE EFECTO Y FECHA DE RECEPCION    * *

      ***************************************************************** *

       1500-ORDENAR-PENDIENTE.

      *

           MOVE WS-PDT-TABLA(WS-ORD-I)  TO WS-PDT-AUX.

           MOVE WS-ORD-I                TO WS-ORD-J.

           SET  NO-FIN-DESPLAZAR        TO TRUE.

      *

           PERFORM 1510-DESPLAZAR-PENDIENTE

              THRU 1510-DESPLAZAR-PENDIENTE-EXIT

            UNTIL  FIN-DESPLAZAR.

      *

           MOVE WS-PDT-AUX  TO WS-PDT-TABLA(WS-ORD-J).

      *

       1500-ORDENAR-PENDIENTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       DESPLAZA UNA POSICION LA ENTRADA ANTERIOR SI VA DETRAS * *

      ***************************************************************** *

       1510-DESPLAZAR-PENDIENTE.

      *

           IF  WS-ORD-J = 1

                SET  FIN-DESPLAZAR  TO TRUE

           ELSE

                COMPUTE WS-ORD-K = WS-ORD-J - 1

                IF  WS-PDTT-CLAVE-ORDEN(WS-ORD-K) > WS-PAUX-CLAVE-ORDEN

                     MOVE WS-PDT-TABLA(WS-ORD-K)

                        TO WS-PDT-TABLA(WS-ORD-J)

                     MOVE WS-ORD-K  TO WS-ORD-J

                ELSE

                     SET  FIN-DESPLAZAR  TO TRUE

                END-IF

           END-IF.

      *

       1510-DESPLAZAR-PENDIENTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       PROCESO: CRUCE DE UN PENDIENTE CON LOS DEMAS DEL       * *

      **        MISMO EMPLEADO -- SE ANOTA EL PRIMER CONFLICTO        * *

      ***************************************************************** *

       3000-PROCESO.

      *

           PERFORM 3100-COMPARAR-PENDIENTE

              THRU 3100-COMPARAR-PENDIENTE-EXIT

            VARYING WS-ORD-J FROM 1 BY 1

              UNTIL WS-ORD-J > WS-PDT-NUM-ENTRADAS

                 OR WS-PDTT-CONFLICTO(WS-ORD-I) NOT = SPACES.

      *

           IF  WS-PDTT-CONFLICTO(WS-ORD-I) NOT = SPACES

                ADD 1  TO WC-PEN-CONFLICTO

           END-IF.

      *

           IF  WS-PDTT-FECHA-EFECTO(WS-ORD-I) > WS-FECHA-PROCESO

                CONTINUE

           ELSE

                ADD 1  TO WC-PEN-VENCIDOS

           END-IF.

      *

       3000-PROCESO-EXIT.

           EXIT.

      ***************************************************************** *

      **       COMPARACION DE DOS PENDIENTES DEL MISMO EMPLEADO       * *

      ***************************************************************** *

       3100-COMPARAR-PENDIENTE.

      *

           IF  WS-ORD-J = WS-ORD-I

            OR WS-PDTT-CODIGO(WS-ORD-J) NOT = WS-PDTT-CODIGO(WS-ORD-I)

                CONTINUE

           ELSE

                EVALUATE TRUE

      *

                   WHEN PDTT-BAJA(WS-ORD-I)

                    AND PDTT-BAJA(WS-ORD-J)

                        MOVE 'BAJA PENDIENTE DUPLICADA'

                           TO WS-PDTT-CONFLICTO(WS-ORD-I)

      *

                   WHEN PDTT-BAJA(WS-ORD-J)

                    AND WS-PDTT-FECHA-EFECTO(WS-ORD-I) <

                        WS-PDTT-FECHA-EFECTO(WS-ORD-J)

                        MOVE 'CAMBIO CON BAJA PENDIENTE'

                           TO WS-PDTT-CONFLICTO(WS-ORD-I)

      *

                   WHEN PDTT-BAJA(WS-ORD-J)

                        MOVE 'POSTERIOR A BAJA PENDIENTE'

                           TO WS-PDTT-CONFLICTO(WS-ORD-I)

      *

                   WHEN PDTT-BAJA(WS-ORD-I)

                        MOVE 'BAJA CON OTROS PENDIENTES'

                           TO WS-PDTT-CONFLICTO(WS-ORD-I)

      *

                   WHEN PDTT-ALTA(WS-ORD-I)

                    AND PDTT-ALTA(WS-ORD-J)

                        MOVE 'ALTA PENDIENTE DUPLICADA'

                           TO WS-PDTT-CONFLICTO(WS-ORD-I)

      *

                   WHEN PDTT-ALTA(WS-ORD-J)

                    AND WS-PDTT-FECHA-EFECTO(WS-ORD-I) <

                        WS-PDTT-FECHA-EFECTO(WS-ORD-J)

                        MOVE 'ANTERIOR A ALTA PENDIENTE'

                           TO WS-PDTT-CONFLICTO(WS-ORD-I)

      *

                   WHEN PDTT-ALTA(WS-ORD-I)

                    AND WS-PDTT-FECHA-EFECTO(WS-ORD-J) <

                        WS-PDTT-FECHA-EFECTO(WS-ORD-I)

                        MOVE 'ALTA CON CAMBIOS ANTERIORES'

                           TO WS-PDTT-CONFLICTO(WS-ORD-I)

      *

                   WHEN PDTT-MODIFICACION(WS-ORD-I)

                    AND PDTT-MODIFICACION(WS-ORD-J)

                    AND WS-PDTT-FECHA-EFECTO(WS-ORD-I) =

                        WS-PDTT-FECHA-EFECTO(WS-ORD-J)

                        MOVE 'DOS CAMBIOS EN LA MISMA FECHA'

                           TO WS-PDTT-CONFLICTO(WS-ORD-I)

      *

                   WHEN OTHER

                        CONTINUE

      *

                END-EVALUATE

           END-IF.

      *

       3100-COMPARAR-PENDIENTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       LISTADO DE PENDIENTES Y CONFLICTOS                     * *

      ***************************************************************** *

       7000-INFORME-PENDIENTES.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** MOVIMIENTOS EN ESPERA DE FECHA DE EFECTO  ** '.

           DISPLAY ' **  FECHA DE EJECUCION ' WS-FECHA-PROCESO

                   '              ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY '  CODIGO  TIPO  F.EFECTO  F.RECEP.  DEPT  '

                   '   SALARIO  OBSERVACION'.

      *

           PERFORM 7100-LINEA-PENDIENTE

              THRU 7100-LINEA-PENDIENTE-EXIT

            VARYING WS-PDT-IDX FROM 1 BY 1

              UNTIL WS-PDT-IDX > WS-PDT-NUM-ENTRADAS.

      *

           DISPLAY ' ----------------------------------------------- '.

           MOVE WS-PDT-NUM-ENTRADAS    TO WC-CONTADOR-ED.

           DISPLAY ' ** MOVIMIENTOS EN ESPERA     : ' WC-CONTADOR-ED.

           MOVE WC-PEN-VENCIDOS        TO WC-CONTADOR-ED.

           DISPLAY ' ** YA VENCIDOS (PROX. 302)   : ' WC-CONTADOR-ED.

           MOVE WC-PEN-CONFLICTO       TO WC-CONTADOR-ED.

           DISPLAY ' ** EN CONFLICTO              : ' WC-CONTADOR-ED.

           DISPLAY ' ********************************************* '.

      *

           IF  WC-PEN-CONFLICTO > 0

                DISPLAY '** ATENCION : HAY PENDIENTES EN CONFLICTO, '

                        'REVISAR CON RRHH ANTES DE SU FECHA **'

           END-IF.

      *

       7000-INFORME-PENDIENTES-EXIT.

           EXIT.

      ***************************************************************** *

      **       LINEA DE DETALLE DEL LISTADO DE PENDIENTES             * *

      ***************************************************************** *

       7100-LINEA-PENDIENTE.

      *

           MOVE WS-PDTT-MOVIMIENTO(WS-PDT-IDX)  TO WS-REG-MOVIMIENTO.

      *

           IF  MOV-BAJA

            OR MOV-EXCEDENCIA

            OR MOV-REINCORPORACION

                MOVE ZERO             TO WS-SALARIO-ED

           ELSE

                MOVE WS-MOV-SALARIO   TO WS-SALARIO-ED

           END-IF.

      *

           EVALUATE TRUE

              WHEN WS-PDTT-CONFLICTO(WS-PDT-IDX) NOT = SPACES

                   MOVE WS-PDTT-CONFLICTO(WS-PDT-IDX)

                      TO WS-OBSERVACION

              WHEN WS-PDTT-FECHA-EFECTO(WS-PDT-IDX) > WS-FECHA-PROCESO

                   MOVE SPACES        TO WS-OBSERVACION

              WHEN OTHER

                   MOVE 'VENCIDO, LO APLICA COBOL302'

                      TO WS-OBSERVACION

           END-EVALUATE.

      *

           DISPLAY '  ' WS-PDTT-CODIGO(WS-PDT-IDX)

                   '   ' WS-MOV-TIPO

                   '   ' WS-PDTT-FECHA-EFECTO(WS-PDT-IDX)

                   '  ' WS-PDTT-FECHA-RECEP(WS-PDT-IDX)

                   '  ' WS-MOV-DEPT

                   '  ' WS-SALARIO-ED

                   '  ' WS-OBSERVACION.

      *

       7100-LINEA-PENDIENTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       GESTION DE ERRORES                                     * *

      ***************************************************************** *

       9100-GESTION-ERRORES.

           SET SI-ERROR TO TRUE

           DISPLAY '*************************'

           DISPLAY '*** E  R  R  O  R    ****'

           DISPLAY '*************************'

           DISPLAY '* PARRAFO      : '  WS-PARRAFO-ERR       '   *'

           DISPLAY '* FICHERO      : '  WS-FICHERO-ERR       '   *'

           DISPLAY '* OPERACION    : '  WS-OPERACION-ERR     '   *'

           DISPLAY '* FILE-STATUS  : '  WS-FILE-STATUS   '   *'

           DISPLAY '*************************'

      *

           PERFORM 8000-FIN

              THRU 8000-FIN-EXIT.

      *

       9100-GESTION-ERRORES-EXIT.

           EXIT.

      *****************************************************

      * FIN                                               *

      *****************************************************

       8000-FIN.

      *

           IF  SI-ERROR

      *

                DISPLAY '*************************'

                DISPLAY '** LISTADO DE PENDIENTES NO EMITIDO **'

                DISPLAY '*************************'

      *

           ELSE

      *

                DISPLAY ' ******************************************* '

                DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                                 ' **'

                MOVE  WC-PEN-LEIDOS          TO WC-CONTADOR-ED

                DISPLAY ' ** PENDIENTES LEIDOS       : ' WC-CONTADOR-ED

                DISPLAY ' ******************************************* '

      *

           END-IF.

      *

           STOP RUN.

      *

       8000-FIN-EXIT.

           EXIT.

