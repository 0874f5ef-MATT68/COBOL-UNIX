      *****************************************************************

      *                                                               *

      * INFORME DE MANANA DE LA CADENA DIARIA. LEE FICHERO.CADENA.LOG *

      *  (COPYCADEN), QUE ESCRIBE COBOL324, Y MUESTRA PASO A PASO LA  *

      *  CADENA DE UNA FECHA :                                        *

      *    - CADA INTENTO EN EL ORDEN EN QUE SE LANZO : PASO,         *

      *      PROGRAMA, FECHA Y HORA DE INICIO, HORA DE FIN,           *

      *      RESULTADO, RETURN-CODE, REGISTROS DEL FICHERO            *

      *      VERIFICADO Y MOTIVO                                      *

      *    - EL ESTADO FINAL DE CADA PASO DE LA TABLA COPYPASOS (OK,  *

      *      ERROR, CONTROL O PENDIENTE) CON SU NUMERO DE INTENTOS    *

      *    - SI LA CADENA ESTA COMPLETA O EN QUE PASO SE DETUVO       *

      *  LA FECHA SE TOMA DE FICHERO.PARAMETROS.CADENA (POS           *

      *  01-08, AAAAMMDD) ; SIN PARAMETRO SE MUESTRA LA ULTIMA CADENA *

      *  ANOTADA EN EL LOG.                                           *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL325.

      *

      *****************************************************************

      * ENVIROMENT DIVISION                                           *

      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

      *

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMINF

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.cadena'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT CADLOG

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.cadena.log'

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

      * DATA DIVISION                                                 *

      *****************************************************************

       DATA DIVISION.

      *

       FILE SECTION.

       FD  PARAMINF.

       01  REG-PARAMINF                      PIC X(8).

      *

       FD  CADLOG.

       01  REG-CADLOG                        PIC X(110).

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

           05  WS-FECHA                     PIC X(8).

           05  WS-FECHA-INFORME             PIC X(8).

           05  WS-FECHA-PARAMETRO           PIC X(8).

           05  WS-NUM-PASO                  PIC 9(2).

           05  WS-PASO-DETENIDO             PIC 9(2).

           05  WS-REGISTROS-ED              PIC Z(6)9.

           05  WS-INTENTOS-ED               PIC ZZ9.

           05  WS-ESTADO-ED                 PIC X(9).

      *

       01  WS-HORA-INICIO-ED.

           05  WS-HIE-HH                    PIC X(2).

           05  FILLER                       PIC X(1)   VALUE ':'.

           05  WS-HIE-MM                    PIC X(2).

           05  FILLER                       PIC X(1)   VALUE ':'.

           05  WS-HIE-SS                    PIC X(2).

      *

       01  WS-HORA-FIN-ED.

           05  WS-HFE-HH                    PIC X(2).

           05  FILLER                       PIC X(1)   VALUE ':'.

           05  WS-HFE-MM                    PIC X(2).

           05  FILLER                       PIC X(1)   VALUE ':'.

           05  WS-HFE-SS                    PIC X(2).

      *

      ***************************************************************** *

      **            WS-TABLA-ESTADO                                   * *

      **        ULTIMO RESULTADO E INTENTOS DE CADA PASO PARA LA      * *

      **        FECHA DEL INFORME (ESPACIOS = NO EJECUTADO)           * *

      ***************************************************************** *

       01  WS-TABLA-ESTADO.

           05  WS-EST-PASO                  OCCURS 7 TIMES.

               10  WS-EST-RESULTADO         PIC X(7).

               10  WS-EST-INTENTOS          PIC 9(3).

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-LOG-LEIDOS                PIC S9(6) COMP VALUE 0.

           05  WC-INTENTOS                  PIC S9(6) COMP VALUE 0.

           05  WC-INTENTOS-FALLIDOS         PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL325'.

           05  LT-CADLOG                    PIC X(8)   VALUE 'CADLOG'.

      ***************************************************************** *

      **              VARIABLES  FICHERO LOG DE LA CADENA             * *

      ***************************************************************** *

       COPY COPYCADEN.

      ***************************************************************** *

      **              TABLA DE PASOS DE LA CADENA                     * *

      ***************************************************************** *

       COPY COPYPASOS.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-CADLOG                 PIC 9      VALUE 0.

               88 FIN-CADLOG                            VALUE 1.

               88 NO-FIN-CADLOG                         VALUE 0.

      *

           05  SW-ERROR                      PIC 9      VALUE 0.

               88 SI-ERROR                              VALUE 1.

               88 NO-ERROR                              VALUE 0.

      *

           05  SW-CADLOG-ABIERTO             PIC 9      VALUE 0.

               88 CADLOG-ABIERTO                        VALUE 1.

               88 CADLOG-CERRADO                        VALUE 0.

      *

           05  SW-DETENIDA                   PIC 9      VALUE 0.

               88 CADENA-DETENIDA                       VALUE 1.

               88 CADENA-NO-DETENIDA                    VALUE 0.

      *

      ***************************************************************** *

      **              PROCEDURE  DIVISION.                            * *

      ***************************************************************** *

       PROCEDURE DIVISION.

      *

           PERFORM 1000-INICIO

              THRU 1000-INICIO-EXIT.

      *

           PERFORM 7000-CABECERA-INFORME

              THRU 7000-CABECERA-INFORME-EXIT.

      *

           PERFORM 3000-PROCESO

              THRU 3000-PROCESO-EXIT

            UNTIL  FIN-CADLOG OR SI-ERROR.

      *

           PERFORM 7100-RESUMEN-PASOS

              THRU 7100-RESUMEN-PASOS-EXIT.

      *

           PERFORM 8000-FIN

              THRU 8000-FIN-EXIT.

      *

      ***************************************************************** *

      **              INICIO                                          * *

      ***************************************************************** *

       1000-INICIO.

           INITIALIZE  WS-VARIABLES

                       WC-CONTADORES

                       WS-TABLA-ESTADO.

      *

           DISPLAY ' ************ INICIO *************** '.

      *

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

      *

           PERFORM 1050-LEER-PARAMETROS

              THRU 1050-LEER-PARAMETROS-EXIT.

      *

      *    SIN FECHA POR PARAMETRO SE BUSCA LA ULTIMA CADENA DEL LOG

      *

           IF  WS-FECHA-INFORME = SPACES

                PERFORM 1100-BUSCAR-ULTIMA-CADENA

                   THRU 1100-BUSCAR-ULTIMA-CADENA-EXIT

           END-IF.

      *

           IF  WS-FECHA-INFORME = SPACES

                DISPLAY '** NO HAY NINGUNA CADENA ANOTADA EN '

                        'FICHERO.CADENA.LOG **'

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

           OPEN INPUT CADLOG.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   SET CADLOG-ABIERTO  TO TRUE

                   PERFORM 9200-LEER-CADLOG

                      THRU 9200-LEER-CADLOG-EXIT

              WHEN '35'

                   SET FIN-CADLOG  TO TRUE

              WHEN OTHER

                   MOVE  LT-CADLOG       TO WS-FICHERO-ERR

                   MOVE  '1000-'         TO WS-PARRAFO-ERR

                   MOVE  LT-OPEN         TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

           END-EVALUATE.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       FECHA DE LA CADENA A MOSTRAR (OPCIONAL, AAAAMMDD)      * *

      ***************************************************************** *

       1050-LEER-PARAMETROS.

      *

           MOVE SPACES  TO WS-FECHA-INFORME

                           WS-FECHA-PARAMETRO.

      *

           OPEN INPUT PARAMINF.

      *

           IF  WS-FILE-STATUS = '00'

                READ PARAMINF

                     INTO WS-FECHA-PARAMETRO

                     AT END

                          CONTINUE

                END-READ

      *

                CLOSE PARAMINF

           END-IF.

      *

           IF  WS-FECHA-PARAMETRO IS NUMERIC

                MOVE WS-FECHA-PARAMETRO  TO WS-FECHA-INFORME

                DISPLAY '** CADENA PEDIDA POR PARAMETRO : '

                         WS-FECHA-INFORME

           END-IF.

      *

       1050-LEER-PARAMETROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       FECHA DE LA ULTIMA CADENA ANOTADA EN EL LOG            * *

      ***************************************************************** *

       1100-BUSCAR-ULTIMA-CADENA.

      *

           OPEN INPUT CADLOG.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 1150-LEER-ULTIMA

                   THRU 1150-LEER-ULTIMA-EXIT

                 UNTIL  FIN-CADLOG

      *

                CLOSE CADLOG

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     CONTINUE

                ELSE

                     MOVE  LT-CADLOG       TO WS-FICHERO-ERR

                     MOVE  '1100-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

           SET NO-FIN-CADLOG  TO TRUE.

      *

       1100-BUSCAR-ULTIMA-CADENA-EXIT.

           EXIT.

      *

       1150-LEER-ULTIMA.

      *

           READ CADLOG

                INTO WS-REG-CADENA

                AT END

                     SET FIN-CADLOG TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

                MOVE WS-CAD-FECHA-CADENA  TO WS-FECHA-INFORME

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-CADLOG             TO WS-FICHERO-ERR

                     MOVE  '1150-LEER-ULTIMA'    TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1150-LEER-ULTIMA-EXIT.

           EXIT.

      ***************************************************************** *

      **       PROCESO : UNA LINEA POR INTENTO DE LA FECHA PEDIDA     * *

      ***************************************************************** *

       3000-PROCESO.

      *

           IF  WS-CAD-FECHA-CADENA = WS-FECHA-INFORME

            AND WS-CAD-PASO > 0

            AND WS-CAD-PASO NOT > WS-PASOS-NUM

      *

                ADD 1  TO WC-INTENTOS

                ADD 1  TO WS-EST-INTENTOS(WS-CAD-PASO)

                MOVE WS-CAD-RESULTADO

                   TO WS-EST-RESULTADO(WS-CAD-PASO)

      *

                IF  NOT CAD-PASO-OK

                     ADD 1  TO WC-INTENTOS-FALLIDOS

                END-IF

      *

                PERFORM 3100-LINEA-INTENTO

                   THRU 3100-LINEA-INTENTO-EXIT

      *

           END-IF.

      *

           PERFORM 9200-LEER-CADLOG

              THRU 9200-LEER-CADLOG-EXIT.

      *

       3000-PROCESO-EXIT.

           EXIT.

      *

       3100-LINEA-INTENTO.

      *

           MOVE WS-CAD-HORA-INICIO(1:2)   TO WS-HIE-HH.

           MOVE WS-CAD-HORA-INICIO(3:2)   TO WS-HIE-MM.

           MOVE WS-CAD-HORA-INICIO(5:2)   TO WS-HIE-SS.

           MOVE WS-CAD-HORA-FIN(1:2)      TO WS-HFE-HH.

           MOVE WS-CAD-HORA-FIN(3:2)      TO WS-HFE-MM.

           MOVE WS-CAD-HORA-FIN(5:2)      TO WS-HFE-SS.

           MOVE WS-CAD-REGISTROS          TO WS-REGISTROS-ED.

      *

           DISPLAY '  ' WS-CAD-PASO '  ' WS-CAD-PROGRAMA

                   ' ' WS-CAD-FECHA-INICIO ' ' WS-HORA-INICIO-ED

                   ' ' WS-CAD-FECHA-FIN ' ' WS-HORA-FIN-ED

                   ' ' WS-CAD-RESULTADO ' ' WS-CAD-RETURN-CODE

                   ' ' WS-REGISTROS-ED.

      *

           IF  WS-CAD-MOTIVO NOT = SPACES

                DISPLAY '      MOTIVO : ' WS-CAD-MOTIVO

           END-IF.

      *

       3100-LINEA-INTENTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CABECERA DEL INFORME                                   * *

      ***************************************************************** *

       7000-CABECERA-INFORME.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** ' LT-PROGRAMA '  ESTADO DE LA CADENA DIARIA '

                   '** '.

           DISPLAY ' ** CADENA DEL : ' WS-FECHA-INFORME

                   '  FECHA : ' WS-FECHA ' ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY ' PASO PROGRAMA INICIO              FIN'

                   '                 RESULT.   RC   REGIST.'.

      *

       7000-CABECERA-INFORME-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESTADO FINAL DE CADA PASO Y DE LA CADENA               * *

      ***************************************************************** *

       7100-RESUMEN-PASOS.

      *

           DISPLAY ' ----------------------------------------------- '.

           DISPLAY ' PASO PROGRAMA ESTADO    INTENTOS'.

      *

           SET CADENA-NO-DETENIDA  TO TRUE.

           MOVE 0                  TO WS-PASO-DETENIDO.

      *

           PERFORM 7150-LINEA-PASO

              THRU 7150-LINEA-PASO-EXIT

            VARYING WS-NUM-PASO FROM 1 BY 1

              UNTIL WS-NUM-PASO > WS-PASOS-NUM.

      *

           DISPLAY ' ----------------------------------------------- '.

      *

           EVALUATE TRUE

              WHEN WC-INTENTOS = 0

                   DISPLAY ' ** LA CADENA DEL ' WS-FECHA-INFORME

                           ' NO SE HA EJECUTADO **'

              WHEN CADENA-NO-DETENIDA

                   DISPLAY ' ** CADENA DEL ' WS-FECHA-INFORME

                           ' COMPLETA **'

              WHEN WS-EST-RESULTADO(WS-PASO-DETENIDO) = SPACES

                   DISPLAY ' ** CADENA DEL ' WS-FECHA-INFORME

                           ' SIN TERMINAR, PENDIENTE DESDE EL PASO '

                           WS-PASO-DETENIDO ' : '

                           WS-PASO-PROGRAMA(WS-PASO-DETENIDO) ' **'

              WHEN OTHER

                   DISPLAY ' ** CADENA DEL ' WS-FECHA-INFORME

                           ' DETENIDA EN EL PASO '

                           WS-PASO-DETENIDO ' : '

                           WS-PASO-PROGRAMA(WS-PASO-DETENIDO) ' ('

                           WS-EST-RESULTADO(WS-PASO-DETENIDO) ') **'

                   DISPLAY ' ** AL RELANZAR COBOL324 SE REANUDA EN '

                           'ESE PASO **'

           END-EVALUATE.

      *

           DISPLAY ' ********************************************* '.

      *

       7100-RESUMEN-PASOS-EXIT.

           EXIT.

      *

       7150-LINEA-PASO.

      *

           IF  WS-EST-RESULTADO(WS-NUM-PASO) = SPACES

                MOVE 'PENDIENTE'                     TO WS-ESTADO-ED

           ELSE

                MOVE WS-EST-RESULTADO(WS-NUM-PASO)   TO WS-ESTADO-ED

           END-IF.

      *

           IF  WS-EST-RESULTADO(WS-NUM-PASO) NOT = 'OK'

            AND CADENA-NO-DETENIDA

                SET CADENA-DETENIDA       TO TRUE

                MOVE WS-NUM-PASO          TO WS-PASO-DETENIDO

           END-IF.

      *

           MOVE WS-EST-INTENTOS(WS-NUM-PASO)  TO WS-INTENTOS-ED.

      *

           DISPLAY '  ' WS-NUM-PASO '  ' WS-PASO-PROGRAMA(WS-NUM-PASO)

                   ' ' WS-ESTADO-ED ' ' WS-INTENTOS-ED.

      *

       7150-LINEA-PASO-EXIT.

           EXIT.

      *****************************************************

      * FIN                                               *

      *****************************************************

       8000-FIN.

      *

           IF  CADLOG-ABIERTO

                CLOSE CADLOG

                SET CADLOG-CERRADO  TO TRUE

           END-IF.

      *

           IF  NO-ERROR

      *

                DISPLAY ' ******************************************* '

                DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                                 ' **'

                MOVE  WC-LOG-LEIDOS          TO WC-CONTADOR-ED

                DISPLAY ' ** REGISTROS DEL LOG LEIDOS : ' WC-CONTADOR-ED

                MOVE  WC-INTENTOS            TO WC-CONTADOR-ED

                DISPLAY ' ** INTENTOS DE LA CADENA    : ' WC-CONTADOR-ED

                MOVE  WC-INTENTOS-FALLIDOS   TO WC-CONTADOR-ED

                DISPLAY ' ** INTENTOS FALLIDOS        : ' WC-CONTADOR-ED

                DISPLAY ' ******************************************* '

      *

           END-IF.

      *

           STOP RUN.

      *

       8000-FIN-EXIT.

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

      ***************************************************************** *

      **       LECTURA DEL LOG DE LA CADENA                           * *

      ***************************************************************** *

       9200-LEER-CADLOG.

      *

           READ CADLOG

                INTO WS-REG-CADENA

                AT END

                     SET FIN-CADLOG TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

               ADD 1 TO WC-LOG-LEIDOS

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-CADLOG             TO WS-FICHERO-ERR

                     MOVE  '9200-LEER-CADLOG'    TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       9200-LEER-CADLOG-EXIT.

           EXIT.

