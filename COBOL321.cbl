      *****************************************************************

      *                                                               *

      * PROGRAMA DE CONVERSION DEL MAESTRO DE EMPLEADOS AL LAYOUT     *

      *  DE 80 POSICIONES DE COPYEMPLE (SITUACION, FECHA DE ALTA Y    *

      *  FECHA DE BAJA). SE EJECUTA UNA SOLA VEZ :                    *

      *    1. RENOMBRAR EL MAESTRO ACTUAL (61 POSICIONES) A           *

      *       FICHERO.EMPLEADO.ANTERIOR                               *

      *    2. EJECUTAR ESTE PROGRAMA, QUE CREA FICHERO.EMPLEADO       *

      *       CON EL NUEVO LAYOUT                                     *

      *  TODOS LOS EMPLEADOS DEL MAESTRO ANTIGUO ESTAN EN PLANTILLA   *

      *  (LAS BAJAS SE BORRABAN), ASI QUE PASAN EN SITUACION 'A',     *

      *  SIN FECHA DE BAJA Y CON FECHA DE ALTA '00000000'             *

      *  (DESCONOCIDA, ANTERIOR A CUALQUIER PERIODO QUE SE CONSULTE). *

      *  SI FICHERO.EMPLEADO YA EXISTE NO SE HACE NADA, PARA NO       *

      *  PISAR UN MAESTRO YA CONVERTIDO. AL FINAL SE CUADRAN LEIDOS   *

      *  CONTRA ESCRITOS. EL MAESTRO SE RESERVA EN RUT120CB           *

      *  (RECURSO EMPLEADO) MIENTRAS DURA LA CONVERSION.              *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL321.

      *

      *****************************************************************

      * ENVIROMENT DIVISION                                           *

      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

      *

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT EMPLE-ANT

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.empleado.anterior'

           ORGANIZATION IS INDEXED

           ACCESS MODE IS SEQUENTIAL

           RECORD KEY IS REG-ANT-CODIGO

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT EMPLE

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.empleado'

           ORGANIZATION IS INDEXED

           ACCESS MODE IS SEQUENTIAL

           RECORD KEY IS REG-EMPLE-CODIGO

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

      * DATA DIVISION                                                 *

      *****************************************************************

       DATA DIVISION.

      *

       FILE SECTION.

       FD  EMPLE-ANT.

       01  REG-EMPLE-ANT.

           05  REG-ANT-CODIGO                PIC X(6).

           05  FILLER                        PIC X(55).

      *

       FD  EMPLE.

       01  REG-EMPLE.

           05  REG-EMPLE-CODIGO              PIC X(6).

           05  FILLER                        PIC X(74).

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

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-LEIDOS                    PIC S9(6) COMP VALUE 0.

           05  WC-ESCRITOS                  PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-WRITE                     PIC X(8)   VALUE 'WRITE'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL321'.

           05  LT-EMPLE                     PIC X(8)   VALUE 'EMPLE'.

           05  LT-EMPLE-ANT                 PIC X(8)   VALUE 'EMPLEANT'.

      ***************************************************************** *

      **              VARIABLES  FICHERO EMPLEADO                     * *

      ***************************************************************** *

       COPY COPYEMPLE.

      ***************************************************************** *

      **              COMUNICACION CON RUT120CB (BLOQUEOS)            * *

      ***************************************************************** *

       COPY COP120CB.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-FICHERO                PIC 9      VALUE 0.

               88 FIN-FICHERO                           VALUE 1.

               88 NO-FIN-FICHERO                        VALUE 0.

      *

           05  SW-ERROR                      PIC 9      VALUE 0.

               88 SI-ERROR                              VALUE 1.

               88 NO-ERROR                              VALUE 0.

      *

           05  SW-BLOQUEO                    PIC 9      VALUE 0.

               88 BLOQUEO-ADQUIRIDO                     VALUE 1.

               88 BLOQUEO-NO-ADQUIRIDO                  VALUE 0.

      *

           05  SW-FICHEROS                   PIC 9      VALUE 0.

               88 FICHEROS-ABIERTOS                     VALUE 1.

               88 FICHEROS-CERRADOS                     VALUE 0.

      *

      ***************************************************************** *

      **              PROCEDURE  DIVISION.                            * *

      ***************************************************************** *

       PROCEDURE DIVISION.

      *

           PERFORM 1000-INICIO

              THRU 1000-INICIO-EXIT.

      *

           PERFORM 3000-PROCESO

              THRU 3000-PROCESO-EXIT

            UNTIL  FIN-FICHERO OR SI-ERROR.

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

           PERFORM 0500-ADQUIRIR-BLOQUEOS

              THRU 0500-ADQUIRIR-BLOQUEOS-EXIT.

      *

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

      *

      *    UN MAESTRO YA EXISTENTE NO SE PISA

      *

           OPEN INPUT EMPLE.

      *

           IF  WS-FILE-STATUS = '35'

                CONTINUE

           ELSE

                IF  WS-FILE-STATUS = '00'

                     CLOSE EMPLE

                END-IF

                DISPLAY '*************************'

                DISPLAY '** FICHERO.EMPLEADO YA EXISTE (STATUS '

                        WS-FILE-STATUS ') **'

                DISPLAY '** RENOMBRAR EL MAESTRO ANTIGUO A '

                        'FICHERO.EMPLEADO.ANTERIOR **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

           OPEN INPUT EMPLE-ANT.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   CONTINUE

              WHEN '35'

                   DISPLAY '*************************'

                   DISPLAY '** NO EXISTE FICHERO.EMPLEADO.ANTERIOR **'

                   DISPLAY '*************************'

                   SET SI-ERROR  TO TRUE

                   PERFORM 8000-FIN

                      THRU 8000-FIN-EXIT

              WHEN OTHER

                   MOVE  LT-EMPLE-ANT    TO WS-FICHERO-ERR

                   MOVE  '1000-'         TO WS-PARRAFO-ERR

                   MOVE  LT-OPEN         TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

           END-EVALUATE.

      *

           OPEN OUTPUT EMPLE.

      *

           IF  WS-FILE-STATUS = '00'

                SET FICHEROS-ABIERTOS  TO TRUE

           ELSE

                CLOSE EMPLE-ANT

                MOVE  LT-EMPLE        TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 9200-LEER-FICHERO

              THRU 9200-LEER-FICHERO-EXIT.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       RESERVA DEL MAESTRO DE EMPLEADOS EN RUT120CB -- SI     * *

      **        OTRO TRABAJO LO TIENE RESERVADO NO SE ARRANCA         * *

      ***************************************************************** *

       0500-ADQUIRIR-BLOQUEOS.

      *

           SET  CP120-ADQUIRIR        TO TRUE.

           MOVE LT-PROGRAMA           TO CP120I-PROGRAMA.

           MOVE 1                     TO CP120I-NUM-RECURSOS.

           MOVE 'EMPLEADO'            TO CP120I-RECURSO(1).

      *

           CALL 'RUT120CB' USING CP-RUT120CB.

      *

           IF  CP120-RETURN-CODE = '00'

                SET BLOQUEO-ADQUIRIDO  TO TRUE

           ELSE

                DISPLAY '*************************'

                DISPLAY '** NO SE PUEDE ARRANCAR ' LT-PROGRAMA ' **'

                DISPLAY '** RECURSO : ' CP120O-RECURSO-OCUPADO

                        ' TITULAR : ' CP120O-PROGRAMA-TITULAR

                DISPLAY '** ' CP120E-MESSAGE ' **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

       0500-ADQUIRIR-BLOQUEOS-EXIT.

           EXIT.

      *****************************************************

      * PROCESO                                           *

      *****************************************************

       3000-PROCESO.

      *

      *    LAS POSICIONES NUEVAS LLEGAN EN BLANCO DEL MOVE

      *

           MOVE REG-EMPLE-ANT       TO WS-REG-EMPLEADO.

      *

           SET  EMPLE-ACTIVO        TO TRUE.

           MOVE '00000000'          TO WS-EMPLE-FECHA-ALTA.

           MOVE SPACES              TO WS-EMPLE-FECHA-BAJA.

      *

           WRITE REG-EMPLE

              FROM WS-REG-EMPLEADO.

      *

           IF  WS-FILE-STATUS = '00'

                ADD 1  TO WC-ESCRITOS

           ELSE

                MOVE  LT-EMPLE              TO WS-FICHERO-ERR

                MOVE  '3000-PROCESO'        TO WS-PARRAFO-ERR

                MOVE  LT-WRITE              TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 9200-LEER-FICHERO

              THRU 9200-LEER-FICHERO-EXIT.

      *

       3000-PROCESO-EXIT.

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

      **         LECTURA DEL MAESTRO ANTIGUO                          * *

      ***************************************************************** *

       9200-LEER-FICHERO.

      *

           READ EMPLE-ANT

                AT END

                     SET FIN-FICHERO TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

               ADD 1 TO WC-LEIDOS

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-EMPLE-ANT          TO WS-FICHERO-ERR

                     MOVE  '9200-LEER-FICHERO'   TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       9200-LEER-FICHERO-EXIT.

           EXIT.

      *****************************************************

      * FIN                                               *

      *****************************************************

       8000-FIN.

      *

           IF  FICHEROS-ABIERTOS

                CLOSE EMPLE-ANT

                CLOSE EMPLE

                SET FICHEROS-CERRADOS  TO TRUE

      *

                IF  NO-ERROR

                 AND WC-LEIDOS NOT = WC-ESCRITOS

                     DISPLAY '*************************'

                     DISPLAY '** LEIDOS <> ESCRITOS -- REVISAR **'

                     DISPLAY '*************************'

                     SET SI-ERROR  TO TRUE

                END-IF

      *

                IF  SI-ERROR

                     DISPLAY '*************************'

                     DISPLAY '** CONVERSION NO TERMINADA : BORRAR EL '

                             'FICHERO.EMPLEADO A MEDIAS **'

                     DISPLAY '** ANTES DE REPETIRLA **'

                     DISPLAY '*************************'

                END-IF

           END-IF.

      *

           IF  NO-ERROR

      *

                DISPLAY ' ******************************************* '

                DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                                 ' **'

                DISPLAY ' ** FECHA DE CONVERSION      : ' WS-FECHA

                MOVE  WC-LEIDOS              TO WC-CONTADOR-ED

                DISPLAY ' ** EMPLEADOS LEIDOS         : ' WC-CONTADOR-ED

                MOVE  WC-ESCRITOS            TO WC-CONTADOR-ED

                DISPLAY ' ** EMPLEADOS CONVERTIDOS    : ' WC-CONTADOR-ED

                DISPLAY ' ******************************************* '

      *

           END-IF.

      *

           IF  BLOQUEO-ADQUIRIDO

                PERFORM 8900-LIBERAR-BLOQUEOS

                   THRU 8900-LIBERAR-BLOQUEOS-EXIT

           END-IF.

      *

           STOP RUN.

      *

       8000-FIN-EXIT.

           EXIT.

      ***************************************************************** *

      **       LIBERACION DE LOS RECURSOS RESERVADOS EN RUT120CB      * *

      ***************************************************************** *

       8900-LIBERAR-BLOQUEOS.

      *

           SET  CP120-LIBERAR         TO TRUE.

           MOVE LT-PROGRAMA           TO CP120I-PROGRAMA.

      *

           CALL 'RUT120CB' USING CP-RUT120CB.

      *

           IF  CP120-RETURN-CODE NOT = '00'

                DISPLAY '** AVISO: BLOQUEOS NO LIBERADOS : '

                        CP120E-MESSAGE

           END-IF.

      *

       8900-LIBERAR-BLOQUEOS-EXIT.

           EXIT.

