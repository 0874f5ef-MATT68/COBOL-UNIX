      *****************************************************************

      *                                                               *

      * PROGRAMA DE CERTIFICADO ANUAL DE RETENCIONES (IRPF).          *

      *  LEE EL ACUMULADO DEL EJERCICIO FICHERO.ACUMULADOS.AAAA       *

      *  (CONSTRUIDO POR COBOL314, LAYOUT COPYACUMU) Y EMITE POR      *

      *  EMPLEADO EL BRUTO, LA RETENCION DE IRPF, LA SEGURIDAD        *

      *  SOCIAL Y EL NETO DEL EJERCICIO, CON EL NOMBRE DEL MAESTRO    *

      *  FICHERO.EMPLEADO, Y AL FINAL EL TOTAL DE LA EMPRESA.         *

      *  EL TOTAL DE LA EMPRESA SE CUADRA CONTRA LOS PIES DE LAS      *

      *  NOMINAS DEL EJERCICIO ANOTADAS EN FICHERO.ACUMULADOS.LOTES : *

      *  EL NETO TOTAL DEBE SER LA SUMA DE LOS HASH DE LOS PIES Y     *

      *  LOS PAGOS LA SUMA DE SUS CONTADORES DE LINEAS. SI NO CUADRA  *

      *  SE AVISA Y EL CERTIFICADO NO ES VALIDO.                      *

      *                                                               *

      *  LA SELECCION SE LEE DE FICHERO.PARAMETROS.CERTIFICADO :      *

      *    POS 01-04  EJERCICIO AAAA (ESPACIOS = ANYO EN CURSO)       *

      *    POS 05-10  CODIGO DE EMPLEADO (ESPACIOS = TODOS)           *

      *  CON UN SOLO EMPLEADO SE IMPRIME SU CERTIFICADO INDIVIDUAL.   *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL315.

      *

      *****************************************************************

      * ENVIROMENT DIVISION                                           *

      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

      *

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACUMULA

           ASSIGN TO DYNAMIC WS-RUTA-ACUMULA

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT LOTES

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.acumulados.lotes'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT EMPLE

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.empleado'

           ORGANIZATION IS INDEXED

           ACCESS MODE IS RANDOM

           RECORD KEY IS REG-EMPLE-CODIGO

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT SELECCION

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.certificado'

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

      * DATA DIVISION                                                 *

      *****************************************************************

       DATA DIVISION.

      *

       FILE SECTION.

       FD  ACUMULA.

       01  REG-ACUMULA                       PIC X(74).

      *

       FD  LOTES.

       01  REG-LOTES                         PIC X(87).

      *

       FD  EMPLE.

       01  REG-EMPLE.

           05  REG-EMPLE-CODIGO              PIC X(6).

           05  FILLER                        PIC X(74).

      *

       FD  SELECCION.

       01  REG-SELECCION                     PIC X(10).

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

           05  WS-FECHA.

               10  WS-ANYO                  PIC X(4).

               10  WS-MES                   PIC X(2).

               10  WS-DIA                   PIC X(2).

           05  WS-NOMBRE-LISTADO            PIC X(31).

           05  WS-NOMINAS-ED                PIC ZZ9.

           05  WS-BRUTO-ED                  PIC Z(10)9,99.

           05  WS-IRPF-ED                   PIC Z(10)9,99.

           05  WS-SS-ED                     PIC Z(10)9,99.

           05  WS-NETO-ED                   PIC Z(10)9,99.

           05  WS-PCT-IRPF                  PIC 9(3)V99.

           05  WS-PCT-IRPF-ED               PIC ZZ9,99.

      *

       01  WS-RUTA-ACUMULA                   PIC X(60)  VALUE SPACES.

      *

      ***************************************************************** *

      **            SELECCION DEL CERTIFICADO                         * *

      ***************************************************************** *

       01  WS-SELECCION-REG.

           05  WS-SEL-EJERCICIO             PIC X(4)   VALUE SPACES.

           05  WS-SEL-CODIGO                PIC X(6)   VALUE SPACES.

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-ACU-LEIDOS                PIC S9(6) COMP VALUE 0.

           05  WC-ACU-LISTADOS              PIC S9(6) COMP VALUE 0.

           05  WC-NO-EN-MAESTRO             PIC S9(6) COMP VALUE 0.

           05  WC-LOTES-EJERCICIO           PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **            TOTALES DE LA EMPRESA Y DE LOS PIES DE NOMINA     * *

      ***************************************************************** *

       01  WS-TOTALES-EMPRESA.

           05  WS-EMP-PAGOS                 PIC 9(9)     VALUE 0.

           05  WS-EMP-BRUTO                 PIC 9(13)V99 VALUE 0.

           05  WS-EMP-IRPF                  PIC 9(13)V99 VALUE 0.

           05  WS-EMP-SS                    PIC 9(13)V99 VALUE 0.

           05  WS-EMP-NETO                  PIC 9(13)V99 VALUE 0.

      *

       01  WS-TOTALES-PIES.

           05  WS-PIE-LINEAS                PIC 9(9)     VALUE 0.

           05  WS-PIE-HASH                  PIC 9(13)V99 VALUE 0.

           05  WS-PIE-BRUTO                 PIC 9(13)V99 VALUE 0.

           05  WS-PIE-IRPF                  PIC 9(13)V99 VALUE 0.

           05  WS-PIE-SS                    PIC 9(13)V99 VALUE 0.

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-CLOSE                     PIC X(8)   VALUE 'CLOSE'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL315'.

           05  LT-ACUMULA                   PIC X(8)   VALUE 'ACUMULA'.

           05  LT-LOTES                     PIC X(8)   VALUE 'LOTES'.

           05  LT-EMPLE                     PIC X(8)   VALUE 'EMPLE'.

           05  LT-RUTA-ACUMULA-BASE         PIC X(50)  VALUE

               '/home/forma2/cobol/ficheros/fichero.acumulados.'.

           05  LT-NO-EN-MAESTRO             PIC X(31)  VALUE

               '*NO EN MAESTRO*'.

      ***************************************************************** *

      **              VARIABLES  FICHERO ACUMULADOS                   * *

      ***************************************************************** *

       COPY COPYACUMU.

      ***************************************************************** *

      **              VARIABLES  FICHERO LOTES ACUMULADOS             * *

      ***************************************************************** *

       COPY COPYACLOT.

      ***************************************************************** *

      **              VARIABLES  FICHERO EMPLEADOS                    * *

      ***************************************************************** *

       COPY COPYEMPLE.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-ACUMULA                PIC 9      VALUE 0.

               88 FIN-ACUMULA                           VALUE 1.

               88 NO-FIN-ACUMULA                        VALUE 0.

      *

           05  SW-FIN-LOTES                  PIC 9      VALUE 0.

               88 FIN-LOTES                             VALUE 1.

               88 NO-FIN-LOTES                          VALUE 0.

      *

           05  SW-ERROR                      PIC 9      VALUE 0.

               88 SI-ERROR                              VALUE 1.

               88 NO-ERROR                              VALUE 0.

      *

           05  SW-ENCONTRADO                 PIC 9      VALUE 0.

               88 CODIGO-ENCONTRADO                     VALUE 1.

               88 CODIGO-NO-ENCONTRADO                  VALUE 0.

      *

           05  SW-CUADRE                     PIC 9      VALUE 0.

               88 CUADRE-CORRECTO                       VALUE 1.

               88 CUADRE-FALLIDO                        VALUE 0.

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

            UNTIL  FIN-ACUMULA.

      *

           PERFORM 5000-CUADRAR-PIES

              THRU 5000-CUADRAR-PIES-EXIT.

      *

           PERFORM 7000-TOTAL-EMPRESA

              THRU 7000-TOTAL-EMPRESA-EXIT.

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

                       WS-TOTALES-EMPRESA

                       WS-TOTALES-PIES.

      *

           DISPLAY ' ************ INICIO *************** '.

      *

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

      *

           PERFORM 1050-LEER-SELECCION

              THRU 1050-LEER-SELECCION-EXIT.

      *

           STRING LT-RUTA-ACUMULA-BASE  DELIMITED BY SPACE

                  WS-SEL-EJERCICIO      DELIMITED BY SIZE

                  INTO WS-RUTA-ACUMULA.

      *

           OPEN INPUT ACUMULA.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '*************************'

                     DISPLAY '** SIN ACUMULADOS DEL EJERCICIO '

                             WS-SEL-EJERCICIO ' **'

                     DISPLAY '*************************'

                END-IF

                MOVE  LT-ACUMULA      TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           OPEN INPUT EMPLE.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-EMPLE        TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           IF  WS-SEL-CODIGO = SPACES

                DISPLAY ' ************************************'

                        '*************************************** '

                DISPLAY ' ** RETENCIONES Y PAGOS A CUENTA DEL '

                        'EJERCICIO ' WS-SEL-EJERCICIO

                DISPLAY ' ************************************'

                        '*************************************** '

                DISPLAY ' CODIGO NOMBRE                          '

                        'DEPT NOM          BRUTO           IRPF'

                        '             SS           NETO'

           END-IF.

      *

           PERFORM 9200-LEER-ACUMULA

              THRU 9200-LEER-ACUMULA-EXIT.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE LOS PARAMETROS DE SELECCION                 * *

      ***************************************************************** *

       1050-LEER-SELECCION.

      *

           MOVE SPACES  TO WS-SELECCION-REG.

      *

           OPEN INPUT SELECCION.

      *

           IF  WS-FILE-STATUS = '00'

                READ SELECCION

                     INTO WS-SELECCION-REG

                     AT END

                          CONTINUE

                END-READ

      *

                CLOSE SELECCION

           ELSE

                DISPLAY '** SIN FICHERO DE SELECCION, EJERCICIO EN '

                        'CURSO Y TODOS LOS EMPLEADOS **'

           END-IF.

      *

           IF  WS-SEL-EJERCICIO IS NOT NUMERIC

                MOVE WS-ANYO  TO WS-SEL-EJERCICIO

           END-IF.

      *

           DISPLAY '** SELECCION  EJERCICIO : ' WS-SEL-EJERCICIO

                   '  CODIGO : ' WS-SEL-CODIGO.

      *

       1050-LEER-SELECCION-EXIT.

           EXIT.

      ***************************************************************** *

      **       PROCESO DE UN ACUMULADO DE EMPLEADO : TODOS SUMAN AL   * *

      **        TOTAL DE LA EMPRESA, SOLO LOS SELECCIONADOS SE        * *

      **        IMPRIMEN                                              * *

      ***************************************************************** *

       3000-PROCESO.

      *

           ADD WS-ACU-NOMINAS    TO WS-EMP-PAGOS.

           ADD WS-ACU-BRUTO      TO WS-EMP-BRUTO.

           ADD WS-ACU-IRPF       TO WS-EMP-IRPF.

           ADD WS-ACU-SS         TO WS-EMP-SS.

           ADD WS-ACU-NETO       TO WS-EMP-NETO.

      *

           IF  WS-SEL-CODIGO = SPACES

            OR WS-SEL-CODIGO = WS-ACU-CODIGO

      *

                PERFORM 3100-LEER-EMPLEADO

                   THRU 3100-LEER-EMPLEADO-EXIT

      *

                ADD 1  TO WC-ACU-LISTADOS

      *

                IF  WS-SEL-CODIGO = SPACES

                     PERFORM 3200-LINEA-LISTADO

                        THRU 3200-LINEA-LISTADO-EXIT

                ELSE

                     PERFORM 3300-CERTIFICADO-EMPLE

                        THRU 3300-CERTIFICADO-EMPLE-EXIT

                END-IF

      *

           END-IF.

      *

           PERFORM 9200-LEER-ACUMULA

              THRU 9200-LEER-ACUMULA-EXIT.

      *

       3000-PROCESO-EXIT.

           EXIT.

      ***************************************************************** *

      **       NOMBRE DEL EMPLEADO EN EL MAESTRO -- UN EMPLEADO YA    * *

      **        DADO DE BAJA SIGUE EN EL CERTIFICADO DEL EJERCICIO    * *

      ***************************************************************** *

       3100-LEER-EMPLEADO.

      *

           MOVE WS-ACU-CODIGO  TO REG-EMPLE-CODIGO.

      *

           READ EMPLE

                INTO WS-REG-EMPLEADO.

      *

           EVALUATE WS-FILE-STATUS

      *

              WHEN '00'

                   SET CODIGO-ENCONTRADO     TO TRUE

                   MOVE SPACES  TO WS-NOMBRE-LISTADO

                   STRING WS-EMPLE-NOMBRE    DELIMITED BY '  '

                          ' '                DELIMITED BY SIZE

                          WS-EMPLE-APELLIDO  DELIMITED BY '  '

                          INTO WS-NOMBRE-LISTADO

      *

              WHEN '23'

                   SET CODIGO-NO-ENCONTRADO  TO TRUE

                   ADD 1  TO WC-NO-EN-MAESTRO

                   MOVE LT-NO-EN-MAESTRO  TO WS-NOMBRE-LISTADO

      *

              WHEN OTHER

                   MOVE  LT-EMPLE               TO WS-FICHERO-ERR

                   MOVE  '3100-LEER-EMPLEADO'   TO WS-PARRAFO-ERR

                   MOVE  LT-READ                TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

       3100-LEER-EMPLEADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LINEA DEL LISTADO ANUAL POR EMPLEADO                   * *

      ***************************************************************** *

       3200-LINEA-LISTADO.

      *

           MOVE WS-ACU-NOMINAS   TO WS-NOMINAS-ED.

           MOVE WS-ACU-BRUTO     TO WS-BRUTO-ED.

           MOVE WS-ACU-IRPF      TO WS-IRPF-ED.

           MOVE WS-ACU-SS        TO WS-SS-ED.

           MOVE WS-ACU-NETO      TO WS-NETO-ED.

      *

           DISPLAY ' ' WS-ACU-CODIGO ' ' WS-NOMBRE-LISTADO ' '

                   WS-ACU-DEPT ' ' WS-NOMINAS-ED ' '

                   WS-BRUTO-ED ' ' WS-IRPF-ED ' '

                   WS-SS-ED ' ' WS-NETO-ED.

      *

       3200-LINEA-LISTADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CERTIFICADO INDIVIDUAL DE RETENCIONES DEL EMPLEADO     * *

      ***************************************************************** *

       3300-CERTIFICADO-EMPLE.

      *

           MOVE WS-ACU-NOMINAS   TO WS-NOMINAS-ED.

           MOVE WS-ACU-BRUTO     TO WS-BRUTO-ED.

           MOVE WS-ACU-IRPF      TO WS-IRPF-ED.

           MOVE WS-ACU-SS        TO WS-SS-ED.

           MOVE WS-ACU-NETO      TO WS-NETO-ED.

      *

           MOVE 0  TO WS-PCT-IRPF.

           IF  WS-ACU-BRUTO > 0

                COMPUTE WS-PCT-IRPF ROUNDED =

                        WS-ACU-IRPF * 100 / WS-ACU-BRUTO

           END-IF.

           MOVE WS-PCT-IRPF      TO WS-PCT-IRPF-ED.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' **  CERTIFICADO DE RETENCIONES E INGRESOS    ** '.

           DISPLAY ' **  A CUENTA DEL IRPF - EJERCICIO ' WS-ACU-ANYO

                   '         ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY ' PERCEPTOR            : ' WS-ACU-CODIGO ' '

                   WS-NOMBRE-LISTADO.

           DISPLAY ' DEPARTAMENTO         : ' WS-ACU-DEPT.

           DISPLAY ' NOMINAS PERCIBIDAS   : ' WS-NOMINAS-ED

                   '   ULTIMA : ' WS-ACU-ULT-FECHA.

           DISPLAY ' ----------------------------------------------- '.

           DISPLAY ' RENDIMIENTO INTEGRO  : ' WS-BRUTO-ED.

           DISPLAY ' RETENCION IRPF       : ' WS-IRPF-ED

                   '  (' WS-PCT-IRPF-ED ' %)'.

           DISPLAY ' SEGURIDAD SOCIAL     : ' WS-SS-ED.

           DISPLAY ' LIQUIDO PERCIBIDO    : ' WS-NETO-ED.

           DISPLAY ' ********************************************* '.

      *

           IF  CODIGO-NO-ENCONTRADO

                DISPLAY ' ** AVISO: EMPLEADO NO ESTA EN EL MAESTRO **'

           END-IF.

      *

       3300-CERTIFICADO-EMPLE-EXIT.

           EXIT.

      ***************************************************************** *

      **       CUADRE DEL TOTAL DE LA EMPRESA CONTRA LOS PIES DE      * *

      **        LAS NOMINAS DEL EJERCICIO YA ACUMULADAS               * *

      ***************************************************************** *

       5000-CUADRAR-PIES.

      *

           OPEN INPUT LOTES.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 5100-LEER-LOTE

                   THRU 5100-LEER-LOTE-EXIT

                 UNTIL  FIN-LOTES

      *

                CLOSE LOTES

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** SIN REGISTRO DE LOTES ACUMULADOS **'

                ELSE

                     MOVE  LT-LOTES        TO WS-FICHERO-ERR

                     MOVE  '5000-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

           IF  WS-EMP-NETO   = WS-PIE-HASH

            AND WS-EMP-PAGOS = WS-PIE-LINEAS

            AND WS-EMP-BRUTO = WS-PIE-BRUTO

            AND WS-EMP-IRPF  = WS-PIE-IRPF

            AND WS-EMP-SS    = WS-PIE-SS

                SET CUADRE-CORRECTO  TO TRUE

           ELSE

                SET CUADRE-FALLIDO   TO TRUE

                SET SI-ERROR         TO TRUE

           END-IF.

      *

       5000-CUADRAR-PIES-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UN LOTE ACUMULADO -- SOLO CUENTAN LOS DEL   * *

      **        EJERCICIO SELECCIONADO                                * *

      ***************************************************************** *

       5100-LEER-LOTE.

      *

           READ LOTES

                INTO WS-REG-LOTE-ACUM

                AT END

                     SET FIN-LOTES TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                IF  WS-LOTA-FECHA(1:4) = WS-SEL-EJERCICIO

                     ADD 1               TO WC-LOTES-EJERCICIO

                     ADD WS-LOTA-LINEAS  TO WS-PIE-LINEAS

                     ADD WS-LOTA-HASH    TO WS-PIE-HASH

                     ADD WS-LOTA-BRUTO   TO WS-PIE-BRUTO

                     ADD WS-LOTA-IRPF    TO WS-PIE-IRPF

                     ADD WS-LOTA-SS      TO WS-PIE-SS

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-LOTES              TO WS-FICHERO-ERR

                     MOVE  '5100-LEER-LOTE'      TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       5100-LEER-LOTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       TOTAL DE LA EMPRESA Y RESULTADO DEL CUADRE             * *

      ***************************************************************** *

       7000-TOTAL-EMPRESA.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** TOTAL EMPRESA - EJERCICIO ' WS-SEL-EJERCICIO

                   '            ** '.

           DISPLAY ' ********************************************* '.

           MOVE WS-EMP-PAGOS     TO WC-CONTADOR-ED.

           DISPLAY ' PAGOS ACUMULADOS     : ' WC-CONTADOR-ED.

           MOVE WS-EMP-BRUTO     TO WS-BRUTO-ED.

           DISPLAY ' RENDIMIENTO INTEGRO  : ' WS-BRUTO-ED.

           MOVE WS-EMP-IRPF      TO WS-IRPF-ED.

           DISPLAY ' RETENCION IRPF       : ' WS-IRPF-ED.

           MOVE WS-EMP-SS        TO WS-SS-ED.

           DISPLAY ' SEGURIDAD SOCIAL     : ' WS-SS-ED.

           MOVE WS-EMP-NETO      TO WS-NETO-ED.

           DISPLAY ' LIQUIDO PERCIBIDO    : ' WS-NETO-ED.

           DISPLAY ' ----------------------------------------------- '.

           MOVE WC-LOTES-EJERCICIO  TO WC-CONTADOR-ED.

           DISPLAY ' NOMINAS DEL EJERCICIO: ' WC-CONTADOR-ED.

           MOVE WS-PIE-LINEAS    TO WC-CONTADOR-ED.

           DISPLAY ' LINEAS EN LOS PIES   : ' WC-CONTADOR-ED.

           MOVE WS-PIE-HASH      TO WS-NETO-ED.

           DISPLAY ' HASH DE LOS PIES     : ' WS-NETO-ED.

      *

           IF  CUADRE-CORRECTO

                DISPLAY ' ** TOTAL EMPRESA CUADRA CON LOS PIES DE '

                        'NOMINA **'

           ELSE

                DISPLAY '*************************'

                DISPLAY '** TOTAL EMPRESA NO CUADRA CON LOS PIES DE '

                        'NOMINA DEL EJERCICIO **'

                DISPLAY '** ACUMULADO  NETO : ' WS-EMP-NETO

                        '  PAGOS : ' WS-EMP-PAGOS

                DISPLAY '** PIES       HASH : ' WS-PIE-HASH

                        '  LINEAS: ' WS-PIE-LINEAS

                DISPLAY '** ACUMULADO BRUTO : ' WS-EMP-BRUTO

                        '  PIES : ' WS-PIE-BRUTO

                DISPLAY '** ACUMULADO  IRPF : ' WS-EMP-IRPF

                        '  PIES : ' WS-PIE-IRPF

                DISPLAY '** ACUMULADO    SS : ' WS-EMP-SS

                        '  PIES : ' WS-PIE-SS

                DISPLAY '** CERTIFICADOS NO VALIDOS HASTA ACLARAR '

                        'LA DIFERENCIA **'

                DISPLAY '*************************'

           END-IF.

      *

       7000-TOTAL-EMPRESA-EXIT.

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

      **       LECTURA DEL ACUMULADO DEL EJERCICIO                    * *

      ***************************************************************** *

       9200-LEER-ACUMULA.

      *

           READ ACUMULA

                INTO WS-REG-ACUMULADO

                AT END

                     SET FIN-ACUMULA TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

               ADD 1  TO WC-ACU-LEIDOS

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-ACUMULA            TO WS-FICHERO-ERR

                     MOVE  '9200-LEER-ACUMULA'   TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       9200-LEER-ACUMULA-EXIT.

           EXIT.

      *****************************************************

      * FIN                                               *

      *****************************************************

       8000-FIN.

      *

           CLOSE ACUMULA

                 EMPLE.

      *

           IF  WS-SEL-CODIGO NOT = SPACES

            AND WC-ACU-LISTADOS = 0

            AND NO-ERROR

                DISPLAY '** EL EMPLEADO ' WS-SEL-CODIGO

                        ' NO TIENE ACUMULADOS EN EL EJERCICIO **'

           END-IF.

      *

           DISPLAY ' ******************************************* '.

           DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                            ' **'.

           MOVE  WC-ACU-LEIDOS          TO WC-CONTADOR-ED.

           DISPLAY ' ** ACUMULADOS LEIDOS       : ' WC-CONTADOR-ED.

           MOVE  WC-ACU-LISTADOS        TO WC-CONTADOR-ED.

           DISPLAY ' ** EMPLEADOS CERTIFICADOS  : ' WC-CONTADOR-ED.

           MOVE  WC-NO-EN-MAESTRO       TO WC-CONTADOR-ED.

           DISPLAY ' ** NO EN MAESTRO           : ' WC-CONTADOR-ED.

           DISPLAY ' ******************************************* '.

      *

           STOP RUN.

      *

       8000-FIN-EXIT.

           EXIT.

