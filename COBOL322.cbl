      *****************************************************************

      *                                                               *

      * PROGRAMA DE MOVIMIENTO DE PLANTILLA POR DEPARTAMENTO ENTRE    *

      *  DOS FECHAS : PLANTILLA INICIAL, ALTAS, BAJAS, TRASLADOS      *

      *  RECIBIDOS Y ENVIADOS Y PLANTILLA FINAL.                      *

      *  FICHERO.PARAMETROS.PLANTILLA (OPCIONAL) POS 01-08 : DESDE,   *

      *  POS 09-16 : HASTA (AAAAMMDD). POR DEFECTO DESDE EL DIA 1     *

      *  DEL MES EN CURSO HASTA HOY.                                  *

      *  ALTAS Y BAJAS SALEN DE LAS FECHAS DEL MAESTRO; LOS           *

      *  TRASLADOS, DE LAS MODIFICACIONES DE FICHERO.AUDITORIA QUE    *

      *  CAMBIAN DE DEPARTAMENTO, CON LA FECHA DEL REGISTRO DE        *

      *  AUDITORIA : COBOL302 LA GRABA CON LA FECHA DE EFECTO DEL     *

      *  MOVIMIENTO, EL MISMO CRITERIO QUE LAS FECHAS DE ALTA Y BAJA  *

      *  DEL MAESTRO, ASI QUE LAS TRES CUENTAS CUADRAN ENTRE SI.      *

      *  EL DEPARTAMENTO DE UN EMPLEADO EN UNA FECHA ES EL 'ANTES'    *

      *  DEL PRIMER TRASLADO POSTERIOR, O EL ACTUAL SI NO LO HAY.     *

      *  LOS EMPLEADOS EN EXCEDENCIA CUENTAN EN PLANTILLA.            *

      *  POR DEPARTAMENTO SE CUADRA :                                 *

      *    INICIAL + ALTAS - BAJAS + ENTRAN - SALEN = FINAL           *

      *  Y SE MARCAN LOS DEPARTAMENTOS QUE NO CUADRAN. LAS BAJAS      *

      *  ANTERIORES A LA CONVERSION DEL MAESTRO (BORRADAS ENTONCES)   *

      *  NO SE PUEDEN CONTAR.                                         *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL322.

      *

      *****************************************************************

      * ENVIROMENT DIVISION                                           *

      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

      *

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT EMPLE

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.empleado'

           ORGANIZATION IS INDEXED

           ACCESS MODE IS SEQUENTIAL

           RECORD KEY IS REG-EMPLE-CODIGO

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT AUDITORIA

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.auditoria'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT DEPTOS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.departamentos'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMETROS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.plantilla'

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

      * DATA DIVISION                                                 *

      *****************************************************************

       DATA DIVISION.

      *

       FILE SECTION.

       FD  EMPLE.

       01  REG-EMPLE.

           05  REG-EMPLE-CODIGO              PIC X(6).

           05  FILLER                        PIC X(74).

      *

       FD  AUDITORIA.

       01  REG-AUDITORIA                     PIC X(137).

      *

       FD  DEPTOS.

       01  REG-DEPTOS                        PIC X(35).

      *

       FD  PARAMETROS.

       01  REG-PARAMETROS                    PIC X(16).

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

           05  WS-FECHA-ALTA                PIC X(8).

           05  WS-FECHA-BAJA                PIC X(8).

           05  WS-DEPT-INICIAL              PIC X(4).

           05  WS-DEPT-ALTA                 PIC X(4).

           05  WS-DEPT-BAJA                 PIC X(4).

           05  WS-DEPT-FINAL                PIC X(4).

           05  WS-DEPT-BUSCAR               PIC X(4).

           05  WS-CUADRE                    PIC S9(7) COMP.

           05  WS-CANTIDAD-ED               PIC ZZ,ZZ9.

      *

      ***************************************************************** *

      **            WS-PERIODO                                        * *

      **        FECHAS DEL INFORME (FICHERO.PARAMETROS.PLANTILLA)     * *

      ***************************************************************** *

       01  WS-PERIODO.

           05  WS-PER-DESDE                 PIC X(8).

           05  WS-PER-HASTA                 PIC X(8).

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-EMPLE-LEIDOS              PIC S9(6) COMP VALUE 0.

           05  WC-AUD-LEIDOS                PIC S9(6) COMP VALUE 0.

           05  WC-TRASLADOS-PERIODO         PIC S9(6) COMP VALUE 0.

           05  WC-DESCUADRES                PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL322'.

           05  LT-EMPLE                     PIC X(8)   VALUE 'EMPLE'.

           05  LT-AUDITORIA                 PIC X(8)   VALUE 'AUDITORI'.

           05  LT-DEPTOS                    PIC X(8)   VALUE 'DEPTOS'.

           05  LT-SIN-DESCRIPCION           PIC X(30)  VALUE

               '** NO EN FICHERO.DEPARTAMENTOS'.

      ***************************************************************** *

      **              VARIABLES  FICHERO EMPLEADO                     * *

      ***************************************************************** *

       COPY COPYEMPLE.

      ***************************************************************** *

      **              IMAGENES ANTES Y DESPUES DE LA AUDITORIA        * *

      ***************************************************************** *

       COPY COPYEMPLE REPLACING LEADING ==WS== BY ==ANT==.

       COPY COPYEMPLE REPLACING LEADING ==WS== BY ==DES==.

      ***************************************************************** *

      **            WS-REG-AUDITORIA                                  * *

      ***************************************************************** *

       01  WS-REG-AUDITORIA.

           05  WS-AUD-FECHA                 PIC X(8).

           05  WS-AUD-TIPO                  PIC X(1).

           05  WS-AUD-CODIGO                PIC X(6).

           05  WS-AUD-ANTES                 PIC X(61).

           05  WS-AUD-DESPUES               PIC X(61).

      ***************************************************************** *

      **              VARIABLES  FICHERO DEPARTAMENTOS                * *

      ***************************************************************** *

       COPY COPYDEPTO.

      ***************************************************************** *

      **            WS-TABLA-TRASLADOS                                * *

      **        CAMBIOS DE DEPARTAMENTO DE LA AUDITORIA, EN EL ORDEN  * *

      **        EN QUE SE APLICARON                                   * *

      ***************************************************************** *

       01  WS-TABLA-TRASLADOS.

           05  WS-TRAS-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-TRAS-TABLA  OCCURS 1 TO 5000 TIMES

                              DEPENDING ON WS-TRAS-NUM-ENTRADAS

                              INDEXED BY WS-TRAS-IDX.

               10  WS-TRAS-CODIGO            PIC X(6).

               10  WS-TRAS-FECHA             PIC X(8).

               10  WS-TRAS-DEPT-ANTES        PIC X(4).

               10  WS-TRAS-DEPT-DESPUES      PIC X(4).

      ***************************************************************** *

      **            WS-TABLA-PLANTILLA                                * *

      **        CONTADORES DEL INFORME POR DEPARTAMENTO               * *

      ***************************************************************** *

       01  WS-TABLA-PLANTILLA.

           05  WS-PLA-NUM-ENTRADAS          PIC 9(4)   VALUE 0.

           05  WS-PLA-TABLA   OCCURS 1 TO 200 TIMES

                              DEPENDING ON WS-PLA-NUM-ENTRADAS

                              INDEXED BY WS-PLA-IDX.

               10  WS-PLA-DEPT               PIC X(4).

               10  WS-PLA-DESCRIPCION        PIC X(30).

               10  WS-PLA-INICIAL            PIC S9(6) COMP.

               10  WS-PLA-ALTAS              PIC S9(6) COMP.

               10  WS-PLA-BAJAS              PIC S9(6) COMP.

               10  WS-PLA-ENTRAN             PIC S9(6) COMP.

               10  WS-PLA-SALEN              PIC S9(6) COMP.

               10  WS-PLA-FINAL              PIC S9(6) COMP.

      *

       01  WS-TOTALES-PLANTILLA.

           05  WS-TOT-INICIAL               PIC S9(6) COMP VALUE 0.

           05  WS-TOT-ALTAS                 PIC S9(6) COMP VALUE 0.

           05  WS-TOT-BAJAS                 PIC S9(6) COMP VALUE 0.

           05  WS-TOT-ENTRAN                PIC S9(6) COMP VALUE 0.

           05  WS-TOT-SALEN                 PIC S9(6) COMP VALUE 0.

           05  WS-TOT-FINAL                 PIC S9(6) COMP VALUE 0.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-FICHERO                PIC 9      VALUE 0.

               88 FIN-FICHERO                           VALUE 1.

               88 NO-FIN-FICHERO                        VALUE 0.

      *

           05  SW-FIN-AUDITORIA              PIC 9      VALUE 0.

               88 FIN-AUDITORIA                         VALUE 1.

               88 NO-FIN-AUDITORIA                      VALUE 0.

      *

           05  SW-FIN-DEPTOS                 PIC 9      VALUE 0.

               88 FIN-DEPTOS                            VALUE 1.

               88 NO-FIN-DEPTOS                         VALUE 0.

      *

           05  SW-ERROR                      PIC 9      VALUE 0.

               88 SI-ERROR                              VALUE 1.

               88 NO-ERROR                              VALUE 0.

      *

           05  SW-MAESTRO                    PIC 9      VALUE 0.

               88 MAESTRO-ABIERTO                       VALUE 1.

               88 MAESTRO-CERRADO                       VALUE 0.

      *

           05  SW-ENC-INICIAL                PIC 9      VALUE 0.

               88 DEPT-INICIAL-ENCONTRADO               VALUE 1.

               88 DEPT-INICIAL-NO-ENCONTRADO            VALUE 0.

      *

           05  SW-ENC-ALTA                   PIC 9      VALUE 0.

               88 DEPT-ALTA-ENCONTRADO                  VALUE 1.

               88 DEPT-ALTA-NO-ENCONTRADO               VALUE 0.

      *

           05  SW-ENC-BAJA                   PIC 9      VALUE 0.

               88 DEPT-BAJA-ENCONTRADO                  VALUE 1.

               88 DEPT-BAJA-NO-ENCONTRADO               VALUE 0.

      *

           05  SW-ENC-FINAL                  PIC 9      VALUE 0.

               88 DEPT-FINAL-ENCONTRADO                 VALUE 1.

               88 DEPT-FINAL-NO-ENCONTRADO              VALUE 0.

      *

           05  SW-DEPTO                      PIC 9      VALUE 0.

               88 DEPTO-ENCONTRADO                      VALUE 1.

               88 DEPTO-NO-ENCONTRADO                   VALUE 0.

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

           IF  NO-ERROR

                PERFORM 7000-INFORME-PLANTILLA

                   THRU 7000-INFORME-PLANTILLA-EXIT

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

                       WC-CONTADORES

                       WS-REG-AUDITORIA.

      *

           DISPLAY ' ************ INICIO *************** '.

      *

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

      *

           PERFORM 1050-LEER-PARAMETROS

              THRU 1050-LEER-PARAMETROS-EXIT.

      *

           PERFORM 1100-CARGAR-DEPTOS

              THRU 1100-CARGAR-DEPTOS-EXIT.

      *

           PERFORM 1200-CARGAR-TRASLADOS

              THRU 1200-CARGAR-TRASLADOS-EXIT.

      *

           OPEN INPUT EMPLE.

      *

           IF  WS-FILE-STATUS = '00'

                SET MAESTRO-ABIERTO  TO TRUE

           ELSE

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

      **       LECTURA DE LAS FECHAS DEL INFORME -- SIN FICHERO O     * *

      **        SIN FECHA, DESDE EL DIA 1 DEL MES HASTA HOY           * *

      ***************************************************************** *

       1050-LEER-PARAMETROS.

      *

           MOVE SPACES  TO WS-PERIODO.

      *

           OPEN INPUT PARAMETROS.

      *

           IF  WS-FILE-STATUS = '00'

                READ PARAMETROS

                     INTO WS-PERIODO

                     AT END

                          CONTINUE

                END-READ

      *

                CLOSE PARAMETROS

           END-IF.

      *

           IF  WS-PER-DESDE IS NOT NUMERIC

                MOVE WS-FECHA     TO WS-PER-DESDE

                MOVE '01'         TO WS-PER-DESDE(7:2)

           END-IF.

      *

           IF  WS-PER-HASTA IS NOT NUMERIC

                MOVE WS-FECHA     TO WS-PER-HASTA

           END-IF.

      *

           DISPLAY '** PLANTILLA DESDE : ' WS-PER-DESDE

                   '  HASTA : ' WS-PER-HASTA.

      *

           IF  WS-PER-DESDE > WS-PER-HASTA

                DISPLAY '*************************'

                DISPLAY '** FECHA DESDE POSTERIOR A FECHA HASTA **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

       1050-LEER-PARAMETROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE LOS DEPARTAMENTOS, TODOS CON CONTADORES A     * *

      **        CERO                                                  * *

      ***************************************************************** *

       1100-CARGAR-DEPTOS.

      *

           OPEN INPUT DEPTOS.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-DEPTOS       TO WS-FICHERO-ERR

                MOVE  '1100-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 1150-CARGAR-DEPTO

              THRU 1150-CARGAR-DEPTO-EXIT

            UNTIL  FIN-DEPTOS.

      *

           CLOSE DEPTOS.

      *

       1100-CARGAR-DEPTOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UNA ENTRADA DE DEPARTAMENTO EN LA TABLA       * *

      ***************************************************************** *

       1150-CARGAR-DEPTO.

      *

           READ DEPTOS

                INTO WS-REG-DEPARTAMENTO

                AT END

                     SET FIN-DEPTOS TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

                MOVE WS-DEPTO-CODIGO  TO WS-DEPT-BUSCAR

                PERFORM 3500-LOCALIZAR-DEPTO

                   THRU 3500-LOCALIZAR-DEPTO-EXIT

                MOVE WS-DEPTO-DESCRIPCION

                   TO WS-PLA-DESCRIPCION(WS-PLA-IDX)

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-DEPTOS             TO WS-FICHERO-ERR

                     MOVE  '1150-CARGAR-DEPTO'   TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1150-CARGAR-DEPTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE LOS TRASLADOS : MODIFICACIONES DE LA          * *

      **        AUDITORIA CON DEPARTAMENTO ANTES <> DESPUES           * *

      ***************************************************************** *

       1200-CARGAR-TRASLADOS.

      *

           OPEN INPUT AUDITORIA.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   CONTINUE

              WHEN '35'

                   DISPLAY '** SIN FICHERO DE AUDITORIA, EL INFORME '

                           'SALE SIN TRASLADOS **'

                   SET FIN-AUDITORIA  TO TRUE

              WHEN OTHER

                   MOVE  LT-AUDITORIA    TO WS-FICHERO-ERR

                   MOVE  '1200-'         TO WS-PARRAFO-ERR

                   MOVE  LT-OPEN         TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

           END-EVALUATE.

      *

           PERFORM 1250-CARGAR-TRASLADO

              THRU 1250-CARGAR-TRASLADO-EXIT

            UNTIL  FIN-AUDITORIA.

      *

           IF  WS-FILE-STATUS NOT = '35'

                CLOSE AUDITORIA

           END-IF.

      *

       1200-CARGAR-TRASLADOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UN REGISTRO DE AUDITORIA                    * *

      ***************************************************************** *

       1250-CARGAR-TRASLADO.

      *

           READ AUDITORIA

                INTO WS-REG-AUDITORIA

                AT END

                     SET FIN-AUDITORIA TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

                ADD 1  TO WC-AUD-LEIDOS

                MOVE WS-AUD-ANTES    TO ANT-REG-EMPLEADO

                MOVE WS-AUD-DESPUES  TO DES-REG-EMPLEADO

      *

                IF  WS-AUD-TIPO = 'U'

                 AND ANT-EMPLE-DEPT NOT = DES-EMPLE-DEPT

                     PERFORM 1260-GUARDAR-TRASLADO

                        THRU 1260-GUARDAR-TRASLADO-EXIT

                END-IF

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-AUDITORIA          TO WS-FICHERO-ERR

                     MOVE  '1250-CARGAR-TRASLA'  TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1250-CARGAR-TRASLADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ALTA DE UN TRASLADO EN LA TABLA -- SIN SITIO NO SE     * *

      **        PUEDE DAR UN INFORME CORRECTO                         * *

      ***************************************************************** *

       1260-GUARDAR-TRASLADO.

      *

           IF  WS-TRAS-NUM-ENTRADAS < 5000

                ADD 1  TO WS-TRAS-NUM-ENTRADAS

                SET  WS-TRAS-IDX  TO WS-TRAS-NUM-ENTRADAS

                MOVE WS-AUD-CODIGO

                   TO WS-TRAS-CODIGO(WS-TRAS-IDX)

                MOVE WS-AUD-FECHA

                   TO WS-TRAS-FECHA(WS-TRAS-IDX)

                MOVE ANT-EMPLE-DEPT

                   TO WS-TRAS-DEPT-ANTES(WS-TRAS-IDX)

                MOVE DES-EMPLE-DEPT

                   TO WS-TRAS-DEPT-DESPUES(WS-TRAS-IDX)

           ELSE

                DISPLAY '*************************'

                DISPLAY '** TABLA DE TRASLADOS LLENA (5000) **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

       1260-GUARDAR-TRASLADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       PROCESO : UN EMPLEADO DEL MAESTRO                      * *

      ***************************************************************** *

       3000-PROCESO.

      *

      *    SIN FECHA DE ALTA CONOCIDA CUENTA COMO ANTERIOR A TODO

      *

           IF  WS-EMPLE-FECHA-ALTA IS NUMERIC

                MOVE WS-EMPLE-FECHA-ALTA  TO WS-FECHA-ALTA

           ELSE

                MOVE '00000000'           TO WS-FECHA-ALTA

           END-IF.

      *

           IF  EMPLE-BAJA OF WS-REG-EMPLEADO

                MOVE WS-EMPLE-FECHA-BAJA  TO WS-FECHA-BAJA

           ELSE

                MOVE SPACES               TO WS-FECHA-BAJA

           END-IF.

      *

           MOVE WS-EMPLE-DEPT  TO WS-DEPT-INICIAL

                                  WS-DEPT-ALTA

                                  WS-DEPT-BAJA

                                  WS-DEPT-FINAL.

      *

           SET DEPT-INICIAL-NO-ENCONTRADO  TO TRUE.

           SET DEPT-ALTA-NO-ENCONTRADO     TO TRUE.

           SET DEPT-BAJA-NO-ENCONTRADO     TO TRUE.

           SET DEPT-FINAL-NO-ENCONTRADO    TO TRUE.

      *

           PERFORM 3100-EXAMINAR-TRASLADO

              THRU 3100-EXAMINAR-TRASLADO-EXIT

            VARYING WS-TRAS-IDX FROM 1 BY 1

              UNTIL WS-TRAS-IDX > WS-TRAS-NUM-ENTRADAS.

      *

      *    EN PLANTILLA AL CIERRE DEL DIA ANTERIOR AL PERIODO

      *

           IF  WS-FECHA-ALTA < WS-PER-DESDE

            AND (WS-FECHA-BAJA = SPACES

                 OR WS-FECHA-BAJA NOT < WS-PER-DESDE)

                MOVE WS-DEPT-INICIAL  TO WS-DEPT-BUSCAR

                PERFORM 3500-LOCALIZAR-DEPTO

                   THRU 3500-LOCALIZAR-DEPTO-EXIT

                ADD 1  TO WS-PLA-INICIAL(WS-PLA-IDX)

           END-IF.

      *

           IF  WS-FECHA-ALTA NOT < WS-PER-DESDE

            AND WS-FECHA-ALTA NOT > WS-PER-HASTA

                MOVE WS-DEPT-ALTA     TO WS-DEPT-BUSCAR

                PERFORM 3500-LOCALIZAR-DEPTO

                   THRU 3500-LOCALIZAR-DEPTO-EXIT

                ADD 1  TO WS-PLA-ALTAS(WS-PLA-IDX)

           END-IF.

      *

           IF  WS-FECHA-BAJA NOT = SPACES

            AND WS-FECHA-BAJA NOT < WS-PER-DESDE

            AND WS-FECHA-BAJA NOT > WS-PER-HASTA

                MOVE WS-DEPT-BAJA     TO WS-DEPT-BUSCAR

                PERFORM 3500-LOCALIZAR-DEPTO

                   THRU 3500-LOCALIZAR-DEPTO-EXIT

                ADD 1  TO WS-PLA-BAJAS(WS-PLA-IDX)

           END-IF.

      *

      *    EN PLANTILLA AL CIERRE DEL ULTIMO DIA DEL PERIODO

      *

           IF  WS-FECHA-ALTA NOT > WS-PER-HASTA

            AND (WS-FECHA-BAJA = SPACES

                 OR WS-FECHA-BAJA > WS-PER-HASTA)

                MOVE WS-DEPT-FINAL    TO WS-DEPT-BUSCAR

                PERFORM 3500-LOCALIZAR-DEPTO

                   THRU 3500-LOCALIZAR-DEPTO-EXIT

                ADD 1  TO WS-PLA-FINAL(WS-PLA-IDX)

           END-IF.

      *

           PERFORM 9200-LEER-FICHERO

              THRU 9200-LEER-FICHERO-EXIT.

      *

       3000-PROCESO-EXIT.

           EXIT.

      ***************************************************************** *

      **       UN TRASLADO DE LA TABLA FRENTE AL EMPLEADO EN CURSO :  * *

      **        EL PRIMERO POSTERIOR A CADA FECHA DA EL DEPARTAMENTO  * *

      **        EN ESA FECHA, Y LOS DEL PERIODO CON EL EMPLEADO EN    * *

      **        PLANTILLA SE CUENTAN COMO SALIDA Y ENTRADA            * *

      ***************************************************************** *

       3100-EXAMINAR-TRASLADO.

      *

           IF  WS-TRAS-CODIGO(WS-TRAS-IDX) = WS-EMPLE-CODIGO

                PERFORM 3150-APLICAR-TRASLADO

                   THRU 3150-APLICAR-TRASLADO-EXIT

           END-IF.

      *

       3100-EXAMINAR-TRASLADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       TRASLADO DEL EMPLEADO EN CURSO                         * *

      ***************************************************************** *

       3150-APLICAR-TRASLADO.

      *

           IF  DEPT-INICIAL-NO-ENCONTRADO

            AND WS-TRAS-FECHA(WS-TRAS-IDX) NOT < WS-PER-DESDE

                MOVE WS-TRAS-DEPT-ANTES(WS-TRAS-IDX)  TO WS-DEPT-INICIAL

                SET DEPT-INICIAL-ENCONTRADO  TO TRUE

           END-IF.

      *

           IF  DEPT-ALTA-NO-ENCONTRADO

            AND WS-TRAS-FECHA(WS-TRAS-IDX) > WS-FECHA-ALTA

                MOVE WS-TRAS-DEPT-ANTES(WS-TRAS-IDX)  TO WS-DEPT-ALTA

                SET DEPT-ALTA-ENCONTRADO  TO TRUE

           END-IF.

      *

           IF  DEPT-BAJA-NO-ENCONTRADO

            AND WS-FECHA-BAJA NOT = SPACES

            AND WS-TRAS-FECHA(WS-TRAS-IDX) > WS-FECHA-BAJA

                MOVE WS-TRAS-DEPT-ANTES(WS-TRAS-IDX)  TO WS-DEPT-BAJA

                SET DEPT-BAJA-ENCONTRADO  TO TRUE

           END-IF.

      *

           IF  DEPT-FINAL-NO-ENCONTRADO

            AND WS-TRAS-FECHA(WS-TRAS-IDX) > WS-PER-HASTA

                MOVE WS-TRAS-DEPT-ANTES(WS-TRAS-IDX)  TO WS-DEPT-FINAL

                SET DEPT-FINAL-ENCONTRADO  TO TRUE

           END-IF.

      *

           IF  WS-TRAS-FECHA(WS-TRAS-IDX) NOT < WS-PER-DESDE

            AND WS-TRAS-FECHA(WS-TRAS-IDX) NOT > WS-PER-HASTA

            AND WS-TRAS-FECHA(WS-TRAS-IDX) > WS-FECHA-ALTA

            AND (WS-FECHA-BAJA = SPACES

                 OR WS-FECHA-BAJA NOT < WS-TRAS-FECHA(WS-TRAS-IDX))

                ADD 1  TO WC-TRASLADOS-PERIODO

                MOVE WS-TRAS-DEPT-ANTES(WS-TRAS-IDX)   TO WS-DEPT-BUSCAR

                PERFORM 3500-LOCALIZAR-DEPTO

                   THRU 3500-LOCALIZAR-DEPTO-EXIT

                ADD 1  TO WS-PLA-SALEN(WS-PLA-IDX)

                MOVE WS-TRAS-DEPT-DESPUES(WS-TRAS-IDX) TO WS-DEPT-BUSCAR

                PERFORM 3500-LOCALIZAR-DEPTO

                   THRU 3500-LOCALIZAR-DEPTO-EXIT

                ADD 1  TO WS-PLA-ENTRAN(WS-PLA-IDX)

           END-IF.

      *

       3150-APLICAR-TRASLADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ENTRADA DEL DEPARTAMENTO WS-DEPT-BUSCAR EN LA TABLA    * *

      **        DEL INFORME (WS-PLA-IDX); LOS QUE NO ESTAN EN         * *

      **        FICHERO.DEPARTAMENTOS SE ANADEN AL FINAL              * *

      ***************************************************************** *

       3500-LOCALIZAR-DEPTO.

      *

           SET DEPTO-NO-ENCONTRADO  TO TRUE.

      *

           IF  WS-PLA-NUM-ENTRADAS > 0

                SET  WS-PLA-IDX  TO  1

                SEARCH  WS-PLA-TABLA

                   VARYING WS-PLA-IDX

                   AT END

                        CONTINUE

                   WHEN  WS-PLA-DEPT(WS-PLA-IDX) = WS-DEPT-BUSCAR

                        SET DEPTO-ENCONTRADO  TO TRUE

                END-SEARCH

           END-IF.

      *

           IF  DEPTO-ENCONTRADO

                CONTINUE

           ELSE

                PERFORM 3550-ANADIR-DEPTO

                   THRU 3550-ANADIR-DEPTO-EXIT

           END-IF.

      *

       3500-LOCALIZAR-DEPTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       NUEVA ENTRADA DE DEPARTAMENTO, CONTADORES A CERO       * *

      ***************************************************************** *

       3550-ANADIR-DEPTO.

      *

           IF  WS-PLA-NUM-ENTRADAS < 200

                ADD 1  TO WS-PLA-NUM-ENTRADAS

                SET  WS-PLA-IDX  TO WS-PLA-NUM-ENTRADAS

                MOVE WS-DEPT-BUSCAR      TO WS-PLA-DEPT(WS-PLA-IDX)

                MOVE LT-SIN-DESCRIPCION

                   TO WS-PLA-DESCRIPCION(WS-PLA-IDX)

                MOVE 0  TO WS-PLA-INICIAL(WS-PLA-IDX)

                           WS-PLA-ALTAS(WS-PLA-IDX)

                           WS-PLA-BAJAS(WS-PLA-IDX)

                           WS-PLA-ENTRAN(WS-PLA-IDX)

                           WS-PLA-SALEN(WS-PLA-IDX)

                           WS-PLA-FINAL(WS-PLA-IDX)

           ELSE

                DISPLAY '*************************'

                DISPLAY '** TABLA DE DEPARTAMENTOS LLENA (200) **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

       3550-ANADIR-DEPTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       INFORME : UNA LINEA POR DEPARTAMENTO CON MOVIMIENTO Y  * *

      **        TOTALES, CON EL CUADRE DE CADA LINEA                  * *

      ***************************************************************** *

       7000-INFORME-PLANTILLA.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** ' LT-PROGRAMA '  MOVIMIENTO DE PLANTILLA POR '

                   'DEPARTAMENTO ** '.

           DISPLAY ' ** DESDE : ' WS-PER-DESDE '  HASTA : '

                   WS-PER-HASTA '  FECHA : ' WS-FECHA ' ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY ' DEPT DESCRIPCION          INICIAL  ALTAS  BAJAS'

                   ' ENTRAN  SALEN  FINAL'.

      *

           PERFORM 7100-LINEA-DEPTO

              THRU 7100-LINEA-DEPTO-EXIT

            VARYING WS-PLA-IDX FROM 1 BY 1

              UNTIL WS-PLA-IDX > WS-PLA-NUM-ENTRADAS.

      *

           DISPLAY ' ----------------------------------------------- '.

      *

           DISPLAY ' TOTAL                    ' WITH NO ADVANCING.

           MOVE WS-TOT-INICIAL  TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED  WITH NO ADVANCING.

           MOVE WS-TOT-ALTAS    TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED  WITH NO ADVANCING.

           MOVE WS-TOT-BAJAS    TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED  WITH NO ADVANCING.

           MOVE WS-TOT-ENTRAN   TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED  WITH NO ADVANCING.

           MOVE WS-TOT-SALEN    TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED  WITH NO ADVANCING.

           MOVE WS-TOT-FINAL    TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED.

      *

           COMPUTE WS-CUADRE = WS-TOT-INICIAL + WS-TOT-ALTAS

                             - WS-TOT-BAJAS + WS-TOT-ENTRAN

                             - WS-TOT-SALEN - WS-TOT-FINAL.

      *

           IF  WS-CUADRE NOT = 0

            OR WS-TOT-ENTRAN NOT = WS-TOT-SALEN

                DISPLAY ' ** EL TOTAL NO CUADRA -- REVISAR LA '

                        'AUDITORIA **'

           END-IF.

      *

           IF  WC-DESCUADRES > 0

                MOVE WC-DESCUADRES  TO WC-CONTADOR-ED

                DISPLAY ' ** DEPARTAMENTOS QUE NO CUADRAN (***) : '

                        WC-CONTADOR-ED

           END-IF.

      *

           DISPLAY ' ********************************************* '.

      *

       7000-INFORME-PLANTILLA-EXIT.

           EXIT.

      ***************************************************************** *

      **       LINEA DE UN DEPARTAMENTO -- SIN NINGUN CONTADOR NO SE  * *

      **        IMPRIME                                               * *

      ***************************************************************** *

       7100-LINEA-DEPTO.

      *

           IF  WS-PLA-INICIAL(WS-PLA-IDX) NOT = 0

            OR WS-PLA-ALTAS(WS-PLA-IDX)   NOT = 0

            OR WS-PLA-BAJAS(WS-PLA-IDX)   NOT = 0

            OR WS-PLA-ENTRAN(WS-PLA-IDX)  NOT = 0

            OR WS-PLA-SALEN(WS-PLA-IDX)   NOT = 0

            OR WS-PLA-FINAL(WS-PLA-IDX)   NOT = 0

                PERFORM 7150-IMPRIMIR-LINEA

                   THRU 7150-IMPRIMIR-LINEA-EXIT

           END-IF.

      *

       7100-LINEA-DEPTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       IMPRESION Y CUADRE DE LA LINEA DEL DEPARTAMENTO        * *

      ***************************************************************** *

       7150-IMPRIMIR-LINEA.

      *

           ADD WS-PLA-INICIAL(WS-PLA-IDX)  TO WS-TOT-INICIAL.

           ADD WS-PLA-ALTAS(WS-PLA-IDX)    TO WS-TOT-ALTAS.

           ADD WS-PLA-BAJAS(WS-PLA-IDX)    TO WS-TOT-BAJAS.

           ADD WS-PLA-ENTRAN(WS-PLA-IDX)   TO WS-TOT-ENTRAN.

           ADD WS-PLA-SALEN(WS-PLA-IDX)    TO WS-TOT-SALEN.

           ADD WS-PLA-FINAL(WS-PLA-IDX)    TO WS-TOT-FINAL.

      *

           DISPLAY ' ' WS-PLA-DEPT(WS-PLA-IDX)

                   ' ' WS-PLA-DESCRIPCION(WS-PLA-IDX)(1:20)

              WITH NO ADVANCING.

           MOVE WS-PLA-INICIAL(WS-PLA-IDX)  TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED  WITH NO ADVANCING.

           MOVE WS-PLA-ALTAS(WS-PLA-IDX)    TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED  WITH NO ADVANCING.

           MOVE WS-PLA-BAJAS(WS-PLA-IDX)    TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED  WITH NO ADVANCING.

           MOVE WS-PLA-ENTRAN(WS-PLA-IDX)   TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED  WITH NO ADVANCING.

           MOVE WS-PLA-SALEN(WS-PLA-IDX)    TO WS-CANTIDAD-ED.

           DISPLAY ' ' WS-CANTIDAD-ED  WITH NO ADVANCING.

           MOVE WS-PLA-FINAL(WS-PLA-IDX)    TO WS-CANTIDAD-ED.

      *

           COMPUTE WS-CUADRE = WS-PLA-INICIAL(WS-PLA-IDX)

                             + WS-PLA-ALTAS(WS-PLA-IDX)

                             - WS-PLA-BAJAS(WS-PLA-IDX)

                             + WS-PLA-ENTRAN(WS-PLA-IDX)

                             - WS-PLA-SALEN(WS-PLA-IDX)

                             - WS-PLA-FINAL(WS-PLA-IDX).

      *

           IF  WS-CUADRE = 0

                DISPLAY ' ' WS-CANTIDAD-ED

           ELSE

                ADD 1  TO WC-DESCUADRES

                DISPLAY ' ' WS-CANTIDAD-ED ' ***'

           END-IF.

      *

       7150-IMPRIMIR-LINEA-EXIT.

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

      **         LECTURA DEL MAESTRO DE EMPLEADOS                     * *

      ***************************************************************** *

       9200-LEER-FICHERO.

      *

           READ EMPLE

                INTO WS-REG-EMPLEADO

                AT END

                     SET FIN-FICHERO TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

               ADD 1 TO WC-EMPLE-LEIDOS

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-EMPLE              TO WS-FICHERO-ERR

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

           IF  MAESTRO-ABIERTO

                CLOSE EMPLE

                SET MAESTRO-CERRADO  TO TRUE

           END-IF.

      *

           IF  NO-ERROR

      *

                DISPLAY ' ******************************************* '

                DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                                 ' **'

                MOVE  WC-EMPLE-LEIDOS        TO WC-CONTADOR-ED

                DISPLAY ' ** EMPLEADOS LEIDOS         : ' WC-CONTADOR-ED

                MOVE  WC-AUD-LEIDOS          TO WC-CONTADOR-ED

                DISPLAY ' ** AUDITORIA LEIDA          : ' WC-CONTADOR-ED

                MOVE  WS-TRAS-NUM-ENTRADAS   TO WC-CONTADOR-ED

                DISPLAY ' ** TRASLADOS EN AUDITORIA   : ' WC-CONTADOR-ED

                MOVE  WC-TRASLADOS-PERIODO   TO WC-CONTADOR-ED

                DISPLAY ' ** TRASLADOS DEL PERIODO    : ' WC-CONTADOR-ED

                DISPLAY ' ******************************************* '

      *

           END-IF.

      *

           STOP RUN.

      *

       8000-FIN-EXIT.

           EXIT.

