      *****************************************************************

      *                                                               *

      * PROGRAMA DE REVISION SALARIAL MASIVA POR DEPARTAMENTO.        *

      *  LEE LA TABLA DE FICHERO.REVISION.SALARIAL (COPYREVIS) :      *

      *  PORCENTAJE, SUBIDA MINIMA Y SALARIO MAXIMO POR DEPARTAMENTO, *

      *  Y LA APLICA SOBRE FICHERO.EMPLEADO A LOS EMPLEADOS QUE NO    *

      *  ESTAN DE BAJA (ACTIVOS Y EN EXCEDENCIA).                     *

      *  FICHERO.PARAMETROS.REVISION :                                *

      *    POS 01    MODO 'S' SIMULACION (POR DEFECTO) / 'G' GENERAR  *

      *    POS 02-09 FECHA DE EFECTO AAAAMMDD (BLANCO = INMEDIATO)    *

      *    POS 10-15 EMPLEADOS APROBADOS        (SOLO MODO 'G')       *

      *    POS 16-30 SUBIDA TOTAL APROBADA 9(13)V99 (SOLO MODO 'G')   *

      *  SIEMPRE SE IMPRIME LA SIMULACION : POR EMPLEADO SALARIO      *

      *  ACTUAL, NUEVO Y SUBIDA, Y POR DEPARTAMENTO EL COSTE. LA      *

      *  SIMULACION TERMINA CON LOS TOTALES QUE HAY QUE APROBAR.      *

      *  EN MODO 'G' EL LOTE SOLO SE GENERA SI EL CALCULO DA          *

      *  EXACTAMENTE LOS TOTALES APROBADOS (SI LA TABLA O EL MAESTRO  *

      *  HAN CAMBIADO DESDE LA APROBACION NO SE GENERA NADA).         *

      *  EL LOTE ES UN FICHERO.MOVIMIENTO NORMAL : CABECERA 'H' CON   *

      *  ORIGEN 'REVISION', UN 'U' POR EMPLEADO CON SUBIDA Y PIE 'T'  *

      *  CON CONTADOR Y HASH DE SALARIOS, QUE PASA POR LA             *

      *  PRE-EDICION COBOL311 Y SE APLICA (Y AUDITA) EN COBOL302.     *

      *  EL LOTE SOLO SE GENERA SI NO EXISTE FICHERO.MOVIMIENTO : SI  *

      *  EXISTE PUEDE SER UN LOTE DE RRHH AUN SIN APLICAR Y NO SE     *

      *  PISA. UNA VEZ APLICADO EL LOTE ANTERIOR HAY QUE RETIRARLO    *

      *  (RENOMBRARLO) ANTES DE GENERAR LA REVISION.                  *

      *  SI NO SE GENERA EL LOTE PEDIDO EN MODO 'G' TERMINA CON       *

      *  RETURN-CODE 12 ; SI ACABA BIEN, CON 0.                       *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL323.

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

           SELECT REVISION

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.revision.salarial'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT DEPTOS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.departamentos'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMETROS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.revision'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT MOVTO

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.movimiento'

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

       FD  REVISION.

       01  REG-REVISION                      PIC X(32).

      *

       FD  DEPTOS.

       01  REG-DEPTOS                        PIC X(35).

      *

       FD  PARAMETROS.

       01  REG-PARAMETROS                    PIC X(30).

      *

       FD  MOVTO.

       01  REG-MOVTO                         PIC X(68).

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

           05  WS-INCREMENTO                PIC S9(9)V99.

           05  WS-SALARIO-NUEVO             PIC S9(10)V99.

           05  WS-NOTA                      PIC X(20).

           05  WS-EMPLEADOS-CALC            PIC 9(6).

           05  WS-IMPORTE-ED                PIC Z(6)9,99.

           05  WS-TOTAL-ED                  PIC Z(10)9,99.

           05  WS-PORCENTAJE-ED             PIC ZZ9,99.

      *

      ***************************************************************** *

      **            WS-PARAMETROS-REVISION                            * *

      **        FICHERO.PARAMETROS.REVISION                           * *

      ***************************************************************** *

       01  WS-PARAMETROS-REVISION.

           05  WS-PAR-MODO                  PIC X(1).

               88  MODO-SIMULACION                   VALUE 'S'.

               88  MODO-GENERACION                   VALUE 'G'.

           05  WS-PAR-FECHA-EFECTO          PIC X(8).

           05  WS-PAR-FECHA-EFECTO-R  REDEFINES WS-PAR-FECHA-EFECTO.

               10  WS-PAR-EFE-ANYO          PIC 9(4).

               10  WS-PAR-EFE-MES           PIC 9(2).

               10  WS-PAR-EFE-DIA           PIC 9(2).

           05  WS-PAR-EMPLEADOS             PIC 9(6).

           05  WS-PAR-SUBIDA                PIC 9(13)V99.

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-EMPLE-LEIDOS              PIC S9(6) COMP VALUE 0.

           05  WC-BAJAS                     PIC S9(6) COMP VALUE 0.

           05  WC-SIN-REVISION              PIC S9(6) COMP VALUE 0.

           05  WC-EXCLUIDOS                 PIC S9(6) COMP VALUE 0.

           05  WC-SIN-SUBIDA                PIC S9(6) COMP VALUE 0.

           05  WC-REVISADOS                 PIC S9(6) COMP VALUE 0.

           05  WC-DESBORDE                  PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **            TOTALES DE LA REVISION                            * *

      ***************************************************************** *

       01  WS-TOTALES-REVISION.

           05  WS-TOT-ANTES                 PIC 9(13)V99 VALUE 0.

           05  WS-TOT-NUEVO                 PIC 9(13)V99 VALUE 0.

           05  WS-TOT-SUBIDA                PIC 9(13)V99 VALUE 0.

      *

      ***************************************************************** *

      **            REGISTROS DE CONTROL DEL LOTE (COMO COBOL311)     * *

      ***************************************************************** *

       01  WS-MOV-CABECERA.

           05  WS-MOVC-TIPO                 PIC X(1).

           05  WS-MOVC-ORIGEN               PIC X(8).

           05  WS-MOVC-FECHA                PIC X(8).

      *

       01  WS-MOV-PIE.

           05  WS-MOVP-TIPO                 PIC X(1).

           05  WS-MOVP-CONTADOR             PIC 9(6).

           05  WS-MOVP-HASH                 PIC 9(13)V99.

      *

      ***************************************************************** *

      **            WS-REG-MOVIMIENTO                                 * *

      **        MISMO LAYOUT QUE APLICA COBOL302                      * *

      ***************************************************************** *

       01  WS-REG-MOVIMIENTO.

           05  WS-MOV-TIPO                  PIC X(1).

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

      **            WS-TABLA-LOTE                                     * *

      **        MOVIMIENTOS CALCULADOS -- NO SE ESCRIBE NADA HASTA    * *

      **        COMPROBAR LOS TOTALES APROBADOS. EL MAXIMO ES EL DE   * *

      **        LA PRE-EDICION COBOL311                               * *

      ***************************************************************** *

       01  WS-TABLA-LOTE.

           05  WS-LOTE-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-LOTE-TABLA  OCCURS 1 TO 1000 TIMES

                              DEPENDING ON WS-LOTE-NUM-ENTRADAS

                              INDEXED BY WS-LOTE-IDX.

               10  WS-LOTE-REGISTRO          PIC X(68).

      *

       01  WS-LOTE-HASH                     PIC 9(13)V99 VALUE 0.

      *

      ***************************************************************** *

      **            WS-TABLA-REVISION                                 * *

      **        CONDICIONES POR DEPARTAMENTO Y COSTE SIMULADO         * *

      ***************************************************************** *

       01  WS-TABLA-REVISION.

           05  WS-REVT-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-REVT-TABLA  OCCURS 1 TO 100 TIMES

                              DEPENDING ON WS-REVT-NUM-ENTRADAS

                              INDEXED BY WS-REVT-IDX.

               10  WS-REVT-DEPT              PIC X(4).

               10  WS-REVT-PORCENTAJE        PIC 9(3)V99.

               10  WS-REVT-MINIMO            PIC 9(7)V99.

               10  WS-REVT-MAXIMO            PIC 9(7)V99.

               10  WS-REVT-DESCRIPCION       PIC X(30).

               10  WS-REVT-ACTIVO            PIC X(1).

               10  WS-REVT-EMPLEADOS         PIC S9(6) COMP.

               10  WS-REVT-ANTES             PIC 9(11)V99.

               10  WS-REVT-NUEVO             PIC 9(11)V99.

               10  WS-REVT-SUBIDA            PIC 9(11)V99.

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  CT-MAX-MOVIMIENTOS           PIC 9(4)   VALUE 1000.

           05  CT-MAX-SALARIO               PIC 9(7)V99

                                            VALUE 9999999.99.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-WRITE                     PIC X(8)   VALUE 'WRITE'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL323'.

           05  LT-ORIGEN                    PIC X(8)   VALUE 'REVISION'.

           05  LT-EMPLE                     PIC X(8)   VALUE 'EMPLE'.

           05  LT-REVISION                  PIC X(8)   VALUE 'REVISION'.

           05  LT-DEPTOS                    PIC X(8)   VALUE 'DEPTOS'.

           05  LT-MOVTO                     PIC X(8)   VALUE 'MOVTO'.

      ***************************************************************** *

      **              VARIABLES  FICHERO EMPLEADO                     * *

      ***************************************************************** *

       COPY COPYEMPLE.

      ***************************************************************** *

      **              VARIABLES  FICHERO REVISION SALARIAL            * *

      ***************************************************************** *

       COPY COPYREVIS.

      ***************************************************************** *

      **              VARIABLES  FICHERO DEPARTAMENTOS                * *

      ***************************************************************** *

       COPY COPYDEPTO.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-FICHERO                PIC 9      VALUE 0.

               88 FIN-FICHERO                           VALUE 1.

               88 NO-FIN-FICHERO                        VALUE 0.

      *

           05  SW-FIN-REVISION               PIC 9      VALUE 0.

               88 FIN-REVISION                          VALUE 1.

               88 NO-FIN-REVISION                       VALUE 0.

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

           05  SW-TABLA                      PIC 9      VALUE 0.

               88 TABLA-ERRONEA                         VALUE 1.

               88 TABLA-CORRECTA                        VALUE 0.

      *

           05  SW-REVT                       PIC 9      VALUE 0.

               88 REVT-ENCONTRADO                       VALUE 1.

               88 REVT-NO-ENCONTRADO                    VALUE 0.

      *

           05  SW-APROBACION                 PIC 9      VALUE 0.

               88 APROBACION-CONFORME                   VALUE 1.

               88 APROBACION-NO-CONFORME                VALUE 0.

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

                PERFORM 7000-RESUMEN-REVISION

                   THRU 7000-RESUMEN-REVISION-EXIT

           END-IF.

      *

           IF  NO-ERROR

            AND MODO-GENERACION

                PERFORM 6000-VERIFICAR-APROBACION

                   THRU 6000-VERIFICAR-APROBACION-EXIT

                IF  APROBACION-CONFORME

                     PERFORM 6100-GENERAR-LOTE

                        THRU 6100-GENERAR-LOTE-EXIT

                END-IF

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

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

      *

           PERFORM 1050-LEER-PARAMETROS

              THRU 1050-LEER-PARAMETROS-EXIT.

      *

           PERFORM 1100-CARGAR-REVISION

              THRU 1100-CARGAR-REVISION-EXIT.

      *

           PERFORM 1200-CARGAR-DEPTOS

              THRU 1200-CARGAR-DEPTOS-EXIT.

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

           PERFORM 7050-CABECERA-INFORME

              THRU 7050-CABECERA-INFORME-EXIT.

      *

           PERFORM 9200-LEER-FICHERO

              THRU 9200-LEER-FICHERO-EXIT.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE LOS PARAMETROS -- SIN FICHERO SE SIMULA     * *

      **        CON EFECTO INMEDIATO                                  * *

      ***************************************************************** *

       1050-LEER-PARAMETROS.

      *

           MOVE SPACES  TO WS-PARAMETROS-REVISION.

      *

           OPEN INPUT PARAMETROS.

      *

           IF  WS-FILE-STATUS = '00'

                READ PARAMETROS

                     INTO WS-PARAMETROS-REVISION

                     AT END

                          CONTINUE

                END-READ

      *

                CLOSE PARAMETROS

           END-IF.

      *

           IF  WS-PAR-MODO = SPACE

                SET MODO-SIMULACION  TO TRUE

           END-IF.

      *

           EVALUATE TRUE

      *

              WHEN NOT MODO-SIMULACION

               AND NOT MODO-GENERACION

                   DISPLAY '** MODO DE REVISION INVALIDO : '

                           WS-PAR-MODO ' **'

                   SET SI-ERROR  TO TRUE

      *

              WHEN WS-PAR-FECHA-EFECTO NOT = SPACES

               AND WS-PAR-FECHA-EFECTO NOT NUMERIC

                   DISPLAY '** FECHA DE EFECTO INVALIDA : '

                           WS-PAR-FECHA-EFECTO ' **'

                   SET SI-ERROR  TO TRUE

      *

              WHEN WS-PAR-FECHA-EFECTO NOT = SPACES

               AND (WS-PAR-EFE-MES < 1  OR  WS-PAR-EFE-MES > 12

                OR  WS-PAR-EFE-DIA < 1  OR  WS-PAR-EFE-DIA > 31)

                   DISPLAY '** FECHA DE EFECTO INVALIDA : '

                           WS-PAR-FECHA-EFECTO ' **'

                   SET SI-ERROR  TO TRUE

      *

              WHEN MODO-GENERACION

               AND (WS-PAR-EMPLEADOS NOT NUMERIC

                OR  WS-PAR-SUBIDA NOT NUMERIC)

                   DISPLAY '** MODO G SIN LOS TOTALES APROBADOS DE '

                           'LA SIMULACION **'

                   SET SI-ERROR  TO TRUE

      *

              WHEN OTHER

                   CONTINUE

      *

           END-EVALUATE.

      *

           IF  SI-ERROR

                DISPLAY '*************************'

                DISPLAY '** FICHERO.PARAMETROS.REVISION ERRONEO **'

                DISPLAY '*************************'

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

       1050-LEER-PARAMETROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA Y VALIDACION DE LA TABLA DE REVISION -- CON UNA  * *

      **        SOLA LINEA MAL NO SE CALCULA NADA                     * *

      ***************************************************************** *

       1100-CARGAR-REVISION.

      *

           OPEN INPUT REVISION.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   CONTINUE

              WHEN '35'

                   DISPLAY '*************************'

                   DISPLAY '** NO EXISTE FICHERO.REVISION.SALARIAL **'

                   DISPLAY '*************************'

                   SET SI-ERROR  TO TRUE

                   PERFORM 8000-FIN

                      THRU 8000-FIN-EXIT

              WHEN OTHER

                   MOVE  LT-REVISION     TO WS-FICHERO-ERR

                   MOVE  '1100-'         TO WS-PARRAFO-ERR

                   MOVE  LT-OPEN         TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

           END-EVALUATE.

      *

           PERFORM 1150-CARGAR-CONDICION

              THRU 1150-CARGAR-CONDICION-EXIT

            UNTIL  FIN-REVISION.

      *

           CLOSE REVISION.

      *

           IF  WS-REVT-NUM-ENTRADAS = 0

                DISPLAY '** TABLA DE REVISION VACIA **'

                SET TABLA-ERRONEA  TO TRUE

           END-IF.

      *

           IF  TABLA-ERRONEA

                DISPLAY '*************************'

                DISPLAY '** TABLA DE REVISION ERRONEA, NO SE CALCULA **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

       1100-CARGAR-REVISION-EXIT.

           EXIT.

      ***************************************************************** *

      **       UNA LINEA DE LA TABLA DE REVISION                      * *

      ***************************************************************** *

       1150-CARGAR-CONDICION.

      *

           READ REVISION

                INTO WS-REG-REVISION

                AT END

                     SET FIN-REVISION TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

                PERFORM 1160-VALIDAR-CONDICION

                   THRU 1160-VALIDAR-CONDICION-EXIT

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-REVISION           TO WS-FICHERO-ERR

                     MOVE  '1150-CARGAR-CONDIC'  TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1150-CARGAR-CONDICION-EXIT.

           EXIT.

      ***************************************************************** *

      **       VALIDACION DE UNA CONDICION Y ALTA EN LA TABLA         * *

      ***************************************************************** *

       1160-VALIDAR-CONDICION.

      *

           MOVE SPACES  TO WS-NOTA.

      *

           PERFORM 1170-BUSCAR-REVISION

              THRU 1170-BUSCAR-REVISION-EXIT.

      *

           EVALUATE TRUE

              WHEN WS-REV-DEPT = SPACES

                   MOVE 'DEPARTAMENTO BLANCO'   TO WS-NOTA

              WHEN WS-REV-PORCENTAJE NOT NUMERIC

                   MOVE 'PORCENTAJE ERRONEO'    TO WS-NOTA

              WHEN WS-REV-MINIMO NOT NUMERIC

                   MOVE 'MINIMO ERRONEO'        TO WS-NOTA

              WHEN WS-REV-MAXIMO NOT NUMERIC

                   MOVE 'MAXIMO ERRONEO'        TO WS-NOTA

              WHEN WS-REV-PORCENTAJE = 0

               AND WS-REV-MINIMO = 0

                   MOVE 'SIN SUBIDA'            TO WS-NOTA

              WHEN REVT-ENCONTRADO

                   MOVE 'DEPARTAMENTO REPETIDO' TO WS-NOTA

              WHEN WS-REVT-NUM-ENTRADAS NOT < 100

                   MOVE 'TABLA LLENA (100)'     TO WS-NOTA

              WHEN OTHER

                   ADD 1  TO WS-REVT-NUM-ENTRADAS

                   SET  WS-REVT-IDX  TO WS-REVT-NUM-ENTRADAS

                   MOVE WS-REV-DEPT

                      TO WS-REVT-DEPT(WS-REVT-IDX)

                   MOVE WS-REV-PORCENTAJE

                      TO WS-REVT-PORCENTAJE(WS-REVT-IDX)

                   MOVE WS-REV-MINIMO

                      TO WS-REVT-MINIMO(WS-REVT-IDX)

                   MOVE WS-REV-MAXIMO

                      TO WS-REVT-MAXIMO(WS-REVT-IDX)

                   MOVE '** NO EN FICHERO.DEPARTAMENTOS'

                      TO WS-REVT-DESCRIPCION(WS-REVT-IDX)

                   MOVE 'N'

                      TO WS-REVT-ACTIVO(WS-REVT-IDX)

                   MOVE 0  TO WS-REVT-EMPLEADOS(WS-REVT-IDX)

                              WS-REVT-ANTES(WS-REVT-IDX)

                              WS-REVT-NUEVO(WS-REVT-IDX)

                              WS-REVT-SUBIDA(WS-REVT-IDX)

           END-EVALUATE.

      *

           IF  WS-NOTA NOT = SPACES

                DISPLAY '** LINEA DE REVISION ERRONEA : '

                        WS-REG-REVISION(1:27) ' ' WS-NOTA

                SET TABLA-ERRONEA  TO TRUE

           END-IF.

      *

       1160-VALIDAR-CONDICION-EXIT.

           EXIT.

      ***************************************************************** *

      **       BUSQUEDA DE WS-REV-DEPT EN LA TABLA DE REVISION        * *

      ***************************************************************** *

       1170-BUSCAR-REVISION.

      *

           SET REVT-NO-ENCONTRADO  TO TRUE.

      *

           IF  WS-REVT-NUM-ENTRADAS > 0

                SET  WS-REVT-IDX  TO  1

                SEARCH  WS-REVT-TABLA

                   VARYING WS-REVT-IDX

                   AT END

                        CONTINUE

                   WHEN  WS-REVT-DEPT(WS-REVT-IDX) = WS-REV-DEPT

                        SET REVT-ENCONTRADO  TO TRUE

                END-SEARCH

           END-IF.

      *

       1170-BUSCAR-REVISION-EXIT.

           EXIT.

      ***************************************************************** *

      **       DESCRIPCION Y SITUACION DE LOS DEPARTAMENTOS A         * *

      **        REVISAR -- UN DEPARTAMENTO INACTIVO O DESCONOCIDO     * *

      **        NO SE REVISA (LA PRE-EDICION RECHAZARIA EL CAMBIO)    * *

      ***************************************************************** *

       1200-CARGAR-DEPTOS.

      *

           OPEN INPUT DEPTOS.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-DEPTOS       TO WS-FICHERO-ERR

                MOVE  '1200-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 1250-CARGAR-DEPTO

              THRU 1250-CARGAR-DEPTO-EXIT

            UNTIL  FIN-DEPTOS.

      *

           CLOSE DEPTOS.

      *

       1200-CARGAR-DEPTOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       UN DEPARTAMENTO : SI TIENE REVISION SE COMPLETA        * *

      ***************************************************************** *

       1250-CARGAR-DEPTO.

      *

           READ DEPTOS

                INTO WS-REG-DEPARTAMENTO

                AT END

                     SET FIN-DEPTOS TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

                MOVE WS-DEPTO-CODIGO  TO WS-REV-DEPT

                PERFORM 1170-BUSCAR-REVISION

                   THRU 1170-BUSCAR-REVISION-EXIT

                IF  REVT-ENCONTRADO

                     MOVE WS-DEPTO-DESCRIPCION

                        TO WS-REVT-DESCRIPCION(WS-REVT-IDX)

                     MOVE WS-DEPTO-ACTIVO

                        TO WS-REVT-ACTIVO(WS-REVT-IDX)

                END-IF

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-DEPTOS             TO WS-FICHERO-ERR

                     MOVE  '1250-CARGAR-DEPTO'   TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1250-CARGAR-DEPTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       PROCESO : UN EMPLEADO DEL MAESTRO                      * *

      ***************************************************************** *

       3000-PROCESO.

      *

           MOVE WS-EMPLE-DEPT  TO WS-REV-DEPT.

      *

           PERFORM 1170-BUSCAR-REVISION

              THRU 1170-BUSCAR-REVISION-EXIT.

      *

           EVALUATE TRUE

              WHEN EMPLE-BAJA

                   ADD 1  TO WC-BAJAS

              WHEN REVT-NO-ENCONTRADO

                   ADD 1  TO WC-SIN-REVISION

              WHEN OTHER

                   PERFORM 3100-REVISAR-EMPLEADO

                      THRU 3100-REVISAR-EMPLEADO-EXIT

           END-EVALUATE.

      *

           PERFORM 9200-LEER-FICHERO

              THRU 9200-LEER-FICHERO-EXIT.

      *

       3000-PROCESO-EXIT.

           EXIT.

      ***************************************************************** *

      **       REVISION DE UN EMPLEADO DE UN DEPARTAMENTO DE LA       * *

      **        TABLA (WS-REVT-IDX)                                   * *

      ***************************************************************** *

       3100-REVISAR-EMPLEADO.

      *

           MOVE WS-EMPLE-SALARIO  TO WS-SALARIO-NUEVO.

           MOVE 0                 TO WS-INCREMENTO.

           MOVE SPACES            TO WS-NOTA.

      *

           IF  WS-REVT-ACTIVO(WS-REVT-IDX) = 'S'

                PERFORM 3150-CALCULAR-SUBIDA

                   THRU 3150-CALCULAR-SUBIDA-EXIT

                IF  WS-INCREMENTO > 0

                     PERFORM 3200-ANOTAR-SUBIDA

                        THRU 3200-ANOTAR-SUBIDA-EXIT

                ELSE

                     ADD 1  TO WC-SIN-SUBIDA

                END-IF

           ELSE

                MOVE 'DEPTO NO ACTIVO'  TO WS-NOTA

                ADD 1  TO WC-EXCLUIDOS

           END-IF.

      *

           PERFORM 7100-LINEA-EMPLEADO

              THRU 7100-LINEA-EMPLEADO-EXIT.

      *

       3100-REVISAR-EMPLEADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CALCULO : PORCENTAJE, CON LA SUBIDA MINIMA COMO SUELO  * *

      **        Y EL SALARIO MAXIMO COMO TECHO. QUIEN YA ESTA EN EL   * *

      **        TECHO O POR ENCIMA SE QUEDA SIN SUBIDA                * *

      ***************************************************************** *

       3150-CALCULAR-SUBIDA.

      *

           COMPUTE WS-INCREMENTO ROUNDED =

              WS-EMPLE-SALARIO * WS-REVT-PORCENTAJE(WS-REVT-IDX) / 100.

      *

           IF  WS-INCREMENTO < WS-REVT-MINIMO(WS-REVT-IDX)

                MOVE WS-REVT-MINIMO(WS-REVT-IDX)  TO WS-INCREMENTO

                MOVE 'SUBIDA MINIMA'              TO WS-NOTA

           END-IF.

      *

           COMPUTE WS-SALARIO-NUEVO = WS-EMPLE-SALARIO + WS-INCREMENTO.

      *

           IF  WS-REVT-MAXIMO(WS-REVT-IDX) > 0

            AND WS-SALARIO-NUEVO > WS-REVT-MAXIMO(WS-REVT-IDX)

                IF  WS-EMPLE-SALARIO NOT < WS-REVT-MAXIMO(WS-REVT-IDX)

                     MOVE WS-EMPLE-SALARIO  TO WS-SALARIO-NUEVO

                     MOVE 'YA EN EL MAXIMO' TO WS-NOTA

                ELSE

                     MOVE WS-REVT-MAXIMO(WS-REVT-IDX)

                        TO WS-SALARIO-NUEVO

                     MOVE 'LIMITADO AL MAXIMO' TO WS-NOTA

                END-IF

                COMPUTE WS-INCREMENTO =

                   WS-SALARIO-NUEVO - WS-EMPLE-SALARIO

           END-IF.

      *

           IF  WS-SALARIO-NUEVO > CT-MAX-SALARIO

                MOVE WS-EMPLE-SALARIO        TO WS-SALARIO-NUEVO

                MOVE 0                       TO WS-INCREMENTO

                MOVE 'SALARIO FUERA RANGO'   TO WS-NOTA

           END-IF.

      *

       3150-CALCULAR-SUBIDA-EXIT.

           EXIT.

      ***************************************************************** *

      **       SUBIDA ACEPTADA : COSTE DEL DEPARTAMENTO Y MOVIMIENTO  * *

      **        'U' CON EL REGISTRO COMPLETO DEL MAESTRO              * *

      ***************************************************************** *

       3200-ANOTAR-SUBIDA.

      *

           ADD 1                 TO WC-REVISADOS

                                    WS-REVT-EMPLEADOS(WS-REVT-IDX).

           ADD WS-EMPLE-SALARIO  TO WS-REVT-ANTES(WS-REVT-IDX)

                                    WS-TOT-ANTES.

           ADD WS-SALARIO-NUEVO  TO WS-REVT-NUEVO(WS-REVT-IDX)

                                    WS-TOT-NUEVO.

           ADD WS-INCREMENTO     TO WS-REVT-SUBIDA(WS-REVT-IDX)

                                    WS-TOT-SUBIDA.

      *

           IF  WS-LOTE-NUM-ENTRADAS < CT-MAX-MOVIMIENTOS

                MOVE 'U'                  TO WS-MOV-TIPO

                MOVE WS-EMPLE-CODIGO      TO WS-MOV-CODIGO

                MOVE WS-EMPLE-NOMBRE      TO WS-MOV-NOMBRE

                MOVE WS-EMPLE-INICIAL     TO WS-MOV-INICIAL

                MOVE WS-EMPLE-APELLIDO    TO WS-MOV-APELLIDO

                MOVE WS-EMPLE-DEPT        TO WS-MOV-DEPT

                MOVE WS-SALARIO-NUEVO     TO WS-MOV-SALARIO

                MOVE WS-EMPLE-COMISION    TO WS-MOV-COMISION

                MOVE WS-PAR-FECHA-EFECTO  TO WS-MOV-FECHA-EFECTO

                ADD 1  TO WS-LOTE-NUM-ENTRADAS

                SET  WS-LOTE-IDX  TO WS-LOTE-NUM-ENTRADAS

                MOVE WS-REG-MOVIMIENTO

                   TO WS-LOTE-REGISTRO(WS-LOTE-IDX)

                ADD WS-MOV-SALARIO  TO WS-LOTE-HASH

           ELSE

                ADD 1  TO WC-DESBORDE

           END-IF.

      *

       3200-ANOTAR-SUBIDA-EXIT.

           EXIT.

      ***************************************************************** *

      **       COMPROBACION DE LOS TOTALES APROBADOS ANTES DE         * *

      **        GENERAR EL LOTE, Y DE QUE NO HAYA UN FICHERO DE       * *

      **        MOVIMIENTOS PENDIENTE QUE SE PUDIERA PISAR            * *

      ***************************************************************** *

       6000-VERIFICAR-APROBACION.

      *

           SET APROBACION-CONFORME  TO TRUE.

      *

           IF  WC-DESBORDE > 0

                SET APROBACION-NO-CONFORME  TO TRUE

                MOVE CT-MAX-MOVIMIENTOS  TO WC-CONTADOR-ED

                DISPLAY '*************************'

                DISPLAY '** MAS SUBIDAS QUE EL MAXIMO DE UN LOTE ('

                        WC-CONTADOR-ED ') **'

                DISPLAY '** REPARTIR LA TABLA DE REVISION EN VARIAS '

                        'EJECUCIONES **'

                DISPLAY '*************************'

           END-IF.

      *

           IF  WC-REVISADOS NOT = WS-PAR-EMPLEADOS

            OR WS-TOT-SUBIDA NOT = WS-PAR-SUBIDA

                SET APROBACION-NO-CONFORME  TO TRUE

                DISPLAY '*************************'

                DISPLAY '** LA REVISION NO COINCIDE CON LA APROBADA **'

                DISPLAY '**   APROBADO  EMPLEADOS : ' WS-PAR-EMPLEADOS

                        '  SUBIDA : ' WS-PAR-SUBIDA

                MOVE WC-REVISADOS  TO WS-EMPLEADOS-CALC

                DISPLAY '**   CALCULADO EMPLEADOS : ' WS-EMPLEADOS-CALC

                        '  SUBIDA : ' WS-TOT-SUBIDA

                DISPLAY '** LA TABLA O EL MAESTRO HAN CAMBIADO : '

                        'SIMULAR Y APROBAR DE NUEVO **'

                DISPLAY '*************************'

           END-IF.

      *

      *    UN FICHERO.MOVIMIENTO YA EXISTENTE NO SE PISA

      *

           IF  APROBACION-CONFORME

                OPEN INPUT MOVTO

                IF  WS-FILE-STATUS = '35'

                     CONTINUE

                ELSE

                     IF  WS-FILE-STATUS = '00'

                          CLOSE MOVTO

                     END-IF

                     SET APROBACION-NO-CONFORME  TO TRUE

                     DISPLAY '*************************'

                     DISPLAY '** FICHERO.MOVIMIENTO YA EXISTE (STATUS '

                             WS-FILE-STATUS ') **'

                     DISPLAY '** PUEDE SER UN LOTE DE RRHH SIN '

                             'APLICAR : APLICARLO Y RETIRARLO '

                             'ANTES DE GENERAR **'

                     DISPLAY '*************************'

                END-IF

           END-IF.

      *

           IF  APROBACION-NO-CONFORME

                DISPLAY '** NO SE GENERA EL LOTE DE MOVIMIENTOS **'

                SET SI-ERROR  TO TRUE

           END-IF.

      *

       6000-VERIFICAR-APROBACION-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DEL LOTE : CABECERA, DETALLE Y PIE           * *

      ***************************************************************** *

       6100-GENERAR-LOTE.

      *

           OPEN OUTPUT MOVTO.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-MOVTO        TO WS-FICHERO-ERR

                MOVE  '6100-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           MOVE 'H'            TO WS-MOVC-TIPO.

           MOVE LT-ORIGEN      TO WS-MOVC-ORIGEN.

           MOVE WS-FECHA       TO WS-MOVC-FECHA.

      *

           MOVE SPACES  TO REG-MOVTO.

           MOVE WS-MOV-CABECERA  TO REG-MOVTO.

      *

           PERFORM 6150-ESCRIBIR-MOVTO

              THRU 6150-ESCRIBIR-MOVTO-EXIT.

      *

           PERFORM 6120-ESCRIBIR-DETALLE

              THRU 6120-ESCRIBIR-DETALLE-EXIT

            VARYING WS-LOTE-IDX FROM 1 BY 1

              UNTIL WS-LOTE-IDX > WS-LOTE-NUM-ENTRADAS.

      *

           MOVE 'T'                   TO WS-MOVP-TIPO.

           MOVE WS-LOTE-NUM-ENTRADAS  TO WS-MOVP-CONTADOR.

           MOVE WS-LOTE-HASH          TO WS-MOVP-HASH.

      *

           MOVE SPACES  TO REG-MOVTO.

           MOVE WS-MOV-PIE  TO REG-MOVTO.

      *

           PERFORM 6150-ESCRIBIR-MOVTO

              THRU 6150-ESCRIBIR-MOVTO-EXIT.

      *

           CLOSE MOVTO.

      *

           MOVE WS-LOTE-NUM-ENTRADAS  TO WC-CONTADOR-ED.

           DISPLAY ' ** LOTE DE REVISION GENERADO EN '

                   'FICHERO.MOVIMIENTO : ' WC-CONTADOR-ED

                   ' MOVIMIENTOS ** '.

           DISPLAY ' ** SIGUIENTE PASO : PRE-EDICION COBOL311 ** '.

      *

       6100-GENERAR-LOTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       UN MOVIMIENTO DEL DETALLE                              * *

      ***************************************************************** *

       6120-ESCRIBIR-DETALLE.

      *

           MOVE WS-LOTE-REGISTRO(WS-LOTE-IDX)  TO REG-MOVTO.

      *

           PERFORM 6150-ESCRIBIR-MOVTO

              THRU 6150-ESCRIBIR-MOVTO-EXIT.

      *

       6120-ESCRIBIR-DETALLE-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DE UN REGISTRO DEL LOTE                      * *

      ***************************************************************** *

       6150-ESCRIBIR-MOVTO.

      *

           WRITE REG-MOVTO.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                CLOSE MOVTO

                DISPLAY '** LOTE DE REVISION INCOMPLETO : NO PASARLO '

                        'A COBOL311 **'

                MOVE  LT-MOVTO                    TO WS-FICHERO-ERR

                MOVE  '6150-ESCRIBIR-MOVTO'       TO WS-PARRAFO-ERR

                MOVE  LT-WRITE                    TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       6150-ESCRIBIR-MOVTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CABECERA DE LA SIMULACION                              * *

      ***************************************************************** *

       7050-CABECERA-INFORME.

      *

           DISPLAY ' ********************************************* '.

           IF  MODO-GENERACION

                DISPLAY ' ** ' LT-PROGRAMA '  REVISION SALARIAL -- '

                        'GENERACION DEL LOTE ** '

           ELSE

                DISPLAY ' ** ' LT-PROGRAMA '  REVISION SALARIAL -- '

                        'SIMULACION ** '

           END-IF.

           IF  WS-PAR-FECHA-EFECTO = SPACES

                DISPLAY ' ** FECHA : ' WS-FECHA

                        '  EFECTO : INMEDIATO ** '

           ELSE

                DISPLAY ' ** FECHA : ' WS-FECHA

                        '  EFECTO : ' WS-PAR-FECHA-EFECTO ' ** '

           END-IF.

           DISPLAY ' ********************************************* '.

           DISPLAY ' CODIGO DEPT APELLIDO            ACTUAL      NUEVO'

                   '     SUBIDA  NOTA'.

      *

       7050-CABECERA-INFORME-EXIT.

           EXIT.

      ***************************************************************** *

      **       LINEA DE UN EMPLEADO                                   * *

      ***************************************************************** *

       7100-LINEA-EMPLEADO.

      *

           DISPLAY ' ' WS-EMPLE-CODIGO ' ' WS-EMPLE-DEPT

                   ' ' WS-EMPLE-APELLIDO

              WITH NO ADVANCING.

           MOVE WS-EMPLE-SALARIO   TO WS-IMPORTE-ED.

           DISPLAY ' ' WS-IMPORTE-ED  WITH NO ADVANCING.

           MOVE WS-SALARIO-NUEVO   TO WS-IMPORTE-ED.

           DISPLAY ' ' WS-IMPORTE-ED  WITH NO ADVANCING.

           MOVE WS-INCREMENTO      TO WS-IMPORTE-ED.

           DISPLAY ' ' WS-IMPORTE-ED  '  ' WS-NOTA.

      *

       7100-LINEA-EMPLEADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       RESUMEN POR DEPARTAMENTO, COSTE TOTAL Y TOTALES A      * *

      **        APROBAR                                               * *

      ***************************************************************** *

       7000-RESUMEN-REVISION.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** COSTE DE LA REVISION POR DEPARTAMENTO ** '.

           DISPLAY ' DEPT DESCRIPCION               %  EMPL.'

                   '        ACTUALES          NUEVOS'

                   '          SUBIDA'.

      *

           PERFORM 7200-LINEA-DEPARTAMENTO

              THRU 7200-LINEA-DEPARTAMENTO-EXIT

            VARYING WS-REVT-IDX FROM 1 BY 1

              UNTIL WS-REVT-IDX > WS-REVT-NUM-ENTRADAS.

      *

           DISPLAY ' ----------------------------------------------- '.

           MOVE WC-REVISADOS  TO WC-CONTADOR-ED.

           DISPLAY ' TOTAL                    ' WC-CONTADOR-ED

              WITH NO ADVANCING.

           MOVE WS-TOT-ANTES   TO WS-TOTAL-ED.

           DISPLAY '  ' WS-TOTAL-ED  WITH NO ADVANCING.

           MOVE WS-TOT-NUEVO   TO WS-TOTAL-ED.

           DISPLAY '  ' WS-TOTAL-ED  WITH NO ADVANCING.

           MOVE WS-TOT-SUBIDA  TO WS-TOTAL-ED.

           DISPLAY '  ' WS-TOTAL-ED.

           DISPLAY ' ** COSTE TOTAL DE LA REVISION : ' WS-TOTAL-ED.

      *

           IF  WC-DESBORDE > 0

                MOVE WC-DESBORDE  TO WC-CONTADOR-ED

                DISPLAY ' ** AVISO : ' WC-CONTADOR-ED ' SUBIDAS NO '

                        'CABEN EN UN LOTE (MAXIMO '

                        CT-MAX-MOVIMIENTOS ') ** '

           END-IF.

      *

           IF  MODO-SIMULACION

                DISPLAY ' ******************************************* '

                DISPLAY ' ** TOTALES A APROBAR (FICHERO.PARAMETROS.'

                        'REVISION, MODO G) ** '

                MOVE WC-REVISADOS  TO WS-EMPLEADOS-CALC

                DISPLAY ' **   POS 10-15 EMPLEADOS : ' WS-EMPLEADOS-CALC

                DISPLAY ' **   POS 16-30 SUBIDA    : ' WS-TOT-SUBIDA

                DISPLAY ' ** SIMULACION : NO SE HA GENERADO NINGUN '

                        'LOTE ** '

           END-IF.

      *

           DISPLAY ' ********************************************* '.

      *

       7000-RESUMEN-REVISION-EXIT.

           EXIT.

      ***************************************************************** *

      **       LINEA DE UN DEPARTAMENTO DE LA TABLA DE REVISION       * *

      ***************************************************************** *

       7200-LINEA-DEPARTAMENTO.

      *

           MOVE WS-REVT-PORCENTAJE(WS-REVT-IDX)  TO WS-PORCENTAJE-ED.

           MOVE WS-REVT-EMPLEADOS(WS-REVT-IDX)   TO WC-CONTADOR-ED.

      *

           DISPLAY ' ' WS-REVT-DEPT(WS-REVT-IDX)

                   ' ' WS-REVT-DESCRIPCION(WS-REVT-IDX)(1:20)

                   ' ' WS-PORCENTAJE-ED

                   WC-CONTADOR-ED

              WITH NO ADVANCING.

           MOVE WS-REVT-ANTES(WS-REVT-IDX)   TO WS-TOTAL-ED.

           DISPLAY '  ' WS-TOTAL-ED  WITH NO ADVANCING.

           MOVE WS-REVT-NUEVO(WS-REVT-IDX)   TO WS-TOTAL-ED.

           DISPLAY '  ' WS-TOTAL-ED  WITH NO ADVANCING.

           MOVE WS-REVT-SUBIDA(WS-REVT-IDX)  TO WS-TOTAL-ED.

      *

           IF  WS-REVT-ACTIVO(WS-REVT-IDX) = 'S'

                DISPLAY '  ' WS-TOTAL-ED

           ELSE

                DISPLAY '  ' WS-TOTAL-ED '  NO ACTIVO, SIN REVISION'

           END-IF.

      *

       7200-LINEA-DEPARTAMENTO-EXIT.

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

                MOVE  WC-BAJAS               TO WC-CONTADOR-ED

                DISPLAY ' ** DE BAJA (NO SE REVISAN)  : ' WC-CONTADOR-ED

                MOVE  WC-SIN-REVISION        TO WC-CONTADOR-ED

                DISPLAY ' ** DEPTO SIN REVISION       : ' WC-CONTADOR-ED

                MOVE  WC-EXCLUIDOS           TO WC-CONTADOR-ED

                DISPLAY ' ** DEPTO NO ACTIVO          : ' WC-CONTADOR-ED

                MOVE  WC-SIN-SUBIDA          TO WC-CONTADOR-ED

                DISPLAY ' ** SIN SUBIDA (MAXIMO)      : ' WC-CONTADOR-ED

                MOVE  WC-REVISADOS           TO WC-CONTADOR-ED

                DISPLAY ' ** CON SUBIDA               : ' WC-CONTADOR-ED

                DISPLAY ' ******************************************* '

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

      *

       8000-FIN-EXIT.

           EXIT.

