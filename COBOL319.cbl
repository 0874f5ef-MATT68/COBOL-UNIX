      *****************************************************************

      *                                                               *

      * PROGRAMA DE IMPRESION DE RECIBOS DE SALARIOS.                 *

      *  LEE FICHERO.NOMINA (GENERADO POR COBOL306, CON CABECERA,     *

      *  DETALLE Y PIE) Y, VERIFICADOS EL CONTADOR DE LINEAS Y EL     *

      *  HASH DE NETOS DEL PIE, IMPRIME (DISPLAY) UNA PAGINA POR      *

      *  EMPLEADO CON :                                               *

      *   - NOMBRE (FICHERO.EMPLEADO) Y DESCRIPCION DEL               *

      *     DEPARTAMENTO (FICHERO.DEPARTAMENTOS)                      *

      *   - DEVENGOS : SALARIO Y COMISION DEL MAESTRO Y BONUS, QUE    *

      *     ES EL RESTO DEL BRUTO DE LA NOMINA, DE FORMA QUE EL       *

      *     TOTAL DEVENGADO ES SIEMPRE EL BRUTO DEL LOTE              *

      *   - DEDUCCIONES : IRPF Y SEGURIDAD SOCIAL CON SU PORCENTAJE   *

      *     SOBRE EL BRUTO                                            *

      *   - LIQUIDO A PERCIBIR Y CUENTA DE ABONO ENMASCARADA          *

      *     (FICHERO.BANCOS, SOLO LOS CUATRO ULTIMOS DIGITOS)         *

      *  SI EL PIE NO CUADRA NO SE IMPRIME NINGUN RECIBO.             *

      *  FICHERO.PARAMETROS.RECIBOS (OPCIONAL) POS 01-08 : FECHA      *

      *  DEL LOTE DE NOMINA QUE SE QUIERE IMPRIMIR ; SI EL LOTE       *

      *  PRESENTE ES DE OTRA FECHA SE RECHAZA.                        *

      *  EL TIPO DE NOMINA DE FICHERO.PARAMETROS.NOMINA (COPYPARNO)   *

      *  ELIGE EL LOTE : FICHERO.NOMINA (ORDINARIA), FICHERO.NOMINA.  *

      *  EXTRA (PAGA EXTRA) O FICHERO.NOMINA.FINIQUITO (FINIQUITOS).  *

      *  EL TIPO DE LA CABECERA (POS 10) DEBE SER EL PEDIDO. EN LA    *

      *  PAGA EXTRA Y EL FINIQUITO EL BRUTO SE IMPRIME COMO UN UNICO  *

      *  DEVENGO, SIN DESGLOSE DE SALARIO, COMISION Y BONUS.          *

      *  TERMINA CON UNA PAGINA DE CONTROL : RECIBOS IMPRESOS Y       *

      *  TOTAL LIQUIDO CONTRA EL CONTADOR Y EL HASH DEL PIE.          *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL319.

      *

      *****************************************************************

      * ENVIROMENT DIVISION                                           *

      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

      *

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT NOMINA

           ASSIGN TO DYNAMIC WS-RUTA-NOMINA

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

           SELECT BANCOS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.bancos'

           ORGANIZATION IS INDEXED

           ACCESS MODE IS RANDOM

           RECORD KEY IS REG-BANCO-CODIGO

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT DEPTOS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.departamentos'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMETROS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.recibos'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMNOM

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.nomina'

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

      * DATA DIVISION                                                 *

      *****************************************************************

       DATA DIVISION.

      *

       FILE SECTION.

       FD  NOMINA.

       01  REG-NOMINA                        PIC X(55).

      *

       FD  EMPLE.

       01  REG-EMPLE.

           05  REG-EMPLE-CODIGO              PIC X(6).

           05  FILLER                        PIC X(74).

      *

       FD  BANCOS.

       01  REG-BANCO.

           05  REG-BANCO-CODIGO              PIC X(6).

           05  FILLER                        PIC X(51).

      *

       FD  DEPTOS.

       01  REG-DEPTOS                        PIC X(35).

      *

       FD  PARAMETROS.

       01  REG-PARAMETROS                    PIC X(8).

      *

       FD  PARAMNOM.

       01  REG-PARAMNOM                      PIC X(10).

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

           05  WS-FECHA-NOMINA              PIC X(8).

           05  WS-FECHA-PEDIDA              PIC X(8).

           05  WS-PAGINA                    PIC 9(4)   VALUE 0.

           05  WS-PAGINA-ED                 PIC ZZZ9.

           05  WS-NOMBRE-RECIBO             PIC X(33).

           05  WS-DESCRIPCION-DEPT          PIC X(30).

           05  WS-CUENTA-RECIBO             PIC X(20).

           05  WS-AVISO-CUENTA              PIC X(30).

           05  WS-PCT-IRPF                  PIC 9(3)V99.

           05  WS-PCT-IRPF-ED               PIC ZZ9,99.

           05  WS-PCT-SS                    PIC 9(3)V99.

           05  WS-PCT-SS-ED                 PIC ZZ9,99.

           05  WS-IMPORTE-ED                PIC Z(6)9,99.

           05  WS-TOTAL-ED                  PIC Z(12)9,99.

           05  WS-CONCEPTO-RECIBO           PIC X(33).

      *

       01  WS-RUTA-NOMINA                    PIC X(60)  VALUE SPACES.

      *

      ***************************************************************** *

      **            WS-RECIBO                                         * *

      **        DESGLOSE DEL RECIBO EN CURSO                          * *

      ***************************************************************** *

       01  WS-RECIBO.

           05  WS-REC-SALARIO               PIC 9(7)V99 VALUE 0.

           05  WS-REC-COMISION              PIC 9(7)V99 VALUE 0.

           05  WS-REC-BONUS                 PIC 9(7)V99 VALUE 0.

           05  WS-REC-DEDUCCIONES           PIC 9(7)V99 VALUE 0.

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-RECIBOS                   PIC S9(6) COMP VALUE 0.

           05  WC-SIN-MAESTRO               PIC S9(6) COMP VALUE 0.

           05  WC-DESGLOSE-AJUSTADO         PIC S9(6) COMP VALUE 0.

           05  WC-SIN-CUENTA                PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **            REGISTROS DEL FICHERO DE NOMINA                   * *

      **        MISMO LAYOUT QUE ESCRIBE COBOL306                     * *

      ***************************************************************** *

       01  WS-NOM-RAW                       PIC X(55).

      *

       01  WS-NOM-CABECERA.

           05  WS-NOMC-TIPO                 PIC X(1).

           05  WS-NOMC-FECHA                PIC X(8).

           05  WS-NOMC-TIPO-NOMINA          PIC X(1).

           05  FILLER                       PIC X(45).

      *

       01  WS-NOM-LINEA.

           05  WS-NOML-TIPO                 PIC X(1).

           05  WS-NOML-CODIGO               PIC X(6).

           05  WS-NOML-DEPT                 PIC X(4).

           05  WS-NOML-FECHA                PIC X(8).

           05  WS-NOML-BRUTO                PIC 9(7)V99.

           05  WS-NOML-IRPF                 PIC 9(7)V99.

           05  WS-NOML-SS                   PIC 9(7)V99.

           05  WS-NOML-NETO                 PIC 9(7)V99.

      *

       01  WS-NOM-PIE.

           05  WS-NOMP-TIPO                 PIC X(1).

           05  WS-NOMP-LINEAS               PIC 9(6).

           05  WS-NOMP-HASH                 PIC 9(13)V99.

           05  FILLER                       PIC X(33).

      *

       01  WS-NOM-CONTROL.

           05  WS-NOM-LINEAS-LEIDAS         PIC 9(6)     VALUE 0.

           05  WS-NOM-HASH-LEIDO            PIC 9(13)V99 VALUE 0.

      *

       01  WS-REC-TOTALES.

           05  WS-REC-LIQUIDO-TOTAL         PIC 9(13)V99 VALUE 0.

           05  WS-REC-BRUTO-TOTAL           PIC 9(13)V99 VALUE 0.

           05  WS-REC-IRPF-TOTAL            PIC 9(13)V99 VALUE 0.

           05  WS-REC-SS-TOTAL              PIC 9(13)V99 VALUE 0.

      *

      ***************************************************************** *

      **            WS-TABLA-NOMINA                                   * *

      **        LINEAS DEL LOTE EN MEMORIA -- NO SE IMPRIME NADA      * *

      **        HASTA VERIFICAR EL PIE                                * *

      ***************************************************************** *

       01  WS-TABLA-NOMINA.

           05  WS-NOMT-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-NOMT-TABLA  OCCURS 1 TO 2000 TIMES

                              DEPENDING ON WS-NOMT-NUM-ENTRADAS

                              INDEXED BY WS-NOMT-IDX.

               10  WS-NOMT-LINEA            PIC X(55).

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  CT-MAX-LINEAS                PIC 9(4)   VALUE 2000.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL319'.

           05  LT-NOMINA                    PIC X(8)   VALUE 'NOMINA'.

           05  LT-EMPLE                     PIC X(8)   VALUE 'EMPLE'.

           05  LT-BANCOS                    PIC X(8)   VALUE 'BANCOS'.

           05  LT-DEPTOS                    PIC X(8)   VALUE 'DEPTOS'.

           05  LT-PARAMNOM                  PIC X(8)   VALUE 'PARAMNOM'.

           05  LT-RUTA-NOMINA               PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina'.

           05  LT-RUTA-NOMINA-EXTRA         PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina.extra'.

           05  LT-RUTA-NOMINA-FINIQ         PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina.finiquito'.

      ***************************************************************** *

      **              VARIABLES  FICHERO EMPLEADO                     * *

      ***************************************************************** *

       COPY COPYEMPLE.

      ***************************************************************** *

      **              VARIABLES  FICHERO DEPARTAMENTOS                * *

      ***************************************************************** *

       COPY COPYDEPTO.

      ***************************************************************** *

      **              VARIABLES  FICHERO BANCOS                       * *

      ***************************************************************** *

       COPY COPYBANCO.

      ***************************************************************** *

      **              VARIABLES  PARAMETROS DE NOMINA                 * *

      ***************************************************************** *

       COPY COPYPARNO.

      ***************************************************************** *

      **            WS-TABLA-DEPTOS-REF                               * *

      **        REFERENCIA DE DEPARTAMENTOS (FICHERO.DEPARTAMENTOS)   * *

      ***************************************************************** *

       01  WS-TABLA-DEPTOS-REF.

           05  WS-DREF-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-DREF-TABLA  OCCURS 1 TO 100 TIMES

                              DEPENDING ON WS-DREF-NUM-ENTRADAS

                              INDEXED BY WS-DREF-IDX.

               10  WS-DREF-CODIGO            PIC X(4).

               10  WS-DREF-DESCRIPCION       PIC X(30).

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-NOMINA                 PIC 9      VALUE 0.

               88 FIN-NOMINA                            VALUE 1.

               88 NO-FIN-NOMINA                         VALUE 0.

      *

           05  SW-ERROR                      PIC 9      VALUE 0.

               88 SI-ERROR                              VALUE 1.

               88 NO-ERROR                              VALUE 0.

      *

           05  SW-ENCONTRADO                 PIC 9      VALUE 0.

               88 CODIGO-ENCONTRADO                     VALUE 1.

               88 CODIGO-NO-ENCONTRADO                  VALUE 0.

      *

           05  SW-PIE-LEIDO                  PIC 9      VALUE 0.

               88 PIE-LEIDO                             VALUE 1.

               88 PIE-NO-LEIDO                          VALUE 0.

      *

           05  SW-FIN-DEPTOS                 PIC 9      VALUE 0.

               88 FIN-DEPTOS                            VALUE 1.

               88 NO-FIN-DEPTOS                         VALUE 0.

      *

           05  SW-MAESTROS                   PIC 9      VALUE 0.

               88 MAESTROS-ABIERTOS                     VALUE 1.

               88 MAESTROS-CERRADOS                     VALUE 0.

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

            UNTIL  FIN-NOMINA OR SI-ERROR.

      *

           IF  NO-ERROR

                PERFORM 5000-VERIFICAR-PIE

                   THRU 5000-VERIFICAR-PIE-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 6000-ABRIR-MAESTROS

                   THRU 6000-ABRIR-MAESTROS-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 7000-IMPRIMIR-RECIBO

                   THRU 7000-IMPRIMIR-RECIBO-EXIT

                 VARYING WS-NOMT-IDX FROM 1 BY 1

                   UNTIL WS-NOMT-IDX > WS-NOMT-NUM-ENTRADAS

                      OR SI-ERROR

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 7500-PAGINA-CONTROL

                   THRU 7500-PAGINA-CONTROL-EXIT

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

                       WS-NOM-CONTROL

                       WS-REC-TOTALES.

      *

           DISPLAY ' ************ INICIO *************** '.

      *

           PERFORM 1050-LEER-PARAMETROS

              THRU 1050-LEER-PARAMETROS-EXIT.

      *

           PERFORM 1060-LEER-TIPO-NOMINA

              THRU 1060-LEER-TIPO-NOMINA-EXIT.

      *

           OPEN INPUT NOMINA.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-NOMINA       TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

      *    EL PRIMER REGISTRO DEBE SER LA CABECERA 'H' DEL LOTE

      *

           PERFORM 9200-LEER-NOMINA

              THRU 9200-LEER-NOMINA-EXIT.

      *

           IF  FIN-NOMINA  OR  WS-NOM-RAW(1:1) NOT = 'H'

                DISPLAY '*************************'

                DISPLAY '** NOMINA SIN CABECERA, LOTE RECHAZADO **'

                DISPLAY '*************************'

                MOVE  LT-NOMINA       TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-READ         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           MOVE WS-NOM-RAW     TO WS-NOM-CABECERA.

           MOVE WS-NOMC-FECHA  TO WS-FECHA-NOMINA.

      *

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

      *    SI SE HA PEDIDO UN LOTE CONCRETO, EL PRESENTE DEBE SER ESE

      *

           IF  WS-FECHA-PEDIDA IS NUMERIC

            AND WS-FECHA-PEDIDA NOT = WS-FECHA-NOMINA

                DISPLAY '*************************'

                DISPLAY '** EL LOTE DE NOMINA NO ES EL PEDIDO **'

                DISPLAY '**   PEDIDO   : ' WS-FECHA-PEDIDA

                DISPLAY '**   PRESENTE : ' WS-FECHA-NOMINA

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

           ELSE

                PERFORM 9200-LEER-NOMINA

                   THRU 9200-LEER-NOMINA-EXIT

           END-IF.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DEL LOTE PEDIDO (OPCIONAL)                     * *

      ***************************************************************** *

       1050-LEER-PARAMETROS.

      *

           MOVE SPACES  TO WS-FECHA-PEDIDA.

      *

           OPEN INPUT PARAMETROS.

      *

           IF  WS-FILE-STATUS = '00'

                READ PARAMETROS

                     INTO WS-FECHA-PEDIDA

                     AT END

                          CONTINUE

                END-READ

      *

                CLOSE PARAMETROS

           END-IF.

      *

           IF  WS-FECHA-PEDIDA IS NUMERIC

                DISPLAY '** LOTE DE NOMINA PEDIDO : ' WS-FECHA-PEDIDA

           END-IF.

      *

       1050-LEER-PARAMETROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       TIPO DE NOMINA A IMPRIMIR (FICHERO.PARAMETROS.NOMINA)  * *

      **        SIN FICHERO O SIN TIPO SE IMPRIME LA ORDINARIA        * *

      ***************************************************************** *

       1060-LEER-TIPO-NOMINA.

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

                   MOVE SPACES                TO WS-CONCEPTO-RECIBO

                   DISPLAY '** NOMINA ORDINARIA **'

      *

              WHEN PNOM-EXTRA

                   MOVE LT-RUTA-NOMINA-EXTRA  TO WS-RUTA-NOMINA

                   MOVE 'PAGA EXTRAORDINARIA'  TO WS-CONCEPTO-RECIBO

                   DISPLAY '** NOMINA DE PAGA EXTRAORDINARIA **'

      *

              WHEN PNOM-FINIQUITO

                   MOVE LT-RUTA-NOMINA-FINIQ  TO WS-RUTA-NOMINA

                   MOVE 'FINIQUITO (EXTRA Y VACACIONES)'

                                              TO WS-CONCEPTO-RECIBO

                   DISPLAY '** NOMINA DE FINIQUITOS **'

      *

              WHEN OTHER

                   DISPLAY '*************************'

                   DISPLAY '** TIPO DE NOMINA DESCONOCIDO EN '

                           'PARAMETROS : ' WS-PNOM-TIPO ' **'

                   DISPLAY '*************************'

                   MOVE  LT-PARAMNOM     TO WS-FICHERO-ERR

                   MOVE  '1060-'         TO WS-PARRAFO-ERR

                   MOVE  LT-READ         TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

       1060-LEER-TIPO-NOMINA-EXIT.

           EXIT.

      ***************************************************************** *

      **       PROCESO: UNA LINEA DEL FICHERO DE NOMINA               * *

      ***************************************************************** *

       3000-PROCESO.

      *

           EVALUATE WS-NOM-RAW(1:1)

      *

              WHEN 'D'

                   MOVE WS-NOM-RAW  TO WS-NOM-LINEA

                   ADD 1                TO WS-NOM-LINEAS-LEIDAS

                   ADD WS-NOML-NETO     TO WS-NOM-HASH-LEIDO

                   PERFORM 3100-ANOTAR-LINEA

                      THRU 3100-ANOTAR-LINEA-EXIT

      *

              WHEN 'T'

                   MOVE WS-NOM-RAW  TO WS-NOM-PIE

                   SET PIE-LEIDO    TO TRUE

      *

              WHEN OTHER

                   CONTINUE

      *

           END-EVALUATE.

      *

           PERFORM 9200-LEER-NOMINA

              THRU 9200-LEER-NOMINA-EXIT.

      *

       3000-PROCESO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANOTACION DE LA LINEA EN LA TABLA DEL LOTE             * *

      ***************************************************************** *

       3100-ANOTAR-LINEA.

      *

           IF  WS-NOMT-NUM-ENTRADAS < CT-MAX-LINEAS

                ADD 1  TO WS-NOMT-NUM-ENTRADAS

                SET  WS-NOMT-IDX  TO WS-NOMT-NUM-ENTRADAS

                MOVE WS-NOM-LINEA  TO WS-NOMT-LINEA(WS-NOMT-IDX)

           ELSE

                DISPLAY '*************************'

                DISPLAY '** TABLA DE NOMINA LLENA, MAXIMO '

                        CT-MAX-LINEAS ' **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

           END-IF.

      *

       3100-ANOTAR-LINEA-EXIT.

           EXIT.

      ***************************************************************** *

      **       VERIFICACION DEL PIE DEL LOTE DE NOMINA -- SI NO       * *

      **        CUADRA NO SE IMPRIME NINGUN RECIBO                    * *

      ***************************************************************** *

       5000-VERIFICAR-PIE.

      *

           EVALUATE TRUE

      *

              WHEN PIE-NO-LEIDO

                   DISPLAY '*************************'

                   DISPLAY '** NOMINA SIN PIE, LOTE RECHAZADO **'

                   DISPLAY '*************************'

                   SET SI-ERROR  TO TRUE

      *

              WHEN WS-NOMP-LINEAS NOT = WS-NOM-LINEAS-LEIDAS

                   DISPLAY '*************************'

                   DISPLAY '** CONTADOR DE LINEAS DEL PIE NO CUADRA **'

                   DISPLAY '**   PIE    : ' WS-NOMP-LINEAS

                   DISPLAY '**   LEIDAS : ' WS-NOM-LINEAS-LEIDAS

                   DISPLAY '*************************'

                   SET SI-ERROR  TO TRUE

      *

              WHEN WS-NOMP-HASH NOT = WS-NOM-HASH-LEIDO

                   DISPLAY '*************************'

                   DISPLAY '** HASH DE NETOS DEL PIE NO CUADRA **'

                   DISPLAY '**   PIE    : ' WS-NOMP-HASH

                   DISPLAY '**   LEIDO  : ' WS-NOM-HASH-LEIDO

                   DISPLAY '*************************'

                   SET SI-ERROR  TO TRUE

      *

              WHEN OTHER

                   CONTINUE

      *

           END-EVALUATE.

      *

       5000-VERIFICAR-PIE-EXIT.

           EXIT.

      ***************************************************************** *

      **       APERTURA DE LOS MAESTROS Y CARGA DE DEPARTAMENTOS --   * *

      **        SOLO CON EL PIE YA VERIFICADO                         * *

      ***************************************************************** *

       6000-ABRIR-MAESTROS.

      *

           OPEN INPUT DEPTOS.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-DEPTOS       TO WS-FICHERO-ERR

                MOVE  '6000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 6050-CARGAR-DEPTO

              THRU 6050-CARGAR-DEPTO-EXIT

            UNTIL  FIN-DEPTOS.

      *

           CLOSE DEPTOS.

      *

           OPEN INPUT EMPLE.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-EMPLE        TO WS-FICHERO-ERR

                MOVE  '6000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           OPEN INPUT BANCOS.

      *

           IF  WS-FILE-STATUS = '00'

                SET MAESTROS-ABIERTOS  TO TRUE

           ELSE

                CLOSE EMPLE

                MOVE  LT-BANCOS       TO WS-FICHERO-ERR

                MOVE  '6000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       6000-ABRIR-MAESTROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UNA ENTRADA DE DEPARTAMENTO EN LA TABLA       * *

      ***************************************************************** *

       6050-CARGAR-DEPTO.

      *

           READ DEPTOS

                INTO WS-REG-DEPARTAMENTO

                AT END

                     SET FIN-DEPTOS TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                IF  WS-DREF-NUM-ENTRADAS < 100

                     ADD 1  TO WS-DREF-NUM-ENTRADAS

                     SET  WS-DREF-IDX  TO WS-DREF-NUM-ENTRADAS

                     MOVE WS-DEPTO-CODIGO

                        TO WS-DREF-CODIGO(WS-DREF-IDX)

                     MOVE WS-DEPTO-DESCRIPCION

                        TO WS-DREF-DESCRIPCION(WS-DREF-IDX)

                ELSE

                     DISPLAY '*************************'

                     DISPLAY '** TABLA REFERENCIA DEPTOS LLENA **'

                     DISPLAY '*************************'

                     SET FIN-DEPTOS  TO TRUE

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-DEPTOS             TO WS-FICHERO-ERR

                     MOVE  '6050-CARGAR-DEPTO'   TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       6050-CARGAR-DEPTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       IMPRESION DEL RECIBO DE UN EMPLEADO (UNA PAGINA)       * *

      ***************************************************************** *

       7000-IMPRIMIR-RECIBO.

      *

           MOVE WS-NOMT-LINEA(WS-NOMT-IDX)  TO WS-NOM-LINEA.

      *

           PERFORM 7100-DATOS-EMPLEADO

              THRU 7100-DATOS-EMPLEADO-EXIT.

      *

           PERFORM 7150-BUSCAR-DEPARTAMENTO

              THRU 7150-BUSCAR-DEPARTAMENTO-EXIT.

      *

           PERFORM 7200-DATOS-BANCO

              THRU 7200-DATOS-BANCO-EXIT.

      *

           PERFORM 7250-CALCULAR-DESGLOSE

              THRU 7250-CALCULAR-DESGLOSE-EXIT.

      *

           PERFORM 7050-CABECERA-PAGINA

              THRU 7050-CABECERA-PAGINA-EXIT.

      *

           DISPLAY '  EMPLEADO     : ' WS-NOML-CODIGO

                   '   ' WS-NOMBRE-RECIBO.

           DISPLAY '  DEPARTAMENTO : ' WS-NOML-DEPT

                   '     ' WS-DESCRIPCION-DEPT.

           DISPLAY ' ----------------------------------------------'

                   '---------------------- '.

           DISPLAY '  DEVENGOS '.

      *

           IF  PNOM-ORDINARIA

                MOVE WS-REC-SALARIO      TO WS-IMPORTE-ED

                DISPLAY '     SALARIO                          '

                        '          ' WS-IMPORTE-ED

                MOVE WS-REC-COMISION     TO WS-IMPORTE-ED

                DISPLAY '     COMISION                         '

                        '          ' WS-IMPORTE-ED

                MOVE WS-REC-BONUS        TO WS-IMPORTE-ED

                DISPLAY '     BONUS                            '

                        '          ' WS-IMPORTE-ED

           ELSE

                MOVE WS-NOML-BRUTO       TO WS-IMPORTE-ED

                DISPLAY '     ' WS-CONCEPTO-RECIBO

                        '          ' WS-IMPORTE-ED

           END-IF.

      *

           MOVE WS-NOML-BRUTO       TO WS-IMPORTE-ED.

           DISPLAY '     TOTAL DEVENGADO                  '

                   '          ' WS-IMPORTE-ED.

           DISPLAY '  DEDUCCIONES '.

           MOVE WS-NOML-IRPF        TO WS-IMPORTE-ED.

           DISPLAY '     RETENCION IRPF       (' WS-PCT-IRPF-ED ' %)'

                   '          ' WS-IMPORTE-ED.

           MOVE WS-NOML-SS          TO WS-IMPORTE-ED.

           DISPLAY '     SEGURIDAD SOCIAL     (' WS-PCT-SS-ED ' %)'

                   '          ' WS-IMPORTE-ED.

           MOVE WS-REC-DEDUCCIONES  TO WS-IMPORTE-ED.

           DISPLAY '     TOTAL DEDUCCIONES                '

                   '          ' WS-IMPORTE-ED.

           DISPLAY ' ----------------------------------------------'

                   '---------------------- '.

           MOVE WS-NOML-NETO        TO WS-IMPORTE-ED.

           DISPLAY '     LIQUIDO A PERCIBIR               '

                   '          ' WS-IMPORTE-ED.

           DISPLAY '  CUENTA DE ABONO : ' WS-CUENTA-RECIBO

                   '  ' WS-AVISO-CUENTA.

           DISPLAY ' **********************************************'

                   '********************** '.

      *

           ADD 1               TO WC-RECIBOS.

           ADD WS-NOML-NETO    TO WS-REC-LIQUIDO-TOTAL.

           ADD WS-NOML-BRUTO   TO WS-REC-BRUTO-TOTAL.

           ADD WS-NOML-IRPF    TO WS-REC-IRPF-TOTAL.

           ADD WS-NOML-SS      TO WS-REC-SS-TOTAL.

      *

       7000-IMPRIMIR-RECIBO-EXIT.

           EXIT.

      ***************************************************************** *

      **       IMPRESION DE CABECERA DE PAGINA                        * *

      ***************************************************************** *

       7050-CABECERA-PAGINA.

      *

           ADD 1  TO WS-PAGINA.

           MOVE WS-PAGINA  TO WS-PAGINA-ED.

      *

           DISPLAY ' '.

           DISPLAY ' **********************************************'

                   '********************** '.

           DISPLAY ' * ' LT-PROGRAMA '  RECIBO DE SALARIOS         '

                   '  NOMINA DEL : ' WS-FECHA-NOMINA '      * '.

           DISPLAY ' *                                             '

                   '  PAGINA     : ' WS-PAGINA-ED '          * '.

           DISPLAY ' **********************************************'

                   '********************** '.

      *

       7050-CABECERA-PAGINA-EXIT.

           EXIT.

      ***************************************************************** *

      **       DATOS DEL EMPLEADO EN EL MAESTRO POR CLAVE             * *

      ***************************************************************** *

       7100-DATOS-EMPLEADO.

      *

           MOVE WS-NOML-CODIGO  TO REG-EMPLE-CODIGO.

      *

           READ EMPLE

                INTO WS-REG-EMPLEADO.

      *

           EVALUATE WS-FILE-STATUS

      *

              WHEN '00'

                   SET CODIGO-ENCONTRADO     TO TRUE

                   MOVE SPACES  TO WS-NOMBRE-RECIBO

                   STRING WS-EMPLE-NOMBRE    DELIMITED BY '  '

                          ' '                DELIMITED BY SIZE

                          WS-EMPLE-INICIAL   DELIMITED BY SIZE

                          '. '               DELIMITED BY SIZE

                          WS-EMPLE-APELLIDO  DELIMITED BY '  '

                     INTO WS-NOMBRE-RECIBO

                   END-STRING

      *

              WHEN '23'

                   SET CODIGO-NO-ENCONTRADO  TO TRUE

                   MOVE '*** NO ENCONTRADO EN MAESTRO ***'

                      TO WS-NOMBRE-RECIBO

                   ADD 1  TO WC-SIN-MAESTRO

      *

              WHEN OTHER

                   MOVE  LT-EMPLE               TO WS-FICHERO-ERR

                   MOVE  '7100-DATOS-EMPLEADO'  TO WS-PARRAFO-ERR

                   MOVE  LT-READ                TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

       7100-DATOS-EMPLEADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       DESCRIPCION DEL DEPARTAMENTO DE LA LINEA DE NOMINA     * *

      ***************************************************************** *

       7150-BUSCAR-DEPARTAMENTO.

      *

           MOVE 'DEPARTAMENTO NO ENCONTRADO'  TO WS-DESCRIPCION-DEPT.

      *

           IF  WS-DREF-NUM-ENTRADAS > 0

                SET  WS-DREF-IDX  TO  1

                SEARCH  WS-DREF-TABLA

                   VARYING WS-DREF-IDX

                   AT END

                        CONTINUE

                   WHEN  WS-DREF-CODIGO(WS-DREF-IDX) = WS-NOML-DEPT

                        MOVE WS-DREF-DESCRIPCION(WS-DREF-IDX)

                           TO WS-DESCRIPCION-DEPT

                END-SEARCH

           END-IF.

      *

       7150-BUSCAR-DEPARTAMENTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CUENTA DE ABONO ENMASCARADA -- SOLO SE MUESTRAN LOS    * *

      **        CUATRO ULTIMOS DIGITOS                                * *

      ***************************************************************** *

       7200-DATOS-BANCO.

      *

           MOVE ALL '*'   TO WS-CUENTA-RECIBO.

           MOVE SPACES    TO WS-AVISO-CUENTA.

      *

           MOVE WS-NOML-CODIGO  TO REG-BANCO-CODIGO.

      *

           READ BANCOS

                INTO WS-REG-BANCO.

      *

           EVALUATE WS-FILE-STATUS

      *

              WHEN '00'

                   MOVE WS-BANCO-CUENTA(17:4)

                      TO WS-CUENTA-RECIBO(17:4)

                   IF  BANCO-INACTIVO

                        MOVE '(CUENTA INACTIVA, NO ABONADO)'

                           TO WS-AVISO-CUENTA

                        ADD 1  TO WC-SIN-CUENTA

                   END-IF

      *

              WHEN '23'

                   MOVE 'SIN DATOS BANCARIOS'  TO WS-CUENTA-RECIBO

                   ADD 1  TO WC-SIN-CUENTA

      *

              WHEN OTHER

                   MOVE  LT-BANCOS              TO WS-FICHERO-ERR

                   MOVE  '7200-DATOS-BANCO'     TO WS-PARRAFO-ERR

                   MOVE  LT-READ                TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

       7200-DATOS-BANCO-EXIT.

           EXIT.

      ***************************************************************** *

      **       DESGLOSE DE DEVENGOS Y PORCENTAJES DE DEDUCCION --     * *

      **        EL BONUS ES EL RESTO DEL BRUTO DE LA NOMINA ; SI EL   * *

      **        MAESTRO HA CAMBIADO DESDE LA NOMINA Y NO CABE, SE     * *

      **        IMPRIME EL BRUTO COMO SALARIO Y SE CUENTA EL AJUSTE   * *

      **        (LA PAGA EXTRA Y EL FINIQUITO NO SE DESGLOSAN)        * *

      ***************************************************************** *

       7250-CALCULAR-DESGLOSE.

      *

           MOVE 0  TO WS-REC-SALARIO

                      WS-REC-COMISION

                      WS-REC-BONUS.

      *

           EVALUATE TRUE

      *

              WHEN NOT PNOM-ORDINARIA

                   CONTINUE

      *

              WHEN CODIGO-ENCONTRADO

               AND WS-EMPLE-SALARIO IS NUMERIC

               AND WS-EMPLE-COMISION IS NUMERIC

               AND WS-EMPLE-SALARIO + WS-EMPLE-COMISION

                   NOT > WS-NOML-BRUTO

                   MOVE WS-EMPLE-SALARIO   TO WS-REC-SALARIO

                   MOVE WS-EMPLE-COMISION  TO WS-REC-COMISION

                   COMPUTE WS-REC-BONUS =

                      WS-NOML-BRUTO - WS-EMPLE-SALARIO

                                    - WS-EMPLE-COMISION

      *

              WHEN OTHER

                   MOVE WS-NOML-BRUTO      TO WS-REC-SALARIO

                   ADD 1  TO WC-DESGLOSE-AJUSTADO

      *

           END-EVALUATE.

      *

           COMPUTE WS-REC-DEDUCCIONES = WS-NOML-IRPF + WS-NOML-SS.

      *

           MOVE 0  TO WS-PCT-IRPF

                      WS-PCT-SS.

      *

           IF  WS-NOML-BRUTO > 0

                COMPUTE WS-PCT-IRPF ROUNDED =

                   WS-NOML-IRPF * 100 / WS-NOML-BRUTO

                COMPUTE WS-PCT-SS ROUNDED =

                   WS-NOML-SS * 100 / WS-NOML-BRUTO

           END-IF.

      *

           MOVE WS-PCT-IRPF  TO WS-PCT-IRPF-ED.

           MOVE WS-PCT-SS    TO WS-PCT-SS-ED.

      *

       7250-CALCULAR-DESGLOSE-EXIT.

           EXIT.

      ***************************************************************** *

      **       PAGINA DE CONTROL -- RECIBOS IMPRESOS Y LIQUIDO TOTAL  * *

      **        CONTRA EL CONTADOR Y EL HASH DEL PIE DE LA NOMINA     * *

      ***************************************************************** *

       7500-PAGINA-CONTROL.

      *

           ADD 1  TO WS-PAGINA.

           MOVE WS-PAGINA  TO WS-PAGINA-ED.

      *

           DISPLAY ' '.

           DISPLAY ' **********************************************'

                   '********************** '.

           DISPLAY ' * ' LT-PROGRAMA '  PAGINA DE CONTROL          '

                   '  NOMINA DEL : ' WS-FECHA-NOMINA '      * '.

           DISPLAY ' *                                             '

                   '  PAGINA     : ' WS-PAGINA-ED '          * '.

           DISPLAY ' **********************************************'

                   '********************** '.

      *

           MOVE WC-RECIBOS             TO WC-CONTADOR-ED.

           DISPLAY '  RECIBOS IMPRESOS             : ' WC-CONTADOR-ED.

           MOVE WS-NOMP-LINEAS         TO WC-CONTADOR-ED.

           DISPLAY '  LINEAS SEGUN PIE DE NOMINA   : ' WC-CONTADOR-ED.

           MOVE WS-REC-LIQUIDO-TOTAL   TO WS-TOTAL-ED.

           DISPLAY '  LIQUIDO TOTAL IMPRESO        : ' WS-TOTAL-ED.

           MOVE WS-NOMP-HASH           TO WS-TOTAL-ED.

           DISPLAY '  HASH DE NETOS SEGUN PIE      : ' WS-TOTAL-ED.

           DISPLAY ' ----------------------------------------------'

                   '---------------------- '.

           MOVE WS-REC-BRUTO-TOTAL     TO WS-TOTAL-ED.

           DISPLAY '  TOTAL DEVENGADO              : ' WS-TOTAL-ED.

           MOVE WS-REC-IRPF-TOTAL      TO WS-TOTAL-ED.

           DISPLAY '  TOTAL RETENCION IRPF         : ' WS-TOTAL-ED.

           MOVE WS-REC-SS-TOTAL        TO WS-TOTAL-ED.

           DISPLAY '  TOTAL SEGURIDAD SOCIAL       : ' WS-TOTAL-ED.

           DISPLAY ' ----------------------------------------------'

                   '---------------------- '.

           MOVE WC-SIN-MAESTRO         TO WC-CONTADOR-ED.

           DISPLAY '  EMPLEADOS NO ENCONTRADOS     : ' WC-CONTADOR-ED.

           MOVE WC-DESGLOSE-AJUSTADO   TO WC-CONTADOR-ED.

           DISPLAY '  DESGLOSES SIN DATOS MAESTRO  : ' WC-CONTADOR-ED.

           MOVE WC-SIN-CUENTA          TO WC-CONTADOR-ED.

           DISPLAY '  SIN CUENTA DE ABONO ACTIVA   : ' WC-CONTADOR-ED.

           DISPLAY ' **********************************************'

                   '********************** '.

      *

           IF  WC-RECIBOS = WS-NOMP-LINEAS

            AND WS-REC-LIQUIDO-TOTAL = WS-NOMP-HASH

                DISPLAY '  ** CONTROL CORRECTO : TODOS LOS EMPLEADOS '

                        'DEL LOTE TIENEN RECIBO **'

           ELSE

                DISPLAY '  ** CONTROL ERRONEO : LOS RECIBOS NO CUADRAN '

                        'CON EL PIE DE NOMINA **'

                SET SI-ERROR  TO TRUE

           END-IF.

      *

       7500-PAGINA-CONTROL-EXIT.

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

      **       LECTURA DEL FICHERO DE NOMINA                          * *

      ***************************************************************** *

       9200-LEER-NOMINA.

      *

           READ NOMINA

                INTO WS-NOM-RAW

                AT END

                     SET FIN-NOMINA TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

               CONTINUE

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-NOMINA             TO WS-FICHERO-ERR

                     MOVE  '9200-LEER-NOMINA'    TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       9200-LEER-NOMINA-EXIT.

           EXIT.

      *****************************************************

      * FIN                                               *

      *****************************************************

       8000-FIN.

      *

           CLOSE NOMINA.

           IF  WS-FILE-STATUS NOT = '00'

                DISPLAY '** ERROR AL CERRAR NOMINA : ' WS-FILE-STATUS

           END-IF.

      *

           IF  MAESTROS-ABIERTOS

                CLOSE EMPLE

                IF  WS-FILE-STATUS NOT = '00'

                     DISPLAY '** ERROR AL CERRAR EMPLE : '

                             WS-FILE-STATUS

                END-IF

                CLOSE BANCOS

                IF  WS-FILE-STATUS NOT = '00'

                     DISPLAY '** ERROR AL CERRAR BANCOS : '

                             WS-FILE-STATUS

                END-IF

                SET MAESTROS-CERRADOS  TO TRUE

           END-IF.

      *

           IF  SI-ERROR

      *

                DISPLAY '*************************'

                DISPLAY '** LOTE RECHAZADO O RECIBOS INCOMPLETOS, '

                        'NO REPARTIR **'

                DISPLAY '*************************'

      *

           ELSE

      *

                DISPLAY ' ******************************************* '

                DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                                 ' **'

                MOVE  WS-NOM-LINEAS-LEIDAS   TO WC-CONTADOR-ED

                DISPLAY ' ** LINEAS DE NOMINA LEIDAS : ' WC-CONTADOR-ED

                MOVE  WC-RECIBOS             TO WC-CONTADOR-ED

                DISPLAY ' ** RECIBOS IMPRESOS        : ' WC-CONTADOR-ED

                DISPLAY ' ******************************************* '

      *

           END-IF.

      *

           STOP RUN.

      *

       8000-FIN-EXIT.

           EXIT.

