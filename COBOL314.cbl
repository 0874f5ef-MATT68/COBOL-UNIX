      *****************************************************************

      *                                                               *

      * PROGRAMA DE ACUMULADOS ANUALES DE NOMINA POR EMPLEADO.        *

      *  LEE EL LOTE FICHERO.NOMINA (GENERADO POR COBOL306, CON       *

      *  CABECERA, DETALLE Y PIE) Y, VERIFICADOS EL CONTADOR DE       *

      *  LINEAS Y EL HASH DE NETOS DEL PIE, SUMA EL BRUTO, EL IRPF,   *

      *  LA SEGURIDAD SOCIAL Y EL NETO DE CADA EMPLEADO AL            *

      *  ACUMULADO DEL EJERCICIO DE LA FECHA DE CABECERA              *

      *  (FICHERO.ACUMULADOS.AAAA, LAYOUT COPYACUMU).                 *

      *  CADA LOTE ACUMULADO SE ANOTA EN FICHERO.ACUMULADOS.LOTES     *

      *  (LAYOUT COPYACLOT) CON SU FECHA, LOS CONTROLES DEL PIE Y     *

      *  SUS TOTALES : UN LOTE CUYA FECHA YA ESTA ANOTADA SE          *

      *  RECHAZA ENTERO, ASI UNA NOMINA NO SE ACUMULA DOS VECES       *

      *  AUNQUE SE RELANCE EL TRABAJO.                                *

      *  EL TIPO DE NOMINA DE FICHERO.PARAMETROS.NOMINA (COPYPARNO)   *

      *  ELIGE EL LOTE A ACUMULAR : FICHERO.NOMINA (ORDINARIA),       *

      *  FICHERO.NOMINA.EXTRA (PAGA EXTRA) O FICHERO.NOMINA.FINIQUITO *

      *  (FINIQUITOS). EL TIPO DE LA CABECERA (POS 10) DEBE SER EL    *

      *  PEDIDO Y SE ANOTA CON EL LOTE : EL CONTROL DE DUPLICADOS ES  *

      *  POR FECHA Y TIPO, ASI LA PAGA EXTRA DE JUNIO SE ACUMULA      *

      *  AUNQUE LLEVE LA MISMA FECHA QUE LA NOMINA DEL MES. UN LOTE   *

      *  ANOTADO SIN TIPO ES ORDINARIO.                               *

      *  EL ACUMULADO NUEVO SE ESCRIBE EN FICHERO APARTE Y SOLO SE    *

      *  RENOMBRA SOBRE EL VIVO SI EL ACUMULADO DESPUES MENOS EL      *

      *  ACUMULADO ANTES CUADRA CON LOS TOTALES DEL LOTE (MISMO       *

      *  PATRON DE SUSTITUCION QUE COBOL304 Y COBOL313).              *

      *  EL CERTIFICADO ANUAL DE RETENCIONES SE EMITE CON COBOL315.   *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL314.

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

           SELECT ACUMULA

           ASSIGN TO DYNAMIC WS-RUTA-ACUMULA

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT ACU-NUEVO

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.acumulados.nuevo'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT LOTES

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.acumulados.lotes'

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

       FD  ACUMULA.

       01  REG-ACUMULA                       PIC X(74).

      *

       FD  ACU-NUEVO.

       01  REG-ACU-NUEVO                     PIC X(74).

      *

       FD  LOTES.

       01  REG-LOTES                         PIC X(87).

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

           05  WS-FECHA.

               10  WS-ANYO                  PIC X(4).

               10  WS-MES                   PIC X(2).

               10  WS-DIA                   PIC X(2).

           05  WS-FECHA-NOMINA              PIC X(8).

           05  WS-ANYO-NOMINA               PIC X(4).

           05  WS-IMPORTE-ED                PIC Z(12)9,99.

           05  WS-RC-RENAME                 PIC S9(9) COMP-5.

      *

       01  WS-RUTA-ACUMULA                   PIC X(60)  VALUE SPACES.

       01  WS-RUTA-NOMINA                    PIC X(60)  VALUE SPACES.

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-LOTES-LEIDOS              PIC S9(6) COMP VALUE 0.

           05  WC-ACU-LEIDOS                PIC S9(6) COMP VALUE 0.

           05  WC-ACU-NUEVOS                PIC S9(6) COMP VALUE 0.

           05  WC-ACU-ESCRITOS              PIC S9(6) COMP VALUE 0.

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

           05  WS-NOM-TOTAL-BRUTO           PIC 9(13)V99 VALUE 0.

           05  WS-NOM-TOTAL-IRPF            PIC 9(13)V99 VALUE 0.

           05  WS-NOM-TOTAL-SS              PIC 9(13)V99 VALUE 0.

      *

      ***************************************************************** *

      **            WS-TABLA-LOTE                                     * *

      **        LINEAS DEL LOTE EN MEMORIA -- SOLO SE ACUMULAN SI     * *

      **        EL PIE DE NOMINA CUADRA                               * *

      ***************************************************************** *

       01  WS-TABLA-LOTE.

           05  WS-LOTE-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-LOTE-TABLA  OCCURS 1 TO 2000 TIMES

                              DEPENDING ON WS-LOTE-NUM-ENTRADAS

                              INDEXED BY WS-LOTE-IDX.

               10  WS-LOTET-CODIGO          PIC X(6).

               10  WS-LOTET-DEPT            PIC X(4).

               10  WS-LOTET-BRUTO           PIC 9(7)V99.

               10  WS-LOTET-IRPF            PIC 9(7)V99.

               10  WS-LOTET-SS              PIC 9(7)V99.

               10  WS-LOTET-NETO            PIC 9(7)V99.

      *

      ***************************************************************** *

      **            WS-TABLA-ACUMULADOS                               * *

      **        ACUMULADO DEL EJERCICIO POR EMPLEADO EN MEMORIA       * *

      ***************************************************************** *

       01  WS-TABLA-ACUMULADOS.

           05  WS-ACUT-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-ACUT-TABLA  OCCURS 1 TO 3000 TIMES

                              DEPENDING ON WS-ACUT-NUM-ENTRADAS

                              INDEXED BY WS-ACUT-IDX.

               10  WS-ACUT-CODIGO           PIC X(6).

               10  WS-ACUT-DEPT             PIC X(4).

               10  WS-ACUT-NOMINAS          PIC 9(3).

               10  WS-ACUT-BRUTO            PIC 9(9)V99.

               10  WS-ACUT-IRPF             PIC 9(9)V99.

               10  WS-ACUT-SS               PIC 9(9)V99.

               10  WS-ACUT-NETO             PIC 9(9)V99.

               10  WS-ACUT-ULT-FECHA        PIC X(8).

      *

      ***************************************************************** *

      **            WS-CUADRE-ACUMULADO                               * *

      **        TOTALES DEL ACUMULADO ANTES Y DESPUES DEL LOTE        * *

      ***************************************************************** *

       01  WS-CUADRE-ACUMULADO.

           05  WS-CUA-BRUTO-ANTES           PIC 9(13)V99 VALUE 0.

           05  WS-CUA-IRPF-ANTES            PIC 9(13)V99 VALUE 0.

           05  WS-CUA-SS-ANTES              PIC 9(13)V99 VALUE 0.

           05  WS-CUA-NETO-ANTES            PIC 9(13)V99 VALUE 0.

           05  WS-CUA-BRUTO-DESPUES         PIC 9(13)V99 VALUE 0.

           05  WS-CUA-IRPF-DESPUES          PIC 9(13)V99 VALUE 0.

           05  WS-CUA-SS-DESPUES            PIC 9(13)V99 VALUE 0.

           05  WS-CUA-NETO-DESPUES          PIC 9(13)V99 VALUE 0.

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  CT-MAX-LINEAS                PIC 9(4)   VALUE 2000.

           05  CT-MAX-ACUMULADOS            PIC 9(4)   VALUE 3000.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-CLOSE                     PIC X(8)   VALUE 'CLOSE'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-WRITE                     PIC X(8)   VALUE 'WRITE'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL314'.

           05  LT-NOMINA                    PIC X(8)   VALUE 'NOMINA'.

           05  LT-ACUMULA                   PIC X(8)   VALUE 'ACUMULA'.

           05  LT-ACU-NUEVO                 PIC X(8)   VALUE 'ACUNUEVO'.

           05  LT-LOTES                     PIC X(8)   VALUE 'LOTES'.

           05  LT-PARAMNOM                  PIC X(8)   VALUE 'PARAMNOM'.

           05  LT-RUTA-NOMINA               PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina'.

           05  LT-RUTA-NOMINA-EXTRA         PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina.extra'.

           05  LT-RUTA-NOMINA-FINIQ         PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina.finiquito'.

           05  LT-RUTA-ACUMULA-BASE         PIC X(50)  VALUE

               '/home/forma2/cobol/ficheros/fichero.acumulados.'.

           05  LT-RUTA-ACU-NUEVO            PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.acumulados.nuevo'.

      ***************************************************************** *

      **              VARIABLES  FICHERO ACUMULADOS                   * *

      ***************************************************************** *

       COPY COPYACUMU.

      ***************************************************************** *

      **              VARIABLES  FICHERO LOTES ACUMULADOS             * *

      ***************************************************************** *

       COPY COPYACLOT.

      ***************************************************************** *

      **              VARIABLES  PARAMETROS DE NOMINA                 * *

      ***************************************************************** *

       COPY COPYPARNO.

      ***************************************************************** *

      **              COMUNICACION CON RUT120CB (BLOQUEOS)            * *

      ***************************************************************** *

       COPY COP120CB.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-NOMINA                 PIC 9      VALUE 0.

               88 FIN-NOMINA                            VALUE 1.

               88 NO-FIN-NOMINA                         VALUE 0.

      *

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

           05  SW-PIE-LEIDO                  PIC 9      VALUE 0.

               88 PIE-LEIDO                             VALUE 1.

               88 PIE-NO-LEIDO                          VALUE 0.

      *

           05  SW-BLOQUEO                    PIC 9      VALUE 0.

               88 BLOQUEO-ADQUIRIDO                     VALUE 1.

               88 BLOQUEO-NO-ADQUIRIDO                  VALUE 0.

      *

           05  SW-DUPLICADO                  PIC 9      VALUE 0.

               88 LOTE-YA-ACUMULADO                     VALUE 1.

               88 LOTE-NO-ACUMULADO                     VALUE 0.

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

           CLOSE NOMINA.

      *

           IF  NO-ERROR

                PERFORM 5000-VERIFICAR-PIE

                   THRU 5000-VERIFICAR-PIE-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 6000-ACUMULAR-LOTE

                   THRU 6000-ACUMULAR-LOTE-EXIT

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

                       WS-CUADRE-ACUMULADO.

      *

           DISPLAY ' ************ INICIO *************** '.

      *

           PERFORM 0500-ADQUIRIR-BLOQUEOS

              THRU 0500-ADQUIRIR-BLOQUEOS-EXIT.

      *

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

      *

           PERFORM 1050-LEER-TIPO-NOMINA

              THRU 1050-LEER-TIPO-NOMINA-EXIT.

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

           MOVE WS-NOM-RAW          TO WS-NOM-CABECERA.

           MOVE WS-NOMC-FECHA       TO WS-FECHA-NOMINA.

           MOVE WS-NOMC-FECHA(1:4)  TO WS-ANYO-NOMINA.

      *

           DISPLAY '** LOTE DE NOMINA DEL : ' WS-FECHA-NOMINA

                   '  EJERCICIO : ' WS-ANYO-NOMINA.

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

      *    UNA NOMINA YA ACUMULADA SE RECHAZA ANTES DE TOCAR NADA

      *

           PERFORM 1100-CARGAR-LOTES

              THRU 1100-CARGAR-LOTES-EXIT.

      *

           IF  LOTE-YA-ACUMULADO

                DISPLAY '*************************'

                DISPLAY '** LA NOMINA DEL ' WS-FECHA-NOMINA

                        ' TIPO ' WS-NOMC-TIPO-NOMINA

                        ' YA ESTA ACUMULADA **'

                DISPLAY '** SEGUNDA ACUMULACION DEL MISMO LOTE '

                        'DETENIDA **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

           PERFORM 9200-LEER-NOMINA

              THRU 9200-LEER-NOMINA-EXIT.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       TIPO DE NOMINA A ACUMULAR (FICHERO.PARAMETROS.NOMINA)  * *

      **        SIN FICHERO O SIN TIPO SE ACUMULA LA ORDINARIA        * *

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

                   DISPLAY '** NOMINA ORDINARIA **'

      *

              WHEN PNOM-EXTRA

                   MOVE LT-RUTA-NOMINA-EXTRA  TO WS-RUTA-NOMINA

                   DISPLAY '** NOMINA DE PAGA EXTRAORDINARIA **'

      *

              WHEN PNOM-FINIQUITO

                   MOVE LT-RUTA-NOMINA-FINIQ  TO WS-RUTA-NOMINA

                   DISPLAY '** NOMINA DE FINIQUITOS **'

      *

              WHEN OTHER

                   DISPLAY '*************************'

                   DISPLAY '** TIPO DE NOMINA DESCONOCIDO EN '

                           'PARAMETROS : ' WS-PNOM-TIPO ' **'

                   DISPLAY '*************************'

                   MOVE  LT-PARAMNOM     TO WS-FICHERO-ERR

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

      **       RESERVA DE LOS ACUMULADOS EN RUT120CB -- SI OTRO       * *

      **        TRABAJO LOS TIENE RESERVADOS NO SE ARRANCA            * *

      ***************************************************************** *

       0500-ADQUIRIR-BLOQUEOS.

      *

           SET  CP120-ADQUIRIR        TO TRUE.

           MOVE LT-PROGRAMA           TO CP120I-PROGRAMA.

           MOVE 1                     TO CP120I-NUM-RECURSOS.

           MOVE 'ACUMULADOS'          TO CP120I-RECURSO(1).

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

      ***************************************************************** *

      **       LECTURA DEL REGISTRO DE LOTES YA ACUMULADOS Y          * *

      **        CONTROL DE SI LA FECHA Y TIPO DE ESTA NOMINA YA ESTA  * *

      ***************************************************************** *

       1100-CARGAR-LOTES.

      *

           OPEN INPUT LOTES.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 1150-LEER-LOTE

                   THRU 1150-LEER-LOTE-EXIT

                 UNTIL  FIN-LOTES

      *

                CLOSE LOTES

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** SIN LOTES ACUMULADOS PREVIOS **'

                ELSE

                     MOVE  LT-LOTES        TO WS-FICHERO-ERR

                     MOVE  '1100-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

       1100-CARGAR-LOTES-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UN LOTE ACUMULADO                           * *

      ***************************************************************** *

       1150-LEER-LOTE.

      *

           READ LOTES

                INTO WS-REG-LOTE-ACUM

                AT END

                     SET FIN-LOTES TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                ADD 1  TO WC-LOTES-LEIDOS

      *

                IF  WS-LOTA-TIPO-NOMINA = SPACE

                     SET LOTA-ORDINARIA  TO TRUE

                END-IF

      *

                IF  WS-LOTA-FECHA       = WS-FECHA-NOMINA

                AND WS-LOTA-TIPO-NOMINA = WS-NOMC-TIPO-NOMINA

                     SET LOTE-YA-ACUMULADO  TO TRUE

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-LOTES              TO WS-FICHERO-ERR

                     MOVE  '1150-LEER-LOTE'      TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1150-LEER-LOTE-EXIT.

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

                   ADD WS-NOML-BRUTO    TO WS-NOM-TOTAL-BRUTO

                   ADD WS-NOML-IRPF     TO WS-NOM-TOTAL-IRPF

                   ADD WS-NOML-SS       TO WS-NOM-TOTAL-SS

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

      **       ANOTACION DE LA LINEA DE NOMINA EN LA TABLA DEL LOTE   * *

      ***************************************************************** *

       3100-ANOTAR-LINEA.

      *

           IF  WS-LOTE-NUM-ENTRADAS < CT-MAX-LINEAS

      *

                ADD 1  TO WS-LOTE-NUM-ENTRADAS

                SET  WS-LOTE-IDX  TO WS-LOTE-NUM-ENTRADAS

                MOVE WS-NOML-CODIGO  TO WS-LOTET-CODIGO(WS-LOTE-IDX)

                MOVE WS-NOML-DEPT    TO WS-LOTET-DEPT(WS-LOTE-IDX)

                MOVE WS-NOML-BRUTO   TO WS-LOTET-BRUTO(WS-LOTE-IDX)

                MOVE WS-NOML-IRPF    TO WS-LOTET-IRPF(WS-LOTE-IDX)

                MOVE WS-NOML-SS      TO WS-LOTET-SS(WS-LOTE-IDX)

                MOVE WS-NOML-NETO    TO WS-LOTET-NETO(WS-LOTE-IDX)

      *

           ELSE

      *

                DISPLAY '*************************'

                DISPLAY '** TABLA DEL LOTE LLENA, MAXIMO '

                        CT-MAX-LINEAS ' : LOTE RECHAZADO **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

      *

           END-IF.

      *

       3100-ANOTAR-LINEA-EXIT.

           EXIT.

      ***************************************************************** *

      **       VERIFICACION DEL PIE DEL LOTE DE NOMINA -- SI NO       * *

      **        CUADRA NO SE ACUMULA NADA                             * *

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

      **       ACUMULACION DEL LOTE VERIFICADO : CARGA DEL ACUMULADO  * *

      **        DEL EJERCICIO, SUMA DE LAS LINEAS, PRUEBA DE CUADRE,  * *

      **        SUSTITUCION DEL FICHERO Y ANOTACION DEL LOTE          * *

      ***************************************************************** *

       6000-ACUMULAR-LOTE.

      *

           STRING LT-RUTA-ACUMULA-BASE  DELIMITED BY SPACE

                  WS-ANYO-NOMINA        DELIMITED BY SIZE

                  INTO WS-RUTA-ACUMULA.

      *

           PERFORM 6100-CARGAR-ACUMULADOS

              THRU 6100-CARGAR-ACUMULADOS-EXIT.

      *

           PERFORM 6200-APLICAR-LINEA

              THRU 6200-APLICAR-LINEA-EXIT

            VARYING WS-LOTE-IDX FROM 1 BY 1

              UNTIL WS-LOTE-IDX > WS-LOTE-NUM-ENTRADAS

                 OR SI-ERROR.

      *

           IF  NO-ERROR

                PERFORM 6300-VERIFICAR-CUADRE

                   THRU 6300-VERIFICAR-CUADRE-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 6400-ESCRIBIR-ACUMULADOS

                   THRU 6400-ESCRIBIR-ACUMULADOS-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 6500-ANOTAR-LOTE

                   THRU 6500-ANOTAR-LOTE-EXIT

           END-IF.

      *

       6000-ACUMULAR-LOTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DEL ACUMULADO DEL EJERCICIO EN TABLA -- SIN      * *

      **        FICHERO ES EL PRIMER LOTE DEL EJERCICIO               * *

      ***************************************************************** *

       6100-CARGAR-ACUMULADOS.

      *

           OPEN INPUT ACUMULA.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 6150-CARGAR-ACUMULADO

                   THRU 6150-CARGAR-ACUMULADO-EXIT

                 UNTIL  FIN-ACUMULA

      *

                CLOSE ACUMULA

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** PRIMER LOTE DEL EJERCICIO '

                             WS-ANYO-NOMINA ' **'

                ELSE

                     MOVE  LT-ACUMULA      TO WS-FICHERO-ERR

                     MOVE  '6100-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

       6100-CARGAR-ACUMULADOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UN ACUMULADO DE EMPLEADO EN LA TABLA          * *

      ***************************************************************** *

       6150-CARGAR-ACUMULADO.

      *

           READ ACUMULA

                INTO WS-REG-ACUMULADO

                AT END

                     SET FIN-ACUMULA TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                ADD 1  TO WC-ACU-LEIDOS

      *

                IF  WS-ACUT-NUM-ENTRADAS < CT-MAX-ACUMULADOS

                     ADD 1  TO WS-ACUT-NUM-ENTRADAS

                     SET  WS-ACUT-IDX  TO WS-ACUT-NUM-ENTRADAS

                     MOVE WS-ACU-CODIGO

                        TO WS-ACUT-CODIGO(WS-ACUT-IDX)

                     MOVE WS-ACU-DEPT

                        TO WS-ACUT-DEPT(WS-ACUT-IDX)

                     MOVE WS-ACU-NOMINAS

                        TO WS-ACUT-NOMINAS(WS-ACUT-IDX)

                     MOVE WS-ACU-BRUTO

                        TO WS-ACUT-BRUTO(WS-ACUT-IDX)

                     MOVE WS-ACU-IRPF

                        TO WS-ACUT-IRPF(WS-ACUT-IDX)

                     MOVE WS-ACU-SS

                        TO WS-ACUT-SS(WS-ACUT-IDX)

                     MOVE WS-ACU-NETO

                        TO WS-ACUT-NETO(WS-ACUT-IDX)

                     MOVE WS-ACU-ULT-FECHA

                        TO WS-ACUT-ULT-FECHA(WS-ACUT-IDX)

      *

                     ADD WS-ACU-BRUTO  TO WS-CUA-BRUTO-ANTES

                     ADD WS-ACU-IRPF   TO WS-CUA-IRPF-ANTES

                     ADD WS-ACU-SS     TO WS-CUA-SS-ANTES

                     ADD WS-ACU-NETO   TO WS-CUA-NETO-ANTES

                ELSE

                     DISPLAY '*************************'

                     DISPLAY '** TABLA DE ACUMULADOS LLENA, MAXIMO '

                             CT-MAX-ACUMULADOS ' **'

                     DISPLAY '*************************'

                     SET SI-ERROR    TO TRUE

                     SET FIN-ACUMULA TO TRUE

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-ACUMULA            TO WS-FICHERO-ERR

                     MOVE  '6150-CARGAR-ACU'     TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       6150-CARGAR-ACUMULADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       SUMA DE UNA LINEA DEL LOTE AL ACUMULADO DEL EMPLEADO   * *

      **        -- EL PRIMER PAGO DEL EJERCICIO ABRE SU ACUMULADO     * *

      ***************************************************************** *

       6200-APLICAR-LINEA.

      *

           SET  WS-ACUT-IDX  TO  1.

           SEARCH  WS-ACUT-TABLA

              VARYING WS-ACUT-IDX

              AT END

                   PERFORM 6250-NUEVO-ACUMULADO

                      THRU 6250-NUEVO-ACUMULADO-EXIT

              WHEN  WS-ACUT-CODIGO(WS-ACUT-IDX)

                      = WS-LOTET-CODIGO(WS-LOTE-IDX)

                   CONTINUE

           END-SEARCH.

      *

           IF  NO-ERROR

                ADD 1

                   TO WS-ACUT-NOMINAS(WS-ACUT-IDX)

                ADD WS-LOTET-BRUTO(WS-LOTE-IDX)

                   TO WS-ACUT-BRUTO(WS-ACUT-IDX)

                ADD WS-LOTET-IRPF(WS-LOTE-IDX)

                   TO WS-ACUT-IRPF(WS-ACUT-IDX)

                ADD WS-LOTET-SS(WS-LOTE-IDX)

                   TO WS-ACUT-SS(WS-ACUT-IDX)

                ADD WS-LOTET-NETO(WS-LOTE-IDX)

                   TO WS-ACUT-NETO(WS-ACUT-IDX)

                MOVE WS-LOTET-DEPT(WS-LOTE-IDX)

                   TO WS-ACUT-DEPT(WS-ACUT-IDX)

                MOVE WS-FECHA-NOMINA

                   TO WS-ACUT-ULT-FECHA(WS-ACUT-IDX)

           END-IF.

      *

       6200-APLICAR-LINEA-EXIT.

           EXIT.

      ***************************************************************** *

      **       ALTA DEL ACUMULADO DE UN EMPLEADO EN LA TABLA          * *

      ***************************************************************** *

       6250-NUEVO-ACUMULADO.

      *

           IF  WS-ACUT-NUM-ENTRADAS < CT-MAX-ACUMULADOS

                ADD 1  TO WS-ACUT-NUM-ENTRADAS

                ADD 1  TO WC-ACU-NUEVOS

                SET  WS-ACUT-IDX  TO WS-ACUT-NUM-ENTRADAS

                MOVE WS-LOTET-CODIGO(WS-LOTE-IDX)

                   TO WS-ACUT-CODIGO(WS-ACUT-IDX)

                MOVE 0  TO WS-ACUT-NOMINAS(WS-ACUT-IDX)

                MOVE 0  TO WS-ACUT-BRUTO(WS-ACUT-IDX)

                MOVE 0  TO WS-ACUT-IRPF(WS-ACUT-IDX)

                MOVE 0  TO WS-ACUT-SS(WS-ACUT-IDX)

                MOVE 0  TO WS-ACUT-NETO(WS-ACUT-IDX)

           ELSE

                DISPLAY '*************************'

                DISPLAY '** TABLA DE ACUMULADOS LLENA, MAXIMO '

                        CT-MAX-ACUMULADOS ' : LOTE RECHAZADO **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

           END-IF.

      *

       6250-NUEVO-ACUMULADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       PRUEBA DE CUADRE ANTES DE SUSTITUIR NADA :             * *

      **        ACUMULADO DESPUES - ACUMULADO ANTES = TOTAL DEL LOTE  * *

      ***************************************************************** *

       6300-VERIFICAR-CUADRE.

      *

           PERFORM 6350-SUMAR-ACUMULADO

              THRU 6350-SUMAR-ACUMULADO-EXIT

            VARYING WS-ACUT-IDX FROM 1 BY 1

              UNTIL WS-ACUT-IDX > WS-ACUT-NUM-ENTRADAS.

      *

           IF  WS-CUA-BRUTO-DESPUES - WS-CUA-BRUTO-ANTES

                  = WS-NOM-TOTAL-BRUTO

            AND WS-CUA-IRPF-DESPUES - WS-CUA-IRPF-ANTES

                  = WS-NOM-TOTAL-IRPF

            AND WS-CUA-SS-DESPUES - WS-CUA-SS-ANTES

                  = WS-NOM-TOTAL-SS

            AND WS-CUA-NETO-DESPUES - WS-CUA-NETO-ANTES

                  = WS-NOM-HASH-LEIDO

                DISPLAY '** PRUEBA DE CUADRE CORRECTA : '

                        'DESPUES = ANTES + LOTE **'

           ELSE

                DISPLAY '*************************'

                DISPLAY '** PRUEBA DE CUADRE FALLIDA, NO SE '

                        'SUSTITUYE NADA **'

                DISPLAY '**   NETO ANTES    : ' WS-CUA-NETO-ANTES

                DISPLAY '**   NETO LOTE     : ' WS-NOM-HASH-LEIDO

                DISPLAY '**   NETO DESPUES  : ' WS-CUA-NETO-DESPUES

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

           END-IF.

      *

       6300-VERIFICAR-CUADRE-EXIT.

           EXIT.

      ***************************************************************** *

      **       SUMA DE UN ACUMULADO PARA LA PRUEBA DE CUADRE          * *

      ***************************************************************** *

       6350-SUMAR-ACUMULADO.

      *

           ADD WS-ACUT-BRUTO(WS-ACUT-IDX)  TO WS-CUA-BRUTO-DESPUES.

           ADD WS-ACUT-IRPF(WS-ACUT-IDX)   TO WS-CUA-IRPF-DESPUES.

           ADD WS-ACUT-SS(WS-ACUT-IDX)     TO WS-CUA-SS-DESPUES.

           ADD WS-ACUT-NETO(WS-ACUT-IDX)   TO WS-CUA-NETO-DESPUES.

      *

       6350-SUMAR-ACUMULADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DEL ACUMULADO NUEVO Y SUSTITUCION DEL VIVO   * *

      ***************************************************************** *

       6400-ESCRIBIR-ACUMULADOS.

      *

           OPEN OUTPUT ACU-NUEVO.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-ACU-NUEVO    TO WS-FICHERO-ERR

                MOVE  '6400-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 6450-ESCRIBIR-ACUMULADO

              THRU 6450-ESCRIBIR-ACUMULADO-EXIT

            VARYING WS-ACUT-IDX FROM 1 BY 1

              UNTIL WS-ACUT-IDX > WS-ACUT-NUM-ENTRADAS.

      *

           CLOSE ACU-NUEVO.

      *

           CALL 'CBL_RENAME_FILE' USING

                LT-RUTA-ACU-NUEVO

                WS-RUTA-ACUMULA

                RETURNING WS-RC-RENAME.

      *

           IF  WS-RC-RENAME = 0

                DISPLAY '** ACUMULADO SUSTITUIDO : ' WS-RUTA-ACUMULA

           ELSE

                DISPLAY '*************************'

                DISPLAY '** FALLO AL SUSTITUIR EL ACUMULADO **'

                DISPLAY '** ' WS-RUTA-ACUMULA

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

           END-IF.

      *

       6400-ESCRIBIR-ACUMULADOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DE UN ACUMULADO DESDE LA TABLA               * *

      ***************************************************************** *

       6450-ESCRIBIR-ACUMULADO.

      *

           INITIALIZE WS-REG-ACUMULADO.

      *

           MOVE WS-ANYO-NOMINA                  TO WS-ACU-ANYO.

           MOVE WS-ACUT-CODIGO(WS-ACUT-IDX)     TO WS-ACU-CODIGO.

           MOVE WS-ACUT-DEPT(WS-ACUT-IDX)       TO WS-ACU-DEPT.

           MOVE WS-ACUT-NOMINAS(WS-ACUT-IDX)    TO WS-ACU-NOMINAS.

           MOVE WS-ACUT-BRUTO(WS-ACUT-IDX)      TO WS-ACU-BRUTO.

           MOVE WS-ACUT-IRPF(WS-ACUT-IDX)       TO WS-ACU-IRPF.

           MOVE WS-ACUT-SS(WS-ACUT-IDX)         TO WS-ACU-SS.

           MOVE WS-ACUT-NETO(WS-ACUT-IDX)       TO WS-ACU-NETO.

           MOVE WS-ACUT-ULT-FECHA(WS-ACUT-IDX)  TO WS-ACU-ULT-FECHA.

      *

           WRITE REG-ACU-NUEVO

              FROM  WS-REG-ACUMULADO.

      *

           IF  WS-FILE-STATUS = '00'

                ADD 1  TO WC-ACU-ESCRITOS

           ELSE

                MOVE  LT-ACU-NUEVO                TO WS-FICHERO-ERR

                MOVE  '6450-ESCRIBIR-ACU'         TO WS-PARRAFO-ERR

                MOVE  LT-WRITE                    TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       6450-ESCRIBIR-ACUMULADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANOTACION DEL LOTE EN EL REGISTRO DE LOTES ACUMULADOS  * *

      **        -- SOLO CON EL ACUMULADO YA SUSTITUIDO                * *

      ***************************************************************** *

       6500-ANOTAR-LOTE.

      *

           OPEN EXTEND LOTES.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                IF  WS-FILE-STATUS = '35'

                     OPEN OUTPUT LOTES

                ELSE

                     MOVE  LT-LOTES        TO WS-FICHERO-ERR

                     MOVE  '6500-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

           INITIALIZE WS-REG-LOTE-ACUM.

      *

           MOVE WS-FECHA-NOMINA       TO WS-LOTA-FECHA.

           MOVE WS-NOMP-LINEAS        TO WS-LOTA-LINEAS.

           MOVE WS-NOMP-HASH          TO WS-LOTA-HASH.

           MOVE WS-NOM-TOTAL-BRUTO    TO WS-LOTA-BRUTO.

           MOVE WS-NOM-TOTAL-IRPF     TO WS-LOTA-IRPF.

           MOVE WS-NOM-TOTAL-SS       TO WS-LOTA-SS.

           MOVE WS-FECHA              TO WS-LOTA-FECHA-PROCESO.

           MOVE WS-NOMC-TIPO-NOMINA   TO WS-LOTA-TIPO-NOMINA.

      *

           WRITE REG-LOTES

              FROM  WS-REG-LOTE-ACUM.

      *

      *    EL ACUMULADO YA ESTA SUSTITUIDO : SI NO SE PUEDE ANOTAR EL

      *    LOTE HAY QUE ANOTARLO A MANO ANTES DE LA PROXIMA NOMINA,

      *    O UN RELANZAMIENTO LO ACUMULARIA DOS VECES

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                DISPLAY '*************************'

                DISPLAY '** ACUMULADO SUSTITUIDO PERO EL LOTE '

                        WS-FECHA-NOMINA ' NO SE PUDO ANOTAR **'

                DISPLAY '** ANOTARLO EN FICHERO.ACUMULADOS.LOTES '

                        'ANTES DE RELANZAR **'

                DISPLAY '*************************'

                MOVE  LT-LOTES                    TO WS-FICHERO-ERR

                MOVE  '6500-ANOTAR-LOTE'          TO WS-PARRAFO-ERR

                MOVE  LT-WRITE                    TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           CLOSE LOTES.

      *

       6500-ANOTAR-LOTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       RESUMEN DEL LOTE ACUMULADO                             * *

      ***************************************************************** *

       7000-INFORME-LOTE.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** LOTE ACUMULADO AL EJERCICIO ' WS-ANYO-NOMINA

                   '          ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY ' FECHA DE NOMINA       : ' WS-FECHA-NOMINA.

           DISPLAY ' TIPO DE NOMINA        : ' WS-NOMC-TIPO-NOMINA.

           MOVE WS-NOM-TOTAL-BRUTO   TO WS-IMPORTE-ED.

           DISPLAY ' BRUTO DEL LOTE        : ' WS-IMPORTE-ED.

           MOVE WS-NOM-TOTAL-IRPF    TO WS-IMPORTE-ED.

           DISPLAY ' IRPF DEL LOTE         : ' WS-IMPORTE-ED.

           MOVE WS-NOM-TOTAL-SS      TO WS-IMPORTE-ED.

           DISPLAY ' SEG.SOCIAL DEL LOTE   : ' WS-IMPORTE-ED.

           MOVE WS-NOM-HASH-LEIDO    TO WS-IMPORTE-ED.

           DISPLAY ' NETO DEL LOTE         : ' WS-IMPORTE-ED.

           DISPLAY ' ----------------------------------------------- '.

           MOVE WS-CUA-BRUTO-DESPUES TO WS-IMPORTE-ED.

           DISPLAY ' BRUTO DEL EJERCICIO   : ' WS-IMPORTE-ED.

           MOVE WS-CUA-IRPF-DESPUES  TO WS-IMPORTE-ED.

           DISPLAY ' IRPF DEL EJERCICIO    : ' WS-IMPORTE-ED.

           MOVE WS-CUA-SS-DESPUES    TO WS-IMPORTE-ED.

           DISPLAY ' SEG.SOCIAL EJERCICIO  : ' WS-IMPORTE-ED.

           MOVE WS-CUA-NETO-DESPUES  TO WS-IMPORTE-ED.

           DISPLAY ' NETO DEL EJERCICIO    : ' WS-IMPORTE-ED.

           DISPLAY ' ********************************************* '.

      *

       7000-INFORME-LOTE-EXIT.

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

           IF  SI-ERROR

      *

                DISPLAY '*************************'

                DISPLAY '** LOTE NO ACUMULADO, LOS ACUMULADOS DEL '

                        'EJERCICIO QUEDAN COMO ESTABAN **'

                DISPLAY '*************************'

      *

           ELSE

      *

                DISPLAY ' ******************************************* '

                DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                                 ' **'

                MOVE  WS-NOM-LINEAS-LEIDAS   TO WC-CONTADOR-ED

                DISPLAY ' ** LINEAS DE NOMINA LEIDAS : ' WC-CONTADOR-ED

                MOVE  WC-ACU-LEIDOS          TO WC-CONTADOR-ED

                DISPLAY ' ** ACUMULADOS ANTERIORES   : ' WC-CONTADOR-ED

                MOVE  WC-ACU-NUEVOS          TO WC-CONTADOR-ED

                DISPLAY ' ** ACUMULADOS NUEVOS       : ' WC-CONTADOR-ED

                MOVE  WC-ACU-ESCRITOS        TO WC-CONTADOR-ED

                DISPLAY ' ** ACUMULADOS ESCRITOS     : ' WC-CONTADOR-ED

                DISPLAY ' ******************************************* '

      *

                PERFORM 7000-INFORME-LOTE

                   THRU 7000-INFORME-LOTE-EXIT

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

