      *****************************************************************

      *                                                               *

      * PROGRAMA DE CIERRE DE PERIODO CONTABLE.                       *

      *  CIERRA EL PERIODO AAAAMM DE FICHERO.PARAMETROS.CIERRE        *

      *  (POS 01-06) DEL LIBRO MAYOR FICHERO.LIBRO.MAYOR :            *

      *    - SALDO DE APERTURA POR CUENTA = SALDOS TRASPASADOS POR    *

      *      EL ULTIMO CIERRE MAS LO ANOTADO EN PERIODOS POSTERIORES  *

      *      A EL Y ANTERIORES AL QUE SE CIERRA                       *

      *    - SALDO DE CIERRE = APERTURA MAS MOVIMIENTOS DEL PERIODO   *

      *  EL SALDO DE CIERRE DE CADA CUENTA SE TRASPASA COMO SALDO DE  *

      *  APERTURA DEL PERIODO SIGUIENTE A FICHERO.SALDOS.APERTURA     *

      *  (LAYOUT COPYSALDO) Y EL PERIODO SE ANOTA COMO CERRADO EN     *

      *  FICHERO.PERIODOS.CERRADOS (LAYOUT COPYPERCI). A PARTIR DE    *

      *  AHI COBOL309 RECHAZA LOS LOTES DE ESE PERIODO O ANTERIORES.  *

      *  LOS PERIODOS SE CIERRAN EN ORDEN : NO SE ADMITE UN PERIODO   *

      *  IGUAL O ANTERIOR AL ULTIMO CERRADO, Y LOS PERIODOS ABIERTOS  *

      *  ANTERIORES AL QUE SE CIERRA QUEDAN CERRADOS CON EL.          *

      *  UN MAYOR QUE NO CUADRA (DEUDOR <> ACREEDOR) NO SE CIERRA.    *

      *  LOS SALDOS SE ESCRIBEN EN FICHERO APARTE Y SE RENOMBRAN      *

      *  SOBRE EL VIVO ; SI SE RELANZA UN CIERRE A MEDIAS, LOS        *

      *  SALDOS YA TRASPASADOS DEL MISMO PERIODO SE SUSTITUYEN.       *

      *  EL LIBRO MAYOR SE RESERVA EN RUT120CB (RECURSO LIBROMAYOR)   *

      *  PARA QUE COBOL309 NO ANOTE NADA DURANTE EL CIERRE.           *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL320.

      *

      *****************************************************************

      * ENVIROMENT DIVISION                                           *

      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

      *

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMCIE

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.cierre'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT MAYOR

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.libro.mayor'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PERIODOS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.periodos.cerrados'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT SALDOS

           ASSIGN TO DYNAMIC WS-RUTA-SALDOS

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT SALDOS-NUEVO

           ASSIGN TO DYNAMIC WS-RUTA-SALDOS-NUEVO

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

      * DATA DIVISION                                                 *

      *****************************************************************

       DATA DIVISION.

      *

       FILE SECTION.

       FD  PARAMCIE.

       01  REG-PARAMCIE                      PIC X(6).

      *

       FD  MAYOR.

       01  REG-MAYOR                         PIC X(46).

      *

       FD  PERIODOS.

       01  REG-PERIODOS                      PIC X(55).

      *

       FD  SALDOS.

       01  REG-SALDOS                        PIC X(50).

      *

       FD  SALDOS-NUEVO.

       01  REG-SALDOS-NUEVO                  PIC X(50).

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

           05  WS-PERIODO-CIERRE            PIC X(6).

           05  WS-PERIODO-CIERRE-R    REDEFINES WS-PERIODO-CIERRE.

               10  WS-PCR-ANYO              PIC 9(4).

               10  WS-PCR-MES               PIC 9(2).

           05  WS-ULTIMO-CERRADO            PIC X(6).

           05  WS-PERIODO-APERTURA          PIC X(6).

           05  WS-PERIODO-SIGUIENTE         PIC X(6).

           05  WS-PERIODO-CALC              PIC X(6).

           05  WS-PERIODO-CALC-R      REDEFINES WS-PERIODO-CALC.

               10  WS-PCA-ANYO              PIC 9(4).

               10  WS-PCA-MES               PIC 9(2).

           05  WS-CUENTA-BAL                PIC X(8).

           05  WS-RC-RENAME                 PIC S9(9) COMP-5.

           05  WS-IMPORTE-ED                PIC Z(10)9,99.

           05  WS-SALDO-ED                  PIC +Z(10)9,99.

      *

       01  WS-RUTA-SALDOS                    PIC X(70)  VALUE

           '/home/forma2/cobol/ficheros/fichero.saldos.apertura'.

       01  WS-RUTA-SALDOS-NUEVO              PIC X(70)  VALUE

           '/home/forma2/cobol/ficheros/fichero.saldos.apertura.nuevo'.

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-MAYOR-LEIDOS              PIC S9(6) COMP VALUE 0.

           05  WC-MAYOR-PERIODO             PIC S9(6) COMP VALUE 0.

           05  WC-MAYOR-ANTERIORES          PIC S9(6) COMP VALUE 0.

           05  WC-MAYOR-POSTERIORES         PIC S9(6) COMP VALUE 0.

           05  WC-CIERRES-LEIDOS            PIC S9(6) COMP VALUE 0.

           05  WC-SALDOS-CARGADOS           PIC S9(6) COMP VALUE 0.

           05  WC-SALDOS-COPIADOS           PIC S9(6) COMP VALUE 0.

           05  WC-SALDOS-SUSTITUIDOS        PIC S9(6) COMP VALUE 0.

           05  WC-SALDOS-ESCRITOS           PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **            WS-REG-MAYOR                                      * *

      **        MISMO LAYOUT QUE ESCRIBE COBOL309                     * *

      ***************************************************************** *

       01  WS-REG-MAYOR.

           05  WS-MAY-PERIODO               PIC X(6).

           05  WS-MAY-CECO                  PIC X(6).

           05  WS-MAY-CUENTA                PIC X(8).

           05  WS-MAY-DEBE                  PIC 9(11)V99.

           05  WS-MAY-HABER                 PIC 9(11)V99.

      *

      ***************************************************************** *

      **            WS-TABLA-BALANCE                                  * *

      **        POR CUENTA : APERTURA (AP-), MOVIMIENTOS DEL PERIODO  * *

      **        Y SALDO DE CIERRE EN COLUMNA DEUDORA O ACREEDORA      * *

      ***************************************************************** *

       01  WS-TABLA-BALANCE.

           05  WS-BAL-NUM-ENTRADAS          PIC 9(4)   VALUE 0.

           05  WS-BAL-TABLA  OCCURS 1 TO 200 TIMES

                             DEPENDING ON WS-BAL-NUM-ENTRADAS

                             INDEXED BY WS-BAL-IDX.

               10  WS-BAL-CUENTA            PIC X(8).

               10  WS-BAL-AP-DEBE           PIC 9(13)V99.

               10  WS-BAL-AP-HABER          PIC 9(13)V99.

               10  WS-BAL-DEBE              PIC 9(13)V99.

               10  WS-BAL-HABER             PIC 9(13)V99.

               10  WS-BAL-CIERRE-DEUDOR     PIC 9(13)V99.

               10  WS-BAL-CIERRE-ACREEDOR   PIC 9(13)V99.

      *

       01  WS-BAL-TOTALES.

           05  WS-BAL-TOTAL-AP-DEBE         PIC 9(13)V99 VALUE 0.

           05  WS-BAL-TOTAL-AP-HABER        PIC 9(13)V99 VALUE 0.

           05  WS-BAL-TOTAL-DEBE            PIC 9(13)V99 VALUE 0.

           05  WS-BAL-TOTAL-HABER           PIC 9(13)V99 VALUE 0.

           05  WS-BAL-TOTAL-DEUDOR          PIC 9(13)V99 VALUE 0.

           05  WS-BAL-TOTAL-ACREEDOR        PIC 9(13)V99 VALUE 0.

           05  WS-BAL-SALDO-APERTURA        PIC S9(13)V99 VALUE 0.

           05  WS-BAL-SALDO                 PIC S9(13)V99 VALUE 0.

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-WRITE                     PIC X(8)   VALUE 'WRITE'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL320'.

           05  LT-MAYOR                     PIC X(8)   VALUE 'MAYOR'.

           05  LT-PERIODOS                  PIC X(8)   VALUE 'PERIODOS'.

           05  LT-SALDOS                    PIC X(8)   VALUE 'SALDOS'.

           05  LT-SAL-NUEVO                 PIC X(8)   VALUE 'SALNUEVO'.

      ***************************************************************** *

      **              VARIABLES  FICHERO PERIODOS CERRADOS            * *

      ***************************************************************** *

       COPY COPYPERCI.

      ***************************************************************** *

      **              VARIABLES  FICHERO SALDOS DE APERTURA           * *

      ***************************************************************** *

       COPY COPYSALDO.

      ***************************************************************** *

      **              COMUNICACION CON RUT120CB (BLOQUEOS)            * *

      ***************************************************************** *

       COPY COP120CB.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-MAYOR                  PIC 9      VALUE 0.

               88 FIN-MAYOR                             VALUE 1.

               88 NO-FIN-MAYOR                          VALUE 0.

      *

           05  SW-FIN-PERIODOS               PIC 9      VALUE 0.

               88 FIN-PERIODOS                          VALUE 1.

               88 NO-FIN-PERIODOS                       VALUE 0.

      *

           05  SW-FIN-SALDOS                 PIC 9      VALUE 0.

               88 FIN-SALDOS                            VALUE 1.

               88 NO-FIN-SALDOS                         VALUE 0.

      *

           05  SW-ERROR                      PIC 9      VALUE 0.

               88 SI-ERROR                              VALUE 1.

               88 NO-ERROR                              VALUE 0.

      *

           05  SW-BLOQUEO                    PIC 9      VALUE 0.

               88 BLOQUEO-ADQUIRIDO                     VALUE 1.

               88 BLOQUEO-NO-ADQUIRIDO                  VALUE 0.

      *

           05  SW-MAYOR-ABIERTO              PIC 9      VALUE 0.

               88 MAYOR-ABIERTO                         VALUE 1.

               88 MAYOR-CERRADO                         VALUE 0.

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

            UNTIL  FIN-MAYOR OR SI-ERROR.

      *

           IF  MAYOR-ABIERTO

                CLOSE MAYOR

                SET MAYOR-CERRADO  TO TRUE

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 5000-VERIFICAR-CIERRE

                   THRU 5000-VERIFICAR-CIERRE-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 6000-TRASPASAR-SALDOS

                   THRU 6000-TRASPASAR-SALDOS-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 6500-ANOTAR-CIERRE

                   THRU 6500-ANOTAR-CIERRE-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 7000-INFORME-CIERRE

                   THRU 7000-INFORME-CIERRE-EXIT

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

                       WS-BAL-TOTALES.

      *

           DISPLAY ' ************ INICIO *************** '.

      *

           PERFORM 0500-ADQUIRIR-BLOQUEOS

              THRU 0500-ADQUIRIR-BLOQUEOS-EXIT.

      *

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

      *

           PERFORM 1050-LEER-PARAMETROS

              THRU 1050-LEER-PARAMETROS-EXIT.

      *

           PERFORM 1100-CARGAR-CIERRES

              THRU 1100-CARGAR-CIERRES-EXIT.

      *

      *    LOS PERIODOS SE CIERRAN EN ORDEN

      *

           IF  WS-ULTIMO-CERRADO NOT = SPACES

            AND WS-PERIODO-CIERRE NOT > WS-ULTIMO-CERRADO

                DISPLAY '*************************'

                DISPLAY '** EL PERIODO ' WS-PERIODO-CIERRE

                        ' YA ESTA CERRADO **'

                DISPLAY '**   ULTIMO PERIODO CERRADO : '

                        WS-ULTIMO-CERRADO

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

           MOVE WS-PERIODO-CIERRE  TO WS-PERIODO-CALC.

           PERFORM 1900-PERIODO-SIGUIENTE

              THRU 1900-PERIODO-SIGUIENTE-EXIT.

           MOVE WS-PERIODO-CALC    TO WS-PERIODO-SIGUIENTE.

      *

           DISPLAY '** PERIODO A CERRAR : ' WS-PERIODO-CIERRE

                   '  SALDOS AL : ' WS-PERIODO-SIGUIENTE.

      *

           IF  WS-ULTIMO-CERRADO NOT = SPACES

                PERFORM 1200-CARGAR-APERTURA

                   THRU 1200-CARGAR-APERTURA-EXIT

           END-IF.

      *

           OPEN INPUT MAYOR.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   SET MAYOR-ABIERTO  TO TRUE

                   PERFORM 9200-LEER-MAYOR

                      THRU 9200-LEER-MAYOR-EXIT

              WHEN '35'

                   DISPLAY '** AVISO: LIBRO MAYOR SIN APUNTES **'

                   SET FIN-MAYOR  TO TRUE

              WHEN OTHER

                   MOVE  LT-MAYOR        TO WS-FICHERO-ERR

                   MOVE  '1000-'         TO WS-PARRAFO-ERR

                   MOVE  LT-OPEN         TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

           END-EVALUATE.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       RESERVA DEL LIBRO MAYOR EN RUT120CB -- SI COBOL309     * *

      **        ESTA ANOTANDO UN LOTE NO SE ARRANCA                   * *

      ***************************************************************** *

       0500-ADQUIRIR-BLOQUEOS.

      *

           SET  CP120-ADQUIRIR        TO TRUE.

           MOVE LT-PROGRAMA           TO CP120I-PROGRAMA.

           MOVE 1                     TO CP120I-NUM-RECURSOS.

           MOVE 'LIBROMAYOR'          TO CP120I-RECURSO(1).

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

      **       PERIODO A CERRAR (OBLIGATORIO, AAAAMM)                 * *

      ***************************************************************** *

       1050-LEER-PARAMETROS.

      *

           MOVE SPACES  TO WS-PERIODO-CIERRE.

      *

           OPEN INPUT PARAMCIE.

      *

           IF  WS-FILE-STATUS = '00'

                READ PARAMCIE

                     INTO WS-PERIODO-CIERRE

                     AT END

                          CONTINUE

                END-READ

      *

                CLOSE PARAMCIE

           END-IF.

      *

           IF  WS-PERIODO-CIERRE IS NOT NUMERIC

            OR WS-PCR-MES < 1

            OR WS-PCR-MES > 12

                DISPLAY '*************************'

                DISPLAY '** PERIODO A CERRAR NO INFORMADO O INVALIDO '

                        ': ' WS-PERIODO-CIERRE ' **'

                DISPLAY '** INFORMAR AAAAMM EN '

                        'FICHERO.PARAMETROS.CIERRE **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

       1050-LEER-PARAMETROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       ULTIMO PERIODO CERRADO Y PERIODO QUE ABRIO SU CIERRE   * *

      ***************************************************************** *

       1100-CARGAR-CIERRES.

      *

           MOVE SPACES  TO WS-ULTIMO-CERRADO

                           WS-PERIODO-APERTURA.

      *

           OPEN INPUT PERIODOS.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 1150-LEER-CIERRE

                   THRU 1150-LEER-CIERRE-EXIT

                 UNTIL  FIN-PERIODOS

      *

                CLOSE PERIODOS

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** PRIMER CIERRE DEL LIBRO MAYOR **'

                ELSE

                     MOVE  LT-PERIODOS     TO WS-FICHERO-ERR

                     MOVE  '1100-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

           IF  WS-ULTIMO-CERRADO NOT = SPACES

                MOVE WS-ULTIMO-CERRADO  TO WS-PERIODO-CALC

                PERFORM 1900-PERIODO-SIGUIENTE

                   THRU 1900-PERIODO-SIGUIENTE-EXIT

                MOVE WS-PERIODO-CALC    TO WS-PERIODO-APERTURA

                DISPLAY '** ULTIMO PERIODO CERRADO : ' WS-ULTIMO-CERRADO

           END-IF.

      *

       1100-CARGAR-CIERRES-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UN PERIODO CERRADO                          * *

      ***************************************************************** *

       1150-LEER-CIERRE.

      *

           READ PERIODOS

                INTO WS-REG-PERIODO-CERRADO

                AT END

                     SET FIN-PERIODOS TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                ADD 1  TO WC-CIERRES-LEIDOS

      *

                IF  WS-PCI-PERIODO > WS-ULTIMO-CERRADO

                     MOVE WS-PCI-PERIODO  TO WS-ULTIMO-CERRADO

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-PERIODOS           TO WS-FICHERO-ERR

                     MOVE  '1150-LEER-CIERRE'    TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1150-LEER-CIERRE-EXIT.

           EXIT.

      ***************************************************************** *

      **       SALDOS DE APERTURA TRASPASADOS POR EL ULTIMO CIERRE    * *

      ***************************************************************** *

       1200-CARGAR-APERTURA.

      *

           OPEN INPUT SALDOS.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 1250-LEER-SALDO

                   THRU 1250-LEER-SALDO-EXIT

                 UNTIL  FIN-SALDOS

      *

                CLOSE SALDOS

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** AVISO: SIN SALDOS DE APERTURA DEL '

                             WS-PERIODO-APERTURA ' **'

                ELSE

                     MOVE  LT-SALDOS       TO WS-FICHERO-ERR

                     MOVE  '1200-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

       1200-CARGAR-APERTURA-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UN SALDO DE APERTURA -- SOLO CUENTAN LOS    * *

      **        DEL PERIODO QUE ABRIO EL ULTIMO CIERRE                * *

      ***************************************************************** *

       1250-LEER-SALDO.

      *

           READ SALDOS

                INTO WS-REG-SALDO

                AT END

                     SET FIN-SALDOS TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                IF  WS-SAL-PERIODO = WS-PERIODO-APERTURA

                     MOVE WS-SAL-CUENTA  TO WS-CUENTA-BAL

                     PERFORM 3100-LOCALIZAR-CUENTA

                        THRU 3100-LOCALIZAR-CUENTA-EXIT

                     ADD 1  TO WC-SALDOS-CARGADOS

                     ADD WS-SAL-DEUDOR

                        TO WS-BAL-AP-DEBE(WS-BAL-IDX)

                     ADD WS-SAL-ACREEDOR

                        TO WS-BAL-AP-HABER(WS-BAL-IDX)

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-SALDOS             TO WS-FICHERO-ERR

                     MOVE  '1250-LEER-SALDO'     TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1250-LEER-SALDO-EXIT.

           EXIT.

      ***************************************************************** *

      **       PERIODO SIGUIENTE A WS-PERIODO-CALC (AAAAMM)           * *

      ***************************************************************** *

       1900-PERIODO-SIGUIENTE.

      *

           IF  WS-PCA-MES = 12

                ADD 1   TO WS-PCA-ANYO

                MOVE 1  TO WS-PCA-MES

           ELSE

                ADD 1   TO WS-PCA-MES

           END-IF.

      *

       1900-PERIODO-SIGUIENTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       PROCESO: UN APUNTE DEL LIBRO MAYOR -- LO DE PERIODOS   * *

      **        YA CERRADOS ESTA EN LA APERTURA TRASPASADA, LO        * *

      **        POSTERIOR AL ULTIMO CIERRE Y ANTERIOR AL PERIODO SE   * *

      **        SUMA A ELLA Y LO DE PERIODOS SIGUIENTES NO CUENTA     * *

      ***************************************************************** *

       3000-PROCESO.

      *

           EVALUATE TRUE

      *

              WHEN WS-MAY-PERIODO NOT > WS-ULTIMO-CERRADO

                   CONTINUE

      *

              WHEN WS-MAY-PERIODO > WS-PERIODO-CIERRE

                   ADD 1  TO WC-MAYOR-POSTERIORES

      *

              WHEN WS-MAY-PERIODO = WS-PERIODO-CIERRE

                   ADD 1  TO WC-MAYOR-PERIODO

                   MOVE WS-MAY-CUENTA  TO WS-CUENTA-BAL

                   PERFORM 3100-LOCALIZAR-CUENTA

                      THRU 3100-LOCALIZAR-CUENTA-EXIT

                   ADD WS-MAY-DEBE   TO WS-BAL-DEBE(WS-BAL-IDX)

                   ADD WS-MAY-HABER  TO WS-BAL-HABER(WS-BAL-IDX)

      *

              WHEN OTHER

                   ADD 1  TO WC-MAYOR-ANTERIORES

                   MOVE WS-MAY-CUENTA  TO WS-CUENTA-BAL

                   PERFORM 3100-LOCALIZAR-CUENTA

                      THRU 3100-LOCALIZAR-CUENTA-EXIT

                   ADD WS-MAY-DEBE   TO WS-BAL-AP-DEBE(WS-BAL-IDX)

                   ADD WS-MAY-HABER  TO WS-BAL-AP-HABER(WS-BAL-IDX)

      *

           END-EVALUATE.

      *

           PERFORM 9200-LEER-MAYOR

              THRU 9200-LEER-MAYOR-EXIT.

      *

       3000-PROCESO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ENTRADA DE LA CUENTA EN LA TABLA DE BALANCE -- SI NO   * *

      **        ESTA SE DA DE ALTA ; CON LA TABLA LLENA NO SE PUEDE   * *

      **        CERRAR                                                * *

      ***************************************************************** *

       3100-LOCALIZAR-CUENTA.

      *

           SET  WS-BAL-IDX  TO  1.

           SEARCH  WS-BAL-TABLA

              VARYING WS-BAL-IDX

              AT END

                   IF  WS-BAL-NUM-ENTRADAS < 200

                        ADD 1  TO WS-BAL-NUM-ENTRADAS

                        SET  WS-BAL-IDX  TO WS-BAL-NUM-ENTRADAS

                        MOVE WS-CUENTA-BAL

                           TO WS-BAL-CUENTA(WS-BAL-IDX)

                        MOVE 0  TO WS-BAL-AP-DEBE(WS-BAL-IDX)

                                   WS-BAL-AP-HABER(WS-BAL-IDX)

                                   WS-BAL-DEBE(WS-BAL-IDX)

                                   WS-BAL-HABER(WS-BAL-IDX)

                                   WS-BAL-CIERRE-DEUDOR(WS-BAL-IDX)

                                   WS-BAL-CIERRE-ACREEDOR(WS-BAL-IDX)

                   ELSE

                        DISPLAY '*************************'

                        DISPLAY '** TABLA DE BALANCE LLENA, MAXIMO 200 '

                                'CUENTAS **'

                        DISPLAY '*************************'

                        SET SI-ERROR  TO TRUE

                        PERFORM 8000-FIN

                           THRU 8000-FIN-EXIT

                   END-IF

              WHEN  WS-BAL-CUENTA(WS-BAL-IDX) = WS-CUENTA-BAL

                   CONTINUE

           END-SEARCH.

      *

       3100-LOCALIZAR-CUENTA-EXIT.

           EXIT.

      ***************************************************************** *

      **       SALDO DE CIERRE POR CUENTA Y CUADRE DEL MAYOR -- UN    * *

      **        MAYOR DESCUADRADO NO SE CIERRA                        * *

      ***************************************************************** *

       5000-VERIFICAR-CIERRE.

      *

           PERFORM 5100-SALDO-CIERRE

              THRU 5100-SALDO-CIERRE-EXIT

            VARYING WS-BAL-IDX FROM 1 BY 1

              UNTIL WS-BAL-IDX > WS-BAL-NUM-ENTRADAS.

      *

           IF  WS-BAL-TOTAL-DEUDOR NOT = WS-BAL-TOTAL-ACREEDOR

                DISPLAY '*************************'

                DISPLAY '** LIBRO MAYOR DESCUADRADO, PERIODO NO '

                        'CERRADO **'

                DISPLAY '**   DEUDOR    : ' WS-BAL-TOTAL-DEUDOR

                DISPLAY '**   ACREEDOR  : ' WS-BAL-TOTAL-ACREEDOR

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

           END-IF.

      *

           IF  WC-MAYOR-ANTERIORES > 0

                MOVE WC-MAYOR-ANTERIORES  TO WC-CONTADOR-ED

                DISPLAY '** AVISO: ' WC-CONTADOR-ED ' APUNTES DE '

                        'PERIODOS ABIERTOS ANTERIORES AL '

                        WS-PERIODO-CIERRE ' QUEDAN CERRADOS CON EL **'

           END-IF.

      *

       5000-VERIFICAR-CIERRE-EXIT.

           EXIT.

      ***************************************************************** *

      **       SALDO DE CIERRE DE UNA CUENTA                          * *

      ***************************************************************** *

       5100-SALDO-CIERRE.

      *

           COMPUTE WS-BAL-SALDO =

              WS-BAL-AP-DEBE(WS-BAL-IDX) - WS-BAL-AP-HABER(WS-BAL-IDX)

              + WS-BAL-DEBE(WS-BAL-IDX) - WS-BAL-HABER(WS-BAL-IDX).

      *

           IF  WS-BAL-SALDO < 0

                MOVE 0  TO WS-BAL-CIERRE-DEUDOR(WS-BAL-IDX)

                COMPUTE WS-BAL-CIERRE-ACREEDOR(WS-BAL-IDX) =

                   0 - WS-BAL-SALDO

           ELSE

                MOVE WS-BAL-SALDO  TO WS-BAL-CIERRE-DEUDOR(WS-BAL-IDX)

                MOVE 0  TO WS-BAL-CIERRE-ACREEDOR(WS-BAL-IDX)

           END-IF.

      *

           ADD WS-BAL-CIERRE-DEUDOR(WS-BAL-IDX)

              TO WS-BAL-TOTAL-DEUDOR.

           ADD WS-BAL-CIERRE-ACREEDOR(WS-BAL-IDX)

              TO WS-BAL-TOTAL-ACREEDOR.

      *

       5100-SALDO-CIERRE-EXIT.

           EXIT.

      ***************************************************************** *

      **       TRASPASO DE LOS SALDOS DE CIERRE COMO APERTURA DEL     * *

      **        PERIODO SIGUIENTE : SE COPIAN LOS SALDOS EXISTENTES,  * *

      **        SALVO LOS DE ESE MISMO PERIODO (CIERRE A MEDIAS QUE   * *

      **        SE RELANZA), SE ANADEN LOS NUEVOS Y EL FICHERO        * *

      **        NUEVO SE RENOMBRA SOBRE EL VIVO                       * *

      ***************************************************************** *

       6000-TRASPASAR-SALDOS.

      *

           OPEN OUTPUT SALDOS-NUEVO.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-SAL-NUEVO    TO WS-FICHERO-ERR

                MOVE  '6000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           SET NO-FIN-SALDOS  TO TRUE.

      *

           OPEN INPUT SALDOS.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 6050-COPIAR-SALDO

                   THRU 6050-COPIAR-SALDO-EXIT

                 UNTIL  FIN-SALDOS

      *

                CLOSE SALDOS

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     CONTINUE

                ELSE

                     CLOSE SALDOS-NUEVO

                     MOVE  LT-SALDOS       TO WS-FICHERO-ERR

                     MOVE  '6000-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

           PERFORM 6100-ESCRIBIR-SALDO

              THRU 6100-ESCRIBIR-SALDO-EXIT

            VARYING WS-BAL-IDX FROM 1 BY 1

              UNTIL WS-BAL-IDX > WS-BAL-NUM-ENTRADAS.

      *

           CLOSE SALDOS-NUEVO.

      *

           CALL 'CBL_RENAME_FILE' USING

                WS-RUTA-SALDOS-NUEVO

                WS-RUTA-SALDOS

                RETURNING WS-RC-RENAME.

      *

           IF  WS-RC-RENAME = 0

                DISPLAY '** FICHERO DE SALDOS DE APERTURA SUSTITUIDO **'

           ELSE

                DISPLAY '*************************'

                DISPLAY '** FALLO AL SUSTITUIR EL FICHERO DE SALDOS '

                        'DE APERTURA **'

                DISPLAY '** PERIODO NO CERRADO, LOS SALDOS VIVOS '

                        'QUEDAN COMO ESTABAN **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

           END-IF.

      *

       6000-TRASPASAR-SALDOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       COPIA DE UN SALDO EXISTENTE AL FICHERO NUEVO           * *

      ***************************************************************** *

       6050-COPIAR-SALDO.

      *

           READ SALDOS

                INTO WS-REG-SALDO

                AT END

                     SET FIN-SALDOS TO TRUE

           END-READ.

      *

           EVALUATE TRUE

      *

              WHEN WS-FILE-STATUS = '10'

                   CONTINUE

      *

              WHEN WS-FILE-STATUS NOT = '00'

                   CLOSE SALDOS-NUEVO

                   MOVE  LT-SALDOS             TO WS-FICHERO-ERR

                   MOVE  '6050-COPIAR-SALDO'   TO WS-PARRAFO-ERR

                   MOVE  LT-READ               TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

              WHEN WS-SAL-PERIODO = WS-PERIODO-SIGUIENTE

                   ADD 1  TO WC-SALDOS-SUSTITUIDOS

      *

              WHEN OTHER

                   WRITE REG-SALDOS-NUEVO

                      FROM  WS-REG-SALDO

                   IF  WS-FILE-STATUS = '00'

                        ADD 1  TO WC-SALDOS-COPIADOS

                   ELSE

                        CLOSE SALDOS-NUEVO

                        MOVE  LT-SAL-NUEVO          TO WS-FICHERO-ERR

                        MOVE  '6050-COPIAR-SALDO'   TO WS-PARRAFO-ERR

                        MOVE  LT-WRITE              TO WS-OPERACION-ERR

                        PERFORM 9100-GESTION-ERRORES

                           THRU 9100-GESTION-ERRORES-EXIT

                   END-IF

      *

           END-EVALUATE.

      *

       6050-COPIAR-SALDO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DEL SALDO DE CIERRE DE UNA CUENTA COMO       * *

      **        APERTURA DEL PERIODO SIGUIENTE -- LAS CUENTAS A CERO  * *

      **        NO SE TRASPASAN                                       * *

      ***************************************************************** *

       6100-ESCRIBIR-SALDO.

      *

           IF  WS-BAL-CIERRE-DEUDOR(WS-BAL-IDX) > 0

            OR WS-BAL-CIERRE-ACREEDOR(WS-BAL-IDX) > 0

      *

                INITIALIZE WS-REG-SALDO

                MOVE WS-PERIODO-SIGUIENTE         TO WS-SAL-PERIODO

                MOVE WS-BAL-CUENTA(WS-BAL-IDX)    TO WS-SAL-CUENTA

                MOVE WS-BAL-CIERRE-DEUDOR(WS-BAL-IDX)

                   TO WS-SAL-DEUDOR

                MOVE WS-BAL-CIERRE-ACREEDOR(WS-BAL-IDX)

                   TO WS-SAL-ACREEDOR

      *

                WRITE REG-SALDOS-NUEVO

                   FROM  WS-REG-SALDO

      *

                IF  WS-FILE-STATUS = '00'

                     ADD 1  TO WC-SALDOS-ESCRITOS

                ELSE

                     CLOSE SALDOS-NUEVO

                     MOVE  LT-SAL-NUEVO            TO WS-FICHERO-ERR

                     MOVE  '6100-ESCRIBIR-SALD'    TO WS-PARRAFO-ERR

                     MOVE  LT-WRITE                TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

      *

           END-IF.

      *

       6100-ESCRIBIR-SALDO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANOTACION DEL PERIODO EN FICHERO.PERIODOS.CERRADOS     * *

      ***************************************************************** *

       6500-ANOTAR-CIERRE.

      *

           OPEN EXTEND PERIODOS.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                IF  WS-FILE-STATUS = '35'

                     OPEN OUTPUT PERIODOS

                ELSE

                     MOVE  LT-PERIODOS     TO WS-FICHERO-ERR

                     MOVE  '6500-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

           INITIALIZE WS-REG-PERIODO-CERRADO.

      *

           MOVE WS-PERIODO-CIERRE       TO WS-PCI-PERIODO.

           MOVE WS-FECHA                TO WS-PCI-FECHA-CIERRE.

           MOVE WC-SALDOS-ESCRITOS      TO WS-PCI-CUENTAS.

           MOVE WS-BAL-TOTAL-DEUDOR     TO WS-PCI-TOTAL-DEUDOR.

           MOVE WS-BAL-TOTAL-ACREEDOR   TO WS-PCI-TOTAL-ACREEDOR.

      *

           WRITE REG-PERIODOS

              FROM  WS-REG-PERIODO-CERRADO.

      *

      *    LOS SALDOS YA ESTAN TRASPASADOS : RELANZAR EL CIERRE LOS

      *    SUSTITUYE Y VUELVE A INTENTAR LA ANOTACION

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                DISPLAY '*************************'

                DISPLAY '** SALDOS TRASPASADOS PERO EL PERIODO '

                        WS-PERIODO-CIERRE ' NO SE PUDO MARCAR **'

                DISPLAY '** EL PERIODO SIGUE ABIERTO, RELANZAR EL '

                        'CIERRE **'

                DISPLAY '*************************'

                MOVE  LT-PERIODOS                 TO WS-FICHERO-ERR

                MOVE  '6500-ANOTAR-CIERRE'        TO WS-PARRAFO-ERR

                MOVE  LT-WRITE                    TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           CLOSE PERIODOS.

      *

       6500-ANOTAR-CIERRE-EXIT.

           EXIT.

      ***************************************************************** *

      **       INFORME DEL CIERRE : APERTURA, MOVIMIENTOS Y SALDO     * *

      **        TRASPASADO POR CUENTA                                 * *

      ***************************************************************** *

       7000-INFORME-CIERRE.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** CIERRE DEL PERIODO ' WS-PERIODO-CIERRE

                   '  FECHA : ' WS-FECHA ' ** '.

           DISPLAY ' ** SALDOS TRASPASADOS A APERTURA DEL '

                   WS-PERIODO-SIGUIENTE ' ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY ' CUENTA    SALDO APERTURA           DEBE'

                   '          HABER    SALDO CIERRE'.

      *

           PERFORM 7100-LINEA-CIERRE

              THRU 7100-LINEA-CIERRE-EXIT

            VARYING WS-BAL-IDX FROM 1 BY 1

              UNTIL WS-BAL-IDX > WS-BAL-NUM-ENTRADAS.

      *

           DISPLAY ' ----------------------------------------------- '.

      *

           COMPUTE WS-BAL-SALDO-APERTURA =

              WS-BAL-TOTAL-AP-DEBE - WS-BAL-TOTAL-AP-HABER.

           COMPUTE WS-BAL-SALDO =

              WS-BAL-TOTAL-DEUDOR - WS-BAL-TOTAL-ACREEDOR.

      *

           MOVE WS-BAL-SALDO-APERTURA  TO WS-SALDO-ED.

           DISPLAY ' TOTAL    ' WS-SALDO-ED

              WITH NO ADVANCING.

           MOVE WS-BAL-TOTAL-DEBE   TO WS-IMPORTE-ED.

           DISPLAY ' ' WS-IMPORTE-ED

              WITH NO ADVANCING.

           MOVE WS-BAL-TOTAL-HABER  TO WS-IMPORTE-ED.

           MOVE WS-BAL-SALDO        TO WS-SALDO-ED.

           DISPLAY ' ' WS-IMPORTE-ED

                   ' ' WS-SALDO-ED.

      *

           MOVE WS-BAL-TOTAL-DEUDOR    TO WS-IMPORTE-ED.

           DISPLAY ' TOTAL SALDOS DEUDORES   : ' WS-IMPORTE-ED.

           MOVE WS-BAL-TOTAL-ACREEDOR  TO WS-IMPORTE-ED.

           DISPLAY ' TOTAL SALDOS ACREEDORES : ' WS-IMPORTE-ED.

           DISPLAY ' ** PERIODO ' WS-PERIODO-CIERRE ' CERRADO **'.

           DISPLAY ' ********************************************* '.

      *

       7000-INFORME-CIERRE-EXIT.

           EXIT.

      ***************************************************************** *

      **       LINEA DE DETALLE DEL INFORME DE CIERRE                 * *

      ***************************************************************** *

       7100-LINEA-CIERRE.

      *

           COMPUTE WS-BAL-SALDO-APERTURA =

              WS-BAL-AP-DEBE(WS-BAL-IDX) - WS-BAL-AP-HABER(WS-BAL-IDX).

           COMPUTE WS-BAL-SALDO =

              WS-BAL-CIERRE-DEUDOR(WS-BAL-IDX)

              - WS-BAL-CIERRE-ACREEDOR(WS-BAL-IDX).

      *

           MOVE WS-BAL-SALDO-APERTURA     TO WS-SALDO-ED.

           DISPLAY ' ' WS-BAL-CUENTA(WS-BAL-IDX)

                   ' ' WS-SALDO-ED

              WITH NO ADVANCING.

      *

           MOVE WS-BAL-DEBE(WS-BAL-IDX)   TO WS-IMPORTE-ED.

           DISPLAY ' ' WS-IMPORTE-ED

              WITH NO ADVANCING.

      *

           MOVE WS-BAL-HABER(WS-BAL-IDX)  TO WS-IMPORTE-ED.

           MOVE WS-BAL-SALDO              TO WS-SALDO-ED.

           DISPLAY ' ' WS-IMPORTE-ED

                   ' ' WS-SALDO-ED.

      *

           ADD WS-BAL-AP-DEBE(WS-BAL-IDX)

              TO WS-BAL-TOTAL-AP-DEBE.

           ADD WS-BAL-AP-HABER(WS-BAL-IDX)

              TO WS-BAL-TOTAL-AP-HABER.

           ADD WS-BAL-DEBE(WS-BAL-IDX)

              TO WS-BAL-TOTAL-DEBE.

           ADD WS-BAL-HABER(WS-BAL-IDX)

              TO WS-BAL-TOTAL-HABER.

      *

       7100-LINEA-CIERRE-EXIT.

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

      **       LECTURA DEL LIBRO MAYOR                                * *

      ***************************************************************** *

       9200-LEER-MAYOR.

      *

           READ MAYOR

                INTO WS-REG-MAYOR

                AT END

                     SET FIN-MAYOR TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

               ADD 1 TO WC-MAYOR-LEIDOS

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-MAYOR              TO WS-FICHERO-ERR

                     MOVE  '9200-LEER-MAYOR'     TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       9200-LEER-MAYOR-EXIT.

           EXIT.

      *****************************************************

      * FIN                                               *

      *****************************************************

       8000-FIN.

      *

           IF  MAYOR-ABIERTO

                CLOSE MAYOR

                SET MAYOR-CERRADO  TO TRUE

           END-IF.

      *

           IF  SI-ERROR

      *

                DISPLAY '*************************'

                DISPLAY '** PERIODO NO CERRADO **'

                DISPLAY '*************************'

      *

           ELSE

      *

                DISPLAY ' ******************************************* '

                DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                                 ' **'

                MOVE  WC-MAYOR-LEIDOS        TO WC-CONTADOR-ED

                DISPLAY ' ** APUNTES DEL MAYOR LEIDOS : ' WC-CONTADOR-ED

                MOVE  WC-MAYOR-PERIODO       TO WC-CONTADOR-ED

                DISPLAY ' ** APUNTES DEL PERIODO      : ' WC-CONTADOR-ED

                MOVE  WC-MAYOR-POSTERIORES   TO WC-CONTADOR-ED

                DISPLAY ' ** APUNTES POSTERIORES      : ' WC-CONTADOR-ED

                MOVE  WC-SALDOS-CARGADOS     TO WC-CONTADOR-ED

                DISPLAY ' ** SALDOS DE APERTURA       : ' WC-CONTADOR-ED

                MOVE  WC-SALDOS-COPIADOS     TO WC-CONTADOR-ED

                DISPLAY ' ** SALDOS ANTERIORES COPIADOS: '

                        WC-CONTADOR-ED

                MOVE  WC-SALDOS-SUSTITUIDOS  TO WC-CONTADOR-ED

                DISPLAY ' ** SALDOS SUSTITUIDOS       : ' WC-CONTADOR-ED

                MOVE  WC-SALDOS-ESCRITOS     TO WC-CONTADOR-ED

                DISPLAY ' ** SALDOS TRASPASADOS       : ' WC-CONTADOR-ED

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

