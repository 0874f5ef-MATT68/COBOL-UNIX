      *****************************************************************

      *                                                               *

      * PROGRAMA DE CONTROL DE LA CADENA DIARIA. LANZA EN ORDEN LOS   *

      *  PASOS DE LA TABLA COPYPASOS (COBOL311, COBOL302, COBOL310,   *

      *  COBOL300, COBOL309, COBOL306, COBOL308) Y NO ARRANCA UN      *

      *  PASO SI EL ANTERIOR NO HA TERMINADO BIEN :                   *

      *    - EL RETURN-CODE DEL PROGRAMA DEBE SER CERO                *

      *    - SU FICHERO DE SALIDA DEBE EXISTIR (DEPURADO, AUDITORIA   *

      *      Y PENDIENTES, REFERENCIA DE SALARIOS, INTERFAZ GL,       *

      *      LOTES CONTABLES, NOMINA, PAGOS). LA INTERFAZ GL, LA      *

      *      NOMINA Y LOS PAGOS DEBEN TENER CABECERA DE LA FECHA DE   *

      *      LA CADENA Y LA NOMINA ADEMAS PIE ; LOS LOTES CONTABLES   *

      *      DEBEN TENER UN LOTE DE GASTO (ORIGEN G) DE LA FECHA DE   *

      *      LA CADENA ; EL DEPURADO, LA AUDITORIA (ACUMULATIVA) Y    *

      *      LA REFERENCIA NO LLEVAN FECHA DE CADENA : SOLO SE        *

      *      CUENTAN SUS REGISTROS                                    *

      *    - ANTES DE COBOL308 LA NOMINA DEBE SER DE LA FECHA DE LA   *

      *      CADENA Y TENER PIE ; ANTES DE COBOL309 EL PARAMETRO      *

      *      CONTABLE NO PUEDE APUNTAR AL LOTE DE NOMINA              *

      *    - LA CADENA SOLO LANZA LA NOMINA ORDINARIA : ANTES DE      *

      *      COBOL306 Y DE COBOL308 FICHERO.PARAMETROS.NOMINA         *

      *      (COPYPARNO) NO PUEDE PEDIR PAGA EXTRA NI FINIQUITO, Y LA *

      *      CABECERA DE LA NOMINA DEBE SER DE TIPO ORDINARIO. LAS    *

      *      NOMINAS FUERA DE CICLO SE LANZAN APARTE.                 *

      *  CADA INTENTO SE ANOTA EN FICHERO.CADENA.LOG (COPYCADEN) CON  *

      *  HORA DE INICIO Y FIN, RESULTADO, RETURN-CODE Y REGISTROS DEL *

      *  FICHERO VERIFICADO.                                          *

      *  LA FECHA DE LA CADENA ES LA DE FICHERO.PARAMETROS (POS       *

      *  02-09, LA MISMA QUE USAN COBOL300 Y COBOL306) O LA DEL       *

      *  SISTEMA. AL RELANZAR, LOS PASOS CUYO ULTIMO INTENTO DE ESA   *

      *  FECHA ACABO EN OK NO SE REPITEN : LA CADENA SE REANUDA EN EL *

      *  PRIMER PASO NO TERMINADO. SI SE RELANZA DESPUES DE           *

      *  MEDIANOCHE HAY QUE INFORMAR LA FECHA EN FICHERO.PARAMETROS.  *

      *  LA CADENA SE RESERVA EN RUT120CB (RECURSO CADENA) Y LA       *

      *  RESERVA SE REFRESCA ANTES DE CADA PASO.                      *

      *  DEJA RETURN-CODE 0 SI LA CADENA TERMINA Y 12 SI SE DETIENE.  *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL324.

      *

      *****************************************************************

      * ENVIROMENT DIVISION                                           *

      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

      *

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETROS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT CADLOG

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.cadena.log'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMCONT

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.contable'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMNOM

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.nomina'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT DEPURADO

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.movimiento.depurado'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT AUDITORIA

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.auditoria'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PENDIENTE

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.movimiento.pendiente'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT REFSAL

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.referencia.salarios'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT CUENTAS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.cuentas'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT INTERGL

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.interfaz.gl'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT LOTESGL

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.lotes.contables'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT NOMINA

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.nomina'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PAGOS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.pagos'

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

      * DATA DIVISION                                                 *

      *****************************************************************

       DATA DIVISION.

      *

       FILE SECTION.

       FD  PARAMETROS.

       01  REG-PARAMETROS                    PIC X(25).

      *

       FD  CADLOG.

       01  REG-CADLOG                        PIC X(110).

      *

       FD  PARAMCONT.

       01  REG-PARAMCONT                     PIC X(1).

      *

       FD  PARAMNOM.

       01  REG-PARAMNOM                      PIC X(10).

      *

       FD  DEPURADO.

       01  REG-DEPURADO                      PIC X(68).

      *

       FD  AUDITORIA.

       01  REG-AUDITORIA                     PIC X(137).

      *

       FD  PENDIENTE.

       01  REG-PENDIENTE                     PIC X(88).

      *

       FD  REFSAL.

       01  REG-REFSAL                        PIC X(42).

      *

       FD  CUENTAS.

       01  REG-CUENTAS                       PIC X(34).

      *

       FD  INTERGL.

       01  REG-INTERGL                       PIC X(41).

      *

       FD  LOTESGL.

       01  REG-LOTESGL                       PIC X(50).

      *

       FD  NOMINA.

       01  REG-NOMINA                        PIC X(55).

      *

       FD  PAGOS.

       01  REG-PAGO                          PIC X(36).

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

           05  WS-FECHA-CADENA              PIC X(8).

           05  WS-HORA                      PIC X(8).

           05  WS-NUM-PASO                  PIC 9(2).

           05  WS-PASO-INICIO               PIC 9(2).

           05  WS-COMANDO                   PIC X(80).

           05  WS-RC-SISTEMA                PIC S9(9) COMP-5.

           05  WS-RC-PASO                   PIC 9(4).

           05  WS-PARAM-LOTE                PIC X(1).

           05  WS-REG-CONTROL               PIC X(80).

           05  WS-PRIMER-CONTROL            PIC X(80).

           05  WS-ULTIMO-CONTROL            PIC X(80).

           05  WS-FICHERO-CONTROL           PIC X(12).

           05  WS-ULT-FECHA-CADENA          PIC X(8).

           05  WS-ULT-PASO                  PIC 9(2).

           05  WS-ULT-RESULTADO             PIC X(7).

      *

      ***************************************************************** *

      **            WS-PARAMETROS-REG                                 * *

      **        MISMO LAYOUT QUE EN COBOL300 -- AQUI SOLO SE USA      * *

      **        LA FECHA DE EJECUCION (POS 02-09)                     * *

      ***************************************************************** *

       01  WS-PARAMETROS-REG.

           05  FILLER                        PIC X(1).

           05  WS-FECHA-OVERRIDE             PIC X(8).

           05  FILLER                        PIC X(16).

      *

      ***************************************************************** *

      **            WS-TABLA-ESTADO                                   * *

      **        ULTIMO RESULTADO ANOTADO DE CADA PASO PARA LA FECHA   * *

      **        DE LA CADENA (ESPACIOS = NO EJECUTADO)                * *

      ***************************************************************** *

       01  WS-TABLA-ESTADO.

           05  WS-EST-RESULTADO             PIC X(7)

                                            OCCURS 7 TIMES.

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-LOG-LEIDOS                PIC S9(6) COMP VALUE 0.

           05  WC-PASOS-EJECUTADOS          PIC S9(6) COMP VALUE 0.

           05  WC-PASOS-OK                  PIC S9(6) COMP VALUE 0.

           05  WC-REG-CONTROL               PIC S9(7) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-WRITE                     PIC X(8)   VALUE 'WRITE'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL324'.

           05  LT-CADLOG                    PIC X(8)   VALUE 'CADLOG'.

           05  LT-RUTA-PROGRAMAS            PIC X(40)  VALUE

           '/home/forma2/cobol/bin/'.

      ***************************************************************** *

      **              VARIABLES  FICHERO LOG DE LA CADENA             * *

      ***************************************************************** *

       COPY COPYCADEN.

      ***************************************************************** *

      **              TABLA DE PASOS DE LA CADENA                     * *

      ***************************************************************** *

       COPY COPYPASOS.

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

           05  SW-FIN-CADLOG                 PIC 9      VALUE 0.

               88 FIN-CADLOG                            VALUE 1.

               88 NO-FIN-CADLOG                         VALUE 0.

      *

           05  SW-FIN-CONTROL                PIC 9      VALUE 0.

               88 FIN-CONTROL                           VALUE 1.

               88 NO-FIN-CONTROL                        VALUE 0.

      *

           05  SW-ERROR                      PIC 9      VALUE 0.

               88 SI-ERROR                              VALUE 1.

               88 NO-ERROR                              VALUE 0.

      *

           05  SW-BLOQUEO                    PIC 9      VALUE 0.

               88 BLOQUEO-ADQUIRIDO                     VALUE 1.

               88 BLOQUEO-NO-ADQUIRIDO                  VALUE 0.

      *

           05  SW-CADLOG-ABIERTO             PIC 9      VALUE 0.

               88 CADLOG-ABIERTO                        VALUE 1.

               88 CADLOG-CERRADO                        VALUE 0.

      *

           05  SW-PASO                       PIC 9      VALUE 0.

               88 PASO-FALLIDO                          VALUE 1.

               88 PASO-CORRECTO                         VALUE 0.

      *

           05  SW-INICIO                     PIC 9      VALUE 0.

               88 INICIO-HALLADO                        VALUE 1.

               88 INICIO-NO-HALLADO                     VALUE 0.

      *

           05  SW-CADENA                     PIC 9      VALUE 0.

               88 CADENA-YA-COMPLETA                    VALUE 1.

               88 CADENA-PENDIENTE                      VALUE 0.

      *

           05  SW-LOTE-GL                    PIC 9      VALUE 0.

               88 LOTE-GL-HALLADO                       VALUE 1.

               88 LOTE-GL-NO-HALLADO                    VALUE 0.

      *

      ***************************************************************** *

      **              PROCEDURE  DIVISION.                            * *

      ***************************************************************** *

       PROCEDURE DIVISION.

      *

           PERFORM 1000-INICIO

              THRU 1000-INICIO-EXIT.

      *

           PERFORM 3000-EJECUTAR-PASO

              THRU 3000-EJECUTAR-PASO-EXIT

            VARYING WS-NUM-PASO FROM WS-PASO-INICIO BY 1

              UNTIL WS-NUM-PASO > WS-PASOS-NUM

                 OR PASO-FALLIDO

                 OR SI-ERROR.

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

           PERFORM 0500-ADQUIRIR-BLOQUEOS

              THRU 0500-ADQUIRIR-BLOQUEOS-EXIT.

      *

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

      *

           PERFORM 1050-LEER-PARAMETROS

              THRU 1050-LEER-PARAMETROS-EXIT.

      *

           PERFORM 1100-CARGAR-HISTORICO

              THRU 1100-CARGAR-HISTORICO-EXIT.

      *

      *    UNA CADENA ANTERIOR SIN TERMINAR NO SE REANUDA SOLA : SU

      *    FECHA HAY QUE INFORMARLA EN FICHERO.PARAMETROS

      *

           IF  WS-ULT-FECHA-CADENA NOT = SPACES

            AND WS-ULT-FECHA-CADENA NOT = WS-FECHA-CADENA

            AND (WS-ULT-RESULTADO NOT = 'OK'

             OR  WS-ULT-PASO < WS-PASOS-NUM)

                DISPLAY '*************************'

                DISPLAY '** AVISO: LA CADENA DEL ' WS-ULT-FECHA-CADENA

                        ' QUEDO SIN TERMINAR EN EL PASO '

                        WS-ULT-PASO ' **'

                DISPLAY '** PARA REANUDARLA, INFORMAR ESA FECHA EN '

                        'FICHERO.PARAMETROS (POS 02-09) **'

                DISPLAY '*************************'

           END-IF.

      *

           PERFORM 1200-BUSCAR-PASO-INICIAL

              THRU 1200-BUSCAR-PASO-INICIAL-EXIT.

      *

           IF  CADENA-YA-COMPLETA

                DISPLAY '** LA CADENA DEL ' WS-FECHA-CADENA

                        ' YA ESTA COMPLETA, NO SE LANZA NINGUN PASO **'

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

           IF  WS-PASO-INICIO > 1

                DISPLAY '** REANUDACION EN EL PASO ' WS-PASO-INICIO

                        ' : ' WS-PASO-PROGRAMA(WS-PASO-INICIO) ' **'

           END-IF.

      *

           OPEN EXTEND CADLOG.

      *

           IF  WS-FILE-STATUS = '35'

                OPEN OUTPUT CADLOG

           END-IF.

      *

           IF  WS-FILE-STATUS = '00'

                SET CADLOG-ABIERTO  TO TRUE

           ELSE

                MOVE  LT-CADLOG       TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       RESERVA DE LA CADENA EN RUT120CB -- SE REPITE ANTES    * *

      **        DE CADA PASO PARA REFRESCAR LA HORA DE LA RESERVA     * *

      ***************************************************************** *

       0500-ADQUIRIR-BLOQUEOS.

      *

           SET  CP120-ADQUIRIR        TO TRUE.

           MOVE LT-PROGRAMA           TO CP120I-PROGRAMA.

           MOVE 1                     TO CP120I-NUM-RECURSOS.

           MOVE 'CADENA'              TO CP120I-RECURSO(1).

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

                SET BLOQUEO-NO-ADQUIRIDO  TO TRUE

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

       0500-ADQUIRIR-BLOQUEOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       FECHA DE LA CADENA : LA DE EJECUCION DE COBOL300 Y     * *

      **        COBOL306 (POS 02-09 DE FICHERO.PARAMETROS) O LA DEL   * *

      **        SISTEMA                                               * *

      ***************************************************************** *

       1050-LEER-PARAMETROS.

      *

           MOVE WS-FECHA  TO WS-FECHA-CADENA.

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

      *

                IF  WS-FECHA-OVERRIDE IS NUMERIC

                     MOVE WS-FECHA-OVERRIDE  TO WS-FECHA-CADENA

                     DISPLAY '** FECHA DE LA CADENA POR PARAMETRO : '

                              WS-FECHA-CADENA

                END-IF

           END-IF.

      *

           DISPLAY '** CADENA DEL : ' WS-FECHA-CADENA.

      *

       1050-LEER-PARAMETROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DEL LOG DE LA CADENA : ULTIMO RESULTADO DE CADA  * *

      **        PASO PARA LA FECHA DE LA CADENA Y ULTIMO REGISTRO     * *

      **        ANOTADO                                               * *

      ***************************************************************** *

       1100-CARGAR-HISTORICO.

      *

           MOVE SPACES  TO WS-ULT-FECHA-CADENA

                           WS-ULT-RESULTADO.

           MOVE 0       TO WS-ULT-PASO.

      *

           OPEN INPUT CADLOG.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 9200-LEER-CADLOG

                   THRU 9200-LEER-CADLOG-EXIT

                 UNTIL  FIN-CADLOG

      *

                CLOSE CADLOG

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** PRIMERA EJECUCION DE LA CADENA **'

                ELSE

                     MOVE  LT-CADLOG       TO WS-FICHERO-ERR

                     MOVE  '1100-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

       1100-CARGAR-HISTORICO-EXIT.

           EXIT.

      ***************************************************************** *

      **       PRIMER PASO CUYO ULTIMO INTENTO NO ACABO EN OK         * *

      ***************************************************************** *

       1200-BUSCAR-PASO-INICIAL.

      *

           SET INICIO-NO-HALLADO  TO TRUE.

           MOVE 1                 TO WS-PASO-INICIO.

      *

           PERFORM 1250-EXAMINAR-PASO

              THRU 1250-EXAMINAR-PASO-EXIT

            VARYING WS-NUM-PASO FROM 1 BY 1

              UNTIL WS-NUM-PASO > WS-PASOS-NUM

                 OR INICIO-HALLADO.

      *

           IF  INICIO-NO-HALLADO

                SET CADENA-YA-COMPLETA  TO TRUE

           END-IF.

      *

       1200-BUSCAR-PASO-INICIAL-EXIT.

           EXIT.

      *

       1250-EXAMINAR-PASO.

      *

           IF  WS-EST-RESULTADO(WS-NUM-PASO) NOT = 'OK'

                MOVE WS-NUM-PASO        TO WS-PASO-INICIO

                SET INICIO-HALLADO      TO TRUE

           END-IF.

      *

       1250-EXAMINAR-PASO-EXIT.

           EXIT.

      ***************************************************************** *

      **       EJECUCION DE UN PASO : CONTROL PREVIO, LANZAMIENTO,    * *

      **        CONTROL DEL FICHERO DE SALIDA Y ANOTACION EN EL LOG   * *

      ***************************************************************** *

       3000-EJECUTAR-PASO.

      *

           PERFORM 0500-ADQUIRIR-BLOQUEOS

              THRU 0500-ADQUIRIR-BLOQUEOS-EXIT.

      *

           MOVE SPACES                        TO WS-REG-CADENA.

           INITIALIZE WS-REG-CADENA.

           SET PASO-CORRECTO                  TO TRUE.

           MOVE WS-FECHA-CADENA               TO WS-CAD-FECHA-CADENA.

           MOVE WS-NUM-PASO                   TO WS-CAD-PASO.

           MOVE WS-PASO-PROGRAMA(WS-NUM-PASO) TO WS-CAD-PROGRAMA.

      *

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

           ACCEPT WS-HORA   FROM TIME.

           MOVE WS-FECHA                      TO WS-CAD-FECHA-INICIO.

           MOVE WS-HORA(1:6)                  TO WS-CAD-HORA-INICIO.

      *

           DISPLAY ' ******************************************* '.

           DISPLAY ' ** PASO ' WS-CAD-PASO ' : ' WS-CAD-PROGRAMA

                   '   INICIO ' WS-CAD-FECHA-INICIO ' '

                   WS-CAD-HORA-INICIO.

           DISPLAY ' ******************************************* '.

      *

           PERFORM 4000-CONTROL-PREVIO

              THRU 4000-CONTROL-PREVIO-EXIT.

      *

           IF  PASO-CORRECTO

                PERFORM 4500-LANZAR-PROGRAMA

                   THRU 4500-LANZAR-PROGRAMA-EXIT

           END-IF.

      *

           IF  PASO-CORRECTO

                PERFORM 5000-CONTROL-SALIDA

                   THRU 5000-CONTROL-SALIDA-EXIT

           END-IF.

      *

           IF  PASO-CORRECTO

                SET CAD-PASO-OK  TO TRUE

                ADD 1            TO WC-PASOS-OK

           END-IF.

      *

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

           ACCEPT WS-HORA   FROM TIME.

           MOVE WS-FECHA                      TO WS-CAD-FECHA-FIN.

           MOVE WS-HORA(1:6)                  TO WS-CAD-HORA-FIN.

      *

           PERFORM 6000-ESCRIBIR-LOG

              THRU 6000-ESCRIBIR-LOG-EXIT.

      *

           ADD 1  TO WC-PASOS-EJECUTADOS.

      *

           DISPLAY ' ** PASO ' WS-CAD-PASO ' : ' WS-CAD-PROGRAMA

                   '   FIN ' WS-CAD-HORA-FIN

                   '   RESULTADO ' WS-CAD-RESULTADO

                   '   RC ' WS-CAD-RETURN-CODE.

           IF  PASO-FALLIDO

                DISPLAY ' ** MOTIVO : ' WS-CAD-MOTIVO

           END-IF.

      *

       3000-EJECUTAR-PASO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CONTROL ANTES DE LANZAR EL PASO                        * *

      **        COBOL309 : EL PARAMETRO CONTABLE NO PUEDE PEDIR EL    * *

      **                   LOTE DE NOMINA, QUE AUN NO EXISTE          * *

      **        COBOL306 : EL PARAMETRO DE NOMINA DEBE SER ORDINARIA  * *

      **        COBOL308 : IDEM, Y LA NOMINA DEBE SER DE LA FECHA DE  * *

      **                   LA CADENA, ORDINARIA Y TENER PIE           * *

      ***************************************************************** *

       4000-CONTROL-PREVIO.

      *

           EVALUATE WS-CAD-PROGRAMA

              WHEN 'COBOL309'

                   PERFORM 4100-PREVIO-CONTABLE

                      THRU 4100-PREVIO-CONTABLE-EXIT

              WHEN 'COBOL306'

                   PERFORM 4200-PREVIO-NOMINA

                      THRU 4200-PREVIO-NOMINA-EXIT

              WHEN 'COBOL308'

                   PERFORM 4200-PREVIO-NOMINA

                      THRU 4200-PREVIO-NOMINA-EXIT

                   IF  PASO-CORRECTO

                        PERFORM 5400-CONTROL-NOMINA

                           THRU 5400-CONTROL-NOMINA-EXIT

                   END-IF

              WHEN OTHER

                   CONTINUE

           END-EVALUATE.

      *

       4000-CONTROL-PREVIO-EXIT.

           EXIT.

      *

       4100-PREVIO-CONTABLE.

      *

           MOVE SPACES  TO WS-PARAM-LOTE.

      *

           OPEN INPUT PARAMCONT.

      *

           IF  WS-FILE-STATUS = '00'

                READ PARAMCONT

                     INTO WS-PARAM-LOTE

                     AT END

                          CONTINUE

                END-READ

                CLOSE PARAMCONT

           END-IF.

      *

           IF  WS-PARAM-LOTE = 'N'

                MOVE 'PARAMETRO CONTABLE PIDE EL LOTE NOMINA'

                                            TO WS-CAD-MOTIVO

                PERFORM 5900-FALLO-CONTROL

                   THRU 5900-FALLO-CONTROL-EXIT

           END-IF.

      *

       4100-PREVIO-CONTABLE-EXIT.

           EXIT.

      *

       4200-PREVIO-NOMINA.

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

                CLOSE PARAMNOM

           END-IF.

      *

           IF  WS-PNOM-TIPO NOT = SPACE

            AND WS-PNOM-TIPO NOT = LOW-VALUE

            AND NOT PNOM-ORDINARIA

                MOVE SPACES  TO WS-CAD-MOTIVO

                STRING 'PARAMETRO DE NOMINA PIDE TIPO '

                                            DELIMITED BY SIZE

                       WS-PNOM-TIPO         DELIMITED BY SIZE

                  INTO WS-CAD-MOTIVO

                PERFORM 5900-FALLO-CONTROL

                   THRU 5900-FALLO-CONTROL-EXIT

           END-IF.

      *

       4200-PREVIO-NOMINA-EXIT.

           EXIT.

      ***************************************************************** *

      **       LANZAMIENTO DEL PROGRAMA DEL PASO. SYSTEM DEVUELVE EL  * *

      **        ESTADO DEL PROCESO HIJO, CON EL RETURN-CODE DEL       * *

      **        PROGRAMA EN EL BYTE ALTO                              * *

      ***************************************************************** *

       4500-LANZAR-PROGRAMA.

      *

           MOVE SPACES  TO WS-COMANDO.

      *

           STRING LT-RUTA-PROGRAMAS   DELIMITED BY SPACE

                  WS-CAD-PROGRAMA     DELIMITED BY SPACE

             INTO WS-COMANDO.

      *

           CALL 'SYSTEM' USING WS-COMANDO.

      *

           MOVE RETURN-CODE           TO WS-RC-SISTEMA.

           MOVE 0                     TO RETURN-CODE.

      *

           DIVIDE WS-RC-SISTEMA BY 256 GIVING WS-RC-PASO.

           MOVE WS-RC-PASO            TO WS-CAD-RETURN-CODE.

      *

           IF  WS-RC-SISTEMA NOT = 0

                IF  WS-RC-PASO = 0

                     MOVE 'PROGRAMA INTERRUMPIDO SIN RETURN-CODE'

                                            TO WS-CAD-MOTIVO

                ELSE

                     MOVE 'RETURN-CODE DEL PROGRAMA DISTINTO DE 0'

                                            TO WS-CAD-MOTIVO

                END-IF

                SET CAD-PASO-ERROR          TO TRUE

                SET PASO-FALLIDO            TO TRUE

           END-IF.

      *

       4500-LANZAR-PROGRAMA-EXIT.

           EXIT.

      ***************************************************************** *

      **       CONTROL DEL FICHERO DE SALIDA DEL PASO                 * *

      ***************************************************************** *

       5000-CONTROL-SALIDA.

      *

           EVALUATE WS-CAD-PROGRAMA

              WHEN 'COBOL311'

                   PERFORM 5100-CONTROL-DEPURADO

                      THRU 5100-CONTROL-DEPURADO-EXIT

              WHEN 'COBOL302'

                   PERFORM 5600-CONTROL-AUDITORIA

                      THRU 5600-CONTROL-AUDITORIA-EXIT

              WHEN 'COBOL310'

                   PERFORM 5200-CONTROL-REFERENCIA

                      THRU 5200-CONTROL-REFERENCIA-EXIT

              WHEN 'COBOL300'

                   PERFORM 5300-CONTROL-INTERFAZ

                      THRU 5300-CONTROL-INTERFAZ-EXIT

              WHEN 'COBOL309'

                   PERFORM 5700-CONTROL-LOTES-GL

                      THRU 5700-CONTROL-LOTES-GL-EXIT

              WHEN 'COBOL306'

                   PERFORM 5400-CONTROL-NOMINA

                      THRU 5400-CONTROL-NOMINA-EXIT

              WHEN 'COBOL308'

                   PERFORM 5500-CONTROL-PAGOS

                      THRU 5500-CONTROL-PAGOS-EXIT

              WHEN OTHER

                   CONTINUE

           END-EVALUATE.

      *

       5000-CONTROL-SALIDA-EXIT.

           EXIT.

      ***************************************************************** *

      **       COBOL311 : DEBE DEJAR EL FICHERO DEPURADO              * *

      ***************************************************************** *

       5100-CONTROL-DEPURADO.

      *

           MOVE 'DEPURADO'  TO WS-FICHERO-CONTROL.

      *

           PERFORM 5800-INICIAR-CONTROL

              THRU 5800-INICIAR-CONTROL-EXIT.

      *

           OPEN INPUT DEPURADO.

      *

           IF  WS-FILE-STATUS = '00'

                PERFORM 9210-LEER-DEPURADO

                   THRU 9210-LEER-DEPURADO-EXIT

                 UNTIL  FIN-CONTROL

                CLOSE DEPURADO

           ELSE

                PERFORM 5950-FALLO-APERTURA

                   THRU 5950-FALLO-APERTURA-EXIT

           END-IF.

      *

           MOVE WC-REG-CONTROL  TO WS-CAD-REGISTROS.

      *

       5100-CONTROL-DEPURADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       COBOL310 : DEBE DEJAR LA REFERENCIA DE SALARIOS        * *

      ***************************************************************** *

       5200-CONTROL-REFERENCIA.

      *

           MOVE 'REFERENCIA'  TO WS-FICHERO-CONTROL.

      *

           PERFORM 5800-INICIAR-CONTROL

              THRU 5800-INICIAR-CONTROL-EXIT.

      *

           OPEN INPUT REFSAL.

      *

           IF  WS-FILE-STATUS = '00'

                PERFORM 9220-LEER-REFSAL

                   THRU 9220-LEER-REFSAL-EXIT

                 UNTIL  FIN-CONTROL

                CLOSE REFSAL

           ELSE

                PERFORM 5950-FALLO-APERTURA

                   THRU 5950-FALLO-APERTURA-EXIT

           END-IF.

      *

           MOVE WC-REG-CONTROL  TO WS-CAD-REGISTROS.

      *

       5200-CONTROL-REFERENCIA-EXIT.

           EXIT.

      ***************************************************************** *

      **       COBOL300 : CON MAPA CONTABLE (FICHERO.CUENTAS) DEBE    * *

      **        DEJAR LA INTERFAZ GL CON CABECERA DE LA FECHA DE LA   * *

      **        CADENA ; SIN MAPA NO GENERA INTERFAZ                  * *

      ***************************************************************** *

       5300-CONTROL-INTERFAZ.

      *

           OPEN INPUT CUENTAS.

      *

           IF  WS-FILE-STATUS = '00'

                CLOSE CUENTAS

                PERFORM 5350-CONTROL-FICHERO-GL

                   THRU 5350-CONTROL-FICHERO-GL-EXIT

           ELSE

                DISPLAY '** SIN FICHERO DE CUENTAS, COBOL300 NO '

                        'GENERA INTERFAZ GL **'

           END-IF.

      *

       5300-CONTROL-INTERFAZ-EXIT.

           EXIT.

      *

       5350-CONTROL-FICHERO-GL.

      *

           MOVE 'INTERFAZ GL'  TO WS-FICHERO-CONTROL.

      *

           PERFORM 5800-INICIAR-CONTROL

              THRU 5800-INICIAR-CONTROL-EXIT.

      *

           OPEN INPUT INTERGL.

      *

           IF  WS-FILE-STATUS = '00'

                PERFORM 9230-LEER-INTERGL

                   THRU 9230-LEER-INTERGL-EXIT

                 UNTIL  FIN-CONTROL

                CLOSE INTERGL

           ELSE

                PERFORM 5950-FALLO-APERTURA

                   THRU 5950-FALLO-APERTURA-EXIT

           END-IF.

      *

           IF  PASO-CORRECTO

                PERFORM 5850-VERIFICAR-CABECERA

                   THRU 5850-VERIFICAR-CABECERA-EXIT

           END-IF.

      *

           MOVE WC-REG-CONTROL  TO WS-CAD-REGISTROS.

      *

       5350-CONTROL-FICHERO-GL-EXIT.

           EXIT.

      ***************************************************************** *

      **       NOMINA : CABECERA DE LA FECHA DE LA CADENA Y PIE 'T'   * *

      **        (TIPO DE CABECERA ORDINARIO O SIN TIPO)               * *

      **        (COBOL306 SOLO ESCRIBE EL PIE SI EL LOTE ES VALIDO)   * *

      ***************************************************************** *

       5400-CONTROL-NOMINA.

      *

           MOVE 'NOMINA'  TO WS-FICHERO-CONTROL.

      *

           PERFORM 5800-INICIAR-CONTROL

              THRU 5800-INICIAR-CONTROL-EXIT.

      *

           OPEN INPUT NOMINA.

      *

           IF  WS-FILE-STATUS = '00'

                PERFORM 9240-LEER-NOMINA

                   THRU 9240-LEER-NOMINA-EXIT

                 UNTIL  FIN-CONTROL

                CLOSE NOMINA

           ELSE

                PERFORM 5950-FALLO-APERTURA

                   THRU 5950-FALLO-APERTURA-EXIT

           END-IF.

      *

           IF  PASO-CORRECTO

                PERFORM 5850-VERIFICAR-CABECERA

                   THRU 5850-VERIFICAR-CABECERA-EXIT

           END-IF.

      *

           IF  PASO-CORRECTO

            AND WS-PRIMER-CONTROL(10:1) NOT = 'O'

            AND WS-PRIMER-CONTROL(10:1) NOT = SPACE

                MOVE SPACES  TO WS-CAD-MOTIVO

                STRING 'NOMINA DE TIPO '    DELIMITED BY SIZE

                       WS-PRIMER-CONTROL(10:1)

                                            DELIMITED BY SIZE

                       ', NO ORDINARIA'     DELIMITED BY SIZE

                  INTO WS-CAD-MOTIVO

                PERFORM 5900-FALLO-CONTROL

                   THRU 5900-FALLO-CONTROL-EXIT

           END-IF.

      *

           IF  PASO-CORRECTO

            AND WS-ULTIMO-CONTROL(1:1) NOT = 'T'

                MOVE 'NOMINA SIN PIE, LOTE NO VALIDO'

                                            TO WS-CAD-MOTIVO

                PERFORM 5900-FALLO-CONTROL

                   THRU 5900-FALLO-CONTROL-EXIT

           END-IF.

      *

           MOVE WC-REG-CONTROL  TO WS-CAD-REGISTROS.

      *

       5400-CONTROL-NOMINA-EXIT.

           EXIT.

      ***************************************************************** *

      **       COBOL308 : PAGOS CON CABECERA DE LA FECHA DE LA CADENA * *

      ***************************************************************** *

       5500-CONTROL-PAGOS.

      *

           MOVE 'PAGOS'  TO WS-FICHERO-CONTROL.

      *

           PERFORM 5800-INICIAR-CONTROL

              THRU 5800-INICIAR-CONTROL-EXIT.

      *

           OPEN INPUT PAGOS.

      *

           IF  WS-FILE-STATUS = '00'

                PERFORM 9250-LEER-PAGOS

                   THRU 9250-LEER-PAGOS-EXIT

                 UNTIL  FIN-CONTROL

                CLOSE PAGOS

           ELSE

                PERFORM 5950-FALLO-APERTURA

                   THRU 5950-FALLO-APERTURA-EXIT

           END-IF.

      *

           IF  PASO-CORRECTO

                PERFORM 5850-VERIFICAR-CABECERA

                   THRU 5850-VERIFICAR-CABECERA-EXIT

           END-IF.

      *

           MOVE WC-REG-CONTROL  TO WS-CAD-REGISTROS.

      *

       5500-CONTROL-PAGOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       COBOL302 : DEBE DEJAR LA AUDITORIA (SE CUENTAN TODOS   * *

      **        SUS REGISTROS, ES ACUMULATIVA) Y EL FICHERO DE        * *

      **        PENDIENTES REESCRITO                                  * *

      ***************************************************************** *

       5600-CONTROL-AUDITORIA.

      *

           MOVE 'AUDITORIA'  TO WS-FICHERO-CONTROL.

      *

           PERFORM 5800-INICIAR-CONTROL

              THRU 5800-INICIAR-CONTROL-EXIT.

      *

           OPEN INPUT AUDITORIA.

      *

           IF  WS-FILE-STATUS = '00'

                PERFORM 9260-LEER-AUDITORIA

                   THRU 9260-LEER-AUDITORIA-EXIT

                 UNTIL  FIN-CONTROL

                CLOSE AUDITORIA

           ELSE

                PERFORM 5950-FALLO-APERTURA

                   THRU 5950-FALLO-APERTURA-EXIT

           END-IF.

      *

           MOVE WC-REG-CONTROL  TO WS-CAD-REGISTROS.

      *

           IF  PASO-CORRECTO

                MOVE 'PENDIENTES'  TO WS-FICHERO-CONTROL

                OPEN INPUT PENDIENTE

                IF  WS-FILE-STATUS = '00'

                     CLOSE PENDIENTE

                ELSE

                     PERFORM 5950-FALLO-APERTURA

                        THRU 5950-FALLO-APERTURA-EXIT

                END-IF

           END-IF.

      *

       5600-CONTROL-AUDITORIA-EXIT.

           EXIT.

      ***************************************************************** *

      **       COBOL309 : DEBE HABER ANOTADO EN LOS LOTES CONTABLES   * *

      **        EL LOTE DE GASTO (ORIGEN G) DE LA FECHA DE LA CADENA  * *

      ***************************************************************** *

       5700-CONTROL-LOTES-GL.

      *

           MOVE 'LOTES GL'  TO WS-FICHERO-CONTROL.

      *

           PERFORM 5800-INICIAR-CONTROL

              THRU 5800-INICIAR-CONTROL-EXIT.

      *

           SET LOTE-GL-NO-HALLADO  TO TRUE.

      *

           OPEN INPUT LOTESGL.

      *

           IF  WS-FILE-STATUS = '00'

                PERFORM 9270-LEER-LOTESGL

                   THRU 9270-LEER-LOTESGL-EXIT

                 UNTIL  FIN-CONTROL

                CLOSE LOTESGL

           ELSE

                PERFORM 5950-FALLO-APERTURA

                   THRU 5950-FALLO-APERTURA-EXIT

           END-IF.

      *

           IF  PASO-CORRECTO

            AND LOTE-GL-NO-HALLADO

                MOVE SPACES  TO WS-CAD-MOTIVO

                STRING 'SIN LOTE G DEL '    DELIMITED BY SIZE

                       WS-FECHA-CADENA      DELIMITED BY SIZE

                       ' EN LOTES GL'       DELIMITED BY SIZE

                  INTO WS-CAD-MOTIVO

                PERFORM 5900-FALLO-CONTROL

                   THRU 5900-FALLO-CONTROL-EXIT

           END-IF.

      *

           MOVE WC-REG-CONTROL  TO WS-CAD-REGISTROS.

      *

       5700-CONTROL-LOTES-GL-EXIT.

           EXIT.

      ***************************************************************** *

      **       PREPARACION DE LA LECTURA DE UN FICHERO DE CONTROL     * *

      ***************************************************************** *

       5800-INICIAR-CONTROL.

      *

           SET NO-FIN-CONTROL  TO TRUE.

           MOVE 0              TO WC-REG-CONTROL.

           MOVE SPACES         TO WS-PRIMER-CONTROL

                                  WS-ULTIMO-CONTROL.

      *

       5800-INICIAR-CONTROL-EXIT.

           EXIT.

      ***************************************************************** *

      **       EL PRIMER REGISTRO DEBE SER UNA CABECERA 'H' CON LA    * *

      **        FECHA DE LA CADENA EN LAS POSICIONES 02-09            * *

      ***************************************************************** *

       5850-VERIFICAR-CABECERA.

      *

           IF  WS-PRIMER-CONTROL(1:1) NOT = 'H'

                MOVE SPACES         TO WS-CAD-MOTIVO

                STRING WS-FICHERO-CONTROL  DELIMITED BY '  '

                       ' SIN CABECERA'      DELIMITED BY SIZE

                  INTO WS-CAD-MOTIVO

                PERFORM 5900-FALLO-CONTROL

                   THRU 5900-FALLO-CONTROL-EXIT

           ELSE

                IF  WS-PRIMER-CONTROL(2:8) NOT = WS-FECHA-CADENA

                     MOVE SPACES         TO WS-CAD-MOTIVO

                     STRING WS-FICHERO-CONTROL  DELIMITED BY '  '

                            ' DEL '             DELIMITED BY SIZE

                            WS-PRIMER-CONTROL(2:8)

                                                DELIMITED BY SIZE

                            ', NO DE LA CADENA' DELIMITED BY SIZE

                       INTO WS-CAD-MOTIVO

                     PERFORM 5900-FALLO-CONTROL

                        THRU 5900-FALLO-CONTROL-EXIT

                END-IF

           END-IF.

      *

       5850-VERIFICAR-CABECERA-EXIT.

           EXIT.

      ***************************************************************** *

      **       PASO RECHAZADO POR EL CONTROL DE FICHEROS              * *

      ***************************************************************** *

       5900-FALLO-CONTROL.

      *

           SET CAD-PASO-CONTROL  TO TRUE.

           SET PASO-FALLIDO      TO TRUE.

      *

       5900-FALLO-CONTROL-EXIT.

           EXIT.

      *

       5950-FALLO-APERTURA.

      *

           MOVE SPACES  TO WS-CAD-MOTIVO.

      *

           IF  WS-FILE-STATUS = '35'

                STRING WS-FICHERO-CONTROL  DELIMITED BY '  '

                       ' NO EXISTE'         DELIMITED BY SIZE

                  INTO WS-CAD-MOTIVO

           ELSE

                STRING 'ERROR AL ABRIR '    DELIMITED BY SIZE

                       WS-FICHERO-CONTROL  DELIMITED BY '  '

                       ' FS '               DELIMITED BY SIZE

                       WS-FILE-STATUS       DELIMITED BY SIZE

                  INTO WS-CAD-MOTIVO

           END-IF.

      *

           SET FIN-CONTROL  TO TRUE.

      *

           PERFORM 5900-FALLO-CONTROL

              THRU 5900-FALLO-CONTROL-EXIT.

      *

       5950-FALLO-APERTURA-EXIT.

           EXIT.

      *

       5960-FALLO-LECTURA.

      *

           MOVE SPACES  TO WS-CAD-MOTIVO.

      *

           STRING 'ERROR AL LEER '     DELIMITED BY SIZE

                  WS-FICHERO-CONTROL  DELIMITED BY '  '

                  ' FS '               DELIMITED BY SIZE

                  WS-FILE-STATUS       DELIMITED BY SIZE

             INTO WS-CAD-MOTIVO.

      *

           SET FIN-CONTROL  TO TRUE.

      *

           PERFORM 5900-FALLO-CONTROL

              THRU 5900-FALLO-CONTROL-EXIT.

      *

       5960-FALLO-LECTURA-EXIT.

           EXIT.

      *

       5970-ANOTAR-REGISTRO.

      *

           ADD 1  TO WC-REG-CONTROL.

      *

           IF  WC-REG-CONTROL = 1

                MOVE WS-REG-CONTROL  TO WS-PRIMER-CONTROL

           END-IF.

      *

           MOVE WS-REG-CONTROL  TO WS-ULTIMO-CONTROL.

      *

       5970-ANOTAR-REGISTRO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANOTACION DEL INTENTO EN EL LOG DE LA CADENA           * *

      ***************************************************************** *

       6000-ESCRIBIR-LOG.

      *

           WRITE REG-CADLOG

              FROM  WS-REG-CADENA.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-CADLOG             TO WS-FICHERO-ERR

                MOVE  '6000-ESCRIBIR-LOG'   TO WS-PARRAFO-ERR

                MOVE  LT-WRITE              TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       6000-ESCRIBIR-LOG-EXIT.

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

           IF  PASO-FALLIDO

      *

                DISPLAY '*************************'

                DISPLAY '** CADENA DETENIDA EN EL PASO ' WS-CAD-PASO

                        ' : ' WS-CAD-PROGRAMA ' **'

                DISPLAY '** RESULTADO : ' WS-CAD-RESULTADO

                        ' RC : ' WS-CAD-RETURN-CODE

                DISPLAY '** MOTIVO : ' WS-CAD-MOTIVO

                DISPLAY '** CORREGIR Y RELANZAR COBOL324, QUE '

                        'REANUDA EN ESTE PASO **'

                DISPLAY '*************************'

      *

           END-IF.

      *

           IF  NO-ERROR

      *

                DISPLAY ' ******************************************* '

                DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                                 ' **'

                DISPLAY ' ** FECHA DE LA CADENA      : ' WS-FECHA-CADENA

                MOVE  WC-PASOS-EJECUTADOS    TO WC-CONTADOR-ED

                DISPLAY ' ** PASOS LANZADOS          : ' WC-CONTADOR-ED

                MOVE  WC-PASOS-OK            TO WC-CONTADOR-ED

                DISPLAY ' ** PASOS TERMINADOS OK     : ' WC-CONTADOR-ED

                DISPLAY ' ******************************************* '

      *

                IF  NOT PASO-FALLIDO

                 AND NOT CADENA-YA-COMPLETA

                     DISPLAY '** CADENA DIARIA COMPLETADA **'

                END-IF

      *

           END-IF.

      *

           IF  BLOQUEO-ADQUIRIDO

                PERFORM 8900-LIBERAR-BLOQUEOS

                   THRU 8900-LIBERAR-BLOQUEOS-EXIT

           END-IF.

      *

           IF  SI-ERROR

            OR PASO-FALLIDO

                MOVE 12                  TO RETURN-CODE

           ELSE

                MOVE 0                   TO RETURN-CODE

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

      *

                ADD 1 TO WC-LOG-LEIDOS

      *

                MOVE WS-CAD-FECHA-CADENA  TO WS-ULT-FECHA-CADENA

                MOVE WS-CAD-PASO          TO WS-ULT-PASO

                MOVE WS-CAD-RESULTADO     TO WS-ULT-RESULTADO

      *

                IF  WS-CAD-FECHA-CADENA = WS-FECHA-CADENA

                 AND WS-CAD-PASO > 0

                 AND WS-CAD-PASO NOT > WS-PASOS-NUM

                     MOVE WS-CAD-RESULTADO

                        TO WS-EST-RESULTADO(WS-CAD-PASO)

                END-IF

      *

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

      ***************************************************************** *

      **       LECTURAS DE LOS FICHEROS DE CONTROL                    * *

      ***************************************************************** *

       9210-LEER-DEPURADO.

      *

           READ DEPURADO

                INTO WS-REG-CONTROL

                AT END

                     SET FIN-CONTROL TO TRUE

           END-READ.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   PERFORM 5970-ANOTAR-REGISTRO

                      THRU 5970-ANOTAR-REGISTRO-EXIT

              WHEN '10'

                   CONTINUE

              WHEN OTHER

                   PERFORM 5960-FALLO-LECTURA

                      THRU 5960-FALLO-LECTURA-EXIT

           END-EVALUATE.

      *

       9210-LEER-DEPURADO-EXIT.

           EXIT.

      *

       9220-LEER-REFSAL.

      *

           READ REFSAL

                INTO WS-REG-CONTROL

                AT END

                     SET FIN-CONTROL TO TRUE

           END-READ.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   PERFORM 5970-ANOTAR-REGISTRO

                      THRU 5970-ANOTAR-REGISTRO-EXIT

              WHEN '10'

                   CONTINUE

              WHEN OTHER

                   PERFORM 5960-FALLO-LECTURA

                      THRU 5960-FALLO-LECTURA-EXIT

           END-EVALUATE.

      *

       9220-LEER-REFSAL-EXIT.

           EXIT.

      *

       9230-LEER-INTERGL.

      *

           READ INTERGL

                INTO WS-REG-CONTROL

                AT END

                     SET FIN-CONTROL TO TRUE

           END-READ.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   PERFORM 5970-ANOTAR-REGISTRO

                      THRU 5970-ANOTAR-REGISTRO-EXIT

              WHEN '10'

                   CONTINUE

              WHEN OTHER

                   PERFORM 5960-FALLO-LECTURA

                      THRU 5960-FALLO-LECTURA-EXIT

           END-EVALUATE.

      *

       9230-LEER-INTERGL-EXIT.

           EXIT.

      *

       9240-LEER-NOMINA.

      *

           READ NOMINA

                INTO WS-REG-CONTROL

                AT END

                     SET FIN-CONTROL TO TRUE

           END-READ.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   PERFORM 5970-ANOTAR-REGISTRO

                      THRU 5970-ANOTAR-REGISTRO-EXIT

              WHEN '10'

                   CONTINUE

              WHEN OTHER

                   PERFORM 5960-FALLO-LECTURA

                      THRU 5960-FALLO-LECTURA-EXIT

           END-EVALUATE.

      *

       9240-LEER-NOMINA-EXIT.

           EXIT.

      *

       9250-LEER-PAGOS.

      *

           READ PAGOS

                INTO WS-REG-CONTROL

                AT END

                     SET FIN-CONTROL TO TRUE

           END-READ.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   PERFORM 5970-ANOTAR-REGISTRO

                      THRU 5970-ANOTAR-REGISTRO-EXIT

              WHEN '10'

                   CONTINUE

              WHEN OTHER

                   PERFORM 5960-FALLO-LECTURA

                      THRU 5960-FALLO-LECTURA-EXIT

           END-EVALUATE.

      *

       9250-LEER-PAGOS-EXIT.

           EXIT.

      *

       9260-LEER-AUDITORIA.

      *

           READ AUDITORIA

                INTO WS-REG-CONTROL

                AT END

                     SET FIN-CONTROL TO TRUE

           END-READ.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   PERFORM 5970-ANOTAR-REGISTRO

                      THRU 5970-ANOTAR-REGISTRO-EXIT

              WHEN '10'

                   CONTINUE

              WHEN OTHER

                   PERFORM 5960-FALLO-LECTURA

                      THRU 5960-FALLO-LECTURA-EXIT

           END-EVALUATE.

      *

       9260-LEER-AUDITORIA-EXIT.

           EXIT.

      *

      *    ORIGEN EN LA POSICION 01 Y FECHA DE CABECERA EN LAS 02-09

      *    DEL REGISTRO DE LOTE (COPYLOTGL)

      *

       9270-LEER-LOTESGL.

      *

           READ LOTESGL

                INTO WS-REG-CONTROL

                AT END

                     SET FIN-CONTROL TO TRUE

           END-READ.

      *

           EVALUATE WS-FILE-STATUS

              WHEN '00'

                   PERFORM 5970-ANOTAR-REGISTRO

                      THRU 5970-ANOTAR-REGISTRO-EXIT

                   IF  WS-REG-CONTROL(1:1) = 'G'

                    AND WS-REG-CONTROL(2:8) = WS-FECHA-CADENA

                        SET LOTE-GL-HALLADO  TO TRUE

                   END-IF

              WHEN '10'

                   CONTINUE

              WHEN OTHER

                   PERFORM 5960-FALLO-LECTURA

                      THRU 5960-FALLO-LECTURA-EXIT

           END-EVALUATE.

      *

       9270-LEER-LOTESGL-EXIT.

           EXIT.

