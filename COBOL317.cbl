      *****************************************************************

      *                                                               *

      * PROGRAMA DE LOTE DE PAGO COMPLEMENTARIO DE DEVOLUCIONES.      *

      *  LEE FICHERO.DEVOLUCIONES.REGISTRO (COBOL316) Y, PARA CADA    *

      *  DEVOLUCION PENDIENTE DE REEMITIR CUYO EMPLEADO TIENE YA LA   *

      *  CUENTA CORREGIDA Y ACTIVA EN FICHERO.BANCOS, EMITE UNA       *

      *  ORDEN POR EL MISMO IMPORTE DEVUELTO EN                       *

      *  FICHERO.PAGOS.COMPLEM.AAAAMMDD, CON CABECERA                 *

      *  (TIPO 'C') Y PIE (NUMERO DE ORDENES + HASH DE IMPORTES)      *

      *  PROPIOS, MISMO LAYOUT QUE FICHERO.PAGOS DE COBOL308.         *

      *  LAS DEVOLUCIONES REEMITIDAS SE MARCAN EN EL REGISTRO CON     *

      *  LA FECHA DE REEMISION : UNA DEVOLUCION SOLO SE PAGA UNA      *

      *  VEZ. EL REGISTRO NUEVO SE ESCRIBE APARTE Y SE RENOMBRA       *

      *  SOBRE EL VIVO; SI NO SE PUEDE SUSTITUIR SE ANULA EL LOTE     *

      *  COMPLEMENTARIO Y TODO QUEDA PENDIENTE COMO ESTABA.           *

      *  LAS ORDENES EMITIDAS SE ANOTAN EN FICHERO.PAGOS.HISTORICO    *

      *  (ORIGEN 'C') POR SI EL BANCO LAS VUELVE A DEVOLVER.          *

      *  LAS DEVOLUCIONES QUE SIGUEN SIN CUENTA VALIDA SALEN EN EL    *

      *  INFORME DE PENDIENTES PARA QUE NADIE QUEDE SIN PAGAR EN      *

      *  SILENCIO.                                                    *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL317.

      *

      *****************************************************************

      * ENVIROMENT DIVISION                                           *

      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

      *

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REGDEV

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.devoluciones.registro'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT REGDEV-NUEVO

           ASSIGN TO DYNAMIC WS-RUTA-REGDEV-NUEVO

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

           SELECT PAGCOMP

           ASSIGN TO DYNAMIC WS-RUTA-PAGCOMP

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PAGHIST

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.pagos.historico'

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

      * DATA DIVISION                                                 *

      *****************************************************************

       DATA DIVISION.

      *

       FILE SECTION.

       FD  REGDEV.

       01  REG-REGDEV                        PIC X(100).

      *

       FD  REGDEV-NUEVO.

       01  REG-REGDEV-NUEVO                  PIC X(100).

      *

       FD  BANCOS.

       01  REG-BANCO.

           05  REG-BANCO-CODIGO              PIC X(6).

           05  FILLER                        PIC X(51).

      *

       FD  PAGCOMP.

       01  REG-PAGCOMP                       PIC X(36).

      *

       FD  PAGHIST.

       01  REG-PAGHIST                       PIC X(56).

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

           05  WS-REG-SEQ                   PIC 9(4).

           05  WS-REG-SEQ-ED                PIC ZZZ9.

           05  WS-IMPORTE-ED                PIC Z(6)9,99.

           05  WS-TOTAL-ED                  PIC Z(12)9,99.

           05  WS-RC-RENAME                 PIC S9(9) COMP-5.

           05  WS-RC-DELETE                 PIC S9(9) COMP-5.

      *

       01  WS-RUTA-PAGCOMP                   PIC X(70)  VALUE SPACES.

       01  WS-RUTA-REGDEV-NUEVO              PIC X(70)  VALUE

           '/home/forma2/cobol/ficheros/fichero.devoluciones.nuevo'.

       01  WS-RUTA-REGDEV                    PIC X(70)  VALUE

           '/home/forma2/cobol/ficheros/fichero.devoluciones.registro'.

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-REG-LEIDOS                PIC S9(6) COMP VALUE 0.

           05  WC-REG-ESCRITOS              PIC S9(6) COMP VALUE 0.

           05  WC-PENDIENTES                PIC S9(6) COMP VALUE 0.

           05  WC-REEMITIDAS                PIC S9(6) COMP VALUE 0.

           05  WC-SIGUEN-PENDIENTES         PIC S9(6) COMP VALUE 0.

           05  WC-MISMA-CUENTA              PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **            REGISTROS DEL LOTE DE PAGO COMPLEMENTARIO         * *

      **        MISMO LAYOUT QUE FICHERO.PAGOS (COBOL308), CABECERA   * *

      **        CON TIPO 'C' DE COMPLEMENTARIO                        * *

      ***************************************************************** *

       01  WS-PAGO-CABECERA.

           05  FILLER                       PIC X(1)   VALUE 'H'.

           05  WS-PAGC-FECHA                PIC X(8).

           05  WS-PAGC-TIPO                 PIC X(1)   VALUE 'C'.

           05  FILLER                       PIC X(26)  VALUE SPACES.

      *

       01  WS-PAGO-ORDEN.

           05  WS-PAGO-TIPO                 PIC X(1)   VALUE 'D'.

           05  WS-PAGO-CODIGO               PIC X(6).

           05  WS-PAGO-CUENTA               PIC X(20).

           05  WS-PAGO-IMPORTE              PIC 9(7)V99.

      *

       01  WS-PAGO-PIE.

           05  FILLER                       PIC X(1)   VALUE 'T'.

           05  WS-PAGP-ORDENES              PIC 9(6).

           05  WS-PAGP-HASH                 PIC 9(13)V99.

           05  FILLER                       PIC X(14)  VALUE SPACES.

      *

       01  WS-PAGO-TOTALES.

           05  WS-PAGO-ORDENES              PIC 9(6)     VALUE 0.

           05  WS-PAGO-HASH                 PIC 9(13)V99 VALUE 0.

           05  WS-PENDIENTE-IMPORTE         PIC 9(13)V99 VALUE 0.

      *

      ***************************************************************** *

      **            WS-TABLA-REGISTRO                                 * *

      **        REGISTRO DE DEVOLUCIONES COMPLETO EN MEMORIA, SE      * *

      **        REESCRIBE ENTERO CON LAS REEMITIDAS YA MARCADAS       * *

      ***************************************************************** *

       01  WS-TABLA-REGISTRO.

           05  WS-REGT-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-REGT-TABLA  OCCURS 1 TO 5000 TIMES

                              DEPENDING ON WS-REGT-NUM-ENTRADAS

                              INDEXED BY WS-REGT-IDX.

               10  WS-REGT-REGISTRO         PIC X(100).

               10  WS-REGT-CUENTA-NUEVA     PIC X(20).

               10  WS-REGT-DISPOSICION      PIC X(30).

               10  WS-REGT-TRATAMIENTO      PIC X(1).

                   88  REGT-NO-TRATADA               VALUE ' '.

                   88  REGT-REEMITIDA                VALUE 'R'.

                   88  REGT-SIGUE-PENDIENTE          VALUE 'P'.

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  CT-MAX-REGISTRO              PIC 9(4)   VALUE 5000.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-CLOSE                     PIC X(8)   VALUE 'CLOSE'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-WRITE                     PIC X(8)   VALUE 'WRITE'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL317'.

           05  LT-REGDEV                    PIC X(8)   VALUE 'REGDEV'.

           05  LT-REGDEV-NUEVO              PIC X(8)   VALUE 'REGNUEVO'.

           05  LT-BANCOS                    PIC X(8)   VALUE 'BANCOS'.

           05  LT-PAGCOMP                   PIC X(8)   VALUE 'PAGCOMP'.

           05  LT-PAGHIST                   PIC X(8)   VALUE 'PAGHIST'.

           05  LT-RUTA-PAGCOMP-BASE         PIC X(60)  VALUE

               '/home/forma2/cobol/ficheros/fichero.pagos.complem.'.

      ***************************************************************** *

      **              VARIABLES  FICHERO BANCOS                       * *

      ***************************************************************** *

       COPY COPYBANCO.

      ***************************************************************** *

      **              VARIABLES  REGISTRO DE DEVOLUCIONES             * *

      ***************************************************************** *

       COPY COPYDEVOL.

      ***************************************************************** *

      **              VARIABLES  HISTORICO DE ORDENES DE PAGO         * *

      ***************************************************************** *

       COPY COPYPAGHI.

      ***************************************************************** *

      **              COMUNICACION CON RUT120CB (BLOQUEOS)            * *

      ***************************************************************** *

       COPY COP120CB.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-REGDEV                 PIC 9      VALUE 0.

               88 FIN-REGDEV                            VALUE 1.

               88 NO-FIN-REGDEV                         VALUE 0.

      *

           05  SW-ERROR                      PIC 9      VALUE 0.

               88 SI-ERROR                              VALUE 1.

               88 NO-ERROR                              VALUE 0.

      *

           05  SW-ENCONTRADO                 PIC 9      VALUE 0.

               88 CODIGO-ENCONTRADO                     VALUE 1.

               88 CODIGO-NO-ENCONTRADO                  VALUE 0.

      *

           05  SW-BLOQUEO                    PIC 9      VALUE 0.

               88 BLOQUEO-ADQUIRIDO                     VALUE 1.

               88 BLOQUEO-NO-ADQUIRIDO                  VALUE 0.

      *

           05  SW-BANCOS-ABIERTO             PIC 9      VALUE 0.

               88 BANCOS-ABIERTO                        VALUE 1.

               88 BANCOS-CERRADO                        VALUE 0.

      *

           05  SW-LOTE-EMITIDO               PIC 9      VALUE 0.

               88 LOTE-EMITIDO                          VALUE 1.

               88 LOTE-NO-EMITIDO                       VALUE 0.

      *

           05  SW-HISTORICO-ERROR            PIC 9      VALUE 0.

               88 HISTORICO-CON-ERROR                   VALUE 1.

               88 HISTORICO-SIN-ERROR                   VALUE 0.

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

            VARYING WS-REGT-IDX FROM 1 BY 1

              UNTIL WS-REGT-IDX > WS-REGT-NUM-ENTRADAS

                 OR SI-ERROR.

      *

           IF  NO-ERROR  AND  WS-PAGO-ORDENES = 0

                DISPLAY '*************************'

                DISPLAY '** NINGUNA DEVOLUCION LISTA PARA REEMITIR, '

                        'NO SE GENERA LOTE COMPLEMENTARIO **'

                DISPLAY '*************************'

           END-IF.

      *

           IF  NO-ERROR  AND  WS-PAGO-ORDENES > 0

                PERFORM 6000-ESCRIBIR-LOTE

                   THRU 6000-ESCRIBIR-LOTE-EXIT

           END-IF.

      *

           IF  NO-ERROR  AND  WS-PAGO-ORDENES > 0

                PERFORM 6100-SUSTITUIR-REGISTRO

                   THRU 6100-SUSTITUIR-REGISTRO-EXIT

           END-IF.

      *

           IF  NO-ERROR  AND  WS-PAGO-ORDENES > 0

                PERFORM 6200-ANOTAR-HISTORICO

                   THRU 6200-ANOTAR-HISTORICO-EXIT

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

                       WS-PAGO-TOTALES.

      *

           DISPLAY ' ************ INICIO *************** '.

      *

           PERFORM 0500-ADQUIRIR-BLOQUEOS

              THRU 0500-ADQUIRIR-BLOQUEOS-EXIT.

      *

           ACCEPT WS-FECHA-PROCESO  FROM DATE YYYYMMDD.

      *

           STRING LT-RUTA-PAGCOMP-BASE  DELIMITED BY SPACE

                  WS-FECHA-PROCESO      DELIMITED BY SIZE

             INTO WS-RUTA-PAGCOMP

           END-STRING.

      *

           PERFORM 1100-CARGAR-REGISTRO

              THRU 1100-CARGAR-REGISTRO-EXIT.

      *

      *    EL LOTE COMPLEMENTARIO DEL DIA NO SE SUSTITUYE NUNCA : SI

      *    YA EXISTE PUEDE ESTAR ENVIADO AL BANCO

      *

           OPEN INPUT PAGCOMP.

      *

           IF  WS-FILE-STATUS = '00'

                CLOSE PAGCOMP

                DISPLAY '*************************'

                DISPLAY '** YA EXISTE EL LOTE COMPLEMENTARIO DEL DIA **'

                DISPLAY '** ' WS-RUTA-PAGCOMP

                DISPLAY '** NO SE GENERA OTRO EL MISMO DIA **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

           OPEN INPUT BANCOS.

      *

           IF  WS-FILE-STATUS = '00'

                SET BANCOS-ABIERTO  TO TRUE

           ELSE

                MOVE  LT-BANCOS       TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       RESERVA DEL REGISTRO DE DEVOLUCIONES EN RUT120CB --    * *

      **        COBOL316 NO PUEDE CARGAR MIENTRAS SE REEMITE          * *

      ***************************************************************** *

       0500-ADQUIRIR-BLOQUEOS.

      *

           SET  CP120-ADQUIRIR        TO TRUE.

           MOVE LT-PROGRAMA           TO CP120I-PROGRAMA.

           MOVE 1                     TO CP120I-NUM-RECURSOS.

           MOVE 'DEVOLUCIONES'        TO CP120I-RECURSO(1).

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

      **       CARGA DEL REGISTRO DE DEVOLUCIONES EN MEMORIA          * *

      ***************************************************************** *

       1100-CARGAR-REGISTRO.

      *

           OPEN INPUT REGDEV.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '*************************'

                     DISPLAY '** SIN DEVOLUCIONES REGISTRADAS, NADA '

                             'QUE REEMITIR **'

                     DISPLAY '*************************'

                     PERFORM 8000-FIN

                        THRU 8000-FIN-EXIT

                ELSE

                     MOVE  LT-REGDEV       TO WS-FICHERO-ERR

                     MOVE  '1100-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

           PERFORM 1150-LEER-REGISTRO

              THRU 1150-LEER-REGISTRO-EXIT

            UNTIL  FIN-REGDEV OR SI-ERROR.

      *

           CLOSE REGDEV.

      *

           IF  SI-ERROR

                PERFORM 8000-FIN

                   THRU 8000-FIN-EXIT

           END-IF.

      *

       1100-CARGAR-REGISTRO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UNA DEVOLUCION REGISTRADA                   * *

      ***************************************************************** *

       1150-LEER-REGISTRO.

      *

           READ REGDEV

                INTO WS-REG-DEVOLUCION

                AT END

                     SET FIN-REGDEV TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                ADD 1  TO WC-REG-LEIDOS

      *

                IF  WS-REGT-NUM-ENTRADAS < CT-MAX-REGISTRO

                     ADD 1  TO WS-REGT-NUM-ENTRADAS

                     SET  WS-REGT-IDX  TO WS-REGT-NUM-ENTRADAS

                     MOVE WS-REG-DEVOLUCION

                        TO WS-REGT-REGISTRO(WS-REGT-IDX)

                     MOVE SPACES

                        TO WS-REGT-CUENTA-NUEVA(WS-REGT-IDX)

                     MOVE SPACES

                        TO WS-REGT-DISPOSICION(WS-REGT-IDX)

                     SET  REGT-NO-TRATADA(WS-REGT-IDX)  TO TRUE

                ELSE

                     DISPLAY '*************************'

                     DISPLAY '** TABLA DEL REGISTRO LLENA, MAXIMO '

                             CT-MAX-REGISTRO ' : NO SE REEMITE NADA **'

                     DISPLAY '*************************'

                     SET SI-ERROR  TO TRUE

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-REGDEV             TO WS-FICHERO-ERR

                     MOVE  '1150-LEER-REGISTRO'  TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1150-LEER-REGISTRO-EXIT.

           EXIT.

      ***************************************************************** *

      **       PROCESO: UNA DEVOLUCION DEL REGISTRO -- SOLO LAS       * *

      **        PENDIENTES SE REEMITEN, Y SOLO CON CUENTA ACTIVA      * *

      ***************************************************************** *

       3000-PROCESO.

      *

           MOVE WS-REGT-REGISTRO(WS-REGT-IDX)  TO WS-REG-DEVOLUCION.

      *

           IF  DEV-PENDIENTE

      *

                ADD 1  TO WC-PENDIENTES

      *

                PERFORM 3100-LEER-BANCO

                   THRU 3100-LEER-BANCO-EXIT

      *

                EVALUATE TRUE

      *

                   WHEN CODIGO-NO-ENCONTRADO

                        MOVE 'SIN DATOS BANCARIOS'

                           TO WS-REGT-DISPOSICION(WS-REGT-IDX)

                        PERFORM 3300-SIGUE-PENDIENTE

                           THRU 3300-SIGUE-PENDIENTE-EXIT

      *

                   WHEN BANCO-INACTIVO

                        MOVE 'CUENTA AUN INACTIVA'

                           TO WS-REGT-DISPOSICION(WS-REGT-IDX)

                        PERFORM 3300-SIGUE-PENDIENTE

                           THRU 3300-SIGUE-PENDIENTE-EXIT

      *

                   WHEN OTHER

                        PERFORM 3200-REEMITIR

                           THRU 3200-REEMITIR-EXIT

      *

                END-EVALUATE

      *

           END-IF.

      *

       3000-PROCESO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DEL MAESTRO DE BANCOS POR CLAVE                * *

      ***************************************************************** *

       3100-LEER-BANCO.

      *

           MOVE WS-DEV-CODIGO  TO REG-BANCO-CODIGO.

      *

           READ BANCOS

                INTO WS-REG-BANCO.

      *

           EVALUATE WS-FILE-STATUS

      *

              WHEN '00'

                   SET CODIGO-ENCONTRADO     TO TRUE

      *

              WHEN '23'

                   SET CODIGO-NO-ENCONTRADO  TO TRUE

      *

              WHEN OTHER

                   MOVE  LT-BANCOS              TO WS-FICHERO-ERR

                   MOVE  '3100-LEER-BANCO'      TO WS-PARRAFO-ERR

                   MOVE  LT-READ                TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

       3100-LEER-BANCO-EXIT.

           EXIT.

      ***************************************************************** *

      **       REEMISION DE LA DEVOLUCION : SE MARCA EN LA TABLA DEL  * *

      **        REGISTRO Y SE SUMA A LOS CONTROLES DEL LOTE           * *

      ***************************************************************** *

       3200-REEMITIR.

      *

           SET  DEV-REEMITIDA               TO TRUE.

           MOVE WS-FECHA-PROCESO            TO WS-DEV-FECHA-REEMISION.

           MOVE WS-REG-DEVOLUCION

              TO WS-REGT-REGISTRO(WS-REGT-IDX).

           MOVE WS-BANCO-CUENTA

              TO WS-REGT-CUENTA-NUEVA(WS-REGT-IDX).

           SET  REGT-REEMITIDA(WS-REGT-IDX)  TO TRUE.

      *

      *    UNA CUENTA REACTIVADA SIN CAMBIAR EL NUMERO SE PAGA (EL

      *    MOTIVO PUDO SER EL TITULAR) PERO SE AVISA EN EL INFORME

      *

           IF  WS-BANCO-CUENTA = WS-DEV-CUENTA

                ADD 1  TO WC-MISMA-CUENTA

                MOVE 'REEMITIDA A LA MISMA CUENTA'

                   TO WS-REGT-DISPOSICION(WS-REGT-IDX)

           ELSE

                MOVE 'REEMITIDA A CUENTA CORREGIDA'

                   TO WS-REGT-DISPOSICION(WS-REGT-IDX)

           END-IF.

      *

           ADD 1                TO WC-REEMITIDAS.

           ADD 1                TO WS-PAGO-ORDENES.

           ADD WS-DEV-IMPORTE   TO WS-PAGO-HASH.

      *

       3200-REEMITIR-EXIT.

           EXIT.

      ***************************************************************** *

      **       LA DEVOLUCION SIGUE PENDIENTE DE CUENTA VALIDA         * *

      ***************************************************************** *

       3300-SIGUE-PENDIENTE.

      *

           SET  REGT-SIGUE-PENDIENTE(WS-REGT-IDX)  TO TRUE.

           ADD 1                TO WC-SIGUEN-PENDIENTES.

           ADD WS-DEV-IMPORTE   TO WS-PENDIENTE-IMPORTE.

      *

       3300-SIGUE-PENDIENTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DEL LOTE DE PAGO COMPLEMENTARIO              * *

      ***************************************************************** *

       6000-ESCRIBIR-LOTE.

      *

           OPEN OUTPUT PAGCOMP.

      *

           IF  WS-FILE-STATUS = '00'

                SET LOTE-EMITIDO  TO TRUE

           ELSE

                MOVE  LT-PAGCOMP      TO WS-FICHERO-ERR

                MOVE  '6000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           MOVE WS-FECHA-PROCESO  TO WS-PAGC-FECHA.

      *

           WRITE REG-PAGCOMP

              FROM  WS-PAGO-CABECERA.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-PAGCOMP      TO WS-FICHERO-ERR

                MOVE  '6000-'         TO WS-PARRAFO-ERR

                MOVE  LT-WRITE        TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 6050-ESCRIBIR-ORDEN

              THRU 6050-ESCRIBIR-ORDEN-EXIT

            VARYING WS-REGT-IDX FROM 1 BY 1

              UNTIL WS-REGT-IDX > WS-REGT-NUM-ENTRADAS.

      *

           MOVE WS-PAGO-ORDENES  TO WS-PAGP-ORDENES.

           MOVE WS-PAGO-HASH     TO WS-PAGP-HASH.

      *

           WRITE REG-PAGCOMP

              FROM  WS-PAGO-PIE.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-PAGCOMP      TO WS-FICHERO-ERR

                MOVE  '6000-'         TO WS-PARRAFO-ERR

                MOVE  LT-WRITE        TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           CLOSE PAGCOMP.

      *

           IF  WS-FILE-STATUS NOT = '00'

                DISPLAY '** ERROR AL CERRAR PAGCOMP : ' WS-FILE-STATUS

           END-IF.

      *

       6000-ESCRIBIR-LOTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DE UNA ORDEN COMPLEMENTARIA DESDE LA TABLA   * *

      ***************************************************************** *

       6050-ESCRIBIR-ORDEN.

      *

           IF  REGT-REEMITIDA(WS-REGT-IDX)

      *

                MOVE WS-REGT-REGISTRO(WS-REGT-IDX)

                   TO WS-REG-DEVOLUCION

                MOVE WS-DEV-CODIGO                  TO WS-PAGO-CODIGO

                MOVE WS-REGT-CUENTA-NUEVA(WS-REGT-IDX)

                   TO WS-PAGO-CUENTA

                MOVE WS-DEV-IMPORTE                 TO WS-PAGO-IMPORTE

      *

                WRITE REG-PAGCOMP

                   FROM  WS-PAGO-ORDEN

      *

                IF  WS-FILE-STATUS = '00'

                     CONTINUE

                ELSE

                     MOVE  LT-PAGCOMP              TO WS-FICHERO-ERR

                     MOVE  '6050-ESCRIBIR-ORD'     TO WS-PARRAFO-ERR

                     MOVE  LT-WRITE                TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

      *

           END-IF.

      *

       6050-ESCRIBIR-ORDEN-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DEL REGISTRO NUEVO CON LAS REEMITIDAS        * *

      **        MARCADAS Y SUSTITUCION DEL VIVO -- SI FALLA SE ANULA  * *

      **        EL LOTE COMPLEMENTARIO PARA NO PAGAR DOS VECES        * *

      ***************************************************************** *

       6100-SUSTITUIR-REGISTRO.

      *

           OPEN OUTPUT REGDEV-NUEVO.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-REGDEV-NUEVO TO WS-FICHERO-ERR

                MOVE  '6100-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 6150-ESCRIBIR-REGISTRO

              THRU 6150-ESCRIBIR-REGISTRO-EXIT

            VARYING WS-REGT-IDX FROM 1 BY 1

              UNTIL WS-REGT-IDX > WS-REGT-NUM-ENTRADAS.

      *

           CLOSE REGDEV-NUEVO.

      *

           CALL 'CBL_RENAME_FILE' USING

                WS-RUTA-REGDEV-NUEVO

                WS-RUTA-REGDEV

                RETURNING WS-RC-RENAME.

      *

           IF  WS-RC-RENAME = 0

                DISPLAY '** REGISTRO DE DEVOLUCIONES SUSTITUIDO **'

           ELSE

                DISPLAY '*************************'

                DISPLAY '** FALLO AL SUSTITUIR EL REGISTRO DE '

                        'DEVOLUCIONES **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

           END-IF.

      *

       6100-SUSTITUIR-REGISTRO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DE UNA DEVOLUCION EN EL REGISTRO NUEVO       * *

      ***************************************************************** *

       6150-ESCRIBIR-REGISTRO.

      *

           WRITE REG-REGDEV-NUEVO

              FROM  WS-REGT-REGISTRO(WS-REGT-IDX).

      *

           IF  WS-FILE-STATUS = '00'

                ADD 1  TO WC-REG-ESCRITOS

           ELSE

                CLOSE REGDEV-NUEVO

                MOVE  LT-REGDEV-NUEVO             TO WS-FICHERO-ERR

                MOVE  '6150-ESCRIBIR-REG'         TO WS-PARRAFO-ERR

                MOVE  LT-WRITE                    TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       6150-ESCRIBIR-REGISTRO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANULACION DEL LOTE COMPLEMENTARIO YA ESCRITO CUANDO    * *

      **        EL REGISTRO NO SE HA PODIDO MARCAR (DESDE 8000-FIN)   * *

      ***************************************************************** *

       6190-ANULAR-LOTE.

      *

           CALL 'CBL_DELETE_FILE' USING

                WS-RUTA-PAGCOMP

                RETURNING WS-RC-DELETE.

      *

           IF  WS-RC-DELETE = 0

                SET LOTE-NO-EMITIDO  TO TRUE

                DISPLAY '** LOTE COMPLEMENTARIO ANULADO, LAS '

                        'DEVOLUCIONES SIGUEN PENDIENTES **'

           ELSE

                DISPLAY '** NO SE HA PODIDO ANULAR EL LOTE : NO '

                        'ENVIARLO AL BANCO **'

                DISPLAY '** ' WS-RUTA-PAGCOMP

           END-IF.

      *

       6190-ANULAR-LOTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANOTACION DE LAS ORDENES COMPLEMENTARIAS EN EL         * *

      **        HISTORICO DE PAGOS -- EL REGISTRO YA ESTA MARCADO,    * *

      **        UN FALLO AQUI SOLO SE AVISA PARA ANOTARLO A MANO      * *

      ***************************************************************** *

       6200-ANOTAR-HISTORICO.

      *

           OPEN EXTEND PAGHIST.

      *

           IF  WS-FILE-STATUS = '35'

                OPEN OUTPUT PAGHIST

           END-IF.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 6250-ANOTAR-ORDEN-HIST

                   THRU 6250-ANOTAR-ORDEN-HIST-EXIT

                 VARYING WS-REGT-IDX FROM 1 BY 1

                   UNTIL WS-REGT-IDX > WS-REGT-NUM-ENTRADAS

                      OR HISTORICO-CON-ERROR

      *

                CLOSE PAGHIST

      *

           ELSE

                SET HISTORICO-CON-ERROR  TO TRUE

           END-IF.

      *

           IF  HISTORICO-CON-ERROR

                DISPLAY '*************************'

                DISPLAY '** LOTE COMPLEMENTARIO EMITIDO PERO EL '

                        'HISTORICO DE PAGOS NO SE PUDO ANOTAR : '

                        WS-FILE-STATUS ' **'

                DISPLAY '** ANOTAR EL LOTE ' WS-FECHA-PROCESO

                        ' EN FICHERO.PAGOS.HISTORICO A MANO **'

                DISPLAY '*************************'

           END-IF.

      *

       6200-ANOTAR-HISTORICO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANOTACION DE UNA ORDEN COMPLEMENTARIA EN EL HISTORICO  * *

      ***************************************************************** *

       6250-ANOTAR-ORDEN-HIST.

      *

           IF  REGT-REEMITIDA(WS-REGT-IDX)

      *

                MOVE WS-REGT-REGISTRO(WS-REGT-IDX)

                   TO WS-REG-DEVOLUCION

      *

                INITIALIZE WS-REG-PAGO-HIST

      *

                MOVE WS-FECHA-PROCESO               TO WS-PAGH-FECHA

                MOVE WS-DEV-CODIGO                  TO WS-PAGH-CODIGO

                MOVE WS-REGT-CUENTA-NUEVA(WS-REGT-IDX)

                   TO WS-PAGH-CUENTA

                MOVE WS-DEV-IMPORTE                 TO WS-PAGH-IMPORTE

                SET  PAGH-COMPLEMENTARIO            TO TRUE

                MOVE WS-FECHA-PROCESO     TO WS-PAGH-FECHA-PROCESO

      *

                WRITE REG-PAGHIST

                   FROM  WS-REG-PAGO-HIST

      *

                IF  WS-FILE-STATUS = '00'

                     CONTINUE

                ELSE

                     SET HISTORICO-CON-ERROR  TO TRUE

                END-IF

      *

           END-IF.

      *

       6250-ANOTAR-ORDEN-HIST-EXIT.

           EXIT.

      ***************************************************************** *

      **       INFORME DE REEMISION : REEMITIDAS Y PENDIENTES         * *

      ***************************************************************** *

       7000-INFORME-REEMISION.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** INFORME DE REEMISION DE DEVOLUCIONES      ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY '  SEQ  CODIGO  F.PAGO         IMPORTE  '

                   'MOTIVO DEL BANCO                     '

                   'DISPOSICION'.

      *

           PERFORM 7100-LINEA-REEMISION

              THRU 7100-LINEA-REEMISION-EXIT

            VARYING WS-REGT-IDX FROM 1 BY 1

              UNTIL WS-REGT-IDX > WS-REGT-NUM-ENTRADAS.

      *

           DISPLAY ' ----------------------------------------------- '.

           MOVE WC-PENDIENTES             TO WC-CONTADOR-ED.

           DISPLAY ' ** PENDIENTES AL INICIO      : ' WC-CONTADOR-ED.

           MOVE WC-REEMITIDAS             TO WC-CONTADOR-ED.

           DISPLAY ' ** REEMITIDAS EN EL LOTE     : ' WC-CONTADOR-ED.

           MOVE WS-PAGO-HASH              TO WS-TOTAL-ED.

           DISPLAY ' ** IMPORTE REEMITIDO         : ' WS-TOTAL-ED.

           MOVE WC-MISMA-CUENTA           TO WC-CONTADOR-ED.

           DISPLAY ' **  DE ELLAS A LA MISMA CUENTA: ' WC-CONTADOR-ED.

           MOVE WC-SIGUEN-PENDIENTES      TO WC-CONTADOR-ED.

           DISPLAY ' ** SIGUEN PENDIENTES         : ' WC-CONTADOR-ED.

           MOVE WS-PENDIENTE-IMPORTE      TO WS-TOTAL-ED.

           DISPLAY ' ** IMPORTE SIN PAGAR         : ' WS-TOTAL-ED.

           DISPLAY ' ********************************************* '.

      *

       7000-INFORME-REEMISION-EXIT.

           EXIT.

      ***************************************************************** *

      **       LINEA DE DETALLE DEL INFORME DE REEMISION -- SOLO      * *

      **        LAS DEVOLUCIONES TRATADAS EN ESTA EJECUCION           * *

      ***************************************************************** *

       7100-LINEA-REEMISION.

      *

           IF  NOT REGT-NO-TRATADA(WS-REGT-IDX)

      *

                MOVE WS-REGT-REGISTRO(WS-REGT-IDX)

                   TO WS-REG-DEVOLUCION

                SET  WS-REG-SEQ   TO WS-REGT-IDX

                MOVE WS-REG-SEQ   TO WS-REG-SEQ-ED

                MOVE WS-DEV-IMPORTE  TO WS-IMPORTE-ED

      *

                DISPLAY ' ' WS-REG-SEQ-ED

                        '  ' WS-DEV-CODIGO

                        '  ' WS-DEV-FECHA-PAGO

                        '  ' WS-IMPORTE-ED

                        '  ' WS-DEV-MOTIVO-COD

                        ' '  WS-DEV-MOTIVO

                        '  ' WS-REGT-DISPOSICION(WS-REGT-IDX)

      *

           END-IF.

      *

       7100-LINEA-REEMISION-EXIT.

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

           IF  BANCOS-ABIERTO

                CLOSE BANCOS

                IF  WS-FILE-STATUS NOT = '00'

                     DISPLAY '** ERROR AL CERRAR BANCOS : '

                             WS-FILE-STATUS

                END-IF

                SET BANCOS-CERRADO  TO TRUE

           END-IF.

      *

      *    UN LOTE ESCRITO SIN HABER PODIDO MARCAR EL REGISTRO SE

      *    ANULA : LAS DEVOLUCIONES SIGUEN PENDIENTES

      *

           IF  SI-ERROR  AND  LOTE-EMITIDO

                PERFORM 6190-ANULAR-LOTE

                   THRU 6190-ANULAR-LOTE-EXIT

           END-IF.

      *

           IF  SI-ERROR

      *

                DISPLAY '*************************'

                DISPLAY '** NO SE HA GENERADO LOTE COMPLEMENTARIO, '

                        'LAS DEVOLUCIONES SIGUEN PENDIENTES **'

                DISPLAY '*************************'

      *

           ELSE

      *

                DISPLAY ' ******************************************* '

                DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                                 ' **'

                MOVE  WC-REG-LEIDOS          TO WC-CONTADOR-ED

                DISPLAY ' ** DEVOLUCIONES REGISTRADAS: ' WC-CONTADOR-ED

                MOVE  WC-REG-ESCRITOS        TO WC-CONTADOR-ED

                DISPLAY ' ** REGISTRO REESCRITO      : ' WC-CONTADOR-ED

                MOVE  WS-PAGO-ORDENES        TO WC-CONTADOR-ED

                DISPLAY ' ** ORDENES COMPLEMENTARIAS : ' WC-CONTADOR-ED

                DISPLAY ' ******************************************* '

      *

                IF  WS-PAGO-ORDENES > 0

                     DISPLAY '** LOTE COMPLEMENTARIO : '

                             WS-RUTA-PAGCOMP

                END-IF

      *

                IF  WC-PENDIENTES > 0

                     PERFORM 7000-INFORME-REEMISION

                        THRU 7000-INFORME-REEMISION-EXIT

                END-IF

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

