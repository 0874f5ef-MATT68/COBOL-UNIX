      *****************************************************************

      *                                                               *

      * PROGRAMA DE TRATAMIENTO DE LAS DEVOLUCIONES DEL BANCO.        *

      *  LEE FICHERO.DEVOLUCIONES (ENVIADO POR EL BANCO, CON          *

      *  CABECERA, DETALLE Y PIE) Y, VERIFICADOS EL CONTADOR Y EL     *

      *  HASH DE IMPORTES DEL PIE, CASA CADA DEVOLUCION CON SU        *

      *  ORDEN ORIGINAL DE FICHERO.PAGOS.HISTORICO (COBOL308) POR     *

      *  CODIGO DE EMPLEADO, IMPORTE Y FECHA DE PAGO.                 *

      *  POR CADA DEVOLUCION CASADA :                                 *

      *   - SE PONE WS-BANCO-ACTIVO A 'N' EN FICHERO.BANCOS SI LA     *

      *     CUENTA DEL MAESTRO ES TODAVIA LA DEVUELTA, PARA QUE NO    *

      *     SE LE VUELVA A PAGAR A UNA CUENTA ERRONEA                 *

      *   - SE ANOTA EN FICHERO.DEVOLUCIONES.REGISTRO (LAYOUT         *

      *     COPYDEVOL) COMO PENDIENTE DE REEMITIR. COBOL317 GENERA    *

      *     EL LOTE DE PAGO COMPLEMENTARIO CUANDO LA CUENTA ESTE      *

      *     CORREGIDA Y ACTIVA.                                       *

      *  UNA DEVOLUCION YA REGISTRADA (MISMA FECHA DE PAGO, CODIGO    *

      *  E IMPORTE) NO SE VUELVE A ANOTAR, ASI UN FICHERO DEL BANCO   *

      *  RECIBIDO DOS VECES NO GENERA DOS REEMISIONES.                *

      *  SI EL PIE NO CUADRA SE RECHAZA EL FICHERO ENTERO Y NO SE     *

      *  TOCA NI EL MAESTRO DE BANCOS NI EL REGISTRO.                 *

      *  AL FINAL EMITE EL INFORME DE DEVOLUCIONES CON EL MOTIVO      *

      *  DEL BANCO Y LA DISPOSICION DE CADA UNA.                      *

      *                                                               *

      *****************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.    COBOL316.

      *

      *****************************************************************

      * ENVIROMENT DIVISION                                           *

      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

      *

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DEVOLBCO

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.devoluciones'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PAGHIST

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.pagos.historico'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT REGDEV

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.devoluciones.registro'

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

      *****************************************************************

      * DATA DIVISION                                                 *

      *****************************************************************

       DATA DIVISION.

      *

       FILE SECTION.

       FD  DEVOLBCO.

       01  REG-DEVOLBCO                      PIC X(80).

      *

       FD  PAGHIST.

       01  REG-PAGHIST                       PIC X(56).

      *

       FD  REGDEV.

       01  REG-REGDEV                        PIC X(100).

      *

       FD  BANCOS.

       01  REG-BANCO.

           05  REG-BANCO-CODIGO              PIC X(6).

           05  FILLER                        PIC X(51).

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

           05  WS-FECHA-DEVOL               PIC X(8).

           05  WS-DEV-SEQ                   PIC 9(4).

           05  WS-DEV-SEQ-ED                PIC ZZZ9.

           05  WS-IMPORTE-ED                PIC Z(6)9,99.

           05  WS-TOTAL-ED                  PIC Z(12)9,99.

      *

      ***************************************************************** *

      **            WC-CONTADORES                                     * *

      ***************************************************************** *

       01  WC-CONTADORES.

           05  WC-HIST-LEIDOS               PIC S9(6) COMP VALUE 0.

           05  WC-REG-LEIDOS                PIC S9(6) COMP VALUE 0.

           05  WC-CASADAS                   PIC S9(6) COMP VALUE 0.

           05  WC-SIN-CASAR                 PIC S9(6) COMP VALUE 0.

           05  WC-YA-REGISTRADAS            PIC S9(6) COMP VALUE 0.

           05  WC-CUENTAS-DESACTIVADAS      PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      ***************************************************************** *

      **            REGISTROS DEL FICHERO DE DEVOLUCIONES DEL BANCO   * *

      ***************************************************************** *

       01  WS-DEVB-RAW                      PIC X(80).

      *

       01  WS-DEVB-CABECERA.

           05  WS-DEVBC-TIPO                PIC X(1).

           05  WS-DEVBC-FECHA               PIC X(8).

           05  FILLER                       PIC X(71).

      *

       01  WS-DEVB-LINEA.

           05  WS-DEVBL-TIPO                PIC X(1).

           05  WS-DEVBL-CODIGO              PIC X(6).

           05  WS-DEVBL-CUENTA              PIC X(20).

           05  WS-DEVBL-IMPORTE             PIC 9(7)V99.

           05  WS-DEVBL-FECHA-PAGO          PIC X(8).

           05  WS-DEVBL-MOTIVO-COD          PIC X(4).

           05  WS-DEVBL-MOTIVO              PIC X(30).

           05  FILLER                       PIC X(2).

      *

       01  WS-DEVB-PIE.

           05  WS-DEVBP-TIPO                PIC X(1).

           05  WS-DEVBP-DEVOLUCIONES        PIC 9(6).

           05  WS-DEVBP-HASH                PIC 9(13)V99.

           05  FILLER                       PIC X(58).

      *

       01  WS-DEVB-CONTROL.

           05  WS-DEVB-LINEAS-LEIDAS        PIC 9(6)     VALUE 0.

           05  WS-DEVB-HASH-LEIDO           PIC 9(13)V99 VALUE 0.

           05  WS-DEVB-IMPORTE-CASADO       PIC 9(13)V99 VALUE 0.

      *

      ***************************************************************** *

      **            WS-TABLA-DEVOLUCIONES                             * *

      **        DEVOLUCIONES DEL FICHERO EN MEMORIA -- NADA SE        * *

      **        APLICA HASTA VERIFICAR EL PIE                         * *

      ***************************************************************** *

       01  WS-TABLA-DEVOLUCIONES.

           05  WS-DEVT-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-DEVT-TABLA  OCCURS 1 TO 500 TIMES

                              DEPENDING ON WS-DEVT-NUM-ENTRADAS

                              INDEXED BY WS-DEVT-IDX.

               10  WS-DEVT-CODIGO           PIC X(6).

               10  WS-DEVT-CUENTA           PIC X(20).

               10  WS-DEVT-IMPORTE          PIC 9(7)V99.

               10  WS-DEVT-FECHA-PAGO       PIC X(8).

               10  WS-DEVT-MOTIVO-COD       PIC X(4).

               10  WS-DEVT-MOTIVO           PIC X(30).

               10  WS-DEVT-CUENTA-ORDEN     PIC X(20).

               10  WS-DEVT-ESTADO           PIC X(1).

                   88  DEVT-SIN-CASAR                VALUE ' '.

                   88  DEVT-CASADA                   VALUE 'C'.

                   88  DEVT-YA-REGISTRADA            VALUE 'R'.

               10  WS-DEVT-DISPOSICION      PIC X(30).

      *

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  CT-MAX-DEVOLUCIONES          PIC 9(4)   VALUE 500.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-CLOSE                     PIC X(8)   VALUE 'CLOSE'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-WRITE                     PIC X(8)   VALUE 'WRITE'.

           05  LT-REWRITE                   PIC X(8)   VALUE 'REWRITE'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL316'.

           05  LT-DEVOLBCO                  PIC X(8)   VALUE 'DEVOLBCO'.

           05  LT-PAGHIST                   PIC X(8)   VALUE 'PAGHIST'.

           05  LT-REGDEV                    PIC X(8)   VALUE 'REGDEV'.

           05  LT-BANCOS                    PIC X(8)   VALUE 'BANCOS'.

      ***************************************************************** *

      **              VARIABLES  FICHERO BANCOS                       * *

      ***************************************************************** *

       COPY COPYBANCO.

      ***************************************************************** *

      **              VARIABLES  HISTORICO DE ORDENES DE PAGO         * *

      ***************************************************************** *

       COPY COPYPAGHI.

      ***************************************************************** *

      **              VARIABLES  REGISTRO DE DEVOLUCIONES             * *

      ***************************************************************** *

       COPY COPYDEVOL.

      ***************************************************************** *

      **              COMUNICACION CON RUT120CB (BLOQUEOS)            * *

      ***************************************************************** *

       COPY COP120CB.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-DEVOLBCO               PIC 9      VALUE 0.

               88 FIN-DEVOLBCO                          VALUE 1.

               88 NO-FIN-DEVOLBCO                       VALUE 0.

      *

           05  SW-FIN-PAGHIST                PIC 9      VALUE 0.

               88 FIN-PAGHIST                           VALUE 1.

               88 NO-FIN-PAGHIST                        VALUE 0.

      *

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

           05  SW-PIE-LEIDO                  PIC 9      VALUE 0.

               88 PIE-LEIDO                             VALUE 1.

               88 PIE-NO-LEIDO                          VALUE 0.

      *

           05  SW-BLOQUEO                    PIC 9      VALUE 0.

               88 BLOQUEO-ADQUIRIDO                     VALUE 1.

               88 BLOQUEO-NO-ADQUIRIDO                  VALUE 0.

      *

           05  SW-FICHEROS-ABIERTOS          PIC 9      VALUE 0.

               88 FICHEROS-ABIERTOS                     VALUE 1.

               88 FICHEROS-CERRADOS                     VALUE 0.

      *

           05  SW-INFORME                    PIC 9      VALUE 0.

               88 INFORME-PENDIENTE                     VALUE 1.

               88 INFORME-NO-PENDIENTE                  VALUE 0.

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

            UNTIL  FIN-DEVOLBCO OR SI-ERROR.

      *

           CLOSE DEVOLBCO.

      *

           IF  NO-ERROR

                PERFORM 5000-VERIFICAR-PIE

                   THRU 5000-VERIFICAR-PIE-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 5100-CASAR-HISTORICO

                   THRU 5100-CASAR-HISTORICO-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 5200-COMPROBAR-REGISTRO

                   THRU 5200-COMPROBAR-REGISTRO-EXIT

           END-IF.

      *

           IF  NO-ERROR

                PERFORM 6000-APLICAR-DEVOLUCIONES

                   THRU 6000-APLICAR-DEVOLUCIONES-EXIT

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

                       WS-DEVB-CONTROL.

      *

           DISPLAY ' ************ INICIO *************** '.

      *

           PERFORM 0500-ADQUIRIR-BLOQUEOS

              THRU 0500-ADQUIRIR-BLOQUEOS-EXIT.

      *

           ACCEPT WS-FECHA-PROCESO  FROM DATE YYYYMMDD.

      *

           OPEN INPUT DEVOLBCO.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-DEVOLBCO     TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

      *    EL PRIMER REGISTRO DEBE SER LA CABECERA 'H' DEL BANCO

      *

           PERFORM 9200-LEER-DEVOLBCO

              THRU 9200-LEER-DEVOLBCO-EXIT.

      *

           IF  FIN-DEVOLBCO  OR  WS-DEVB-RAW(1:1) NOT = 'H'

                DISPLAY '*************************'

                DISPLAY '** DEVOLUCIONES SIN CABECERA, FICHERO '

                        'RECHAZADO **'

                DISPLAY '*************************'

                MOVE  LT-DEVOLBCO     TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-READ         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           MOVE WS-DEVB-RAW      TO WS-DEVB-CABECERA.

           MOVE WS-DEVBC-FECHA   TO WS-FECHA-DEVOL.

      *

           DISPLAY '** DEVOLUCIONES DEL BANCO DEL : ' WS-FECHA-DEVOL.

      *

           PERFORM 9200-LEER-DEVOLBCO

              THRU 9200-LEER-DEVOLBCO-EXIT.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       RESERVA DEL REGISTRO DE DEVOLUCIONES EN RUT120CB --    * *

      **        COBOL317 NO PUEDE REEMITIR MIENTRAS SE CARGA          * *

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

      **       PROCESO: UNA LINEA DEL FICHERO DE DEVOLUCIONES         * *

      ***************************************************************** *

       3000-PROCESO.

      *

           EVALUATE WS-DEVB-RAW(1:1)

      *

              WHEN 'D'

                   MOVE WS-DEVB-RAW  TO WS-DEVB-LINEA

                   ADD 1                 TO WS-DEVB-LINEAS-LEIDAS

                   ADD WS-DEVBL-IMPORTE  TO WS-DEVB-HASH-LEIDO

                   PERFORM 3100-ANOTAR-DEVOLUCION

                      THRU 3100-ANOTAR-DEVOLUCION-EXIT

      *

              WHEN 'T'

                   MOVE WS-DEVB-RAW  TO WS-DEVB-PIE

                   SET PIE-LEIDO     TO TRUE

      *

              WHEN OTHER

                   CONTINUE

      *

           END-EVALUATE.

      *

           PERFORM 9200-LEER-DEVOLBCO

              THRU 9200-LEER-DEVOLBCO-EXIT.

      *

       3000-PROCESO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANOTACION DE LA DEVOLUCION EN LA TABLA DEL FICHERO     * *

      ***************************************************************** *

       3100-ANOTAR-DEVOLUCION.

      *

           IF  WS-DEVT-NUM-ENTRADAS < CT-MAX-DEVOLUCIONES

      *

                ADD 1  TO WS-DEVT-NUM-ENTRADAS

                SET  WS-DEVT-IDX  TO WS-DEVT-NUM-ENTRADAS

                MOVE WS-DEVBL-CODIGO

                   TO WS-DEVT-CODIGO(WS-DEVT-IDX)

                MOVE WS-DEVBL-CUENTA

                   TO WS-DEVT-CUENTA(WS-DEVT-IDX)

                MOVE WS-DEVBL-IMPORTE

                   TO WS-DEVT-IMPORTE(WS-DEVT-IDX)

                MOVE WS-DEVBL-FECHA-PAGO

                   TO WS-DEVT-FECHA-PAGO(WS-DEVT-IDX)

                MOVE WS-DEVBL-MOTIVO-COD

                   TO WS-DEVT-MOTIVO-COD(WS-DEVT-IDX)

                MOVE WS-DEVBL-MOTIVO

                   TO WS-DEVT-MOTIVO(WS-DEVT-IDX)

                MOVE SPACES

                   TO WS-DEVT-CUENTA-ORDEN(WS-DEVT-IDX)

                SET  DEVT-SIN-CASAR(WS-DEVT-IDX)  TO TRUE

                MOVE SPACES

                   TO WS-DEVT-DISPOSICION(WS-DEVT-IDX)

      *

           ELSE

      *

                DISPLAY '*************************'

                DISPLAY '** TABLA DE DEVOLUCIONES LLENA, MAXIMO '

                        CT-MAX-DEVOLUCIONES ' : FICHERO RECHAZADO **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

      *

           END-IF.

      *

       3100-ANOTAR-DEVOLUCION-EXIT.

           EXIT.

      ***************************************************************** *

      **       VERIFICACION DEL PIE DEL FICHERO DEL BANCO -- SI NO    * *

      **        CUADRA SE RECHAZA EL FICHERO ENTERO                   * *

      ***************************************************************** *

       5000-VERIFICAR-PIE.

      *

           EVALUATE TRUE

      *

              WHEN PIE-NO-LEIDO

                   DISPLAY '*************************'

                   DISPLAY '** DEVOLUCIONES SIN PIE, FICHERO '

                           'RECHAZADO **'

                   DISPLAY '*************************'

                   SET SI-ERROR  TO TRUE

      *

              WHEN WS-DEVBP-DEVOLUCIONES NOT = WS-DEVB-LINEAS-LEIDAS

                   DISPLAY '*************************'

                   DISPLAY '** CONTADOR DE DEVOLUCIONES DEL PIE NO '

                           'CUADRA **'

                   DISPLAY '**   PIE    : ' WS-DEVBP-DEVOLUCIONES

                   DISPLAY '**   LEIDAS : ' WS-DEVB-LINEAS-LEIDAS

                   DISPLAY '*************************'

                   SET SI-ERROR  TO TRUE

      *

              WHEN WS-DEVBP-HASH NOT = WS-DEVB-HASH-LEIDO

                   DISPLAY '*************************'

                   DISPLAY '** HASH DE IMPORTES DEL PIE NO CUADRA **'

                   DISPLAY '**   PIE    : ' WS-DEVBP-HASH

                   DISPLAY '**   LEIDO  : ' WS-DEVB-HASH-LEIDO

                   DISPLAY '*************************'

                   SET SI-ERROR  TO TRUE

      *

              WHEN WS-DEVB-LINEAS-LEIDAS = 0

                   DISPLAY '*************************'

                   DISPLAY '** FICHERO DEL BANCO SIN DEVOLUCIONES **'

                   DISPLAY '*************************'

      *

              WHEN OTHER

                   CONTINUE

      *

           END-EVALUATE.

      *

       5000-VERIFICAR-PIE-EXIT.

           EXIT.

      ***************************************************************** *

      **       CRUCE DE LAS DEVOLUCIONES CON LAS ORDENES EMITIDAS     * *

      **        (FICHERO.PAGOS.HISTORICO, ORDINARIAS Y COMPLEMENT.)   * *

      ***************************************************************** *

       5100-CASAR-HISTORICO.

      *

           OPEN INPUT PAGHIST.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 5150-LEER-HISTORICO

                   THRU 5150-LEER-HISTORICO-EXIT

                 UNTIL  FIN-PAGHIST OR SI-ERROR

      *

                CLOSE PAGHIST

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** SIN HISTORICO DE PAGOS : NINGUNA '

                             'DEVOLUCION SE PUEDE CASAR **'

                ELSE

                     MOVE  LT-PAGHIST      TO WS-FICHERO-ERR

                     MOVE  '5100-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

       5100-CASAR-HISTORICO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UNA ORDEN DEL HISTORICO Y BUSQUEDA DE LA    * *

      **        DEVOLUCION AUN SIN CASAR CON SU MISMA CLAVE           * *

      ***************************************************************** *

       5150-LEER-HISTORICO.

      *

           READ PAGHIST

                INTO WS-REG-PAGO-HIST

                AT END

                     SET FIN-PAGHIST TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                ADD 1  TO WC-HIST-LEIDOS

      *

                SET  WS-DEVT-IDX  TO  1

                SEARCH  WS-DEVT-TABLA

                   VARYING WS-DEVT-IDX

                   AT END

                        CONTINUE

                   WHEN  DEVT-SIN-CASAR(WS-DEVT-IDX)

                    AND  WS-DEVT-CODIGO(WS-DEVT-IDX)

                           = WS-PAGH-CODIGO

                    AND  WS-DEVT-IMPORTE(WS-DEVT-IDX)

                           = WS-PAGH-IMPORTE

                    AND  WS-DEVT-FECHA-PAGO(WS-DEVT-IDX)

                           = WS-PAGH-FECHA

                        SET  DEVT-CASADA(WS-DEVT-IDX)  TO TRUE

                        MOVE WS-PAGH-CUENTA

                           TO WS-DEVT-CUENTA-ORDEN(WS-DEVT-IDX)

                END-SEARCH

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-PAGHIST            TO WS-FICHERO-ERR

                     MOVE  '5150-LEER-HIST'      TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       5150-LEER-HISTORICO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CONTROL DE DEVOLUCIONES YA REGISTRADAS EN UNA CARGA    * *

      **        ANTERIOR -- NO SE ANOTAN NI SE REEMITEN DOS VECES     * *

      ***************************************************************** *

       5200-COMPROBAR-REGISTRO.

      *

           OPEN INPUT REGDEV.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 5250-LEER-REGISTRO

                   THRU 5250-LEER-REGISTRO-EXIT

                 UNTIL  FIN-REGDEV OR SI-ERROR

      *

                CLOSE REGDEV

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** SIN DEVOLUCIONES REGISTRADAS '

                             'PREVIAS **'

                ELSE

                     MOVE  LT-REGDEV       TO WS-FICHERO-ERR

                     MOVE  '5200-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

       5200-COMPROBAR-REGISTRO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UNA DEVOLUCION REGISTRADA                   * *

      ***************************************************************** *

       5250-LEER-REGISTRO.

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

                SET  WS-DEVT-IDX  TO  1

                SEARCH  WS-DEVT-TABLA

                   VARYING WS-DEVT-IDX

                   AT END

                        CONTINUE

                   WHEN  DEVT-CASADA(WS-DEVT-IDX)

                    AND  WS-DEVT-CODIGO(WS-DEVT-IDX)

                           = WS-DEV-CODIGO

                    AND  WS-DEVT-IMPORTE(WS-DEVT-IDX)

                           = WS-DEV-IMPORTE

                    AND  WS-DEVT-FECHA-PAGO(WS-DEVT-IDX)

                           = WS-DEV-FECHA-PAGO

                        SET  DEVT-YA-REGISTRADA(WS-DEVT-IDX)

                          TO TRUE

                END-SEARCH

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-REGDEV             TO WS-FICHERO-ERR

                     MOVE  '5250-LEER-REGISTRO'  TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       5250-LEER-REGISTRO-EXIT.

           EXIT.

      ***************************************************************** *

      **       APLICACION DE LAS DEVOLUCIONES CASADAS : MAESTRO DE    * *

      **        BANCOS Y REGISTRO DE DEVOLUCIONES                     * *

      ***************************************************************** *

       6000-APLICAR-DEVOLUCIONES.

      *

           OPEN I-O BANCOS.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-BANCOS       TO WS-FICHERO-ERR

                MOVE  '6000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           OPEN EXTEND REGDEV.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                IF  WS-FILE-STATUS = '35'

                     OPEN OUTPUT REGDEV

                ELSE

                     CLOSE BANCOS

                     MOVE  LT-REGDEV       TO WS-FICHERO-ERR

                     MOVE  '6000-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

           SET FICHEROS-ABIERTOS   TO TRUE.

           SET INFORME-PENDIENTE   TO TRUE.

      *

           PERFORM 6100-APLICAR-DEVOLUCION

              THRU 6100-APLICAR-DEVOLUCION-EXIT

            VARYING WS-DEVT-IDX FROM 1 BY 1

              UNTIL WS-DEVT-IDX > WS-DEVT-NUM-ENTRADAS.

      *

       6000-APLICAR-DEVOLUCIONES-EXIT.

           EXIT.

      ***************************************************************** *

      **       DISPOSICION DE UNA DEVOLUCION DEL FICHERO              * *

      ***************************************************************** *

       6100-APLICAR-DEVOLUCION.

      *

           EVALUATE TRUE

      *

              WHEN DEVT-SIN-CASAR(WS-DEVT-IDX)

                   MOVE 'SIN ORDEN ORIGINAL, REVISAR'

                      TO WS-DEVT-DISPOSICION(WS-DEVT-IDX)

                   ADD 1  TO WC-SIN-CASAR

      *

              WHEN DEVT-YA-REGISTRADA(WS-DEVT-IDX)

                   MOVE 'YA REGISTRADA, SE IGNORA'

                      TO WS-DEVT-DISPOSICION(WS-DEVT-IDX)

                   ADD 1  TO WC-YA-REGISTRADAS

      *

              WHEN OTHER

                   PERFORM 6150-DESACTIVAR-CUENTA

                      THRU 6150-DESACTIVAR-CUENTA-EXIT

                   PERFORM 6200-REGISTRAR-DEVOLUCION

                      THRU 6200-REGISTRAR-DEVOLUCION-EXIT

                   ADD 1  TO WC-CASADAS

                   ADD WS-DEVT-IMPORTE(WS-DEVT-IDX)

                      TO WS-DEVB-IMPORTE-CASADO

      *

           END-EVALUATE.

      *

       6100-APLICAR-DEVOLUCION-EXIT.

           EXIT.

      ***************************************************************** *

      **       BAJA DE LA CUENTA DEVUELTA EN EL MAESTRO DE BANCOS --  * *

      **        SOLO SI EL MAESTRO TIENE TODAVIA LA CUENTA DE LA      * *

      **        ORDEN : SI YA SE CORRIGIO CON COBOL307 NO SE TOCA     * *

      ***************************************************************** *

       6150-DESACTIVAR-CUENTA.

      *

           MOVE WS-DEVT-CODIGO(WS-DEVT-IDX)  TO REG-BANCO-CODIGO.

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

                   MOVE  '6150-DESACTIVAR'      TO WS-PARRAFO-ERR

                   MOVE  LT-READ                TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

           EVALUATE TRUE

      *

              WHEN CODIGO-NO-ENCONTRADO

                   MOVE 'REGISTRADA, SIN DATOS BANCARIOS'

                      TO WS-DEVT-DISPOSICION(WS-DEVT-IDX)

      *

              WHEN WS-BANCO-CUENTA

                     NOT = WS-DEVT-CUENTA-ORDEN(WS-DEVT-IDX)

                   MOVE 'REGISTRADA, CUENTA YA CAMBIADA'

                      TO WS-DEVT-DISPOSICION(WS-DEVT-IDX)

      *

              WHEN BANCO-INACTIVO

                   MOVE 'REGISTRADA, CUENTA YA INACTIVA'

                      TO WS-DEVT-DISPOSICION(WS-DEVT-IDX)

      *

              WHEN OTHER

                   SET BANCO-INACTIVO  TO TRUE

      *

                   REWRITE REG-BANCO

                      FROM WS-REG-BANCO

      *

                   IF  WS-FILE-STATUS = '00'

                        ADD 1  TO WC-CUENTAS-DESACTIVADAS

                        MOVE 'REGISTRADA, CUENTA DESACTIVADA'

                           TO WS-DEVT-DISPOSICION(WS-DEVT-IDX)

                   ELSE

                        MOVE  LT-BANCOS           TO WS-FICHERO-ERR

                        MOVE  '6150-DESACTIVAR'   TO WS-PARRAFO-ERR

                        MOVE  LT-REWRITE          TO WS-OPERACION-ERR

                        PERFORM 9100-GESTION-ERRORES

                           THRU 9100-GESTION-ERRORES-EXIT

                   END-IF

      *

           END-EVALUATE.

      *

       6150-DESACTIVAR-CUENTA-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANOTACION DE LA DEVOLUCION CASADA EN EL REGISTRO,      * *

      **        PENDIENTE DE REEMITIR EN LOTE COMPLEMENTARIO          * *

      ***************************************************************** *

       6200-REGISTRAR-DEVOLUCION.

      *

           INITIALIZE WS-REG-DEVOLUCION.

      *

           MOVE WS-DEVT-FECHA-PAGO(WS-DEVT-IDX)  TO WS-DEV-FECHA-PAGO.

           MOVE WS-DEVT-CODIGO(WS-DEVT-IDX)      TO WS-DEV-CODIGO.

           MOVE WS-DEVT-IMPORTE(WS-DEVT-IDX)     TO WS-DEV-IMPORTE.

           MOVE WS-DEVT-CUENTA-ORDEN(WS-DEVT-IDX)

              TO WS-DEV-CUENTA.

           MOVE WS-DEVT-MOTIVO-COD(WS-DEVT-IDX)  TO WS-DEV-MOTIVO-COD.

           MOVE WS-DEVT-MOTIVO(WS-DEVT-IDX)      TO WS-DEV-MOTIVO.

           MOVE WS-FECHA-DEVOL                   TO WS-DEV-FECHA-DEVOL.

           SET  DEV-PENDIENTE                    TO TRUE.

           MOVE SPACES                  TO WS-DEV-FECHA-REEMISION.

      *

           WRITE REG-REGDEV

              FROM  WS-REG-DEVOLUCION.

      *

      *    LA CUENTA YA PUEDE ESTAR DESACTIVADA : RELANZAR EL MISMO

      *    FICHERO DEL BANCO REGISTRA LO QUE FALTE SIN DUPLICAR

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-REGDEV                   TO WS-FICHERO-ERR

                MOVE  '6200-REGISTRAR'            TO WS-PARRAFO-ERR

                MOVE  LT-WRITE                    TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       6200-REGISTRAR-DEVOLUCION-EXIT.

           EXIT.

      ***************************************************************** *

      **       INFORME DE DEVOLUCIONES DEL BANCO                      * *

      ***************************************************************** *

       7000-INFORME-DEVOLUCIONES.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** INFORME DE DEVOLUCIONES DEL BANCO         ** '.

           DISPLAY ' **  FICHERO DEL BANCO DEL ' WS-FECHA-DEVOL

                   '           ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY '  SEQ  CODIGO  F.PAGO         IMPORTE  '

                   'MOTIVO DEL BANCO                     '

                   'DISPOSICION'.

      *

           PERFORM 7100-LINEA-DEVOLUCION

              THRU 7100-LINEA-DEVOLUCION-EXIT

            VARYING WS-DEVT-IDX FROM 1 BY 1

              UNTIL WS-DEVT-IDX > WS-DEVT-NUM-ENTRADAS.

      *

           DISPLAY ' ----------------------------------------------- '.

           MOVE WS-DEVB-LINEAS-LEIDAS     TO WC-CONTADOR-ED.

           DISPLAY ' ** DEVOLUCIONES RECIBIDAS    : ' WC-CONTADOR-ED.

           MOVE WC-CASADAS                TO WC-CONTADOR-ED.

           DISPLAY ' ** CASADAS Y REGISTRADAS     : ' WC-CONTADOR-ED.

           MOVE WC-CUENTAS-DESACTIVADAS   TO WC-CONTADOR-ED.

           DISPLAY ' ** CUENTAS DESACTIVADAS      : ' WC-CONTADOR-ED.

           MOVE WC-YA-REGISTRADAS         TO WC-CONTADOR-ED.

           DISPLAY ' ** YA REGISTRADAS ANTES      : ' WC-CONTADOR-ED.

           MOVE WC-SIN-CASAR              TO WC-CONTADOR-ED.

           DISPLAY ' ** SIN ORDEN ORIGINAL        : ' WC-CONTADOR-ED.

           MOVE WS-DEVB-IMPORTE-CASADO    TO WS-TOTAL-ED.

           DISPLAY ' ** IMPORTE PENDIENTE REEMITIR: ' WS-TOTAL-ED.

           DISPLAY ' ********************************************* '.

      *

           IF  WC-SIN-CASAR > 0

                DISPLAY '** ATENCION : HAY DEVOLUCIONES SIN ORDEN '

                        'ORIGINAL, REVISAR CON EL BANCO **'

           END-IF.

      *

       7000-INFORME-DEVOLUCIONES-EXIT.

           EXIT.

      ***************************************************************** *

      **       LINEA DE DETALLE DEL INFORME DE DEVOLUCIONES           * *

      ***************************************************************** *

       7100-LINEA-DEVOLUCION.

      *

           SET  WS-DEV-SEQ   TO WS-DEVT-IDX.

           MOVE WS-DEV-SEQ   TO WS-DEV-SEQ-ED.

           MOVE WS-DEVT-IMPORTE(WS-DEVT-IDX)  TO WS-IMPORTE-ED.

      *

           DISPLAY ' ' WS-DEV-SEQ-ED

                   '  ' WS-DEVT-CODIGO(WS-DEVT-IDX)

                   '  ' WS-DEVT-FECHA-PAGO(WS-DEVT-IDX)

                   '  ' WS-IMPORTE-ED

                   '  ' WS-DEVT-MOTIVO-COD(WS-DEVT-IDX)

                   ' '  WS-DEVT-MOTIVO(WS-DEVT-IDX)

                   '  ' WS-DEVT-DISPOSICION(WS-DEVT-IDX).

      *

       7100-LINEA-DEVOLUCION-EXIT.

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

      **       LECTURA DEL FICHERO DE DEVOLUCIONES DEL BANCO          * *

      ***************************************************************** *

       9200-LEER-DEVOLBCO.

      *

           READ DEVOLBCO

                INTO WS-DEVB-RAW

                AT END

                     SET FIN-DEVOLBCO TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

               CONTINUE

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-DEVOLBCO           TO WS-FICHERO-ERR

                     MOVE  '9200-LEER-DEVOLBCO'  TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       9200-LEER-DEVOLBCO-EXIT.

           EXIT.

      *****************************************************

      * FIN                                               *

      *****************************************************

       8000-FIN.

      *

           IF  FICHEROS-ABIERTOS

                CLOSE BANCOS

                IF  WS-FILE-STATUS NOT = '00'

                     DISPLAY '** ERROR AL CERRAR BANCOS : '

                             WS-FILE-STATUS

                END-IF

                CLOSE REGDEV

                IF  WS-FILE-STATUS NOT = '00'

                     DISPLAY '** ERROR AL CERRAR REGDEV : '

                             WS-FILE-STATUS

                END-IF

                SET FICHEROS-CERRADOS  TO TRUE

           END-IF.

      *

      *    SI EL ERROR LLEGA CON LA APLICACION A MEDIAS EL INFORME

      *    MUESTRA HASTA DONDE SE LLEGO : RELANZAR EL MISMO FICHERO

      *    COMPLETA LO QUE FALTE SIN DUPLICAR

      *

           IF  INFORME-PENDIENTE

                SET INFORME-NO-PENDIENTE  TO TRUE

                PERFORM 7000-INFORME-DEVOLUCIONES

                   THRU 7000-INFORME-DEVOLUCIONES-EXIT

           END-IF.

      *

           IF  SI-ERROR

      *

                DISPLAY '*************************'

                DISPLAY '** FICHERO DE DEVOLUCIONES NO TRATADO O '

                        'TRATADO A MEDIAS **'

                DISPLAY '** CORREGIR Y RELANZAR CON EL MISMO FICHERO '

                        'DEL BANCO **'

                DISPLAY '*************************'

      *

           ELSE

      *

                DISPLAY ' ******************************************* '

                DISPLAY ' ** ESTADISTICAS DEL PROGRAMA : ' LT-PROGRAMA

                                                                 ' **'

                MOVE  WS-DEVB-LINEAS-LEIDAS  TO WC-CONTADOR-ED

                DISPLAY ' ** DEVOLUCIONES LEIDAS     : ' WC-CONTADOR-ED

                MOVE  WC-HIST-LEIDOS         TO WC-CONTADOR-ED

                DISPLAY ' ** ORDENES DEL HISTORICO   : ' WC-CONTADOR-ED

                MOVE  WC-REG-LEIDOS          TO WC-CONTADOR-ED

                DISPLAY ' ** DEVOLUCIONES REGISTRADAS: ' WC-CONTADOR-ED

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

