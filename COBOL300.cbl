
      *  ACUMULADOS POR DEPARTAMENTO Y EL MAPA FICHERO.CUENTAS.       *

      *  SOLO SE REPARTEN LOS EMPLEADOS ACTIVOS : LOS QUE ESTAN EN    *

      *  EXCEDENCIA O DE BAJA SE CUENTAN APARTE (NO ACTIVOS) EN LOS   *

      *  TOTALES DE CONTROL, Y SU RECHAZO PENDIENTE EN RECICLAJE, SI  *

      *  LO HAY, SALE DEL CIRCUITO. UNA CORRECCION APROBADA DEL       *

      *  RECICLAJE SOLO SE REINYECTA SI EL EMPLEADO SIGUE ACTIVO EN   *

      *  EL MAESTRO (LECTURA POR CLAVE ANTES DEL PASO SECUENCIAL) :   *

      *  SI ESTA EN EXCEDENCIA, DE BAJA O YA NO ESTA, SE CUENTA COMO  *

      *  NO ACTIVO Y SALE DEL CIRCUITO.                               *

      *  AL TERMINAR DEJA RETURN-CODE 0 SI EL PROCESO ACABA BIEN Y    *

      *  12 SI SE INTERRUMPE, PARA QUE COBOL324 (CADENA DIARIA) NO    *

      *  LANCE EL PASO SIGUIENTE.                                     *

      *                                                               *

      *****************************************************************

           ORGANIZATION IS INDEXED

           ACCESS MODE IS DYNAMIC

           RECORD KEY IS REG-EMPLE-CODIGO


           05  REG-EMPLE-CODIGO              PIC X(6).

           05  FILLER                        PIC X(53).

           05  REG-EMPLE-ESTADO              PIC X(1).

               88  REG-EMPLE-NO-ACTIVO                  VALUE 'E' 'B'.

           05  FILLER                        PIC X(20).

      *

               10  WS-GEN-FECHA              PIC X(8).



      ***************************************************************** *

      **            WC-CONTADORES                                     * *

           05  WC-CONTADOR-DUP              PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-INA              PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-RINA             PIC S9(6) COMP VALUE 0.

           05  WC-SECUENCIA-ERR             PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-G                PIC S9(6) COMP VALUE 0

           05  WS-CKPT-FECHA                PIC X(8)   VALUE SPACES.

           05  WS-CKPT-CONTADOR-RINA        PIC 9(3)   VALUE 0.

      ***************************************************************** *


           05  LT-WRITE                     PIC X(8)   VALUE 'WRITE'.

           05  LT-START                     PIC X(8)   VALUE 'START'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL300'.

           05  LT-EMPLE                     PIC X(8)   VALUE 'EMPLE'.

               88 NO-FIN-HISTPREV                       VALUE 0.

      *

           05  SW-MAESTRO-CONSULTADO         PIC 9      VALUE 0.

               88 MAESTRO-CONSULTADO                    VALUE 1.

               88 MAESTRO-NO-CONSULTADO                 VALUE 0.

      *

           05  SW-ESTADO-MAESTRO             PIC 9      VALUE 1.

               88 MAESTRO-ACTIVO                        VALUE 1.

               88 MAESTRO-NO-ACTIVO                     VALUE 0.

      *

           05  SW-OVERRIDE-VOL               PIC 9      VALUE 0.

           ELSE

                IF  NOT FIN-FICHERO

                     PERFORM 9200-LEER-FICHERO

                        THRU 9200-LEER-FICHERO-EXIT

                END-IF

           END-IF.


                   THRU 9200-LEER-FICHERO-EXIT

      *

      *         LOS NO ACTIVOS NO VAN AL CHECKPOINT : SE RECUENTAN

      *

                IF  NOT FIN-FICHERO

                 AND NO-DUPLICADO

                 AND EMPLE-NO-ACTIVO

                     ADD 1  TO WC-CONTADOR-INA

                END-IF

           END-PERFORM.

      *

           MOVE WS-CKPT-CONTADOR-R   TO WC-CONTADOR-R.

      *

      *    LAS CORRECCIONES NO REINYECTADAS POR NO ACTIVO NO SALEN

      *    DEL MAESTRO : SE RECUPERAN DEL CHECKPOINT

      *

           IF  WS-CKPT-CONTADOR-RINA NUMERIC

                MOVE WS-CKPT-CONTADOR-RINA  TO WC-CONTADOR-RINA

                ADD  WC-CONTADOR-RINA       TO WC-CONTADOR-INA

           END-IF.

      *

           IF  MODO-RUTEO

           END-IF.

      *

           IF  MAESTRO-CONSULTADO

                PERFORM 1470-REPOSICIONAR-MAESTRO

                   THRU 1470-REPOSICIONAR-MAESTRO-EXIT

           END-IF.

      *

       1400-INYECTAR-CORRECCIONES-EXIT.

      *

      *         LA IMAGEN RECICLADA NO TRAE EL ESTADO ACTUAL : MANDA

      *         EL DEL MAESTRO

      *

                PERFORM 1460-CONSULTAR-MAESTRO

                   THRU 1460-CONSULTAR-MAESTRO-EXIT

      *

                IF  MAESTRO-NO-ACTIVO

                     ADD 1  TO WC-CONTADOR-INA

                     ADD 1  TO WC-CONTADOR-RINA

                     MOVE 'X'  TO WS-RECIT-ESTADO(WS-RECI-IDX)

                     DISPLAY '** CORRECCION NO REINYECTADA, EMPLEADO '

                             'NO ACTIVO : ' WS-EMPLE-CODIGO

                ELSE

                     PERFORM 3050-VALIDAR-EMPLEADO

                        THRU 3050-VALIDAR-EMPLEADO-EXIT

      *

                     IF  REGISTRO-INVALIDO

                          PERFORM 3060-ESCRIBIR-RECHAZO

                             THRU 3060-ESCRIBIR-RECHAZO-EXIT

                     ELSE

                          MOVE 'X'  TO WS-RECIT-ESTADO(WS-RECI-IDX)

                          PERFORM 3070-VERIFICAR-RUT110

                             THRU 3070-VERIFICAR-RUT110-EXIT

                          PERFORM 3080-DISTRIBUIR-SALIDA

                             THRU 3080-DISTRIBUIR-SALIDA-EXIT

                     END-IF

                END-IF


           EXIT.

      ***************************************************************** *

      **       ESTADO ACTUAL DEL EMPLEADO EN EL MAESTRO (LECTURA POR  * *

      **        CLAVE) -- SI YA NO ESTA TAMPOCO SE LE REPARTE         * *

      ***************************************************************** *

       1460-CONSULTAR-MAESTRO.

      *

           SET  MAESTRO-CONSULTADO  TO TRUE.

           SET  MAESTRO-ACTIVO      TO TRUE.

      *

           MOVE WS-EMPLE-CODIGO     TO REG-EMPLE-CODIGO.

      *

           READ EMPLE

                KEY IS REG-EMPLE-CODIGO.

      *

           EVALUATE WS-FILE-STATUS

      *

              WHEN '00'

                   IF  REG-EMPLE-NO-ACTIVO

                        SET MAESTRO-NO-ACTIVO  TO TRUE

                   END-IF

      *

              WHEN '23'

                   SET MAESTRO-NO-ACTIVO  TO TRUE

                   DISPLAY '** EMPLEADO ' WS-EMPLE-CODIGO

                           ' DEL RECICLAJE NO ESTA EN EL MAESTRO **'

      *

              WHEN OTHER

                   MOVE  LT-EMPLE                 TO WS-FICHERO-ERR

                   MOVE  '1460-CONSULTAR-MAE'     TO WS-PARRAFO-ERR

                   MOVE  LT-READ                  TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

       1460-CONSULTAR-MAESTRO-EXIT.

           EXIT.

      ***************************************************************** *

      **       VUELTA DEL MAESTRO AL PRIMER REGISTRO TRAS LAS         * *

      **        LECTURAS POR CLAVE, PARA EL PASO SECUENCIAL           * *

      ***************************************************************** *

       1470-REPOSICIONAR-MAESTRO.

      *

           MOVE LOW-VALUES          TO REG-EMPLE-CODIGO.

      *

           START EMPLE

                 KEY IS NOT LESS THAN REG-EMPLE-CODIGO.

      *

           EVALUATE WS-FILE-STATUS

      *

              WHEN '00'

                   CONTINUE

      *

              WHEN '23'

                   SET FIN-FICHERO  TO TRUE

                   DISPLAY '*************************'

                   DISPLAY '** FICHERO VACIO      ***'

                   DISPLAY '*************************'

      *

              WHEN OTHER

                   MOVE  LT-EMPLE                 TO WS-FICHERO-ERR

                   MOVE  '1470-REPOSICIONAR'      TO WS-PARRAFO-ERR

                   MOVE  LT-START                 TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

       1470-REPOSICIONAR-MAESTRO-EXIT.

           EXIT.

      *****************************************************

      * PROCESO                                           *

      *             ' NOMBRE : '   WS-EMPLE-NOMBRE.

           EVALUATE TRUE

      *

              WHEN SI-DUPLICADO

                   MOVE '07'  TO WS-RECH-MOTIVO

                   MOVE 'CODIGO DUPLICADO EN MAESTRO'

                      TO WS-RECH-DESCRIPCION

                   PERFORM 3060-ESCRIBIR-RECHAZO

                      THRU 3060-ESCRIBIR-RECHAZO-EXIT

      *

              WHEN EMPLE-NO-ACTIVO

                   PERFORM 3045-EMPLEADO-NO-ACTIVO

                      THRU 3045-EMPLEADO-NO-ACTIVO-EXIT

      *

              WHEN OTHER

                   PERFORM 3050-VALIDAR-EMPLEADO

                      THRU 3050-VALIDAR-EMPLEADO-EXIT

      *

                   IF  REGISTRO-INVALIDO

                        PERFORM 3060-ESCRIBIR-RECHAZO

                           THRU 3060-ESCRIBIR-RECHAZO-EXIT

                   ELSE

                        PERFORM 3070-VERIFICAR-RUT110

                           THRU 3070-VERIFICAR-RUT110-EXIT

      *

                        PERFORM 3080-DISTRIBUIR-SALIDA

                           THRU 3080-DISTRIBUIR-SALIDA-EXIT

      *

                        PERFORM 3075-RESOLVER-RECICLAJE

                           THRU 3075-RESOLVER-RECICLAJE-EXIT

                   END-IF

      *

           END-EVALUATE.

      *


      ***************************************************************** *

      **       EMPLEADO EN EXCEDENCIA O DE BAJA : NO SE REPARTE NI    * *

      **        SE RECHAZA, SE CUENTA APARTE. UN RECHAZO SUYO QUE     * *

      **        ESPERASE CORRECCION EN RECICLAJE YA NO PROCEDE        * *

      ***************************************************************** *

       3045-EMPLEADO-NO-ACTIVO.

      *

           ADD 1  TO WC-CONTADOR-INA.

      *

           PERFORM 3075-RESOLVER-RECICLAJE

              THRU 3075-RESOLVER-RECICLAJE-EXIT.

      *

       3045-EMPLEADO-NO-ACTIVO-EXIT.

           EXIT.

      ***************************************************************** *

      **       BUSQUEDA DEL DEPARTAMENTO EN LA TABLA DE REFERENCIA    * *

      ***************************************************************** *

           MOVE WS-FECHA              TO WS-CKPT-FECHA

           MOVE WC-CONTADOR-RINA      TO WS-CKPT-CONTADOR-RINA

      *

           WRITE REG-CHECKPOINT
      *

           IF  WC-CONTADOR + WC-CONTADOR-R = WC-CONTADOR-S1

                              + WC-CONTADOR-S2 + WC-CONTADOR-D

                              + WC-CONTADOR-INA

                CONTINUE

           ELSE

                DISPLAY '* WC-CONTADOR-R  (RECICLA)  : ' WC-CONTADOR-R

                DISPLAY '* WC-CONTADOR-INA (NO ACTIV): '

                        WC-CONTADOR-INA

                DISPLAY '* LEIDOS+RECICLA <> S1+S2+RECHAZOS+NO ACTIVOS'

                        ' -- REVISAR ** '

                DISPLAY '*****************************************'


               DISPLAY ' ** FILAS RECICLADAS        : ' WS-CONTADOR2

               MOVE  WC-CONTADOR-INA        TO WS-CONTADOR2

               DISPLAY ' ** NO ACTIVOS (EXC./BAJA)  : ' WS-CONTADOR2

               MOVE  WC-CONTADOR-DUP        TO WS-CONTADOR2

               DISPLAY ' ** CODIGOS DUPLICADOS      : ' WS-CONTADOR2

               MOVE WS-FECHA              TO WS-CKPT-FECHA

               MOVE WC-CONTADOR-RINA      TO WS-CKPT-CONTADOR-RINA

      *

               WRITE REG-CHECKPOINT

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

           READ EMPLE NEXT RECORD

                INTO WS-REG-EMPLEADO

