
      * PROGRAMA DE MANTENIMIENTO DEL FICHERO MAESTRO DE EMPLEADOS    *

      *  APLICA TODOS LOS MOVIMIENTOS (ALTA/MODIFICACION/BAJA/        *

      *  EXCEDENCIA/REINCORPORACION)                                  *

      *  LEIDOS DE FICHERO.MOVIMIENTO.DEPURADO (LA SALIDA LIMPIA      *


      *  FICHERO INDEXADO POR CODIGO DE EMPLEADO, ACCEDIENDO POR      *

      *  CLAVE (READ/WRITE/REWRITE), Y DEJA UNA IMAGEN                *

      *  ANTES/DESPUES DE CADA CAMBIO EN FICHERO.AUDITORIA.           *


      *  (APLICADO/RECHAZADO) POR CADA MOVIMIENTO.                    *

      *  CADA MOVIMIENTO LLEVA SU FECHA DE EFECTO (POS 61-68, EN      *

      *  BLANCO = INMEDIATO). LOS DE FECHA POSTERIOR A LA DE          *

      *  EJECUCION (ADMITE EL OVERRIDE DE FICHERO.PARAMETROS, POS     *

      *  02-09) NO SE APLICAN : QUEDAN EN ESPERA EN                   *

      *  FICHERO.MOVIMIENTO.PENDIENTE. EN CADA EJECUCION LOS QUE YA   *

      *  HAN ALCANZADO SU FECHA SE INCORPORAN A LOS DEL LOTE Y SE     *

      *  APLICAN TODOS POR ORDEN DE FECHA DE EFECTO, CON LA MISMA     *

      *  IMAGEN ANTES/DESPUES EN AUDITORIA. EL FICHERO DE PENDIENTES  *

      *  SE REESCRIBE APARTE Y SE RENOMBRA AL TERMINAR. EL LISTADO    *

      *  DE LO QUE SIGUE EN ESPERA Y SUS CONFLICTOS ES COBOL318.      *

      *  LA BAJA ('D') NO BORRA EL REGISTRO : LO DEJA EN SITUACION    *

      *  'B' CON LA FECHA DE EFECTO COMO FECHA DE BAJA. 'E' PASA AL   *

      *  EMPLEADO A EXCEDENCIA Y 'R' LO REINCORPORA. EL ALTA GRABA    *

      *  LA FECHA DE EFECTO COMO FECHA DE ALTA, EN SITUACION 'A'.     *

      *  UN EMPLEADO DE BAJA NO ADMITE MAS MOVIMIENTOS NI SE PUEDE    *

      *  VOLVER A DAR DE ALTA CON EL MISMO CODIGO.                    *

      *  LA FECHA DEL REGISTRO DE AUDITORIA ES LA FECHA DE EFECTO DEL *

      *  MOVIMIENTO (LA DE EJECUCION SI NO LA TRAE), LA MISMA QUE SE  *

      *  GRABA COMO FECHA DE ALTA O DE BAJA : ASI COBOL322 FECHA      *

      *  TRASLADOS, ALTAS Y BAJAS CON EL MISMO CRITERIO.              *

      *  AL TERMINAR DEJA RETURN-CODE 0 SI EL PROCESO ACABA BIEN Y    *

      *  12 SI SE INTERRUMPE, PARA QUE COBOL324 (CADENA DIARIA) NO    *

      *  LANCE EL PASO SIGUIENTE.                                     *

      *                                                               *

      *****************************************************************

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMETROS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PENDIENTE

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.movimiento.pendiente'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PEND-NUEVO

           ASSIGN TO DYNAMIC WS-RUTA-PEND-NUEVO

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

           05  REG-EMPLE-CODIGO              PIC X(6).

           05  FILLER                        PIC X(74).

      *

       FD  MOVTO.

       01  REG-MOVTO                         PIC X(68).

      *


       01  REG-DEPTOS                        PIC X(35).

      *

       FD  PARAMETROS.

       01  REG-PARAMETROS                    PIC X(25).

      *

       FD  PENDIENTE.

       01  REG-PENDIENTE                     PIC X(88).

      *

       FD  PEND-NUEVO.

       01  REG-PEND-NUEVO                    PIC X(88).

      *

       WORKING-STORAGE SECTION.

           05  WS-MOV-SEQ-ED                PIC ZZZ9.

           05  WS-FECHA-PROCESO             PIC X(8).

           05  WS-ORIGEN-ED                 PIC X(4).

           05  WS-ORD-I                     PIC S9(4) COMP.

           05  WS-ORD-J                     PIC S9(4) COMP.

           05  WS-ORD-K                     PIC S9(4) COMP.

           05  WS-RC-RENAME                 PIC S9(9) COMP-5.

      *

       01  WS-RUTA-PEND-NUEVO                PIC X(70)  VALUE

           '/home/forma2/cobol/ficheros/fichero.movimiento.pend.nuevo'.

       01  WS-RUTA-PENDIENTE                 PIC X(70)  VALUE

           '/home/forma2/cobol/ficheros/fichero.movimiento.pendiente'.

      *

      ***************************************************************** *

      **            WS-PARAMETROS-REG                                 * *

      **        MISMO LAYOUT QUE EN COBOL300 -- AQUI SOLO SE USA      * *

      **        WS-FECHA-OVERRIDE COMO FECHA DE EJECUCION             * *

      ***************************************************************** *

       01  WS-PARAMETROS-REG.

           05  WS-CORTE-APELLIDO             PIC X(1)   VALUE SPACES.

           05  WS-FECHA-OVERRIDE             PIC X(8)   VALUE SPACES.

           05  WS-MAX-CICLOS                 PIC X(2)   VALUE SPACES.

           05  WS-RETENCION                  PIC X(2)   VALUE SPACES.

           05  WS-FECHA-LISTADO              PIC X(8)   VALUE SPACES.

           05  WS-MODO-SALIDA                PIC X(1)   VALUE SPACES.

           05  WS-TOLERANCIA                 PIC X(2)   VALUE SPACES.

           05  WS-OVERRIDE-VOLUMEN           PIC X(1)   VALUE SPACES.

      *

      ***************************************************************** *

           05  WC-MOV-RECHAZADOS            PIC S9(6) COMP VALUE 0.

           05  WC-MOV-EN-ESPERA             PIC S9(6) COMP VALUE 0.

           05  WC-PEN-LEIDOS                PIC S9(6) COMP VALUE 0.

           05  WC-PEN-VENCIDOS              PIC S9(6) COMP VALUE 0.

           05  WC-PEN-ESCRITOS              PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

               88  MOV-BAJA                          VALUE 'D'.

               88  MOV-EXCEDENCIA                    VALUE 'E'.

               88  MOV-REINCORPORACION               VALUE 'R'.

           05  WS-MOV-CODIGO                PIC X(6).

           05  WS-MOV-NOMBRE                PIC X(15).

           05  WS-MOV-COMISION              PIC 9(7)V99.

           05  WS-MOV-FECHA-EFECTO          PIC X(8).

      *

      ***************************************************************** *

      **            WS-TABLA-MOVIMIENTOS                              * *

      **        LOTE DEL DIA MAS PENDIENTES VENCIDOS, ORDENADA POR    * *

      **        FECHA DE EFECTO Y FECHA DE RECEPCION                  * *

      ***************************************************************** *

       01  WS-TABLA-MOVIMIENTOS.

           05  WS-MOV-NUM-ENTRADAS          PIC 9(4)   VALUE 0.

           05  WS-MOV-TABLA  OCCURS 1 TO 2000 TIMES

                             DEPENDING ON WS-MOV-NUM-ENTRADAS

                             INDEXED BY WS-MOV-IDX.

               10  WS-MOVT-CLAVE-ORDEN.

                   15  WS-MOVT-FECHA-EFECTO PIC X(8).

                   15  WS-MOVT-FECHA-RECEP  PIC X(8).

               10  WS-MOVT-ORIGEN           PIC X(1).

                   88  MOVT-DEL-LOTE                 VALUE 'L'.

                   88  MOVT-DE-PENDIENTES            VALUE 'P'.

               10  WS-MOVT-REGISTRO         PIC X(68).

               10  WS-MOVT-ESTADO           PIC X(1).


                   88  MOVT-RECHAZADO                VALUE 'R'.

                   88  MOVT-EN-ESPERA                VALUE 'E'.

               10  WS-MOVT-MOTIVO           PIC X(30).

      *

       01  WS-MOV-AUX.

           05  WS-MAUX-CLAVE-ORDEN          PIC X(16).

           05  FILLER                       PIC X(100).

      *

      ***************************************************************** *

      **            WS-TABLA-PENDIENTES                               * *

      **        FICHERO.MOVIMIENTO.PENDIENTE EN MEMORIA MAS LOS       * *

      **        MOVIMIENTOS DEL LOTE QUE QUEDAN EN ESPERA             * *

      ***************************************************************** *

       01  WS-TABLA-PENDIENTES.

           05  WS-PDT-NUM-ENTRADAS          PIC 9(4)   VALUE 0.

           05  WS-PDT-TABLA  OCCURS 1 TO 2000 TIMES

                             DEPENDING ON WS-PDT-NUM-ENTRADAS

                             INDEXED BY WS-PDT-IDX.

               10  WS-PDTT-REGISTRO.

                   15  WS-PDTT-FECHA-EFECTO PIC X(8).

                   15  WS-PDTT-FECHA-RECEP  PIC X(8).

                   15  WS-PDTT-MOVIMIENTO   PIC X(68).

                   15  FILLER               PIC X(4).

               10  WS-PDTT-ESTADO           PIC X(1).

                   88  PDTT-EN-ESPERA                VALUE 'E'.

                   88  PDTT-VENCIDO                  VALUE 'V'.

      *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  CT-MAX-MOVIMIENTOS           PIC 9(4)   VALUE 2000.

           05  CT-MAX-PENDIENTES            PIC 9(4)   VALUE 2000.

           05  CT-INTERV-REFRESCO           PIC 9(4)   VALUE 50.


           05  LT-DEPTOS                    PIC X(8)   VALUE 'DEPTOS'.

           05  LT-PENDIENTE                 PIC X(8)   VALUE 'PENDIENT'.

           05  LT-PEND-NUEVO                PIC X(8)   VALUE 'PENDNUEV'.

      ***************************************************************** *

      **              VARIABLES  FICHERO EMPLEADO                      * *

      ***************************************************************** *

      **              VARIABLES  FICHERO MOVIMIENTOS PENDIENTES       * *

      ***************************************************************** *

       COPY COPYMOVPE.

      ***************************************************************** *

      **              COMUNICACION CON RUT120CB (BLOQUEOS)            * *

      ***************************************************************** *

               88 BLOQUEO-NO-ADQUIRIDO                  VALUE 0.

      *

           05  SW-FIN-PENDIENTE              PIC 9      VALUE 0.

               88 FIN-PENDIENTE                         VALUE 1.

               88 NO-FIN-PENDIENTE                      VALUE 0.

      *

           05  SW-YA-EN-ESPERA               PIC 9      VALUE 0.

               88 YA-EN-ESPERA                          VALUE 1.

               88 NO-YA-EN-ESPERA                       VALUE 0.

      *

           05  SW-DESPLAZAR                  PIC 9      VALUE 0.

               88 FIN-DESPLAZAR                         VALUE 1.

               88 NO-FIN-DESPLAZAR                      VALUE 0.

      *

           05  SW-VIGENTE                    PIC 9      VALUE 0.

               88 EMPLEADO-VIGENTE                      VALUE 1.

               88 EMPLEADO-NO-VIGENTE                   VALUE 0.

      *

      ***************************************************************** *

           END-IF.

      *

           IF  NOT SI-ERROR

                PERFORM 6000-REESCRIBIR-PENDIENTES

                   THRU 6000-REESCRIBIR-PENDIENTES-EXIT

           END-IF.

      *

           PERFORM 8000-FIN

           ACCEPT WS-FECHA  FROM DATE YYYYMMDD.

           MOVE   WS-FECHA  TO WS-FECHA-PROCESO.

      *

           PERFORM 1050-LEER-PARAMETROS

              THRU 1050-LEER-PARAMETROS-EXIT.

      *

      *    PRIMERO LOS PENDIENTES : LOS QUE YA HAN ALCANZADO SU FECHA

      *    ENTRAN EN LA TABLA Y EL RESTO SIGUE EN ESPERA

      *

           PERFORM 1300-CARGAR-PENDIENTES

              THRU 1300-CARGAR-PENDIENTES-EXIT.

      *

           IF  NOT SI-ERROR

                PERFORM 1400-INCORPORAR-VENCIDO

                   THRU 1400-INCORPORAR-VENCIDO-EXIT

                 VARYING WS-PDT-IDX FROM 1 BY 1

                   UNTIL WS-PDT-IDX > WS-PDT-NUM-ENTRADAS

                      OR SI-ERROR

           END-IF.

      *

           OPEN INPUT MOVTO.

      *

           IF  WS-MOV-NUM-ENTRADAS = 0  AND  NOT SI-ERROR

                DISPLAY '*************************'


           END-IF.

      *

           IF  NOT SI-ERROR

                PERFORM 1500-ORDENAR-MOVIMIENTO

                   THRU 1500-ORDENAR-MOVIMIENTO-EXIT

                 VARYING WS-ORD-I FROM 2 BY 1

                   UNTIL WS-ORD-I > WS-MOV-NUM-ENTRADAS

           END-IF.

      *

           IF  NOT SI-ERROR

                DISPLAY '** MOVIMIENTOS EN COLA : ' WS-MOV-NUM-ENTRADAS

                MOVE WC-PEN-VENCIDOS  TO WC-CONTADOR-ED

                DISPLAY '** DE ELLOS PENDIENTES QUE VENCEN : '

                        WC-CONTADOR-ED

                MOVE WC-MOV-EN-ESPERA TO WC-CONTADOR-ED

                DISPLAY '** DEL LOTE QUE QUEDAN EN ESPERA  : '

                        WC-CONTADOR-ED

      *

                OPEN I-O EMPLE

      ***************************************************************** *

      **       LECTURA DEL OVERRIDE DE FECHA DE EJECUCION             * *

      ***************************************************************** *

       1050-LEER-PARAMETROS.

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

           END-IF.

      *

      *    MISMA FECHA DE EJECUCION QUE COBOL300 : ES LA QUE DECIDE

      *    QUE MOVIMIENTOS HAN ALCANZADO SU FECHA DE EFECTO

      *

           IF  WS-FECHA-OVERRIDE IS NUMERIC

                MOVE WS-FECHA-OVERRIDE  TO WS-FECHA-PROCESO

                DISPLAY '** FECHA DE EJECUCION POR PARAMETRO : '

                         WS-FECHA-PROCESO

           END-IF.

      *

       1050-LEER-PARAMETROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UN MOVIMIENTO EN LA TABLA DE MOVIMIENTOS      * *

      ***************************************************************** *

                     MOVE SPACES  TO WS-MOVT-MOTIVO(WS-MOV-IDX)

                     PERFORM 1150-CLASIFICAR-MOVIMIENTO

                        THRU 1150-CLASIFICAR-MOVIMIENTO-EXIT

                ELSE

                     DISPLAY '*************************'

      ***************************************************************** *

      **       FECHA DE EFECTO DEL MOVIMIENTO DEL LOTE -- SI AUN NO   * *

      **        HA LLEGADO, EL MOVIMIENTO QUEDA EN ESPERA             * *

      ***************************************************************** *

       1150-CLASIFICAR-MOVIMIENTO.

      *

           MOVE REG-MOVTO  TO WS-REG-MOVIMIENTO.

      *

           SET  MOVT-DEL-LOTE(WS-MOV-IDX)  TO TRUE.

           MOVE WS-FECHA-PROCESO  TO WS-MOVT-FECHA-RECEP(WS-MOV-IDX).

      *

      *    SIN FECHA DE EFECTO EL MOVIMIENTO ES INMEDIATO

      *

           IF  WS-MOV-FECHA-EFECTO = SPACES

                MOVE WS-FECHA-PROCESO

                   TO WS-MOVT-FECHA-EFECTO(WS-MOV-IDX)

           ELSE

                MOVE WS-MOV-FECHA-EFECTO

                   TO WS-MOVT-FECHA-EFECTO(WS-MOV-IDX)

           END-IF.

      *

           IF  WS-MOVT-FECHA-EFECTO(WS-MOV-IDX) > WS-FECHA-PROCESO

                PERFORM 1160-DEJAR-EN-ESPERA

                   THRU 1160-DEJAR-EN-ESPERA-EXIT

           END-IF.

      *

       1150-CLASIFICAR-MOVIMIENTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       MOVIMIENTO FUTURO A LA TABLA DE PENDIENTES -- SI YA    * *

      **        ESTABA EN ESPERA (LOTE RELANZADO) SE RECHAZA PARA     * *

      **        NO APLICARLO DOS VECES                                * *

      ***************************************************************** *

       1160-DEJAR-EN-ESPERA.

      *

           SET  NO-YA-EN-ESPERA  TO TRUE.

      *

           IF  WS-PDT-NUM-ENTRADAS > 0

                SET  WS-PDT-IDX  TO 1

                SEARCH  WS-PDT-TABLA

                   VARYING WS-PDT-IDX

                   AT END

                        CONTINUE

                   WHEN  WS-PDTT-MOVIMIENTO(WS-PDT-IDX) = REG-MOVTO

                        SET  YA-EN-ESPERA  TO TRUE

                END-SEARCH

           END-IF.

      *

           IF  YA-EN-ESPERA

                MOVE 'YA EN ESPERA DE SU FECHA'

                   TO WS-MOTIVO-DISPO

                PERFORM 3030-MARCAR-RECHAZADO

                   THRU 3030-MARCAR-RECHAZADO-EXIT

           ELSE

                IF  WS-PDT-NUM-ENTRADAS < CT-MAX-PENDIENTES

                     ADD 1  TO WS-PDT-NUM-ENTRADAS

                     SET  WS-PDT-IDX  TO WS-PDT-NUM-ENTRADAS

                     MOVE SPACES

                        TO WS-PDTT-REGISTRO(WS-PDT-IDX)

                     MOVE WS-MOVT-FECHA-EFECTO(WS-MOV-IDX)

                        TO WS-PDTT-FECHA-EFECTO(WS-PDT-IDX)

                     MOVE WS-FECHA-PROCESO

                        TO WS-PDTT-FECHA-RECEP(WS-PDT-IDX)

                     MOVE REG-MOVTO

                        TO WS-PDTT-MOVIMIENTO(WS-PDT-IDX)

                     SET  PDTT-EN-ESPERA(WS-PDT-IDX)  TO TRUE

                     SET  MOVT-EN-ESPERA(WS-MOV-IDX)  TO TRUE

                     ADD 1  TO WC-MOV-EN-ESPERA

                ELSE

                     DISPLAY '*************************'

                     DISPLAY '** TABLA PENDIENTES LLENA, MAXIMO '

                             CT-MAX-PENDIENTES ' **'

                     DISPLAY '*************************'

                     SET SI-ERROR  TO TRUE

                END-IF

           END-IF.

      *

       1160-DEJAR-EN-ESPERA-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE LA REFERENCIA DE DEPARTAMENTOS EN TABLA       * *

      ***************************************************************** *

       1200-CARGAR-DEPARTAMENTOS.

      *

           OPEN INPUT DEPTOS.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE


      ***************************************************************** *

      **       CARGA DE FICHERO.MOVIMIENTO.PENDIENTE EN TABLA --      * *

      **        SI NO EXISTE NO HAY NADA EN ESPERA                    * *

      ***************************************************************** *

       1300-CARGAR-PENDIENTES.

      *

           OPEN INPUT PENDIENTE.

      *

           EVALUATE WS-FILE-STATUS

      *

              WHEN '00'

                   PERFORM 1350-CARGAR-PENDIENTE

                      THRU 1350-CARGAR-PENDIENTE-EXIT

                    UNTIL  FIN-PENDIENTE OR SI-ERROR

                   CLOSE PENDIENTE

      *

              WHEN '35'

                   DISPLAY '** SIN MOVIMIENTOS PENDIENTES DE FECHA **'

      *

              WHEN OTHER

                   MOVE  LT-PENDIENTE    TO WS-FICHERO-ERR

                   MOVE  '1300-'         TO WS-PARRAFO-ERR

                   MOVE  LT-OPEN         TO WS-OPERACION-ERR

                   PERFORM 9100-GESTION-ERRORES

                      THRU 9100-GESTION-ERRORES-EXIT

      *

           END-EVALUATE.

      *

       1300-CARGAR-PENDIENTES-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UN MOVIMIENTO PENDIENTE EN LA TABLA           * *

      ***************************************************************** *

       1350-CARGAR-PENDIENTE.

      *

           READ PENDIENTE

                INTO WS-REG-PENDIENTE

                AT END

                     SET FIN-PENDIENTE TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

                ADD 1  TO WC-PEN-LEIDOS

      *

                IF  WS-PDT-NUM-ENTRADAS < CT-MAX-PENDIENTES

                     ADD 1  TO WS-PDT-NUM-ENTRADAS

                     SET  WS-PDT-IDX  TO WS-PDT-NUM-ENTRADAS

                     MOVE WS-REG-PENDIENTE

                        TO WS-PDTT-REGISTRO(WS-PDT-IDX)

                     SET  PDTT-EN-ESPERA(WS-PDT-IDX)  TO TRUE

                ELSE

                     DISPLAY '*************************'

                     DISPLAY '** TABLA PENDIENTES LLENA, MAXIMO '

                             CT-MAX-PENDIENTES ' **'

                     DISPLAY '*************************'

                     SET SI-ERROR  TO TRUE

                END-IF

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-PENDIENTE          TO WS-FICHERO-ERR

                     MOVE  '1350-CARGAR-PEND'    TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1350-CARGAR-PENDIENTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       PENDIENTE QUE YA HA ALCANZADO SU FECHA DE EFECTO --    * *

      **        PASA A LA TABLA DE MOVIMIENTOS A APLICAR              * *

      ***************************************************************** *

       1400-INCORPORAR-VENCIDO.

      *

           IF  WS-PDTT-FECHA-EFECTO(WS-PDT-IDX) > WS-FECHA-PROCESO

                CONTINUE

           ELSE

                IF  WS-MOV-NUM-ENTRADAS < CT-MAX-MOVIMIENTOS

                     ADD 1  TO WS-MOV-NUM-ENTRADAS

                     SET  WS-MOV-IDX  TO WS-MOV-NUM-ENTRADAS

                     MOVE WS-PDTT-FECHA-EFECTO(WS-PDT-IDX)

                        TO WS-MOVT-FECHA-EFECTO(WS-MOV-IDX)

                     MOVE WS-PDTT-FECHA-RECEP(WS-PDT-IDX)

                        TO WS-MOVT-FECHA-RECEP(WS-MOV-IDX)

                     SET  MOVT-DE-PENDIENTES(WS-MOV-IDX)  TO TRUE

                     MOVE WS-PDTT-MOVIMIENTO(WS-PDT-IDX)

                        TO WS-MOVT-REGISTRO(WS-MOV-IDX)

                     SET  MOVT-PENDIENTE(WS-MOV-IDX)  TO TRUE

                     MOVE SPACES  TO WS-MOVT-MOTIVO(WS-MOV-IDX)

                     SET  PDTT-VENCIDO(WS-PDT-IDX)    TO TRUE

                     ADD 1  TO WC-PEN-VENCIDOS

                ELSE

                     DISPLAY '*************************'

                     DISPLAY '** TABLA MOVIMIENTOS LLENA, MAXIMO '

                             CT-MAX-MOVIMIENTOS ' **'

                     DISPLAY '*************************'

                     SET SI-ERROR  TO TRUE

                END-IF

           END-IF.

      *

       1400-INCORPORAR-VENCIDO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ORDENACION POR INSERCION DE LA TABLA DE MOVIMIENTOS    * *

      **        POR FECHA DE EFECTO Y DE RECEPCION -- A IGUALDAD SE   * *

      **        RESPETA EL ORDEN DE LLEGADA                           * *

      ***************************************************************** *

       1500-ORDENAR-MOVIMIENTO.

      *

           MOVE WS-MOV-TABLA(WS-ORD-I)  TO WS-MOV-AUX.

           MOVE WS-ORD-I                TO WS-ORD-J.

           SET  NO-FIN-DESPLAZAR        TO TRUE.

      *

           PERFORM 1510-DESPLAZAR-MOVIMIENTO

              THRU 1510-DESPLAZAR-MOVIMIENTO-EXIT

            UNTIL  FIN-DESPLAZAR.

      *

           MOVE WS-MOV-AUX  TO WS-MOV-TABLA(WS-ORD-J).

      *

       1500-ORDENAR-MOVIMIENTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       DESPLAZA UNA POSICION LA ENTRADA ANTERIOR SI VA DETRAS * *

      ***************************************************************** *

       1510-DESPLAZAR-MOVIMIENTO.

      *

           IF  WS-ORD-J = 1

                SET  FIN-DESPLAZAR  TO TRUE

           ELSE

                COMPUTE WS-ORD-K = WS-ORD-J - 1

                IF  WS-MOVT-CLAVE-ORDEN(WS-ORD-K) > WS-MAUX-CLAVE-ORDEN

                     MOVE WS-MOV-TABLA(WS-ORD-K)

                        TO WS-MOV-TABLA(WS-ORD-J)

                     MOVE WS-ORD-K  TO WS-ORD-J

                ELSE

                     SET  FIN-DESPLAZAR  TO TRUE

                END-IF

           END-IF.

      *

       1510-DESPLAZAR-MOVIMIENTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       PROCESO: APLICACION DE UN MOVIMIENTO POR CLAVE         * *

      ***************************************************************** *

           EVALUATE TRUE

      *

      *       LOS QUE QUEDAN EN ESPERA O YA RECHAZADOS NO SE TOCAN

      *

              WHEN NOT MOVT-PENDIENTE(WS-MOV-IDX)

                   CONTINUE

      *

              WHEN MOV-MODIFICACION

                      THRU 3400-APLICAR-ALTA-EXIT

      *

              WHEN MOV-EXCEDENCIA

              WHEN MOV-REINCORPORACION

                   PERFORM 3300-CAMBIAR-SITUACION

                      THRU 3300-CAMBIAR-SITUACION-EXIT

      *

              WHEN OTHER

      ***************************************************************** *

      **       LECTURA DE UN EMPLEADO QUE SIGA EN PLANTILLA -- UN     * *

      **        CODIGO INEXISTENTE O DE BAJA DEJA EL MOTIVO DE        * *

      **        RECHAZO PREPARADO                                     * *

      ***************************************************************** *

       3055-LEER-EMPLEADO-VIGENTE.

      *

           SET  EMPLEADO-NO-VIGENTE  TO TRUE.

      *

           PERFORM 3050-LEER-POR-CLAVE

              THRU 3050-LEER-POR-CLAVE-EXIT.

      *

           EVALUATE TRUE

      *

              WHEN CODIGO-NO-ENCONTRADO

                   MOVE 'CODIGO NO ENCONTRADO EN MAESTRO'

                      TO WS-MOTIVO-DISPO

      *

              WHEN EMPLE-BAJA

                   MOVE 'EMPLEADO DADO DE BAJA'

                      TO WS-MOTIVO-DISPO

      *

              WHEN OTHER

                   SET  EMPLEADO-VIGENTE  TO TRUE

      *

           END-EVALUATE.

      *

       3055-LEER-EMPLEADO-VIGENTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       APLICAR MODIFICACION (REWRITE) SOBRE EL REGISTRO       * *

      ***************************************************************** *

      *

           PERFORM 3055-LEER-EMPLEADO-VIGENTE

              THRU 3055-LEER-EMPLEADO-VIGENTE-EXIT.

      *

           IF  EMPLEADO-VIGENTE

      *

                MOVE  WS-REG-EMPLEADO        TO WS-AUD-ANTES

      *

                MOVE  WS-MOV-NOMBRE          TO WS-EMPLE-NOMBRE

                MOVE  WS-MOV-INICIAL         TO WS-EMPLE-INICIAL

                MOVE  WS-MOV-APELLIDO        TO WS-EMPLE-APELLIDO

                MOVE  WS-MOV-DEPT            TO WS-EMPLE-DEPT

                MOVE  WS-MOV-SALARIO         TO WS-EMPLE-SALARIO

                MOVE  WS-MOV-COMISION        TO WS-EMPLE-COMISION

      *

                MOVE  WS-REG-EMPLEADO        TO WS-AUD-DESPUES

      *

                REWRITE REG-EMPLE

                   FROM WS-REG-EMPLEADO

      *

                IF  WS-FILE-STATUS = '00'

                     PERFORM 3900-ESCRIBIR-AUDITORIA

                        THRU 3900-ESCRIBIR-AUDITORIA-EXIT

                     PERFORM 3020-MARCAR-APLICADO

                        THRU 3020-MARCAR-APLICADO-EXIT

                ELSE

                     MOVE  LT-EMPLE               TO WS-FICHERO-ERR

                     MOVE  '3100-APLICAR-MODIF'   TO WS-PARRAFO-ERR

                     MOVE  LT-REWRITE             TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

      *

           ELSE

      *

                PERFORM 3030-MARCAR-RECHAZADO

                   THRU 3030-MARCAR-RECHAZADO-EXIT

      *

           END-IF.

      *

       3110-MODIFICAR-REGISTRO-EXIT.

           EXIT.

      ***************************************************************** *

      **       APLICAR BAJA SOBRE EL REGISTRO -- NO SE BORRA, QUEDA   * *

      **        EN SITUACION 'B' CON LA FECHA DE EFECTO DE LA BAJA    * *

      ***************************************************************** *

       3200-APLICAR-BAJA.

      *

           PERFORM 3055-LEER-EMPLEADO-VIGENTE

              THRU 3055-LEER-EMPLEADO-VIGENTE-EXIT.

      *

           IF  EMPLEADO-VIGENTE

            AND WS-MOVT-FECHA-EFECTO(WS-MOV-IDX) < WS-EMPLE-FECHA-ALTA

                SET  EMPLEADO-NO-VIGENTE  TO TRUE

                MOVE 'BAJA ANTERIOR A LA FECHA DE ALTA'

                   TO WS-MOTIVO-DISPO

           END-IF.

      *

           IF  EMPLEADO-VIGENTE

      *


      *

                SET   EMPLE-BAJA             TO TRUE

                MOVE  WS-MOVT-FECHA-EFECTO(WS-MOV-IDX)

                   TO WS-EMPLE-FECHA-BAJA

      *


                     MOVE  LT-EMPLE               TO WS-FICHERO-ERR

                     MOVE  '3200-APLICAR-BAJA'    TO WS-PARRAFO-ERR

                     MOVE  LT-REWRITE             TO WS-OPERACION-ERR


      *

                PERFORM 3030-MARCAR-RECHAZADO

                   THRU 3030-MARCAR-RECHAZADO-EXIT

      *

       3200-APLICAR-BAJA-EXIT.

           EXIT.

      ***************************************************************** *

      **       EXCEDENCIA ('E') Y REINCORPORACION ('R') -- SOLO       * *

      **        CAMBIAN LA SITUACION DEL EMPLEADO                     * *

      ***************************************************************** *

       3300-CAMBIAR-SITUACION.

      *

           PERFORM 3055-LEER-EMPLEADO-VIGENTE

              THRU 3055-LEER-EMPLEADO-VIGENTE-EXIT.

      *

           EVALUATE TRUE

      *

              WHEN EMPLEADO-NO-VIGENTE

                   PERFORM 3030-MARCAR-RECHAZADO

                      THRU 3030-MARCAR-RECHAZADO-EXIT

      *

              WHEN MOV-EXCEDENCIA

               AND EMPLE-EXCEDENCIA

                   MOVE 'EMPLEADO YA EN EXCEDENCIA'

                      TO WS-MOTIVO-DISPO

                   PERFORM 3030-MARCAR-RECHAZADO

                      THRU 3030-MARCAR-RECHAZADO-EXIT

      *

              WHEN MOV-REINCORPORACION

               AND NOT EMPLE-EXCEDENCIA

                   MOVE 'EMPLEADO NO ESTA EN EXCEDENCIA'

                      TO WS-MOTIVO-DISPO

                   PERFORM 3030-MARCAR-RECHAZADO

                      THRU 3030-MARCAR-RECHAZADO-EXIT

      *

              WHEN OTHER

                   PERFORM 3310-GRABAR-SITUACION

                      THRU 3310-GRABAR-SITUACION-EXIT

      *

           END-EVALUATE.

      *

       3300-CAMBIAR-SITUACION-EXIT.

           EXIT.

      ***************************************************************** *

      **       REESCRITURA DEL EMPLEADO CON LA NUEVA SITUACION        * *

      ***************************************************************** *

       3310-GRABAR-SITUACION.

      *

           MOVE  WS-REG-EMPLEADO        TO WS-AUD-ANTES.

      *

           IF  MOV-EXCEDENCIA

                SET  EMPLE-EXCEDENCIA   TO TRUE

           ELSE

                SET  EMPLE-ACTIVO       TO TRUE

           END-IF.

      *

           MOVE  WS-REG-EMPLEADO        TO WS-AUD-DESPUES.

      *

           REWRITE REG-EMPLE

              FROM WS-REG-EMPLEADO.

      *

           IF  WS-FILE-STATUS = '00'

                PERFORM 3900-ESCRIBIR-AUDITORIA

                   THRU 3900-ESCRIBIR-AUDITORIA-EXIT

                PERFORM 3020-MARCAR-APLICADO

                   THRU 3020-MARCAR-APLICADO-EXIT

           ELSE

                MOVE  LT-EMPLE               TO WS-FICHERO-ERR

                MOVE  '3310-GRABAR-SITUAC'   TO WS-PARRAFO-ERR

                MOVE  LT-REWRITE             TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       3310-GRABAR-SITUACION-EXIT.

           EXIT.


                MOVE  WS-MOV-COMISION        TO WS-EMPLE-COMISION

                SET   EMPLE-ACTIVO           TO TRUE

                MOVE  WS-MOVT-FECHA-EFECTO(WS-MOV-IDX)

                   TO WS-EMPLE-FECHA-ALTA

      *

                MOVE  WS-REG-EMPLEADO        TO WS-AUD-DESPUES

      *

      *    FECHA DE EFECTO DEL MOVIMIENTO, NO LA DEL RELOJ : UN

      *    PENDIENTE QUE VENCE HOY O UN LOTE CON OVERRIDE SE AUDITAN

      *    EN SU FECHA

      *

           IF  WS-MOVT-FECHA-EFECTO(WS-MOV-IDX) = SPACES

                MOVE  WS-FECHA-PROCESO   TO WS-AUD-FECHA

           ELSE

                MOVE  WS-MOVT-FECHA-EFECTO(WS-MOV-IDX)

                                         TO WS-AUD-FECHA

           END-IF.

           MOVE  WS-MOV-TIPO             TO WS-AUD-TIPO.


      ***************************************************************** *

      **       REESCRITURA DE LOS PENDIENTES QUE SIGUEN EN ESPERA     * *

      **        (LOS VENCIDOS YA ESTAN APLICADOS O RECHAZADOS) EN UN  * *

      **        FICHERO NUEVO QUE SUSTITUYE AL VIVO                   * *

      ***************************************************************** *

       6000-REESCRIBIR-PENDIENTES.

      *

           OPEN OUTPUT PEND-NUEVO.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-PEND-NUEVO   TO WS-FICHERO-ERR

                MOVE  '6000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 6050-ESCRIBIR-PENDIENTE

              THRU 6050-ESCRIBIR-PENDIENTE-EXIT

            VARYING WS-PDT-IDX FROM 1 BY 1

              UNTIL WS-PDT-IDX > WS-PDT-NUM-ENTRADAS.

      *

           CLOSE PEND-NUEVO.

      *

           CALL 'CBL_RENAME_FILE' USING

                WS-RUTA-PEND-NUEVO

                WS-RUTA-PENDIENTE

                RETURNING WS-RC-RENAME.

      *

           IF  WS-RC-RENAME = 0

                DISPLAY '** FICHERO DE PENDIENTES SUSTITUIDO **'

           ELSE

                DISPLAY '*************************'

                DISPLAY '** FALLO AL SUSTITUIR EL FICHERO DE '

                        'PENDIENTES **'

                DISPLAY '** LOS VENCIDOS YA APLICADOS SIGUEN EN '

                        'ESPERA, REVISAR ANTES DE RELANZAR **'

                DISPLAY '*************************'

                SET SI-ERROR  TO TRUE

           END-IF.

      *

       6000-REESCRIBIR-PENDIENTES-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DE UN PENDIENTE QUE SIGUE EN ESPERA          * *

      ***************************************************************** *

       6050-ESCRIBIR-PENDIENTE.

      *

           IF  PDTT-EN-ESPERA(WS-PDT-IDX)

      *

                WRITE REG-PEND-NUEVO

                   FROM  WS-PDTT-REGISTRO(WS-PDT-IDX)

      *

                IF  WS-FILE-STATUS = '00'

                     ADD 1  TO WC-PEN-ESCRITOS

                ELSE

                     CLOSE PEND-NUEVO

                     MOVE  LT-PEND-NUEVO            TO WS-FICHERO-ERR

                     MOVE  '6050-ESCRIBIR-PEND'     TO WS-PARRAFO-ERR

                     MOVE  LT-WRITE                 TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

      *

           END-IF.

      *

       6050-ESCRIBIR-PENDIENTE-EXIT.

           EXIT.

      ***************************************************************** *

      **       INFORME DE DISPOSICION DE LOS MOVIMIENTOS              * *

      ***************************************************************** *

           DISPLAY ' ********************************************* '.

           DISPLAY '  FECHA DE EJECUCION : ' WS-FECHA-PROCESO.

           DISPLAY '  SEQ  TIPO  CODIGO  F.EFECTO  ORIG  ESTADO     '

                   'MOTIVO '.

      *


           DISPLAY ' ** MOVIMIENTOS RECHAZADOS : ' WC-CONTADOR-ED.

           MOVE WC-MOV-EN-ESPERA   TO WC-CONTADOR-ED.

           DISPLAY ' ** NUEVOS EN ESPERA       : ' WC-CONTADOR-ED.

           MOVE WC-PEN-VENCIDOS    TO WC-CONTADOR-ED.

           DISPLAY ' ** PENDIENTES VENCIDOS    : ' WC-CONTADOR-ED.

           MOVE WC-PEN-ESCRITOS    TO WC-CONTADOR-ED.

           DISPLAY ' ** SIGUEN EN ESPERA       : ' WC-CONTADOR-ED.

           DISPLAY ' ********************************************* '.

      *

           MOVE WS-MOV-SEQ     TO WS-MOV-SEQ-ED.

      *

           IF  MOVT-DE-PENDIENTES(WS-MOV-IDX)

                MOVE 'PEND'  TO WS-ORIGEN-ED

           ELSE

                MOVE 'LOTE'  TO WS-ORIGEN-ED

           END-IF.

      *

           EVALUATE TRUE

                           '    ' WS-MOV-CODIGO

                           '  ' WS-MOVT-FECHA-EFECTO(WS-MOV-IDX)

                           '  ' WS-ORIGEN-ED

                           '  APLICADO '

              WHEN MOVT-EN-ESPERA(WS-MOV-IDX)

                   DISPLAY ' ' WS-MOV-SEQ-ED

                           '   ' WS-MOV-TIPO

                           '    ' WS-MOV-CODIGO

                           '  ' WS-MOVT-FECHA-EFECTO(WS-MOV-IDX)

                           '  ' WS-ORIGEN-ED

                           '  EN ESPERA '

              WHEN OTHER

                   DISPLAY ' ' WS-MOV-SEQ-ED

                           '    ' WS-MOV-CODIGO

                           '  ' WS-MOVT-FECHA-EFECTO(WS-MOV-IDX)

                           '  ' WS-ORIGEN-ED

                           '  RECHAZADO  '

                           WS-MOVT-MOTIVO(WS-MOV-IDX)

           END-IF.

      *

           IF  SI-ERROR

                MOVE 12                  TO RETURN-CODE

           ELSE

                MOVE 0                   TO RETURN-CODE

           END-IF.

      *

           STOP RUN.
