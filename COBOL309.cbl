
      *  IMPRIME (DISPLAY) EL BALANCE DE COMPROBACION POR CUENTA      *

      *  DEL PERIODO DEL LOTE.                                        *

      *                                                               *

      *  EL LOTE A CARGAR SE ELIGE EN FICHERO.PARAMETROS.CONTABLE :   *

      *    POS 01  'N' = LOTE DE NOMINA FICHERO.INTERFAZ.GL.NOMINA    *

      *                  (IRPF, SEG.SOCIAL Y NETO A PAGAR, COBOL306)  *

      *    POS 01  'E' = LOTE DE PAGA EXTRA FICHERO.INTERFAZ.GL.EXTRA *

      *    POS 01  'F' = LOTE DE FINIQUITOS                           *

      *                  FICHERO.INTERFAZ.GL.FINIQUITO                *

      *                  (NOMINAS FUERA DE CICLO DE COBOL306)         *

      *            OTRO O SIN FICHERO = LOTE DE GASTO                 *

      *                  FICHERO.INTERFAZ.GL DE COBOL300              *

      *  LOS CUATRO LOTES (G GASTO, N NOMINA, E PAGA EXTRA Y F        *

      *  FINIQUITOS) TIENEN EL MISMO FORMATO DE INTERFAZ Y PASAN LAS  *

      *  MISMAS VALIDACIONES ANTES DE ANOTARSE.                       *

      *  ADEMAS SE RECHAZA EL LOTE ENTERO SI :                        *

      *    - SU PERIODO YA ESTA CERRADO : HASTA EL ULTIMO PERIODO DE  *

      *      FICHERO.PERIODOS.CERRADOS (CIERRES DE COBOL320)          *

      *    - YA SE ANOTO UN LOTE DEL MISMO ORIGEN CON LA MISMA        *

      *      FECHA DE CABECERA Y EL MISMO HASH : CADA LOTE ANOTADO    *

      *      SE REGISTRA EN FICHERO.LOTES.CONTABLES (COPYLOTGL)       *

      *  EL BALANCE DE COMPROBACION MUESTRA POR CUENTA EL SALDO DE    *

      *  APERTURA (EL TRASPASADO POR COBOL320 EN                      *

      *  FICHERO.SALDOS.APERTURA MAS LO ANOTADO EN PERIODOS           *

      *  POSTERIORES AL ULTIMO CIERRE), LOS MOVIMIENTOS DEL PERIODO Y *

      *  EL SALDO DE CIERRE.                                          *

      *  EL LIBRO MAYOR SE RESERVA EN RUT120CB (RECURSO LIBROMAYOR)   *

      *  PARA QUE NO COINCIDA CON UN CIERRE.                          *

      *  AL TERMINAR DEJA RETURN-CODE 0 SI EL PROCESO ACABA BIEN Y    *

      *  12 SI SE INTERRUMPE, PARA QUE COBOL324 (CADENA DIARIA) NO    *

      *  LANCE EL PASO SIGUIENTE.                                     *

      *                                                               *


           SELECT INTERGL

           ASSIGN TO DYNAMIC WS-RUTA-INTERGL

           FILE STATUS IS WS-FILE-STATUS.


           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMCONT

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.contable'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PERIODOS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.periodos.cerrados'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT SALDOS

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.saldos.apertura'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT LOTESGL

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.lotes.contables'

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

       01  REG-MAYOR                         PIC X(46).

      *

       FD  PARAMCONT.

       01  REG-PARAMCONT                     PIC X(1).

      *

       FD  PERIODOS.

       01  REG-PERIODOS                      PIC X(55).

      *

       FD  SALDOS.

       01  REG-SALDOS                        PIC X(50).

      *

       FD  LOTESGL.

       01  REG-LOTESGL                       PIC X(50).

      *

       WORKING-STORAGE SECTION.

           05  WS-PERIODO                   PIC X(6).

           05  WS-FECHA                     PIC X(8).

           05  WS-ORIGEN-LOTE               PIC X(1).

           05  WS-ULTIMO-CERRADO            PIC X(6).

           05  WS-PERIODO-APERTURA          PIC X(6).

           05  WS-PERIODO-APERTURA-R  REDEFINES WS-PERIODO-APERTURA.

               10  WS-PAP-ANYO              PIC 9(4).

               10  WS-PAP-MES               PIC 9(2).

           05  WS-CUENTA-BAL                PIC X(8).

           05  WS-IMPORTE-ED                PIC Z(10)9,99.

           05  WS-SALDO-ED                  PIC +Z(10)9,99.

      *

       01  WS-RUTA-INTERGL                   PIC X(60)  VALUE SPACES.

      *

       01  WS-PARAM-LOTE                     PIC X(1)   VALUE SPACES.

           88  LOTE-NOMINA                              VALUE 'N'.

           88  LOTE-EXTRA                               VALUE 'E'.

           88  LOTE-FINIQUITO                           VALUE 'F'.

      *

      ***************************************************************** *

           05  WC-MAYOR-LEIDOS              PIC S9(6) COMP VALUE 0.

           05  WC-CIERRES-LEIDOS            PIC S9(6) COMP VALUE 0.

           05  WC-LOTESGL-LEIDOS            PIC S9(6) COMP VALUE 0.

           05  WC-SALDOS-CARGADOS           PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-ED               PIC ZZZ,ZZ9.

      *

      **            WS-TABLA-BALANCE                                  * *

      **        ACUMULADOS DEL LIBRO MAYOR POR CUENTA : APERTURA      * *

      **        (AP-) Y MOVIMIENTOS DEL PERIODO DEL LOTE              * *

      ***************************************************************** *


               10  WS-BAL-CUENTA            PIC X(8).

               10  WS-BAL-AP-DEBE           PIC 9(13)V99.

               10  WS-BAL-AP-HABER          PIC 9(13)V99.

               10  WS-BAL-DEBE              PIC 9(13)V99.

               10  WS-BAL-HABER             PIC 9(13)V99.

       01  WS-BAL-TOTALES.

           05  WS-BAL-TOTAL-AP-DEBE         PIC 9(13)V99 VALUE 0.

           05  WS-BAL-TOTAL-AP-HABER        PIC 9(13)V99 VALUE 0.

           05  WS-BAL-TOTAL-DEBE            PIC 9(13)V99 VALUE 0.

           05  WS-BAL-TOTAL-HABER           PIC 9(13)V99 VALUE 0.

           05  WS-BAL-SALDO-APERTURA        PIC S9(13)V99 VALUE 0.

           05  WS-BAL-SALDO                 PIC S9(13)V99 VALUE 0.

      *

           05  LT-MAYOR                     PIC X(8)   VALUE 'MAYOR'.

           05  LT-PERIODOS                  PIC X(8)   VALUE 'PERIODOS'.

           05  LT-SALDOS                    PIC X(8)   VALUE 'SALDOS'.

           05  LT-LOTESGL                   PIC X(8)   VALUE 'LOTESGL'.

           05  LT-RUTA-GL-GASTO             PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.interfaz.gl'.

           05  LT-RUTA-GL-NOMINA            PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.interfaz.gl.nomina'.

           05  LT-RUTA-GL-EXTRA             PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.interfaz.gl.extra'.

           05  LT-RUTA-GL-FINIQ             PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.interfaz.gl.finiquito'.

      ***************************************************************** *

      **              VARIABLES  FICHERO PERIODOS CERRADOS            * *

      ***************************************************************** *

       COPY COPYPERCI.

      ***************************************************************** *

      **              VARIABLES  FICHERO SALDOS DE APERTURA           * *

      ***************************************************************** *

       COPY COPYSALDO.

      ***************************************************************** *

      **              VARIABLES  FICHERO LOTES CONTABLES              * *

      ***************************************************************** *

       COPY COPYLOTGL.

      ***************************************************************** *

      **              COMUNICACION CON RUT120CB (BLOQUEOS)            * *

      ***************************************************************** *

       COPY COP120CB.

      ***************************************************************** *

      **              SWITCHES                                        * *

               88 LOTE-INVALIDO                         VALUE 0.

      *

           05  SW-FIN-PERIODOS               PIC 9      VALUE 0.

               88 FIN-PERIODOS                          VALUE 1.

               88 NO-FIN-PERIODOS                       VALUE 0.

      *

           05  SW-FIN-SALDOS                 PIC 9      VALUE 0.

               88 FIN-SALDOS                            VALUE 1.

               88 NO-FIN-SALDOS                         VALUE 0.

      *

           05  SW-FIN-LOTESGL                PIC 9      VALUE 0.

               88 FIN-LOTESGL                           VALUE 1.

               88 NO-FIN-LOTESGL                        VALUE 0.

      *

           05  SW-BLOQUEO                    PIC 9      VALUE 0.

               88 BLOQUEO-ADQUIRIDO                     VALUE 1.

               88 BLOQUEO-NO-ADQUIRIDO                  VALUE 0.

      *

           05  SW-DUPLICADO                  PIC 9      VALUE 0.

               88 LOTE-YA-CONTABILIZADO                 VALUE 1.

               88 LOTE-NO-CONTABILIZADO                 VALUE 0.

      *

      ***************************************************************** *

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

           OPEN INPUT INTERGL.

      ***************************************************************** *

      **       RESERVA DEL LIBRO MAYOR EN RUT120CB -- SI UN CIERRE    * *

      **        DE PERIODO (COBOL320) LO TIENE RESERVADO NO SE        * *

      **        ARRANCA                                               * *

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

      **       ELECCION DEL LOTE A CARGAR : GASTO (COBOL300) O        * *

      **        NOMINA, PAGA EXTRA O FINIQUITOS (COBOL306)            * *

      ***************************************************************** *

       1050-LEER-PARAMETROS.

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

      *

                CLOSE PARAMCONT

           END-IF.

      *


      *

              WHEN LOTE-NOMINA

                   MOVE LT-RUTA-GL-NOMINA  TO WS-RUTA-INTERGL

                   MOVE 'N'                TO WS-ORIGEN-LOTE

                   DISPLAY '** LOTE A CARGAR : NOMINA (COBOL306) **'

      *

              WHEN LOTE-EXTRA

                   MOVE LT-RUTA-GL-EXTRA   TO WS-RUTA-INTERGL

                   MOVE 'E'                TO WS-ORIGEN-LOTE

                   DISPLAY '** LOTE A CARGAR : PAGA EXTRA (COBOL306) **'

      *

              WHEN LOTE-FINIQUITO

                   MOVE LT-RUTA-GL-FINIQ   TO WS-RUTA-INTERGL

                   MOVE 'F'                TO WS-ORIGEN-LOTE

                   DISPLAY '** LOTE A CARGAR : FINIQUITOS (COBOL306) **'

      *

              WHEN OTHER

                   MOVE LT-RUTA-GL-GASTO   TO WS-RUTA-INTERGL

                   MOVE 'G'                TO WS-ORIGEN-LOTE

                   DISPLAY '** LOTE A CARGAR : GASTO (COBOL300) **'

      *

           END-EVALUATE.

      *

       1050-LEER-PARAMETROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       ULTIMO PERIODO CERRADO POR COBOL320 -- LOS CIERRES     * *

      **        VAN EN ORDEN, ASI QUE HASTA EL ESTA TODO CERRADO. EL  * *

      **        PERIODO SIGUIENTE ES EL QUE ABRE CON LOS SALDOS       * *

      **        TRASPASADOS                                           * *

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

                     DISPLAY '** SIN PERIODOS CERRADOS **'

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

                MOVE WS-ULTIMO-CERRADO  TO WS-PERIODO-APERTURA

                IF  WS-PAP-MES = 12

                     ADD 1   TO WS-PAP-ANYO

                     MOVE 1  TO WS-PAP-MES

                ELSE

                     ADD 1   TO WS-PAP-MES

                END-IF

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

      **       PROCESO: CARGA DE UNA LINEA DEL LOTE EN MEMORIA        * *

      ***************************************************************** *

       3000-PROCESO.

      *

           EVALUATE WS-GL-RAW(1:1)

      *

              WHEN 'D'

                   MOVE WS-GL-RAW  TO WS-GL-LINEA

                   ADD 1                TO WS-GL-LINEAS-LEIDAS

                   ADD WS-GLL-IMPORTE   TO WS-GL-HASH-LEIDO

      *

                   IF  WS-GLL-DEBE-HABER = 'D'

                        ADD WS-GLL-IMPORTE  TO WS-GL-TOTAL-DEBE

                   ELSE

                        ADD WS-GLL-IMPORTE  TO WS-GL-TOTAL-HABER

                   END-IF

      *

                   IF  WS-LOTE-NUM-ENTRADAS < 500

                        ADD 1  TO WS-LOTE-NUM-ENTRADAS

                        SET  WS-LOTE-IDX  TO WS-LOTE-NUM-ENTRADAS

                        MOVE WS-GL-RAW

                           TO WS-LOTET-LINEA(WS-LOTE-IDX)

                   ELSE

                        DISPLAY '*************************'

                        DISPLAY '** TABLA DE LOTE LLENA **'

                        DISPLAY '*************************'

                        SET LOTE-INVALIDO  TO TRUE

                   END-IF

      *

              WHEN 'T'

                   MOVE WS-GL-RAW  TO WS-GL-PIE

                   SET PIE-LEIDO   TO TRUE

      *

              WHEN OTHER

                   CONTINUE

      *

           END-EVALUATE.

      *

           PERFORM 9200-LEER-INTERGL

              THRU 9200-LEER-INTERGL-EXIT.

      *

       3000-PROCESO-EXIT.

           EXIT.

      ***************************************************************** *

      **       VALIDACION DEL LOTE COMPLETO -- CUALQUIER DEFECTO      * *

      **        RECHAZA EL LOTE ENTERO                                * *

      ***************************************************************** *

       5000-VALIDAR-LOTE.

      *

           IF  PIE-LEIDO

                PERFORM 5100-BUSCAR-LOTE-ANOTADO

                   THRU 5100-BUSCAR-LOTE-ANOTADO-EXIT

           END-IF.

      *

           EVALUATE TRUE

      *

              WHEN LOTE-INVALIDO

                   CONTINUE

      *

              WHEN PIE-NO-LEIDO

                   DISPLAY '** LOTE GL SIN PIE, RECHAZADO **'

                   SET LOTE-INVALIDO  TO TRUE

      *

              WHEN WS-GLP-LINEAS NOT = WS-GL-LINEAS-LEIDAS

                   DISPLAY '** CONTADOR DE LINEAS NO CUADRA **'

                   DISPLAY '**   PIE    : ' WS-GLP-LINEAS

                   DISPLAY '**   LEIDAS : ' WS-GL-LINEAS-LEIDAS

                   SET LOTE-INVALIDO  TO TRUE

      *

              WHEN WS-GLP-HASH NOT = WS-GL-HASH-LEIDO

                   DISPLAY '** HASH DEL PIE NO CUADRA **'


                   SET LOTE-INVALIDO  TO TRUE

      *

              WHEN WS-ULTIMO-CERRADO NOT = SPACES

               AND WS-PERIODO NOT > WS-ULTIMO-CERRADO

                   DISPLAY '** PERIODO ' WS-PERIODO ' CERRADO, NO SE '

                           'ADMITEN MAS APUNTES **'

                   DISPLAY '**   ULTIMO PERIODO CERRADO : '

                           WS-ULTIMO-CERRADO

                   SET LOTE-INVALIDO  TO TRUE

      *

              WHEN LOTE-YA-CONTABILIZADO

                   DISPLAY '** LOTE YA CONTABILIZADO : MISMA FECHA Y '

                           'MISMO HASH **'

                   DISPLAY '**   FECHA  : ' WS-GLC-FECHA

                   DISPLAY '**   HASH   : ' WS-GLP-HASH

                   DISPLAY '**   ANOTADO EL : ' WS-LGL-FECHA-CARGA

                   SET LOTE-INVALIDO  TO TRUE

      *

              WHEN OTHER

      ***************************************************************** *

      **       BUSQUEDA DEL LOTE EN EL REGISTRO DE LOTES YA           * *

      **        ANOTADOS : MISMO ORIGEN, FECHA DE CABECERA Y HASH     * *

      ***************************************************************** *

       5100-BUSCAR-LOTE-ANOTADO.

      *

           OPEN INPUT LOTESGL.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 5150-LEER-LOTEGL

                   THRU 5150-LEER-LOTEGL-EXIT

                 UNTIL  FIN-LOTESGL  OR  LOTE-YA-CONTABILIZADO

      *

                CLOSE LOTESGL

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** SIN LOTES CONTABLES ANOTADOS **'

                ELSE

                     MOVE  LT-LOTESGL      TO WS-FICHERO-ERR

                     MOVE  '5100-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

       5100-BUSCAR-LOTE-ANOTADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UN LOTE CONTABLE ANOTADO                    * *

      ***************************************************************** *

       5150-LEER-LOTEGL.

      *

           READ LOTESGL

                INTO WS-REG-LOTE-GL

                AT END

                     SET FIN-LOTESGL TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                ADD 1  TO WC-LOTESGL-LEIDOS

      *

                IF  WS-LGL-ORIGEN = WS-ORIGEN-LOTE

                 AND WS-LGL-FECHA = WS-GLC-FECHA

                 AND WS-LGL-HASH  = WS-GLP-HASH

                     SET LOTE-YA-CONTABILIZADO  TO TRUE

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-LOTESGL            TO WS-FICHERO-ERR

                     MOVE  '5150-LEER-LOTEGL'    TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       5150-LEER-LOTEGL-EXIT.

           EXIT.

      ***************************************************************** *

      **       ANOTACION DEL LOTE ACEPTADO EN EL LIBRO MAYOR          * *

      ***************************************************************** *

           DISPLAY '** APUNTES ANOTADOS EN EL MAYOR : ' WC-CONTADOR-ED.

      *

           PERFORM 6500-ANOTAR-LOTEGL

              THRU 6500-ANOTAR-LOTEGL-EXIT.

      *

       6000-ANOTAR-LOTE-EXIT.

      *

           WRITE REG-MAYOR

              FROM  WS-REG-MAYOR.

      *

           IF  WS-FILE-STATUS = '00'

                ADD 1  TO WC-GL-ANOTADOS

           ELSE

                MOVE  LT-MAYOR                    TO WS-FICHERO-ERR

                MOVE  '6100-ANOTAR-LINEA'         TO WS-PARRAFO-ERR

                MOVE  LT-WRITE                    TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       6100-ANOTAR-LINEA-EXIT.

           EXIT.

      ***************************************************************** *

      **       REGISTRO DEL LOTE ANOTADO EN FICHERO.LOTES.CONTABLES   * *

      ***************************************************************** *

       6500-ANOTAR-LOTEGL.

      *

           OPEN EXTEND LOTESGL.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                IF  WS-FILE-STATUS = '35'

                     OPEN OUTPUT LOTESGL

                ELSE

                     MOVE  LT-LOTESGL      TO WS-FICHERO-ERR

                     MOVE  '6500-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

           INITIALIZE WS-REG-LOTE-GL.

      *

           MOVE WS-ORIGEN-LOTE        TO WS-LGL-ORIGEN.

           MOVE WS-GLC-FECHA          TO WS-LGL-FECHA.

           MOVE WS-GLP-LINEAS         TO WS-LGL-LINEAS.

           MOVE WS-GLP-HASH           TO WS-LGL-HASH.

           MOVE WS-PERIODO            TO WS-LGL-PERIODO.

           MOVE WS-FECHA              TO WS-LGL-FECHA-CARGA.

      *

           WRITE REG-LOTESGL

              FROM  WS-REG-LOTE-GL.

      *

      *    EL MAYOR YA ESTA ANOTADO : SI NO SE PUEDE REGISTRAR EL LOTE

      *    HAY QUE REGISTRARLO A MANO ANTES DE RELANZAR, O SE ANOTARIA

      *    DOS VECES

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                DISPLAY '*************************'

                DISPLAY '** MAYOR ANOTADO PERO EL LOTE ' WS-GLC-FECHA

                        ' NO SE PUDO REGISTRAR **'

                DISPLAY '** REGISTRARLO EN FICHERO.LOTES.CONTABLES '

                        'ANTES DE RELANZAR **'

                DISPLAY '*************************'

                MOVE  LT-LOTESGL                  TO WS-FICHERO-ERR

                MOVE  '6500-ANOTAR-LOTEGL'        TO WS-PARRAFO-ERR

                MOVE  LT-WRITE                    TO WS-OPERACION-ERR


      *

           CLOSE LOTESGL.

      *

       6500-ANOTAR-LOTEGL-EXIT.

           EXIT.

      ***************************************************************** *

      **       BALANCE DE COMPROBACION POR CUENTA DEL PERIODO DEL     * *

      **        LOTE : APERTURA, MOVIMIENTOS Y CIERRE                 * *

      ***************************************************************** *

       7000-BALANCE-COMPROBACION.

      *

           IF  WS-ULTIMO-CERRADO NOT = SPACES

                PERFORM 7050-CARGAR-APERTURA

                   THRU 7050-CARGAR-APERTURA-EXIT

           END-IF.

      *

           OPEN INPUT MAYOR.

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** BALANCE DE COMPROBACION DEL PERIODO '

                   WS-PERIODO ' ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY ' CUENTA    SALDO APERTURA           DEBE'

                   '          HABER    SALDO CIERRE'.

      *

           MOVE 0  TO WS-BAL-TOTAL-AP-DEBE.

           MOVE 0  TO WS-BAL-TOTAL-AP-HABER.

           MOVE 0  TO WS-BAL-TOTAL-DEBE.

           MOVE 0  TO WS-BAL-TOTAL-HABER.

      *

           COMPUTE WS-BAL-SALDO-APERTURA =

              WS-BAL-TOTAL-AP-DEBE - WS-BAL-TOTAL-AP-HABER.

           COMPUTE WS-BAL-SALDO = WS-BAL-SALDO-APERTURA

              + WS-BAL-TOTAL-DEBE - WS-BAL-TOTAL-HABER.

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

           IF  WS-BAL-TOTAL-AP-DEBE + WS-BAL-TOTAL-DEBE =

               WS-BAL-TOTAL-AP-HABER + WS-BAL-TOTAL-HABER

                DISPLAY ' ** LIBRO MAYOR CUADRADO **'


      ***************************************************************** *

      **       SALDOS DE APERTURA TRASPASADOS POR EL ULTIMO CIERRE    * *

      ***************************************************************** *

       7050-CARGAR-APERTURA.

      *

           OPEN INPUT SALDOS.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 7060-LEER-SALDO

                   THRU 7060-LEER-SALDO-EXIT

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

                     MOVE  '7050-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

       7050-CARGAR-APERTURA-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UN SALDO DE APERTURA -- SOLO CUENTAN LOS    * *

      **        DEL PERIODO QUE ABRE EL ULTIMO CIERRE                 * *

      ***************************************************************** *

       7060-LEER-SALDO.

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

                     PERFORM 7150-LOCALIZAR-CUENTA

                        THRU 7150-LOCALIZAR-CUENTA-EXIT

                     IF  WS-BAL-IDX > 0

                          ADD 1  TO WC-SALDOS-CARGADOS

                          ADD WS-SAL-DEUDOR

                             TO WS-BAL-AP-DEBE(WS-BAL-IDX)

                          ADD WS-SAL-ACREEDOR

                             TO WS-BAL-AP-HABER(WS-BAL-IDX)

                     END-IF

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-SALDOS             TO WS-FICHERO-ERR

                     MOVE  '7060-LEER-SALDO'     TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       7060-LEER-SALDO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ACUMULACION DE UN APUNTE DEL MAYOR POR CUENTA --       * *

      **        LO DE PERIODOS CERRADOS YA ESTA EN LA APERTURA, LO    * *

      **        POSTERIOR AL CIERRE Y ANTERIOR AL LOTE SE SUMA A      * *

      **        ELLA                                                  * *

      **        Y LO DE PERIODOS SIGUIENTES AL DEL LOTE NO CUENTA     * *

      ***************************************************************** *


      *

                IF  WS-MAY-PERIODO > WS-ULTIMO-CERRADO

                 AND WS-MAY-PERIODO NOT > WS-PERIODO

      *

                     MOVE WS-MAY-CUENTA  TO WS-CUENTA-BAL

                     PERFORM 7150-LOCALIZAR-CUENTA

                        THRU 7150-LOCALIZAR-CUENTA-EXIT

      *

                     IF  WS-BAL-IDX > 0

                      AND WS-MAY-PERIODO = WS-PERIODO

                          ADD WS-MAY-DEBE

                             TO WS-BAL-DEBE(WS-BAL-IDX)

                          ADD WS-MAY-HABER

                             TO WS-BAL-HABER(WS-BAL-IDX)

                     END-IF

      *

                     IF  WS-BAL-IDX > 0

                      AND WS-MAY-PERIODO < WS-PERIODO

                          ADD WS-MAY-DEBE

                             TO WS-BAL-AP-DEBE(WS-BAL-IDX)

                          ADD WS-MAY-HABER

                             TO WS-BAL-AP-HABER(WS-BAL-IDX)

                     END-IF

      *

                END-IF


      ***************************************************************** *

      **       ENTRADA DE LA CUENTA EN LA TABLA DE BALANCE -- SI NO   * *

      **        ESTA SE DA DE ALTA ; TABLA LLENA DEJA EL INDICE A 0   * *

      ***************************************************************** *

       7150-LOCALIZAR-CUENTA.

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

                        MOVE 0  TO WS-BAL-AP-HABER(WS-BAL-IDX)

                        MOVE 0  TO WS-BAL-DEBE(WS-BAL-IDX)

                        MOVE 0  TO WS-BAL-HABER(WS-BAL-IDX)

                   ELSE

                        DISPLAY '** TABLA DE BALANCE LLENA **'

                        SET  WS-BAL-IDX  TO 0

                   END-IF

              WHEN  WS-BAL-CUENTA(WS-BAL-IDX) = WS-CUENTA-BAL

                   CONTINUE

           END-SEARCH.

      *

       7150-LOCALIZAR-CUENTA-EXIT.

           EXIT.

      ***************************************************************** *

      **       LINEA DE DETALLE DEL BALANCE DE COMPROBACION           * *

      ***************************************************************** *

      *

           COMPUTE WS-BAL-SALDO-APERTURA =

              WS-BAL-AP-DEBE(WS-BAL-IDX) - WS-BAL-AP-HABER(WS-BAL-IDX).

           COMPUTE WS-BAL-SALDO = WS-BAL-SALDO-APERTURA

              + WS-BAL-DEBE(WS-BAL-IDX) - WS-BAL-HABER(WS-BAL-IDX).

      *

           MOVE WS-BAL-SALDO-APERTURA     TO WS-SALDO-ED.

           DISPLAY ' ' WS-BAL-CUENTA(WS-BAL-IDX)

                   ' ' WS-SALDO-ED

              WITH NO ADVANCING.

      *

           MOVE WS-BAL-DEBE(WS-BAL-IDX)   TO WS-IMPORTE-ED.

           DISPLAY ' ' WS-IMPORTE-ED

              WITH NO ADVANCING.


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

                DISPLAY ' ** APUNTES EN LIBRO MAYOR  : ' WC-CONTADOR-ED

                MOVE  WC-SALDOS-CARGADOS     TO WC-CONTADOR-ED

                DISPLAY ' ** SALDOS DE APERTURA      : ' WC-CONTADOR-ED

                DISPLAY ' ******************************************* '

      *

           END-IF.

      *

           IF  BLOQUEO-ADQUIRIDO

                PERFORM 8900-LIBERAR-BLOQUEOS

                   THRU 8900-LIBERAR-BLOQUEOS-EXIT

           END-IF.

      *

           IF  SI-ERROR

                MOVE 12                  TO RETURN-CODE

           ELSE

                MOVE 0                   TO RETURN-CODE

           END-IF.

      *

           STOP RUN.

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

