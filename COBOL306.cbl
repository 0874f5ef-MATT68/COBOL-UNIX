
      *  WS-DEPT-TABLA DE COBOL300, Y LOS TOTALES DE NETO.            *

      *  LA FECHA DE EJECUCION ADMITE EL MISMO OVERRIDE DE            *

      *  FICHERO.PARAMETROS QUE COBOL300 (POS 02-09).                 *

      *  SOLO COBRAN LOS EMPLEADOS ACTIVOS : LOS QUE ESTAN EN         *

      *  EXCEDENCIA O DE BAJA NO ENTRAN EN NOMINA Y SE CUENTAN        *

      *  APARTE (NO ACTIVOS) EN LAS ESTADISTICAS. LO MISMO VALE PARA  *

      *  LAS CORRECCIONES DEL RECICLAJE : ANTES DE REINYECTARLAS SE   *

      *  LEE POR CLAVE EL ESTADO ACTUAL DEL EMPLEADO EN EL MAESTRO,   *

      *  IGUAL QUE EN COBOL300, PARA QUE AMBOS CUADREN.               *

      *                                                               *

      *  CON MAPA FICHERO.CUENTAS GENERA EL LOTE CONTABLE DE LA       *

      *  NOMINA FICHERO.INTERFAZ.GL.NOMINA (MISMO FORMATO QUE EL      *

      *  LOTE DE COBOL300, LO CARGA COBOL309) : POR DEPARTAMENTO UN   *

      *  DEBE A LA CUENTA PUENTE POR EL BRUTO, QUE SALDA EL HABER     *

      *  DEL LOTE DE GASTO DE COBOL300, Y TRES HABER : IRPF A         *

      *  PAGAR, SEGURIDAD SOCIAL A PAGAR Y NETO A PAGAR. LAS          *

      *  CUENTAS SALEN DE ENTRADAS ESPECIALES DEL MAPA (CENTRO Y      *

      *  CUENTA EN LA COLUMNA DE SALARIO) :                           *

      *    '****' PUENTE   (DEFECTO CC0000 GL999999)                  *

      *    '*IRP' IRPF     (DEFECTO CC0000 GL475100)                  *

      *    '*SSO' SEG.SOC. (DEFECTO CC0000 GL476000)                  *

      *    '*NET' NETO     (DEFECTO CC0000 GL465000)                  *

      *  ANTES DE GENERARLO CUADRA EL BRUTO DE CADA DEPARTAMENTO      *

      *  CONTRA EL GASTO QUE COBOL300 APUNTO EN FICHERO.INTERFAZ.GL   *

      *  PARA LA MISMA FECHA : SI NO CUADRA, O NO HAY LOTE DE         *

      *  COBOL300 DE ESA FECHA, NO SE GENERA NADA, LA NOMINA QUEDA    *

      *  SIN PIE (RECHAZADA AGUAS ABAJO) Y SE AVISA DEL DESCUADRE.    *

      *                                                               *

      *  FICHERO.TRAMOS.IRPF :                                        *

      *    TIPO 'S' = PORCENTAJE DE SEGURIDAD SOCIAL                  *

      *  TIPOS DE NOMINA (FICHERO.PARAMETROS.NOMINA, COPYPARNO) :     *

      *    'O' ORDINARIA (O SIN FICHERO) : LO DESCRITO ARRIBA, EN     *

      *        FICHERO.NOMINA.                                        *

      *    'E' PAGA EXTRA : SOLO CON FECHA DE EJECUCION DE JUNIO O    *

      *        DICIEMBRE. UN SALARIO MENSUAL (SIN COMISION NI BONUS)  *

      *        POR EMPLEADO ACTIVO, PRORRATEADO SI EL ALTA CAE DENTRO *

      *        DEL SEMESTRE QUE PAGA (ENERO-JUNIO LA DE JUNIO,        *

      *        JULIO-DICIEMBRE LA DE DICIEMBRE). EN                   *

      *        FICHERO.NOMINA.EXTRA.                                  *

      *    'F' FINIQUITO : SOLO LOS EMPLEADOS DE FICHERO.FINIQUITOS   *

      *        (COPYFINIQ) DADOS DE BAJA EN EL MAESTRO : LOS DIAS     *

      *        TRABAJADOS EN EL MES DE LA BAJA (LA NOMINA ORDINARIA   *

      *        NO PAGA A LAS BAJAS), LA PAGA EXTRA DEL SEMESTRE       *

      *        PRORRATEADA HASTA LA BAJA Y LAS VACACIONES DEVENGADAS  *

      *        (30 DIAS AL ANYO HASTA LA BAJA, EN DIAS ENTEROS) MENOS *

      *        LAS DISFRUTADAS, TODO A SALARIO / 30 EL DIA. EN        *

      *        FICHERO.NOMINA.FINIQUITO, CON UN INFORME DE LA LISTA.  *

      *        SI FICHERO.ACUMULADOS.LOTES (COPYACLOT) YA TIENE       *

      *        UNA PAGA EXTRA ('E') DEL SEMESTRE DE LA BAJA ANTERIOR  *

      *        A LA FECHA DE BAJA, LA EXTRA ENTERA SE PAGO EN ELLA :  *

      *        EL FINIQUITO NO LLEVA LA PRORRATA Y EL INFORME LO      *

      *        SENALA CON LA FECHA DEL LOTE. UNA EXTRA DEL MISMO DIA  *

      *        DE LA BAJA O POSTERIOR YA NO INCLUYO AL EMPLEADO.      *

      *    LOS DIAS SE CUENTAN EN MESES COMERCIALES DE 30 DIAS : EL   *

      *    ULTIMO DIA DE CADA MES (TAMBIEN EL 28 O 29 DE FEBRERO)     *

      *    CUENTA COMO DIA 30.                                        *

      *    EN LA EXTRA Y EL FINIQUITO EL IRPF VA AL PORCENTAJE DEL    *

      *    TRAMO DEL BRUTO MENSUAL ORDINARIO DEL EMPLEADO. LAS PAGAS  *

      *    EXTRA YA COTIZAN PRORRATEADAS CADA MES, ASI QUE NO LLEVAN  *

      *    SEGURIDAD SOCIAL : EN EL FINIQUITO COTIZAN LOS DIAS DEL    *

      *    MES DE LA BAJA Y LAS VACACIONES.                           *

      *    EL TIPO VA EN LA POSICION 10 DE LA CABECERA DE LA NOMINA.  *

      *    FUERA DE LA ORDINARIA NO SE REINYECTA EL RECICLAJE NI SE   *

      *    CUADRA CONTRA COBOL300 (NO HAY LOTE DE GASTO DE ESAS       *

      *    PAGAS) : EL LOTE CONTABLE VA A FICHERO.INTERFAZ.GL.EXTRA O *

      *    FICHERO.INTERFAZ.GL.FINIQUITO Y CARGA EL BRUTO AL DEBE DE  *

      *    LA CUENTA DE SALARIO DEL DEPARTAMENTO EN EL MAPA (SIN      *

      *    MAPA, A LA PUENTE CON AVISO) EN LUGAR DE A LA PUENTE.      *

      *                                                               *

      *  AL TERMINAR DEJA RETURN-CODE 0 SI EL PROCESO ACABA BIEN Y    *

      *  12 SI SE INTERRUMPE, PARA QUE COBOL324 (CADENA DIARIA) NO    *

      *  LANCE EL PASO SIGUIENTE.                                     *

      *                                                               *

      *****************************************************************

           ORGANIZATION IS INDEXED

           ACCESS MODE IS DYNAMIC

           RECORD KEY IS REG-EMPLE-CODIGO


           SELECT NOMINA

           ASSIGN TO DYNAMIC WS-RUTA-NOMINA

           FILE STATUS IS WS-FILE-STATUS.


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

           SELECT GLNOMINA

           ASSIGN TO DYNAMIC WS-RUTA-GLNOMINA

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT PARAMNOM

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.parametros.nomina'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT FINIQ

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.finiquitos'

           FILE STATUS IS WS-FILE-STATUS.

      *

           SELECT LOTES

           ASSIGN TO

           '/home/forma2/cobol/ficheros/fichero.acumulados.lotes'

           FILE STATUS IS WS-FILE-STATUS.

      *

      *****************************************************************

           05  REG-EMPLE-CODIGO              PIC X(6).

           05  FILLER                        PIC X(53).

           05  REG-EMPLE-ESTADO              PIC X(1).

               88  REG-EMPLE-NO-ACTIVO                  VALUE 'E' 'B'.

           05  FILLER                        PIC X(20).

      *


       01  REG-RECICLA                       PIC X(66).

      *

       FD  CUENTAS.

       01  REG-CUENTAS                       PIC X(34).

      *

       FD  INTERGL.

       01  REG-INTERGL                       PIC X(41).

      *

       FD  GLNOMINA.

       01  REG-GLNOMINA                      PIC X(41).

      *

       FD  PARAMNOM.

       01  REG-PARAMNOM                      PIC X(10).

      *

       FD  FINIQ.

       01  REG-FINIQ                         PIC X(20).

      *

       FD  LOTES.

       01  REG-LOTES                         PIC X(87).

      *

      *****************************************************************

               10  WS-DIA                   PIC X(2).

      *

       01  WS-RUTA-NOMINA                    PIC X(60)  VALUE SPACES.

       01  WS-RUTA-GLNOMINA                  PIC X(60)  VALUE SPACES.

      ***************************************************************** *

      **            WS-PARAMETROS-REG                                 * *

           05  WS-PCT-IRPF                  PIC 99V99   VALUE 0.

           05  WS-SALARIO-NOMINA            PIC 9(7)V99 VALUE 0.

           05  WS-COMISION-NOMINA           PIC 9(7)V99 VALUE 0.

      *

      ***************************************************************** *

      **            WS-CALCULO-DEVENGO                                * *

      **        DIAS DE DEVENGO DE LA PAGA EXTRA Y DE LAS VACACIONES  * *

      **        EN DIAS COMERCIALES (MESES DE 30, ANYO DE 360)        * *

      ***************************************************************** *

       01  WS-CALCULO-DEVENGO.

           05  WS-DEV-FECHA.

               10  WS-DEV-ANYO              PIC 9(4).

               10  WS-DEV-MES               PIC 9(2).

               10  WS-DEV-DIA               PIC 9(2).

           05  WS-DEV-ULTIMO-DIA            PIC 9(2)    VALUE 0.

           05  WS-DEV-DIA-COMERCIAL         PIC 9(3)    VALUE 0.

           05  WS-DEV-ANYO-FIN              PIC 9(4)    VALUE 0.

           05  WS-DEV-FIN                   PIC 9(3)    VALUE 0.

           05  WS-DEV-INICIO-ANYO           PIC 9(3)    VALUE 0.

           05  WS-DEV-INICIO-SEMESTRE       PIC 9(3)    VALUE 0.

           05  WS-DEV-DIAS-ANYO             PIC 9(3)    VALUE 0.

           05  WS-DEV-DIAS-SEMESTRE         PIC 9(3)    VALUE 0.

           05  WS-DEV-INICIO-MES            PIC 9(3)    VALUE 0.

           05  WS-DEV-DIAS-MES              PIC 9(3)    VALUE 0.

           05  WS-DEV-DIAS-VACACIONES       PIC S9(3)   VALUE 0.

           05  WS-DEV-IMPORTE-MES           PIC 9(7)V99 VALUE 0.

           05  WS-DEV-IMPORTE-EXTRA         PIC 9(7)V99 VALUE 0.

           05  WS-DEV-IMPORTE-VACACIONES    PIC 9(7)V99 VALUE 0.

      *

      ***************************************************************** *

           05  WS-NOMC-FECHA                PIC X(8).

           05  WS-NOMC-TIPO-NOMINA          PIC X(1).

           05  FILLER                       PIC X(45)  VALUE SPACES.

      *


           05  WC-CONTADOR-R                PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-INA              PIC S9(6) COMP VALUE 0.

           05  WC-CONTADOR-SDV              PIC S9(6) COMP VALUE 0.

      ***************************************************************** *

      **            WS-TABLA-DEPARTAMENTOS                            * *

               10  WS-DREF-ACTIVO            PIC X(1).

      *

      ***************************************************************** *

      **            WS-REG-CUENTA                                     * *

      **        MAPA CONTABLE (FICHERO.CUENTAS, MISMO LAYOUT QUE EN   * *

      **        COBOL300) -- AQUI SE USAN LAS ENTRADAS ESPECIALES     * *

      **        DE PUENTE Y DE CUENTAS A PAGAR Y, PARA LA EXTRA Y EL  * *

      **        FINIQUITO, EL CENTRO Y LA CUENTA DE SALARIO DE CADA   * *

      **        DEPARTAMENTO                                          * *

      ***************************************************************** *

       01  WS-REG-CUENTA.

           05  WS-CTA-DEPT                  PIC X(4).

           05  WS-CTA-CECO                  PIC X(6).

           05  WS-CTA-SALARIO               PIC X(8).

           05  WS-CTA-COMISION              PIC X(8).

           05  WS-CTA-BONUS                 PIC X(8).

      *

       01  WS-TABLA-CUENTAS.

           05  WS-CTAT-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-CTAT-TABLA  OCCURS 1 TO 100 TIMES

                              DEPENDING ON WS-CTAT-NUM-ENTRADAS

                              INDEXED BY WS-CTAT-IDX.

               10  WS-CTAT-DEPT              PIC X(4).

               10  WS-CTAT-CECO              PIC X(6).

               10  WS-CTAT-SALARIO           PIC X(8).

      *

      ***************************************************************** *

      **            REGISTROS DE LA INTERFAZ CONTABLE                 * *

      **        MISMO LAYOUT QUE ESCRIBE COBOL300 (7600-INTERFAZ-GL)  * *

      ***************************************************************** *

       01  WS-GL-RAW                        PIC X(41).

      *

       01  WS-GL-CABECERA.

           05  WS-GLC-TIPO                  PIC X(1)   VALUE 'H'.

           05  WS-GLC-FECHA                 PIC X(8).

           05  FILLER                       PIC X(32)  VALUE SPACES.

      *

       01  WS-GL-LINEA.

           05  WS-GLL-TIPO                  PIC X(1)   VALUE 'D'.

           05  WS-GLL-CECO                  PIC X(6).

           05  WS-GLL-CUENTA                PIC X(8).

           05  WS-GLL-DEBE-HABER            PIC X(1).

           05  WS-GLL-IMPORTE               PIC 9(11)V99.

           05  WS-GLL-DEPT                  PIC X(4).

           05  WS-GLL-CONCEPTO              PIC X(8).

      *

       01  WS-GL-PIE.

           05  WS-GLP-TIPO                  PIC X(1)   VALUE 'T'.

           05  WS-GLP-LINEAS                PIC 9(6).

           05  WS-GLP-HASH                  PIC 9(13)V99.

           05  FILLER                       PIC X(19)  VALUE SPACES.

      *

       01  WS-GL-TOTALES.

           05  WS-GL-LINEAS                 PIC 9(6)    VALUE 0.

           05  WS-GL-HASH                   PIC 9(13)V99 VALUE 0.

           05  WS-GL-LINEAS-LEIDAS          PIC 9(6)    VALUE 0.

           05  WS-GL-BRUTO-DEPT             PIC 9(11)V99 VALUE 0.

           05  WS-GL-CECO-PUENTE            PIC X(6)    VALUE 'CC0000'.

           05  WS-GL-CTA-PUENTE             PIC X(8)    VALUE

                                                         'GL999999'.

           05  WS-GL-CECO-IRPF              PIC X(6)    VALUE 'CC0000'.

           05  WS-GL-CTA-IRPF               PIC X(8)    VALUE

                                                         'GL475100'.

           05  WS-GL-CECO-SS                PIC X(6)    VALUE 'CC0000'.

           05  WS-GL-CTA-SS                 PIC X(8)    VALUE

                                                         'GL476000'.

           05  WS-GL-CECO-NETO              PIC X(6)    VALUE 'CC0000'.

           05  WS-GL-CTA-NETO               PIC X(8)    VALUE

                                                         'GL465000'.

      *

      ***************************************************************** *

      **            WS-TABLA-GASTO-GL                                 * *

      **        GASTO APUNTADO POR COBOL300 POR DEPARTAMENTO (SUMA    * *

      **        DE SUS APUNTES DE DEBE) PARA EL CUADRE CON EL BRUTO   * *

      ***************************************************************** *

       01  WS-TABLA-GASTO-GL.

           05  WS-GAS-NUM-ENTRADAS          PIC 9(4)   VALUE 0.

           05  WS-GAS-TABLA  OCCURS 1 TO 50 TIMES

                             DEPENDING ON WS-GAS-NUM-ENTRADAS

                             INDEXED BY WS-GAS-IDX.

               10  WS-GAS-DEPT               PIC X(4).

               10  WS-GAS-IMPORTE            PIC 9(11)V99.

      *

       01  WS-GAS-DIFERENCIA                 PIC S9(11)V99 VALUE 0.

       01  WS-GAS-DIFERENCIA-ED              PIC +Z(10)9,99.

      ***************************************************************** *

      **              CONSTANTES Y LITERALES                          * *

      ***************************************************************** *

       01  CT-CONSTANTES.

           05  CT-SALARIO-MAXIMO            PIC 9(7)V99

                                             VALUE 500000.

           05  CT-COMISION-MAXIMA           PIC 9(7)V99

                                             VALUE 100000.

           05  CT-BONUS-TRAMO1              PIC 9(7)V99

                                             VALUE 1000.

           05  CT-BONUS-TRAMO2              PIC 9(7)V99

                                             VALUE 5000.

           05  CT-BONUS-PCT1                PIC 99V99 VALUE 5.

           05  CT-BONUS-PCT2                PIC 99V99 VALUE 10.

           05  CT-BONUS-PCT3                PIC 99V99 VALUE 15.

           05  LT-OPEN                      PIC X(8)   VALUE 'OPEN'.

           05  LT-CLOSE                     PIC X(8)   VALUE 'CLOSE'.

           05  LT-READ                      PIC X(8)   VALUE 'READ'.

           05  LT-WRITE                     PIC X(8)   VALUE 'WRITE'.

           05  LT-START                     PIC X(8)   VALUE 'START'.

           05  LT-PROGRAMA                  PIC X(8)   VALUE 'COBOL306'.

           05  LT-EMPLE                     PIC X(8)   VALUE 'EMPLE'.

           05  LT-TRAMOS                    PIC X(8)   VALUE 'TRAMOS'.

           05  LT-NOMINA                    PIC X(8)   VALUE 'NOMINA'.

           05  LT-PARAMETROS                PIC X(8)   VALUE 'PARAMETR'.

           05  LT-DEPTOS                    PIC X(8)   VALUE 'DEPTOS'.

           05  LT-RECICLA                   PIC X(8)   VALUE 'RECICLA'.

           05  LT-CUENTAS                   PIC X(8)   VALUE 'CUENTAS'.

           05  LT-INTERGL                   PIC X(8)   VALUE 'INTERGL'.

           05  LT-GLNOMINA                  PIC X(8)   VALUE 'GLNOMINA'.

           05  LT-PARAMNOM                  PIC X(8)   VALUE 'PARAMNOM'.

           05  LT-FINIQ                     PIC X(8)   VALUE 'FINIQ'.

           05  CT-MAX-FINIQUITOS            PIC 9(4)   VALUE 200.

           05  LT-LOTES                     PIC X(8)   VALUE 'LOTES'.

           05  CT-MAX-EXTRAS                PIC 9(3)   VALUE 100.

           05  CT-VACACIONES-ANYO           PIC 9(3)   VALUE 30.

           05  LT-RUTA-NOMINA               PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina'.

           05  LT-RUTA-NOMINA-EXTRA         PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina.extra'.

           05  LT-RUTA-NOMINA-FINIQ         PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.nomina.finiquito'.

           05  LT-RUTA-GL-NOMINA            PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.interfaz.gl.nomina'.

           05  LT-RUTA-GL-EXTRA             PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.interfaz.gl.extra'.

           05  LT-RUTA-GL-FINIQ             PIC X(60)  VALUE

           '/home/forma2/cobol/ficheros/fichero.interfaz.gl.finiquito'.

      ***************************************************************** *

      **              VARIABLES  FICHERO ENTRADA                      * *

      *****************************************************************

      *

       COPY COPYEMPLE.

      ***************************************************************** *

      **              VARIABLES  FICHERO DEPARTAMENTOS                * *

      ***************************************************************** *

       COPY COPYDEPTO.

      ***************************************************************** *

      **              VARIABLES  FICHERO RECICLAJE                    * *

      ***************************************************************** *

       COPY COPYRECIC.

      ***************************************************************** *

      **              VARIABLES  PARAMETROS DE NOMINA                 * *

      ***************************************************************** *

       COPY COPYPARNO.

      ***************************************************************** *

      **              VARIABLES  FICHERO DE FINIQUITOS                * *

      ***************************************************************** *

       COPY COPYFINIQ.

      ***************************************************************** *

      **              VARIABLES  FICHERO LOTES ACUMULADOS             * *

      ***************************************************************** *

       COPY COPYACLOT.

      ***************************************************************** *

      **            WS-TABLA-EXTRAS                                   * *

      **        PAGAS EXTRA YA ACUMULADAS (LOTES 'E') : EL FINIQUITO  * *

      **        NO PRORRATEA LA EXTRA DE UN SEMESTRE YA PAGADO        * *

      ***************************************************************** *

       01  WS-TABLA-EXTRAS.

           05  WS-EXTT-NUM-ENTRADAS         PIC 9(3)   VALUE 0.

           05  WS-EXTT-TABLA  OCCURS 1 TO 100 TIMES

                              DEPENDING ON WS-EXTT-NUM-ENTRADAS

                              INDEXED BY WS-EXTT-IDX.

               10  WS-EXTT-FECHA.

                   15  WS-EXTT-ANYO          PIC 9(4).

                   15  WS-EXTT-MES           PIC 9(2).

                   15  WS-EXTT-DIA           PIC 9(2).

      ***************************************************************** *

      **            WS-TABLA-FINIQUITOS                               * *

      **        EMPLEADOS A LIQUIDAR EN LA NOMINA DE FINIQUITO CON EL * *

      **        RESULTADO DE CADA UNO PARA EL INFORME FINAL           * *

      ***************************************************************** *

       01  WS-TABLA-FINIQUITOS.

           05  WS-FINT-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-FINT-TABLA  OCCURS 1 TO 200 TIMES

                              DEPENDING ON WS-FINT-NUM-ENTRADAS

                              INDEXED BY WS-FINT-IDX.

               10  WS-FINT-CODIGO            PIC X(6).

               10  WS-FINT-DISFRUTADOS       PIC 9(3).

               10  WS-FINT-BRUTO             PIC 9(7)V99.

               10  WS-FINT-NETO              PIC 9(7)V99.

               10  WS-FINT-RESULTADO         PIC X(30).

               10  WS-FINT-LOTE-EXTRA        PIC X(8).

      *

       01  WS-FINT-TOTALES.

           05  WS-FINT-LIQUIDADOS           PIC 9(4)    VALUE 0.

           05  WS-FINT-CONTADOR-ED          PIC ZZZ9.

           05  WS-FINT-IMPORTE1-ED          PIC Z(6)9,99.

           05  WS-FINT-IMPORTE2-ED          PIC Z(6)9,99.

      ***************************************************************** *

      **            WS-TABLA-RECICLAJE                                * *

      **        SOLO LOS RECHAZOS APROBADOS ('A') : SON LOS QUE       * *

      **        COBOL300 REINYECTA POR DELANTE DEL MAESTRO Y LOS      * *

      **        UNICOS QUE AFECTAN A LA NOMINA                        * *

      ***************************************************************** *

       01  WS-TABLA-RECICLAJE.

           05  WS-RECI-NUM-ENTRADAS         PIC 9(4)   VALUE 0.

           05  WS-RECI-TABLA  OCCURS 1 TO 500 TIMES

                              DEPENDING ON WS-RECI-NUM-ENTRADAS

                              INDEXED BY WS-RECI-IDX.

               10  WS-RECIT-REGISTRO         PIC X(61).

      ***************************************************************** *

      **              COMUNICACION CON RUT120CB (BLOQUEOS)            * *

      ***************************************************************** *

       COPY COP120CB.

      ***************************************************************** *

      **              SWITCHES                                        * *

      ***************************************************************** *

       01  SW-SWITCHES.

           05  SW-FIN-FICHERO                PIC 9.

               88 FIN-FICHERO                           VALUE 1.

               88 NO-FIN-FICHERO                        VALUE 0.

      *

           05  SW-ERROR                      PIC 9      VALUE 0.

               88 SI-ERROR                              VALUE 1.

               88 NO-ERROR                              VALUE 0.

      *

           05  SW-VALIDACION                 PIC 9      VALUE 1.

               88 REGISTRO-VALIDO                       VALUE 1.

               88 REGISTRO-INVALIDO                     VALUE 0.

      *

           05  SW-FIN-DEPTOS                 PIC 9      VALUE 0.

               88 FIN-DEPTOS                            VALUE 1.

               88 NO-FIN-DEPTOS                         VALUE 0.

      *

           05  SW-DEPTO-VALIDO               PIC 9      VALUE 0.

               88 DEPTO-VALIDO                          VALUE 1.

               88 DEPTO-NO-VALIDO                       VALUE 0.

      *

           05  SW-FIN-TRAMOS                 PIC 9      VALUE 0.

               88 FIN-TRAMOS                            VALUE 1.

               88 NO-FIN-TRAMOS                         VALUE 0.

      *

           05  SW-FIN-RECICLA                PIC 9      VALUE 0.

               88 FIN-RECICLA                           VALUE 1.

               88 NO-FIN-RECICLA                        VALUE 0.

      *

           05  SW-BLOQUEO                    PIC 9      VALUE 0.

               88 BLOQUEO-ADQUIRIDO                     VALUE 1.

               88 BLOQUEO-NO-ADQUIRIDO                  VALUE 0.

      *

           05  SW-GL-ACTIVO                  PIC 9      VALUE 0.

               88 GL-ACTIVO                             VALUE 1.

               88 GL-NO-ACTIVO                          VALUE 0.

      *

           05  SW-FIN-CUENTAS                PIC 9      VALUE 0.

               88 FIN-CUENTAS                           VALUE 1.

               88 NO-FIN-CUENTAS                        VALUE 0.

      *

           05  SW-FIN-INTERGL                PIC 9      VALUE 0.

               88 FIN-INTERGL                           VALUE 1.

               88 NO-FIN-INTERGL                        VALUE 0.

      *

           05  SW-PIE-GL                     PIC 9      VALUE 0.

               88 PIE-GL-LEIDO                          VALUE 1.

               88 PIE-GL-NO-LEIDO                       VALUE 0.

      *

           05  SW-CUADRE-GL                  PIC 9      VALUE 1.

               88 CUADRE-GL-CORRECTO                    VALUE 1.

               88 CUADRE-GL-FALLIDO                     VALUE 0.

      *

           05  SW-MAESTRO-CONSULTADO         PIC 9      VALUE 0.

               88 MAESTRO-CONSULTADO                    VALUE 1.

               88 MAESTRO-NO-CONSULTADO                 VALUE 0.

      *

           05  SW-ESTADO-MAESTRO             PIC 9      VALUE 1.

               88 MAESTRO-ACTIVO                        VALUE 1.

               88 MAESTRO-NO-ACTIVO                     VALUE 0.

      *

           05  SW-FIN-FINIQ                  PIC 9      VALUE 0.

               88 FIN-FINIQ                             VALUE 1.

               88 NO-FIN-FINIQ                          VALUE 0.

      *

           05  SW-EN-FINIQUITO               PIC 9      VALUE 0.

               88 EMPLE-EN-FINIQUITO                    VALUE 1.

               88 EMPLE-NO-EN-FINIQUITO                 VALUE 0.

      *

           05  SW-FIN-LOTES                  PIC 9      VALUE 0.

               88 FIN-LOTES                             VALUE 1.

               88 NO-FIN-LOTES                          VALUE 0.

      *

           05  SW-EXTRA-PAGADA               PIC 9      VALUE 0.

               88 EXTRA-YA-PAGADA                       VALUE 1.

               88 EXTRA-NO-PAGADA                       VALUE 0.

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

            UNTIL  FIN-FICHERO.

      *

      *    LA EXTRA Y EL FINIQUITO NO TIENEN LOTE DE GASTO EN

      *    COBOL300 CONTRA EL QUE CUADRAR

      *

           IF  GL-ACTIVO

      *

                IF  PNOM-ORDINARIA

      *

                     PERFORM 7500-CUADRAR-GASTO-GL

                        THRU 7500-CUADRAR-GASTO-GL-EXIT

      *

                     IF  CUADRE-GL-CORRECTO

                          PERFORM 7600-INTERFAZ-GL

                             THRU 7600-INTERFAZ-GL-EXIT

                     ELSE

                          SET SI-ERROR  TO TRUE

                     END-IF

      *

                ELSE

                     PERFORM 7600-INTERFAZ-GL

                        THRU 7600-INTERFAZ-GL-EXIT

                END-IF

      *

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

                       WS-CALCULO-NOMINA

                       WS-REG-EMPLEADO.

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

           PERFORM 1055-LEER-TIPO-NOMINA

              THRU 1055-LEER-TIPO-NOMINA-EXIT.

      *

           PERFORM 1060-CARGAR-CUENTAS

              THRU 1060-CARGAR-CUENTAS-EXIT.

      *

           PERFORM 1070-CARGAR-DEPARTAMENTOS

              THRU 1070-CARGAR-DEPARTAMENTOS-EXIT.

      *

           PERFORM 1090-CARGAR-TRAMOS

              THRU 1090-CARGAR-TRAMOS-EXIT.

      *

           OPEN INPUT EMPLE.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-EMPLE        TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           OPEN OUTPUT NOMINA.

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

           MOVE WS-FECHA      TO WS-NOMC-FECHA.

           MOVE WS-PNOM-TIPO  TO WS-NOMC-TIPO-NOMINA.

      *

           WRITE REG-NOMINA

              FROM  WS-NOM-CABECERA.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-NOMINA       TO WS-FICHERO-ERR

                MOVE  '1000-'         TO WS-PARRAFO-ERR

                MOVE  LT-WRITE        TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

      *    LOS RECHAZOS APROBADOS SE REINYECTAN PARA CUADRAR CON

      *    COBOL300, QUE SOLO CALCULA LA NOMINA ORDINARIA

      *

           IF  PNOM-ORDINARIA

      *

                PERFORM 1300-CARGAR-RECICLAJE

                   THRU 1300-CARGAR-RECICLAJE-EXIT

      *

                PERFORM 1400-INYECTAR-CORRECCIONES

                   THRU 1400-INYECTAR-CORRECCIONES-EXIT

      *

           END-IF.

      *

           IF  NOT FIN-FICHERO

                PERFORM 9200-LEER-FICHERO

                   THRU 9200-LEER-FICHERO-EXIT

           END-IF.

      *

       1000-INICIO-EXIT.

           EXIT.

      ***************************************************************** *

      **       RESERVA DEL MAESTRO DE EMPLEADOS Y DEL RECICLAJE       * *

      **        (DEL QUE SE REINYECTAN LOS APROBADOS) EN RUT120CB     * *

      **        -- SI OTRO TRABAJO LOS TIENE RESERVADOS NO SE         * *

      **        ARRANCA                                               * *

      ***************************************************************** *

       0500-ADQUIRIR-BLOQUEOS.

      *

           SET  CP120-ADQUIRIR        TO TRUE.

           MOVE LT-PROGRAMA           TO CP120I-PROGRAMA.

           MOVE 2                     TO CP120I-NUM-RECURSOS.

           MOVE 'EMPLEADO'            TO CP120I-RECURSO(1).

           MOVE 'RECICLAJE'           TO CP120I-RECURSO(2).

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

      **       LECTURA DEL PARAMETRO DE CORTE DE APELLIDO             * *

      ***************************************************************** *

       1050-LEER-PARAMETROS.

      *

           MOVE 'M'     TO WS-CORTE-APELLIDO.

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

                IF  WS-CORTE-APELLIDO = SPACE

                 OR WS-CORTE-APELLIDO = LOW-VALUE

                     MOVE 'M'  TO WS-CORTE-APELLIDO

                END-IF

      *

                CLOSE PARAMETROS

      *

                DISPLAY '** CORTE DE BONUS POR PARAMETRO : '

                         WS-CORTE-APELLIDO

           ELSE

                DISPLAY '** SIN FICHERO DE PARAMETROS, CORTE DEFECTO : '

                         WS-CORTE-APELLIDO

           END-IF.

      *

      *    MISMA FECHA DE EJECUCION QUE COBOL300 PARA QUE LA NOMINA Y

      *    EL LOTE CONTABLE CASEN CON SU LOTE DE GASTO

      *

           IF  WS-FECHA-OVERRIDE IS NUMERIC

                MOVE WS-FECHA-OVERRIDE  TO WS-FECHA

                DISPLAY '** FECHA DE EJECUCION POR PARAMETRO : '

                         WS-FECHA

           END-IF.

      *

       1050-LEER-PARAMETROS-EXIT.

           EXIT.

      ***************************************************************** *

      **       TIPO DE NOMINA (FICHERO.PARAMETROS.NOMINA) Y FICHEROS  * *

      **        DE SALIDA DE ESE TIPO -- SIN FICHERO ES LA ORDINARIA  * *

      ***************************************************************** *

       1055-LEER-TIPO-NOMINA.

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

           IF  NOT PNOM-TIPO-VALIDO

                DISPLAY '*************************'

                DISPLAY '** TIPO DE NOMINA DESCONOCIDO EN PARAMETROS : '

                         WS-PNOM-TIPO ' **'

                DISPLAY '*************************'

                MOVE  LT-PARAMNOM     TO WS-FICHERO-ERR

                MOVE  '1055-'         TO WS-PARRAFO-ERR

                MOVE  LT-READ         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           EVALUATE TRUE

      *

              WHEN PNOM-EXTRA

                   MOVE LT-RUTA-NOMINA-EXTRA  TO WS-RUTA-NOMINA

                   MOVE LT-RUTA-GL-EXTRA      TO WS-RUTA-GLNOMINA

                   DISPLAY '** NOMINA DE PAGA EXTRAORDINARIA **'

                   IF  WS-MES NOT = '06'

                    AND WS-MES NOT = '12'

                        DISPLAY '*************************'

                        DISPLAY '** LA PAGA EXTRA SOLO SE CALCULA EN '

                                'JUNIO O DICIEMBRE, FECHA : '

                                WS-FECHA ' **'

                        DISPLAY '*************************'

                        MOVE  LT-PARAMNOM     TO WS-FICHERO-ERR

                        MOVE  '1055-'         TO WS-PARRAFO-ERR

                        MOVE  LT-READ         TO WS-OPERACION-ERR

                        PERFORM 9100-GESTION-ERRORES

                           THRU 9100-GESTION-ERRORES-EXIT

                   END-IF

      *

              WHEN PNOM-FINIQUITO

                   MOVE LT-RUTA-NOMINA-FINIQ  TO WS-RUTA-NOMINA

                   MOVE LT-RUTA-GL-FINIQ      TO WS-RUTA-GLNOMINA

                   DISPLAY '** NOMINA DE FINIQUITOS **'

                   PERFORM 1150-CARGAR-FINIQUITOS

                      THRU 1150-CARGAR-FINIQUITOS-EXIT

                   PERFORM 1180-CARGAR-EXTRAS

                      THRU 1180-CARGAR-EXTRAS-EXIT

      *

              WHEN OTHER

                   MOVE LT-RUTA-NOMINA        TO WS-RUTA-NOMINA

                   MOVE LT-RUTA-GL-NOMINA     TO WS-RUTA-GLNOMINA

                   DISPLAY '** NOMINA ORDINARIA **'

      *

           END-EVALUATE.

      *

       1055-LEER-TIPO-NOMINA-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE LAS CUENTAS DEL LOTE CONTABLE DE NOMINA --    * *

      **        SIN FICHERO DE CUENTAS NO SE GENERA (IGUAL QUE        * *

      **        COBOL300 CON SU INTERFAZ)                             * *

      ***************************************************************** *

       1060-CARGAR-CUENTAS.

      *

           OPEN INPUT CUENTAS.

      *

           IF  WS-FILE-STATUS = '00'

      *

                SET GL-ACTIVO  TO TRUE

      *

                PERFORM 1065-CARGAR-CUENTA

                   THRU 1065-CARGAR-CUENTA-EXIT

                 UNTIL  FIN-CUENTAS

      *

                CLOSE CUENTAS

      *

                DISPLAY '** CUENTA PUENTE    : ' WS-GL-CECO-PUENTE

                        ' ' WS-GL-CTA-PUENTE

                DISPLAY '** IRPF A PAGAR     : ' WS-GL-CECO-IRPF

                        ' ' WS-GL-CTA-IRPF

                DISPLAY '** SEG.SOC. A PAGAR : ' WS-GL-CECO-SS

                        ' ' WS-GL-CTA-SS

                DISPLAY '** NETO A PAGAR     : ' WS-GL-CECO-NETO

                        ' ' WS-GL-CTA-NETO

      *

           ELSE

                DISPLAY '** SIN FICHERO DE CUENTAS, NO SE GENERA '

                        'LOTE CONTABLE DE NOMINA **'

                SET GL-NO-ACTIVO  TO TRUE

           END-IF.

      *

       1060-CARGAR-CUENTAS-EXIT.

           EXIT.

      ***************************************************************** *

      **       LECTURA DE UNA ENTRADA DEL MAPA CONTABLE -- SOLO       * *

      **        INTERESAN LAS ENTRADAS ESPECIALES                     * *

      ***************************************************************** *

       1065-CARGAR-CUENTA.

      *

           READ CUENTAS

                INTO WS-REG-CUENTA

                AT END

                     SET FIN-CUENTAS TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                EVALUATE WS-CTA-DEPT

      *

                   WHEN '****'

                        MOVE WS-CTA-CECO     TO WS-GL-CECO-PUENTE

                        MOVE WS-CTA-SALARIO  TO WS-GL-CTA-PUENTE

      *

                   WHEN '*IRP'

                        MOVE WS-CTA-CECO     TO WS-GL-CECO-IRPF

                        MOVE WS-CTA-SALARIO  TO WS-GL-CTA-IRPF

      *

                   WHEN '*SSO'

                        MOVE WS-CTA-CECO     TO WS-GL-CECO-SS

                        MOVE WS-CTA-SALARIO  TO WS-GL-CTA-SS

      *

                   WHEN '*NET'

                        MOVE WS-CTA-CECO     TO WS-GL-CECO-NETO

                        MOVE WS-CTA-SALARIO  TO WS-GL-CTA-NETO

      *

                   WHEN OTHER

                        PERFORM 1068-ANOTAR-CUENTA-DEPT

                           THRU 1068-ANOTAR-CUENTA-DEPT-EXIT

      *

                END-EVALUATE

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-CUENTAS            TO WS-FICHERO-ERR

                     MOVE  '1065-CARGAR-CTA'     TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1065-CARGAR-CUENTA-EXIT.

           EXIT.

      ***************************************************************** *

      **       CENTRO Y CUENTA DE SALARIO DE UN DEPARTAMENTO, PARA    * *

      **        EL GASTO DE LA EXTRA Y DEL FINIQUITO                  * *

      ***************************************************************** *

       1068-ANOTAR-CUENTA-DEPT.

      *

           IF  WS-CTAT-NUM-ENTRADAS < 100

                ADD 1  TO WS-CTAT-NUM-ENTRADAS

                SET  WS-CTAT-IDX  TO WS-CTAT-NUM-ENTRADAS

                MOVE WS-CTA-DEPT     TO WS-CTAT-DEPT(WS-CTAT-IDX)

                MOVE WS-CTA-CECO     TO WS-CTAT-CECO(WS-CTAT-IDX)

                MOVE WS-CTA-SALARIO  TO WS-CTAT-SALARIO(WS-CTAT-IDX)

           ELSE

                DISPLAY '** TABLA DE CUENTAS LLENA, DEPT '

                        WS-CTA-DEPT ' IGNORADO **'

           END-IF.

      *

       1068-ANOTAR-CUENTA-DEPT-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE LA REFERENCIA DE DEPARTAMENTOS EN TABLA       * *

      ***************************************************************** *

       1070-CARGAR-DEPARTAMENTOS.

      *

           OPEN INPUT DEPTOS.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-DEPTOS       TO WS-FICHERO-ERR

                MOVE  '1070-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 1080-CARGAR-DEPTO

              THRU 1080-CARGAR-DEPTO-EXIT

            UNTIL  FIN-DEPTOS.

      *

           CLOSE DEPTOS.

      *

           DISPLAY '** DEPARTAMENTOS EN REFERENCIA : '

                    WS-DREF-NUM-ENTRADAS.

      *

       1070-CARGAR-DEPARTAMENTOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UNA ENTRADA DE DEPARTAMENTO EN LA TABLA       * *

      ***************************************************************** *

       1080-CARGAR-DEPTO.

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

                     MOVE WS-DEPTO-ACTIVO

                        TO WS-DREF-ACTIVO(WS-DREF-IDX)

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

                     MOVE  '1080-CARGAR-DEPTO'   TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1080-CARGAR-DEPTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE LA TABLA DE TRAMOS DE RETENCION -- SIN        * *

      **        FICHERO DE TRAMOS NO HAY CALCULO DE NOMINA POSIBLE    * *

      ***************************************************************** *

       1090-CARGAR-TRAMOS.

      *

           OPEN INPUT TRAMOS.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-TRAMOS       TO WS-FICHERO-ERR

                MOVE  '1090-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 1095-CARGAR-TRAMO

              THRU 1095-CARGAR-TRAMO-EXIT

            UNTIL  FIN-TRAMOS.

      *

           CLOSE TRAMOS.

      *

           IF  WS-TRMT-NUM-ENTRADAS = 0

                DISPLAY '*************************'

                DISPLAY '** FICHERO DE TRAMOS SIN TRAMOS "T" **'

                DISPLAY '*************************'

                MOVE  LT-TRAMOS       TO WS-FICHERO-ERR

                MOVE  '1090-'         TO WS-PARRAFO-ERR

                MOVE  LT-READ         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           DISPLAY '** TRAMOS DE RETENCION EN TABLA : '

                    WS-TRMT-NUM-ENTRADAS.

           DISPLAY '** PORCENTAJE SEGURIDAD SOCIAL  : ' WS-PCT-SS.

      *

       1090-CARGAR-TRAMOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UNA ENTRADA DE LA TABLA DE TRAMOS             * *

      ***************************************************************** *

       1095-CARGAR-TRAMO.

      *

           READ TRAMOS

                INTO WS-REG-TRAMO

                AT END

                     SET FIN-TRAMOS TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                EVALUATE TRUE

      *

                   WHEN TRM-SEG-SOCIAL

                        MOVE WS-TRM-PCT  TO WS-PCT-SS

      *

                   WHEN TRM-TRAMO

                        IF  WS-TRMT-NUM-ENTRADAS < 20

                             ADD 1  TO WS-TRMT-NUM-ENTRADAS

                             SET  WS-TRMT-IDX

                               TO WS-TRMT-NUM-ENTRADAS

                             MOVE WS-TRM-LIMITE

                                TO WS-TRMT-LIMITE(WS-TRMT-IDX)

                             MOVE WS-TRM-PCT

                                TO WS-TRMT-PCT(WS-TRMT-IDX)

                        ELSE

                             DISPLAY '*************************'

                             DISPLAY '** TABLA DE TRAMOS LLENA **'

                             DISPLAY '*************************'

                             SET FIN-TRAMOS  TO TRUE

                        END-IF

      *

                   WHEN OTHER

                        CONTINUE

      *

                END-EVALUATE

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-TRAMOS             TO WS-FICHERO-ERR

                     MOVE  '1095-CARGAR-TRAMO'   TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1095-CARGAR-TRAMO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE LA LISTA DE EMPLEADOS A LIQUIDAR -- UN        * *

      **        FINIQUITO SIN LISTA O CON LA LISTA DESBORDADA NO SE   * *

      **        CALCULA, PARA QUE NADIE QUEDE FUERA SIN AVISO         * *

      ***************************************************************** *

       1150-CARGAR-FINIQUITOS.

      *

           OPEN INPUT FINIQ.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-FINIQ        TO WS-FICHERO-ERR

                MOVE  '1150-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           PERFORM 1160-CARGAR-FINIQUITO

              THRU 1160-CARGAR-FINIQUITO-EXIT

            UNTIL  FIN-FINIQ.

      *

           CLOSE FINIQ.

      *

           IF  WS-FINT-NUM-ENTRADAS = 0

                DISPLAY '*************************'

                DISPLAY '** FICHERO DE FINIQUITOS SIN EMPLEADOS **'

                DISPLAY '*************************'

                MOVE  LT-FINIQ        TO WS-FICHERO-ERR

                MOVE  '1150-'         TO WS-PARRAFO-ERR

                MOVE  LT-READ         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           DISPLAY '** EMPLEADOS A LIQUIDAR : ' WS-FINT-NUM-ENTRADAS.

      *

       1150-CARGAR-FINIQUITOS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UN EMPLEADO A LIQUIDAR -- UN CODIGO REPETIDO  * *

      **        SE LIQUIDA UNA SOLA VEZ                               * *

      ***************************************************************** *

       1160-CARGAR-FINIQUITO.

      *

           READ FINIQ

                INTO WS-REG-FINIQUITO

                AT END

                     SET FIN-FINIQ TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                IF  WS-FINQ-CODIGO NOT = SPACES

      *

                     SET EMPLE-NO-EN-FINIQUITO  TO TRUE

      *

                     SET  WS-FINT-IDX  TO  1

                     SEARCH  WS-FINT-TABLA

                        VARYING WS-FINT-IDX

                        AT END

                             CONTINUE

                        WHEN  WS-FINT-CODIGO(WS-FINT-IDX)

                                = WS-FINQ-CODIGO

                             SET EMPLE-EN-FINIQUITO  TO TRUE

                     END-SEARCH

      *

                     IF  EMPLE-EN-FINIQUITO

                          DISPLAY '** AVISO: EMPLEADO REPETIDO EN '

                                  'FINIQUITOS : ' WS-FINQ-CODIGO

                     ELSE

                          PERFORM 1170-ANOTAR-FINIQUITO

                             THRU 1170-ANOTAR-FINIQUITO-EXIT

                     END-IF

      *

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-FINIQ              TO WS-FICHERO-ERR

                     MOVE  '1160-CARGAR-FINIQ'   TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1160-CARGAR-FINIQUITO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ALTA DE UN EMPLEADO EN LA TABLA DE FINIQUITOS          * *

      ***************************************************************** *

       1170-ANOTAR-FINIQUITO.

      *

           IF  WS-FINT-NUM-ENTRADAS < CT-MAX-FINIQUITOS

      *

                ADD 1  TO WS-FINT-NUM-ENTRADAS

                SET  WS-FINT-IDX  TO WS-FINT-NUM-ENTRADAS

                MOVE WS-FINQ-CODIGO  TO WS-FINT-CODIGO(WS-FINT-IDX)

      *

                IF  WS-FINQ-DIAS-DISFRUTADOS IS NUMERIC

                     MOVE WS-FINQ-DIAS-DISFRUTADOS

                        TO WS-FINT-DISFRUTADOS(WS-FINT-IDX)

                ELSE

                     DISPLAY '** AVISO: DIAS DISFRUTADOS NO NUMERICOS, '

                             'SE TOMA CERO : ' WS-FINQ-CODIGO

                     MOVE 0  TO WS-FINT-DISFRUTADOS(WS-FINT-IDX)

                END-IF

      *

                MOVE 0  TO WS-FINT-BRUTO(WS-FINT-IDX)

                MOVE 0  TO WS-FINT-NETO(WS-FINT-IDX)

                MOVE 'NO ESTA EN EL MAESTRO'

                   TO WS-FINT-RESULTADO(WS-FINT-IDX)

                MOVE SPACES  TO WS-FINT-LOTE-EXTRA(WS-FINT-IDX)

      *

           ELSE

      *

                DISPLAY '*************************'

                DISPLAY '** TABLA DE FINIQUITOS LLENA, MAXIMO '

                        CT-MAX-FINIQUITOS ' **'

                DISPLAY '*************************'

                MOVE  LT-FINIQ              TO WS-FICHERO-ERR

                MOVE  '1170-ANOTAR-FINIQ'   TO WS-PARRAFO-ERR

                MOVE  LT-READ               TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

      *

           END-IF.

      *

       1170-ANOTAR-FINIQUITO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE LAS PAGAS EXTRA YA ACUMULADAS (COBOL314) --   * *

      **        SIN FICHERO DE LOTES NO CONSTA NINGUNA PAGADA         * *

      ***************************************************************** *

       1180-CARGAR-EXTRAS.

      *

           OPEN INPUT LOTES.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 1190-CARGAR-EXTRA

                   THRU 1190-CARGAR-EXTRA-EXIT

                 UNTIL  FIN-LOTES

      *

                CLOSE LOTES

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** SIN FICHERO.ACUMULADOS.LOTES : NO '

                             'CONSTA NINGUNA PAGA EXTRA PAGADA **'

                ELSE

                     MOVE  LT-LOTES        TO WS-FICHERO-ERR

                     MOVE  '1180-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

           DISPLAY '** PAGAS EXTRA YA ACUMULADAS : '

                   WS-EXTT-NUM-ENTRADAS.

      *

       1180-CARGAR-EXTRAS-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UN LOTE ACUMULADO -- SOLO INTERESAN LAS       * *

      **        PAGAS EXTRA; SI NO CABEN NO SE LIQUIDA, PARA NO       * *

      **        PAGAR DOS VECES UNA EXTRA SIN AVISO                   * *

      ***************************************************************** *

       1190-CARGAR-EXTRA.

      *

           READ LOTES

                INTO WS-REG-LOTE-ACUM

                AT END

                     SET FIN-LOTES TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                IF  LOTA-EXTRA

                 AND WS-LOTA-FECHA IS NUMERIC

      *

                     IF  WS-EXTT-NUM-ENTRADAS < CT-MAX-EXTRAS

                          ADD 1  TO WS-EXTT-NUM-ENTRADAS

                          SET  WS-EXTT-IDX  TO WS-EXTT-NUM-ENTRADAS

                          MOVE WS-LOTA-FECHA

                             TO WS-EXTT-FECHA(WS-EXTT-IDX)

                     ELSE

                          DISPLAY '*************************'

                          DISPLAY '** TABLA DE PAGAS EXTRA LLENA, '

                                  'MAXIMO ' CT-MAX-EXTRAS ' **'

                          DISPLAY '*************************'

                          MOVE  LT-LOTES            TO WS-FICHERO-ERR

                          MOVE  '1190-CARGAR-EXTRA' TO WS-PARRAFO-ERR

                          MOVE  LT-READ             TO WS-OPERACION-ERR

                          PERFORM 9100-GESTION-ERRORES

                             THRU 9100-GESTION-ERRORES-EXIT

                     END-IF

      *

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-LOTES              TO WS-FICHERO-ERR

                     MOVE  '1190-CARGAR-EXTRA'   TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1190-CARGAR-EXTRA-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE LOS RECHAZOS APROBADOS DEL RECICLAJE --       * *

      **        SOLO LECTURA, EL FICHERO LO REESCRIBE COBOL300        * *

      ***************************************************************** *

       1300-CARGAR-RECICLAJE.

      *

           OPEN INPUT RECICLA.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 1350-CARGAR-RECI-ENTRADA

                   THRU 1350-CARGAR-RECI-ENTRADA-EXIT

                 UNTIL  FIN-RECICLA

      *

                CLOSE RECICLA

      *

                DISPLAY '** RECHAZOS APROBADOS EN RECICLAJE : '

                         WS-RECI-NUM-ENTRADAS

      *

           ELSE

                IF  WS-FILE-STATUS = '35'

                     DISPLAY '** SIN FICHERO DE RECICLAJE PREVIO **'

                ELSE

                     MOVE  LT-RECICLA      TO WS-FICHERO-ERR

                     MOVE  '1300-'         TO WS-PARRAFO-ERR

                     MOVE  LT-OPEN         TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

                END-IF

           END-IF.

      *

       1300-CARGAR-RECICLAJE-EXIT.

           EXIT.

      ***************************************************************** *

      **       CARGA DE UNA ENTRADA APROBADA ('A') EN LA TABLA        * *

      ***************************************************************** *

       1350-CARGAR-RECI-ENTRADA.

      *

           READ RECICLA

                INTO WS-REG-RECICLAJE

                AT END

                     SET FIN-RECICLA TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

      *

                IF  RECI-APROBADO

      *

                     IF  WS-RECI-NUM-ENTRADAS < 500

                          ADD 1  TO WS-RECI-NUM-ENTRADAS

                          SET  WS-RECI-IDX  TO WS-RECI-NUM-ENTRADAS

                          MOVE WS-RECI-REGISTRO

                             TO WS-RECIT-REGISTRO(WS-RECI-IDX)

                     ELSE

                          DISPLAY '*************************'

                          DISPLAY '** TABLA RECICLAJE LLENA **'

                          DISPLAY '*************************'

                          SET FIN-RECICLA  TO TRUE

                     END-IF

      *

                END-IF

      *

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-RECICLA            TO WS-FICHERO-ERR

                     MOVE  '1350-CARGAR-RECI'    TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       1350-CARGAR-RECI-ENTRADA-EXIT.

           EXIT.

      ***************************************************************** *

      **       REENTRADA DE LOS RECHAZOS APROBADOS POR DELANTE        * *

      **        DEL MAESTRO, IGUAL QUE 1400 DE COBOL300, PARA QUE     * *

      **        LA NOMINA Y LOS TOTALES POR DEPARTAMENTO CUADREN      * *

      ***************************************************************** *

       1400-INYECTAR-CORRECCIONES.

      *

           PERFORM 1450-INYECTAR-UNA

              THRU 1450-INYECTAR-UNA-EXIT

            VARYING WS-RECI-IDX FROM 1 BY 1

              UNTIL WS-RECI-IDX > WS-RECI-NUM-ENTRADAS.

      *

           IF  WC-CONTADOR-R > 0

                DISPLAY '** CORRECCIONES REINYECTADAS : '

                         WC-CONTADOR-R

           END-IF.

      *

           IF  MAESTRO-CONSULTADO

                PERFORM 1470-REPOSICIONAR-MAESTRO

                   THRU 1470-REPOSICIONAR-MAESTRO-EXIT

           END-IF.

      *

       1400-INYECTAR-CORRECCIONES-EXIT.

           EXIT.

      ***************************************************************** *

      **       REENTRADA DE UN RECHAZO APROBADO                       * *

      ***************************************************************** *

       1450-INYECTAR-UNA.

      *

           ADD 1  TO WC-CONTADOR-R.

      *

           MOVE WS-RECIT-REGISTRO(WS-RECI-IDX)

              TO WS-REG-EMPLEADO.

      *

      *    LA IMAGEN RECICLADA NO TRAE EL ESTADO ACTUAL : MANDA EL

      *    DEL MAESTRO, COMO EN 1450 DE COBOL300

      *

           PERFORM 1460-CONSULTAR-MAESTRO

              THRU 1460-CONSULTAR-MAESTRO-EXIT.

      *

           IF  MAESTRO-NO-ACTIVO

                ADD 1  TO WC-CONTADOR-INA

                DISPLAY '** CORRECCION NO REINYECTADA, EMPLEADO '

                        'NO ACTIVO : ' WS-EMPLE-CODIGO

           ELSE

                PERFORM 3050-VALIDAR-EMPLEADO

                   THRU 3050-VALIDAR-EMPLEADO-EXIT

      *

                IF  REGISTRO-INVALIDO

                     ADD 1  TO WC-CONTADOR-EXC

                     DISPLAY '** EXCLUIDO DE NOMINA : ' WS-EMPLE-CODIGO

                ELSE

                     PERFORM 3100-CALCULAR-NOMINA

                        THRU 3100-CALCULAR-NOMINA-EXIT

                END-IF

           END-IF.

      *

       1450-INYECTAR-UNA-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESTADO ACTUAL DEL EMPLEADO EN EL MAESTRO (LECTURA POR  * *

      **        CLAVE) -- SI YA NO ESTA TAMPOCO COBRA                 * *

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

      *****************************************************

       3000-PROCESO.

      *

      *    EXCEDENCIAS Y BAJAS NO COBRAN : NO SON EXCLUSIONES. EN EL

      *    FINIQUITO SOLO COBRAN LAS BAJAS DE LA LISTA

      *

           EVALUATE TRUE

      *

              WHEN PNOM-FINIQUITO

                   PERFORM 3020-PROCESO-FINIQUITO

                      THRU 3020-PROCESO-FINIQUITO-EXIT

      *

              WHEN EMPLE-NO-ACTIVO

                   ADD 1  TO WC-CONTADOR-INA

      *

              WHEN OTHER

                   PERFORM 3050-VALIDAR-EMPLEADO

                      THRU 3050-VALIDAR-EMPLEADO-EXIT

      *

                   IF  REGISTRO-VALIDO

                        PERFORM 3100-CALCULAR-NOMINA

                           THRU 3100-CALCULAR-NOMINA-EXIT

                   ELSE

                        ADD 1  TO WC-CONTADOR-EXC

                        DISPLAY '** EXCLUIDO DE NOMINA : '

                                WS-EMPLE-CODIGO

                   END-IF

      *

           END-EVALUATE.

      *

           PERFORM 9200-LEER-FICHERO

              THRU 9200-LEER-FICHERO-EXIT.

      *

       3000-PROCESO-EXIT.

           EXIT.

      ***************************************************************** *

      **       FINIQUITO : EL EMPLEADO SOLO SE LIQUIDA SI ESTA EN LA  * *

      **        LISTA DE FICHERO.FINIQUITOS                           * *

      ***************************************************************** *

       3020-PROCESO-FINIQUITO.

      *

           SET EMPLE-NO-EN-FINIQUITO  TO TRUE.

      *

           SET  WS-FINT-IDX  TO  1.

           SEARCH  WS-FINT-TABLA

              VARYING WS-FINT-IDX

              AT END

                   CONTINUE

              WHEN  WS-FINT-CODIGO(WS-FINT-IDX) = WS-EMPLE-CODIGO

                   SET EMPLE-EN-FINIQUITO  TO TRUE

           END-SEARCH.

      *

           IF  EMPLE-EN-FINIQUITO

                PERFORM 3030-LIQUIDAR-EMPLEADO

                   THRU 3030-LIQUIDAR-EMPLEADO-EXIT

           END-IF.

      *

       3020-PROCESO-FINIQUITO-EXIT.

           EXIT.

      ***************************************************************** *

      **       LIQUIDACION DE UN EMPLEADO DE LA LISTA -- TIENE QUE    * *

      **        ESTAR DE BAJA CON FECHA DE BAJA Y PASAR LAS MISMAS    * *

      **        VALIDACIONES QUE EN LA NOMINA ORDINARIA               * *

      ***************************************************************** *

       3030-LIQUIDAR-EMPLEADO.

      *

           EVALUATE TRUE

      *

              WHEN NOT EMPLE-BAJA

                   ADD 1  TO WC-CONTADOR-EXC

                   MOVE 'NO ESTA DE BAJA EN EL MAESTRO'

                      TO WS-FINT-RESULTADO(WS-FINT-IDX)

      *

              WHEN WS-EMPLE-FECHA-BAJA NOT NUMERIC

               OR  WS-EMPLE-FECHA-BAJA = '00000000'

                   ADD 1  TO WC-CONTADOR-EXC

                   MOVE 'SIN FECHA DE BAJA EN EL MAESTRO'

                      TO WS-FINT-RESULTADO(WS-FINT-IDX)

      *

              WHEN OTHER

                   PERFORM 3050-VALIDAR-EMPLEADO

                      THRU 3050-VALIDAR-EMPLEADO-EXIT

      *

                   IF  REGISTRO-VALIDO

                        PERFORM 3100-CALCULAR-NOMINA

                           THRU 3100-CALCULAR-NOMINA-EXIT

                        PERFORM 3040-ANOTAR-LIQUIDACION

                           THRU 3040-ANOTAR-LIQUIDACION-EXIT

                   ELSE

                        ADD 1  TO WC-CONTADOR-EXC

                        MOVE 'EXCLUIDO POR DATOS DEL MAESTRO'

                           TO WS-FINT-RESULTADO(WS-FINT-IDX)

                   END-IF

      *

           END-EVALUATE.

      *

       3030-LIQUIDAR-EMPLEADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       RESULTADO DE LA LIQUIDACION PARA EL INFORME FINAL      * *

      ***************************************************************** *

       3040-ANOTAR-LIQUIDACION.

      *

           IF  WS-BRUTO-ACTUAL > 0

                ADD 1  TO WS-FINT-LIQUIDADOS

                MOVE WS-BRUTO-ACTUAL  TO WS-FINT-BRUTO(WS-FINT-IDX)

                MOVE WS-NETO-ACTUAL   TO WS-FINT-NETO(WS-FINT-IDX)

                MOVE 'LIQUIDADO'      TO WS-FINT-RESULTADO(WS-FINT-IDX)

           ELSE

                MOVE 'SIN DEVENGO PENDIENTE'

                   TO WS-FINT-RESULTADO(WS-FINT-IDX)

           END-IF.

      *

       3040-ANOTAR-LIQUIDACION-EXIT.

           EXIT.

      ***************************************************************** *

      **       VALIDACION DEL REGISTRO DE EMPLEADO -- MISMAS          * *

      **        REGLAS QUE COBOL300 PARA QUE LOS TOTALES CUADREN      * *

      ***************************************************************** *

       3050-VALIDAR-EMPLEADO.

      *

           SET  REGISTRO-VALIDO  TO TRUE.

      *

           PERFORM 3055-BUSCAR-DEPARTAMENTO

              THRU 3055-BUSCAR-DEPARTAMENTO-EXIT.

      *

           EVALUATE TRUE

              WHEN WS-EMPLE-CODIGO = SPACES

                   SET  REGISTRO-INVALIDO  TO TRUE

              WHEN WS-EMPLE-SALARIO NOT NUMERIC

                   SET  REGISTRO-INVALIDO  TO TRUE

              WHEN WS-EMPLE-COMISION NOT NUMERIC

                   SET  REGISTRO-INVALIDO  TO TRUE

              WHEN WS-EMPLE-SALARIO = 0

                    OR WS-EMPLE-SALARIO > CT-SALARIO-MAXIMO

                   SET  REGISTRO-INVALIDO  TO TRUE

              WHEN WS-EMPLE-COMISION > CT-COMISION-MAXIMA

                   SET  REGISTRO-INVALIDO  TO TRUE

              WHEN DEPTO-NO-VALIDO

                   SET  REGISTRO-INVALIDO  TO TRUE

           END-EVALUATE.

      *

       3050-VALIDAR-EMPLEADO-EXIT.

           EXIT.

      ***************************************************************** *

      **       BUSQUEDA DEL DEPARTAMENTO EN LA TABLA DE REFERENCIA    * *

      ***************************************************************** *

       3055-BUSCAR-DEPARTAMENTO.

      *

           SET  DEPTO-NO-VALIDO  TO TRUE.

      *

           SET  WS-DREF-IDX  TO  1.

           SEARCH  WS-DREF-TABLA

              VARYING WS-DREF-IDX

              AT END

                   CONTINUE

              WHEN  WS-DREF-CODIGO(WS-DREF-IDX) = WS-EMPLE-DEPT

                   IF  WS-DREF-ACTIVO(WS-DREF-IDX) = 'S'

                        SET  DEPTO-VALIDO  TO TRUE

                   END-IF

           END-SEARCH.

      *

       3055-BUSCAR-DEPARTAMENTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       CALCULO DE BRUTO, DEDUCCIONES Y NETO DEL EMPLEADO --   * *

      **        EL PORCENTAJE DE IRPF SALE SIEMPRE DEL BRUTO MENSUAL  * *

      **        ORDINARIO, TAMBIEN EN LA EXTRA Y EL FINIQUITO         * *

      ***************************************************************** *

       3100-CALCULAR-NOMINA.

      *

      *    EL BONUS SIGUE LA MISMA REGLA QUE COBOL300 : SOLO LO

      *    PERCIBEN LOS EMPLEADOS QUE VAN A SALIDA1 (APELLIDO

      *    ANTERIOR A LA LETRA DE CORTE), CON LOS MISMOS TRAMOS

      *

           MOVE 0  TO WS-BONUS-ACTUAL.

      *

           IF  WS-EMPLE-APELLIDO(1:1) < WS-CORTE-APELLIDO

                EVALUATE TRUE

                   WHEN WS-EMPLE-COMISION <= CT-BONUS-TRAMO1

                        COMPUTE WS-BONUS-ACTUAL ROUNDED =

                           WS-EMPLE-COMISION * CT-BONUS-PCT1 / 100

                   WHEN WS-EMPLE-COMISION <= CT-BONUS-TRAMO2

                        COMPUTE WS-BONUS-ACTUAL ROUNDED =

                           WS-EMPLE-COMISION * CT-BONUS-PCT2 / 100

                   WHEN OTHER

                        COMPUTE WS-BONUS-ACTUAL ROUNDED =

                           WS-EMPLE-COMISION * CT-BONUS-PCT3 / 100

                END-EVALUATE

           END-IF.

      *

           COMPUTE WS-BRUTO-ACTUAL =

              WS-EMPLE-SALARIO + WS-EMPLE-COMISION + WS-BONUS-ACTUAL.

      *

           PERFORM 3150-BUSCAR-TRAMO

              THRU 3150-BUSCAR-TRAMO-EXIT.

      *

           MOVE WS-EMPLE-SALARIO   TO WS-SALARIO-NOMINA.

           MOVE WS-EMPLE-COMISION  TO WS-COMISION-NOMINA.

      *

           EVALUATE TRUE

      *

              WHEN PNOM-EXTRA

                   PERFORM 3300-CALCULAR-EXTRA

                      THRU 3300-CALCULAR-EXTRA-EXIT

      *

              WHEN PNOM-FINIQUITO

                   PERFORM 3350-CALCULAR-FINIQUITO

                      THRU 3350-CALCULAR-FINIQUITO-EXIT

      *

              WHEN OTHER

                   COMPUTE WS-SS-ACTUAL ROUNDED =

                      WS-BRUTO-ACTUAL * WS-PCT-SS / 100

      *

           END-EVALUATE.

      *

           COMPUTE WS-IRPF-ACTUAL ROUNDED =

              WS-BRUTO-ACTUAL * WS-PCT-IRPF / 100.

      *

           COMPUTE WS-NETO-ACTUAL =

              WS-BRUTO-ACTUAL - WS-IRPF-ACTUAL - WS-SS-ACTUAL.

      *

      *    SIN DIAS DE DEVENGO (ALTA POSTERIOR AL SEMESTRE, VACACIONES

      *    YA DISFRUTADAS) NO HAY NADA QUE PAGAR

      *

           IF  WS-BRUTO-ACTUAL = 0

                ADD 1  TO WC-CONTADOR-SDV

                DISPLAY '** SIN DEVENGO EN EL PERIODO : '

                        WS-EMPLE-CODIGO

           ELSE

                PERFORM 3200-ESCRIBIR-NOMINA

                   THRU 3200-ESCRIBIR-NOMINA-EXIT

      *

                PERFORM 3500-ACUMULAR-DEPARTAMENTO

                   THRU 3500-ACUMULAR-DEPARTAMENTO-EXIT

           END-IF.

      *

       3100-CALCULAR-NOMINA-EXIT.

           EXIT.

      ***************************************************************** *

      **       BUSQUEDA DEL TRAMO DE RETENCION DEL BRUTO -- SI EL     * *

      **        BRUTO SUPERA TODOS LOS LIMITES APLICA EL ULTIMO       * *

      ***************************************************************** *

       3150-BUSCAR-TRAMO.

      *

           SET  WS-TRMT-IDX  TO  WS-TRMT-NUM-ENTRADAS.

           MOVE WS-TRMT-PCT(WS-TRMT-IDX)  TO WS-PCT-IRPF.

      *

           SET  WS-TRMT-IDX  TO  1.

           SEARCH  WS-TRMT-TABLA

              VARYING WS-TRMT-IDX

              AT END

                   CONTINUE

              WHEN  WS-BRUTO-ACTUAL <= WS-TRMT-LIMITE(WS-TRMT-IDX)

                   MOVE WS-TRMT-PCT(WS-TRMT-IDX)  TO WS-PCT-IRPF

           END-SEARCH.

      *

       3150-BUSCAR-TRAMO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ESCRITURA DEL REGISTRO DE PAGO EN FICHERO.NOMINA       * *

      ***************************************************************** *

       3200-ESCRIBIR-NOMINA.

      *

           MOVE  WS-EMPLE-CODIGO       TO  WS-NOML-CODIGO.

           MOVE  WS-EMPLE-DEPT         TO  WS-NOML-DEPT.

           MOVE  WS-FECHA              TO  WS-NOML-FECHA.

           MOVE  WS-BRUTO-ACTUAL       TO  WS-NOML-BRUTO.

           MOVE  WS-IRPF-ACTUAL        TO  WS-NOML-IRPF.

           MOVE  WS-SS-ACTUAL          TO  WS-NOML-SS.

           MOVE  WS-NETO-ACTUAL        TO  WS-NOML-NETO.

      *

           WRITE REG-NOMINA

              FROM  WS-NOM-LINEA.

      *

           IF  WS-FILE-STATUS = '00'

                ADD 1                TO WC-CONTADOR-PAG

                ADD 1                TO WS-NOM-LINEAS

                ADD WS-NETO-ACTUAL   TO WS-NOM-HASH

           ELSE

                MOVE  LT-NOMINA                   TO WS-FICHERO-ERR

                MOVE  '3200-ESCRIBIR-NOM'         TO WS-PARRAFO-ERR

                MOVE  LT-WRITE                    TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       3200-ESCRIBIR-NOMINA-EXIT.

           EXIT.

      ***************************************************************** *

      **       PAGA EXTRA : UN SALARIO MENSUAL POR LOS DIAS DEL       * *

      **        SEMESTRE QUE PAGA (ENERO-JUNIO O JULIO-DICIEMBRE),    * *

      **        SIN SEGURIDAD SOCIAL (YA COTIZA PRORRATEADA)          * *

      ***************************************************************** *

       3300-CALCULAR-EXTRA.

      *

           MOVE WS-ANYO  TO WS-DEV-ANYO-FIN.

      *

           IF  WS-MES = '06'

                MOVE 1    TO WS-DEV-INICIO-SEMESTRE

                MOVE 180  TO WS-DEV-FIN

           ELSE

                MOVE 181  TO WS-DEV-INICIO-SEMESTRE

                MOVE 360  TO WS-DEV-FIN

           END-IF.

      *

           PERFORM 3400-DIAS-DEVENGO

              THRU 3400-DIAS-DEVENGO-EXIT.

      *

           COMPUTE WS-DEV-IMPORTE-EXTRA ROUNDED =

              WS-EMPLE-SALARIO * WS-DEV-DIAS-SEMESTRE / 180.

      *

           MOVE WS-DEV-IMPORTE-EXTRA  TO WS-BRUTO-ACTUAL.

           MOVE WS-DEV-IMPORTE-EXTRA  TO WS-SALARIO-NOMINA.

           MOVE 0                     TO WS-COMISION-NOMINA.

           MOVE 0                     TO WS-BONUS-ACTUAL.

           MOVE 0                     TO WS-SS-ACTUAL.

      *

       3300-CALCULAR-EXTRA-EXIT.

           EXIT.

      ***************************************************************** *

      **       FINIQUITO : DIAS TRABAJADOS EN EL MES DE LA BAJA,      * *

      **        PAGA EXTRA DEL SEMESTRE DE LA BAJA PRORRATEADA HASTA  * *

      **        LA BAJA Y VACACIONES DEVENGADAS EN EL ANYO Y NO       * *

      **        DISFRUTADAS (DIAS ENTEROS), A SALARIO / 30 EL DIA.    * *

      **        COTIZAN LOS DIAS DEL MES Y LAS VACACIONES             * *

      ***************************************************************** *

       3350-CALCULAR-FINIQUITO.

      *

           MOVE WS-EMPLE-FECHA-BAJA  TO WS-DEV-FECHA.

           MOVE WS-DEV-ANYO          TO WS-DEV-ANYO-FIN.

      *

           PERFORM 3450-DIA-COMERCIAL

              THRU 3450-DIA-COMERCIAL-EXIT.

      *

           MOVE WS-DEV-DIA-COMERCIAL  TO WS-DEV-FIN.

           COMPUTE WS-DEV-INICIO-MES = (WS-DEV-MES - 1) * 30 + 1.

      *

           IF  WS-DEV-FIN > 180

                MOVE 181  TO WS-DEV-INICIO-SEMESTRE

           ELSE

                MOVE 1    TO WS-DEV-INICIO-SEMESTRE

           END-IF.

      *

           PERFORM 3400-DIAS-DEVENGO

              THRU 3400-DIAS-DEVENGO-EXIT.

      *

      *    DIAS DEL MES DE LA BAJA, DESDE EL ALTA SI ES DE ESE MES :

      *    LA NOMINA ORDINARIA NO LOS PAGA PORQUE EL EMPLEADO YA

      *    ESTA DE BAJA

      *

           IF  WS-DEV-INICIO-ANYO > WS-DEV-INICIO-MES

                MOVE WS-DEV-INICIO-ANYO  TO WS-DEV-INICIO-MES

           END-IF.

      *

           IF  WS-DEV-INICIO-MES > WS-DEV-FIN

                MOVE 0  TO WS-DEV-DIAS-MES

           ELSE

                COMPUTE WS-DEV-DIAS-MES =

                   WS-DEV-FIN - WS-DEV-INICIO-MES + 1

           END-IF.

      *

           COMPUTE WS-DEV-IMPORTE-MES ROUNDED =

              WS-EMPLE-SALARIO * WS-DEV-DIAS-MES / 30.

      *

           COMPUTE WS-DEV-IMPORTE-EXTRA ROUNDED =

              WS-EMPLE-SALARIO * WS-DEV-DIAS-SEMESTRE / 180.

      *

      *    LA PAGA EXTRA PAGA EL SEMESTRE ENTERO : SI LA DEL SEMESTRE

      *    DE LA BAJA YA SE PAGO, LA PRORRATA NO SE REPITE

      *

           PERFORM 3360-BUSCAR-EXTRA-PAGADA

              THRU 3360-BUSCAR-EXTRA-PAGADA-EXIT.

      *

           IF  EXTRA-YA-PAGADA

                MOVE 0  TO WS-DEV-IMPORTE-EXTRA

                MOVE WS-EXTT-FECHA(WS-EXTT-IDX)

                   TO WS-FINT-LOTE-EXTRA(WS-FINT-IDX)

                DISPLAY '** FINIQUITO ' WS-EMPLE-CODIGO

                        ' SIN PRORRATA DE EXTRA : YA PAGADA EN EL '

                        'LOTE ' WS-EXTT-FECHA(WS-EXTT-IDX)

           END-IF.

      *

      *    LAS VACACIONES SE DEVENGAN EN DIAS ENTEROS

      *

           COMPUTE WS-DEV-DIAS-VACACIONES ROUNDED =

              CT-VACACIONES-ANYO * WS-DEV-DIAS-ANYO / 360.

      *

           SUBTRACT WS-FINT-DISFRUTADOS(WS-FINT-IDX)

               FROM WS-DEV-DIAS-VACACIONES.

      *

           IF  WS-DEV-DIAS-VACACIONES < 0

                MOVE 0  TO WS-DEV-DIAS-VACACIONES

           END-IF.

      *

           COMPUTE WS-DEV-IMPORTE-VACACIONES ROUNDED =

              WS-EMPLE-SALARIO * WS-DEV-DIAS-VACACIONES / 30.

      *

           COMPUTE WS-BRUTO-ACTUAL =

              WS-DEV-IMPORTE-MES + WS-DEV-IMPORTE-EXTRA

                                 + WS-DEV-IMPORTE-VACACIONES.

      *

           COMPUTE WS-SS-ACTUAL ROUNDED =

              (WS-DEV-IMPORTE-MES + WS-DEV-IMPORTE-VACACIONES)

                 * WS-PCT-SS / 100.

      *

           MOVE WS-BRUTO-ACTUAL       TO WS-SALARIO-NOMINA.

           MOVE 0                     TO WS-COMISION-NOMINA.

           MOVE 0                     TO WS-BONUS-ACTUAL.

      *

           DISPLAY '** FINIQUITO ' WS-EMPLE-CODIGO

                   ' BAJA ' WS-EMPLE-FECHA-BAJA

                   ' DIAS MES ' WS-DEV-DIAS-MES

                   ' DIAS EXTRA ' WS-DEV-DIAS-SEMESTRE

                   ' DIAS VACACIONES ' WS-DEV-DIAS-VACACIONES.

      *

       3350-CALCULAR-FINIQUITO-EXIT.

           EXIT.

      ***************************************************************** *

      **       BUSQUEDA DE UNA PAGA EXTRA YA ACUMULADA DEL MISMO      * *

      **        ANYO Y SEMESTRE QUE LA BAJA (WS-DEV-FIN, DIA          * *

      **        COMERCIAL DE LA BAJA; JUNIO PAGA EL PRIMERO Y         * *

      **        DICIEMBRE EL SEGUNDO) Y ANTERIOR A LA FECHA DE        * *

      **        BAJA : LA EXTRA SOLO PAGA A LOS EMPLEADOS ACTIVOS     * *

      ***************************************************************** *

       3360-BUSCAR-EXTRA-PAGADA.

      *

           SET EXTRA-NO-PAGADA  TO TRUE.

      *

           IF  WS-EXTT-NUM-ENTRADAS > 0

      *

                SET  WS-EXTT-IDX  TO  1

                SEARCH  WS-EXTT-TABLA

                   VARYING WS-EXTT-IDX

                   AT END

                        CONTINUE

                   WHEN  WS-EXTT-ANYO(WS-EXTT-IDX) = WS-DEV-ANYO-FIN

                    AND ((WS-DEV-FIN > 180

                    AND   WS-EXTT-MES(WS-EXTT-IDX) > 6)

                     OR  (WS-DEV-FIN NOT > 180

                    AND   WS-EXTT-MES(WS-EXTT-IDX) NOT > 6))

                    AND  WS-EXTT-FECHA(WS-EXTT-IDX)

                              < WS-EMPLE-FECHA-BAJA

                        SET EXTRA-YA-PAGADA  TO TRUE

                END-SEARCH

      *

           END-IF.

      *

       3360-BUSCAR-EXTRA-PAGADA-EXIT.

           EXIT.

      ***************************************************************** *

      **       DIAS DE DEVENGO EN EL ANYO Y EN EL SEMESTRE HASTA EL   * *

      **        DIA WS-DEV-FIN DEL ANYO WS-DEV-ANYO-FIN, CONTANDO     * *

      **        DESDE EL ALTA SI ES DE ESE MISMO ANYO. ALTA           * *

      **        '00000000' = ANTERIOR A LA CONVERSION DEL MAESTRO     * *

      ***************************************************************** *

       3400-DIAS-DEVENGO.

      *

           MOVE 1  TO WS-DEV-INICIO-ANYO.

      *

           IF  WS-EMPLE-FECHA-ALTA IS NUMERIC

            AND WS-EMPLE-FECHA-ALTA NOT = '00000000'

      *

                MOVE WS-EMPLE-FECHA-ALTA  TO WS-DEV-FECHA

      *

                EVALUATE TRUE

                   WHEN WS-DEV-ANYO > WS-DEV-ANYO-FIN

                        COMPUTE WS-DEV-INICIO-ANYO = WS-DEV-FIN + 1

                   WHEN WS-DEV-ANYO = WS-DEV-ANYO-FIN

                        PERFORM 3450-DIA-COMERCIAL

                           THRU 3450-DIA-COMERCIAL-EXIT

                        MOVE WS-DEV-DIA-COMERCIAL

                           TO WS-DEV-INICIO-ANYO

                   WHEN OTHER

                        CONTINUE

                END-EVALUATE

      *

           END-IF.

      *

           IF  WS-DEV-INICIO-ANYO > WS-DEV-INICIO-SEMESTRE

                MOVE WS-DEV-INICIO-ANYO  TO WS-DEV-INICIO-SEMESTRE

           END-IF.

      *

           IF  WS-DEV-INICIO-ANYO > WS-DEV-FIN

                MOVE 0  TO WS-DEV-DIAS-ANYO

           ELSE

                COMPUTE WS-DEV-DIAS-ANYO =

                   WS-DEV-FIN - WS-DEV-INICIO-ANYO + 1

           END-IF.

      *

           IF  WS-DEV-INICIO-SEMESTRE > WS-DEV-FIN

                MOVE 0  TO WS-DEV-DIAS-SEMESTRE

           ELSE

                COMPUTE WS-DEV-DIAS-SEMESTRE =

                   WS-DEV-FIN - WS-DEV-INICIO-SEMESTRE + 1

           END-IF.

      *

       3400-DIAS-DEVENGO-EXIT.

           EXIT.

      ***************************************************************** *

      **       DIA COMERCIAL DEL ANYO (1 A 360) DE WS-DEV-FECHA :     * *

      **        EL ULTIMO DIA NATURAL DEL MES ES EL DIA 30            * *

      ***************************************************************** *

       3450-DIA-COMERCIAL.

      *

           EVALUATE WS-DEV-MES

              WHEN 2

                   IF  FUNCTION MOD(WS-DEV-ANYO, 4) = 0

                    AND (FUNCTION MOD(WS-DEV-ANYO, 100) NOT = 0

                     OR  FUNCTION MOD(WS-DEV-ANYO, 400) = 0)

                        MOVE 29  TO WS-DEV-ULTIMO-DIA

                   ELSE

                        MOVE 28  TO WS-DEV-ULTIMO-DIA

                   END-IF

              WHEN 4

              WHEN 6

              WHEN 9

              WHEN 11

                   MOVE 30  TO WS-DEV-ULTIMO-DIA

              WHEN OTHER

                   MOVE 31  TO WS-DEV-ULTIMO-DIA

           END-EVALUATE.

      *

           IF  WS-DEV-DIA = WS-DEV-ULTIMO-DIA

                MOVE 30  TO WS-DEV-DIA

           END-IF.

      *

           IF  WS-DEV-DIA > 30

                MOVE 30  TO WS-DEV-DIA

           END-IF.

      *

           COMPUTE WS-DEV-DIA-COMERCIAL =

              (WS-DEV-MES - 1) * 30 + WS-DEV-DIA.

      *

       3450-DIA-COMERCIAL-EXIT.

           EXIT.

      ***************************************************************** *

      **       ACUMULACION DE SUBTOTALES POR DEPARTAMENTO             * *

      ***************************************************************** *

       3500-ACUMULAR-DEPARTAMENTO.

      *

           SET  WS-DEPT-IDX  TO  1.

           SEARCH  WS-DEPT-TABLA

              VARYING WS-DEPT-IDX

              AT END

                   PERFORM 3550-NUEVO-DEPARTAMENTO

                      THRU 3550-NUEVO-DEPARTAMENTO-EXIT

              WHEN  WS-DEPT-CODIGO(WS-DEPT-IDX) = WS-EMPLE-DEPT

                   CONTINUE

           END-SEARCH.

      *

           IF  WS-DEPT-IDX > 0

                ADD 1  TO WS-DEPT-CONTADOR(WS-DEPT-IDX)

                ADD WS-SALARIO-NOMINA

                   TO WS-DEPT-TOTAL-SALARIO(WS-DEPT-IDX)

                ADD WS-COMISION-NOMINA

                   TO WS-DEPT-TOTAL-COMISION(WS-DEPT-IDX)

                ADD WS-BONUS-ACTUAL

                   TO WS-DEPT-TOTAL-BONUS(WS-DEPT-IDX)

                ADD WS-IRPF-ACTUAL

                   TO WS-DEPT-TOTAL-IRPF(WS-DEPT-IDX)

                ADD WS-SS-ACTUAL

                   TO WS-DEPT-TOTAL-SS(WS-DEPT-IDX)

                ADD WS-NETO-ACTUAL

                   TO WS-DEPT-TOTAL-NETO(WS-DEPT-IDX)

           END-IF.

      *

       3500-ACUMULAR-DEPARTAMENTO-EXIT.

           EXIT.

      ***************************************************************** *

      **       ALTA DE UN NUEVO DEPARTAMENTO EN LA TABLA               * *

      ***************************************************************** *

       3550-NUEVO-DEPARTAMENTO.

      *

           IF  WS-DEPT-NUM-ENTRADAS < 50

                ADD 1  TO  WS-DEPT-NUM-ENTRADAS

                SET  WS-DEPT-IDX        TO  WS-DEPT-NUM-ENTRADAS

                MOVE WS-EMPLE-DEPT      TO  WS-DEPT-CODIGO(WS-DEPT-IDX)

                MOVE 0    TO  WS-DEPT-CONTADOR(WS-DEPT-IDX)

                MOVE 0    TO  WS-DEPT-TOTAL-SALARIO(WS-DEPT-IDX)

                MOVE 0    TO  WS-DEPT-TOTAL-COMISION(WS-DEPT-IDX)

                MOVE 0    TO  WS-DEPT-TOTAL-BONUS(WS-DEPT-IDX)

                MOVE 0    TO  WS-DEPT-TOTAL-IRPF(WS-DEPT-IDX)

                MOVE 0    TO  WS-DEPT-TOTAL-SS(WS-DEPT-IDX)

                MOVE 0    TO  WS-DEPT-TOTAL-NETO(WS-DEPT-IDX)

           ELSE

                DISPLAY '*************************'

                DISPLAY '** TABLA DEPARTAMENTOS LLENA, DEPT IGNORADO **'

                DISPLAY '*************************'

                SET  WS-DEPT-IDX        TO  0

           END-IF.

      *

       3550-NUEVO-DEPARTAMENTO-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       INFORME DE CUADRE POR DEPARTAMENTO -- MISMAS           * *

      **        COLUMNAS QUE EL INFORME DE COBOL300 MAS EL BONUS      * *

      ***************************************************************** *

       7000-INFORME-DEPARTAMENTOS.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** CUADRE POR DEPARTAMENTO (VS COBOL300)     ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY ' DEPT DESCRIPCION          EMPLEADOS'

                   '       SALARIOS     COMISIONES          BONUS '.

      *

           MOVE 0  TO WS-DEPT-TOTAL-SALARIO-G.

           MOVE 0  TO WS-DEPT-TOTAL-COMISION-G.

      *

           PERFORM 7010-LINEA-CUADRE

              THRU 7010-LINEA-CUADRE-EXIT

            VARYING WS-DEPT-IDX FROM 1 BY 1

              UNTIL WS-DEPT-IDX > WS-DEPT-NUM-ENTRADAS.

      *

           MOVE WS-DEPT-TOTAL-SALARIO-G   TO WS-DEPT-IMPORTE1-ED.

           MOVE WS-DEPT-TOTAL-COMISION-G  TO WS-DEPT-IMPORTE2-ED.

      *

           DISPLAY ' ----------------------------------------------- '.

           DISPLAY ' TOTAL                                 '

                   WS-DEPT-IMPORTE1-ED

                   '  ' WS-DEPT-IMPORTE2-ED.

           DISPLAY ' ********************************************* '.

      *

       7000-INFORME-DEPARTAMENTOS-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       LINEA DE DETALLE DEL INFORME DE CUADRE                 * *

      ***************************************************************** *

       7010-LINEA-CUADRE.

      *

           MOVE WS-DEPT-CONTADOR(WS-DEPT-IDX)

              TO WS-DEPT-CONTADOR-ED.

           MOVE WS-DEPT-TOTAL-SALARIO(WS-DEPT-IDX)

              TO WS-DEPT-IMPORTE1-ED.

           MOVE WS-DEPT-TOTAL-COMISION(WS-DEPT-IDX)

              TO WS-DEPT-IMPORTE2-ED.

           MOVE WS-DEPT-TOTAL-BONUS(WS-DEPT-IDX)

              TO WS-DEPT-IMPORTE3-ED.

      *

           PERFORM 7050-BUSCAR-DESCRIPCION

              THRU 7050-BUSCAR-DESCRIPCION-EXIT.

      *

           DISPLAY ' ' WS-DEPT-CODIGO(WS-DEPT-IDX)

                   ' ' WS-DEPT-DESC-ED

                   '  ' WS-DEPT-CONTADOR-ED

                   '  ' WS-DEPT-IMPORTE1-ED

                   '  ' WS-DEPT-IMPORTE2-ED

                   '  ' WS-DEPT-IMPORTE3-ED.

      *

           ADD WS-DEPT-TOTAL-SALARIO(WS-DEPT-IDX)

              TO WS-DEPT-TOTAL-SALARIO-G.

           ADD WS-DEPT-TOTAL-COMISION(WS-DEPT-IDX)

              TO WS-DEPT-TOTAL-COMISION-G.

      *

       7010-LINEA-CUADRE-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       DESCRIPCION DEL DEPARTAMENTO PARA EL INFORME           * *

      ***************************************************************** *

       7050-BUSCAR-DESCRIPCION.

      *

           MOVE '*SIN REFERENCIA*'  TO WS-DEPT-DESC-ED.

      *

           SET  WS-DREF-IDX  TO  1.

           SEARCH  WS-DREF-TABLA

              VARYING WS-DREF-IDX

              AT END

                   CONTINUE

              WHEN  WS-DREF-CODIGO(WS-DREF-IDX)

                      = WS-DEPT-CODIGO(WS-DEPT-IDX)

                   MOVE WS-DREF-DESCRIPCION(WS-DREF-IDX)

                      TO WS-DEPT-DESC-ED

           END-SEARCH.

      *

       7050-BUSCAR-DESCRIPCION-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       INFORME DE NETO POR DEPARTAMENTO                       * *

      ***************************************************************** *

       7100-INFORME-NETO.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** NOMINA POR DEPARTAMENTO (BRUTO A NETO)    ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY ' DEPT          BRUTO           IRPF '

                   '      SEG.SOC.           NETO '.

      *

           MOVE 0  TO WS-DEPT-TOTAL-NETO-G.

      *

           PERFORM 7110-LINEA-NETO

              THRU 7110-LINEA-NETO-EXIT

            VARYING WS-DEPT-IDX FROM 1 BY 1

              UNTIL WS-DEPT-IDX > WS-DEPT-NUM-ENTRADAS.

      *

           MOVE WS-DEPT-TOTAL-NETO-G  TO WS-DEPT-IMPORTE1-ED.

      *

           DISPLAY ' ----------------------------------------------- '.

           DISPLAY ' TOTAL NETO                            '

                   WS-DEPT-IMPORTE1-ED.

           DISPLAY ' ********************************************* '.

      *

       7100-INFORME-NETO-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       LINEA DE DETALLE DEL INFORME DE NETO                   * *

      ***************************************************************** *

       7110-LINEA-NETO.

      *

           COMPUTE WS-BRUTO-ACTUAL =

              WS-DEPT-TOTAL-SALARIO(WS-DEPT-IDX)

              + WS-DEPT-TOTAL-COMISION(WS-DEPT-IDX)

              + WS-DEPT-TOTAL-BONUS(WS-DEPT-IDX).

      *

           MOVE WS-BRUTO-ACTUAL                   TO

                WS-DEPT-IMPORTE1-ED.

           DISPLAY ' ' WS-DEPT-CODIGO(WS-DEPT-IDX)

                   ' ' WS-DEPT-IMPORTE1-ED

              WITH NO ADVANCING.

      *

           MOVE WS-DEPT-TOTAL-IRPF(WS-DEPT-IDX)   TO

                WS-DEPT-IMPORTE1-ED.

           MOVE WS-DEPT-TOTAL-SS(WS-DEPT-IDX)     TO

                WS-DEPT-IMPORTE2-ED.

           MOVE WS-DEPT-TOTAL-NETO(WS-DEPT-IDX)   TO

                WS-DEPT-IMPORTE3-ED.

      *

           DISPLAY ' ' WS-DEPT-IMPORTE1-ED

                   ' ' WS-DEPT-IMPORTE2-ED

                   ' ' WS-DEPT-IMPORTE3-ED.

      *

           ADD WS-DEPT-TOTAL-NETO(WS-DEPT-IDX)

              TO WS-DEPT-TOTAL-NETO-G.

      *

       7110-LINEA-NETO-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       INFORME DE LA LISTA DE FINIQUITOS : RESULTADO DE CADA  * *

      **        EMPLEADO PEDIDO, PARA QUE NINGUNO QUEDE SIN LIQUIDAR  * *

      **        SIN AVISO                                             * *

      ***************************************************************** *

       7200-INFORME-FINIQUITOS.

      *

           DISPLAY ' ********************************************* '.

           DISPLAY ' ** LIQUIDACION DE LA LISTA DE FINIQUITOS     ** '.

           DISPLAY ' ********************************************* '.

           DISPLAY ' CODIGO       BRUTO        NETO  RESULTADO '.

      *

           PERFORM 7210-LINEA-FINIQUITO

              THRU 7210-LINEA-FINIQUITO-EXIT

            VARYING WS-FINT-IDX FROM 1 BY 1

              UNTIL WS-FINT-IDX > WS-FINT-NUM-ENTRADAS.

      *

           DISPLAY ' ----------------------------------------------- '.

           MOVE WS-FINT-NUM-ENTRADAS  TO WS-FINT-CONTADOR-ED.

           DISPLAY ' ** EMPLEADOS EN LA LISTA   : ' WS-FINT-CONTADOR-ED.

           MOVE WS-FINT-LIQUIDADOS    TO WS-FINT-CONTADOR-ED.

           DISPLAY ' ** EMPLEADOS LIQUIDADOS    : ' WS-FINT-CONTADOR-ED.

           DISPLAY ' ********************************************* '.

      *

       7200-INFORME-FINIQUITOS-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       LINEA DE DETALLE DEL INFORME DE FINIQUITOS             * *

      ***************************************************************** *

       7210-LINEA-FINIQUITO.

      *

           MOVE WS-FINT-BRUTO(WS-FINT-IDX)  TO WS-FINT-IMPORTE1-ED.

           MOVE WS-FINT-NETO(WS-FINT-IDX)   TO WS-FINT-IMPORTE2-ED.

      *

           DISPLAY ' ' WS-FINT-CODIGO(WS-FINT-IDX)

                   ' ' WS-FINT-IMPORTE1-ED

                   ' ' WS-FINT-IMPORTE2-ED

                   '  ' WS-FINT-RESULTADO(WS-FINT-IDX).

      *

           IF  WS-FINT-LOTE-EXTRA(WS-FINT-IDX) NOT = SPACES

                DISPLAY '        SIN PRORRATA DE PAGA EXTRA : YA '

                        'PAGADA EN EL LOTE '

                        WS-FINT-LOTE-EXTRA(WS-FINT-IDX)

           END-IF.

      *

       7210-LINEA-FINIQUITO-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       CUADRE DEL BRUTO POR DEPARTAMENTO CONTRA EL GASTO QUE  * *

      **        COBOL300 APUNTO EN SU LOTE CONTABLE DE LA MISMA       * *

      **        FECHA -- SIN CUADRE NO HAY LOTE CONTABLE DE NOMINA    * *

      ***************************************************************** *

       7500-CUADRAR-GASTO-GL.

      *

           SET  CUADRE-GL-CORRECTO  TO TRUE.

      *

           OPEN INPUT INTERGL.

      *

           IF  WS-FILE-STATUS = '00'

      *

                PERFORM 7510-CARGAR-LOTE-GASTO

                   THRU 7510-CARGAR-LOTE-GASTO-EXIT

      *

                CLOSE INTERGL

      *

           ELSE

                DISPLAY '** NO HAY LOTE DE GASTO DE COBOL300 '

                        '(FICHERO.INTERFAZ.GL), STATUS : '

                        WS-FILE-STATUS ' **'

                SET CUADRE-GL-FALLIDO  TO TRUE

           END-IF.

      *

           IF  CUADRE-GL-CORRECTO

      *

                PERFORM 7550-COMPARAR-DEPARTAMENTO

                   THRU 7550-COMPARAR-DEPARTAMENTO-EXIT

                 VARYING WS-DEPT-IDX FROM 1 BY 1

                   UNTIL WS-DEPT-IDX > WS-DEPT-NUM-ENTRADAS

      *

                PERFORM 7560-COMPARAR-GASTO

                   THRU 7560-COMPARAR-GASTO-EXIT

                 VARYING WS-GAS-IDX FROM 1 BY 1

                   UNTIL WS-GAS-IDX > WS-GAS-NUM-ENTRADAS

      *

           END-IF.

      *

           IF  CUADRE-GL-CORRECTO

                DISPLAY '** BRUTO DE NOMINA CUADRA CON EL GASTO DE '

                        'COBOL300 POR DEPARTAMENTO **'

           ELSE

                DISPLAY '*************************'

                DISPLAY '*** D E S C U A D R E ***'

                DISPLAY '*************************'

                DISPLAY '** EL BRUTO DE NOMINA NO CUADRA CON EL GASTO '

                        'APUNTADO POR COBOL300 EL ' WS-FECHA ' **'

                DISPLAY '** NO SE GENERA LOTE CONTABLE DE NOMINA Y LA '

                        'NOMINA QUEDA SIN PIE **'

                DISPLAY '*************************'

           END-IF.

      *

       7500-CUADRAR-GASTO-GL-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       LECTURA DEL LOTE DE GASTO DE COBOL300 : CABECERA DE    * *

      **        LA MISMA FECHA, APUNTES DE DEBE POR DEPARTAMENTO Y    * *

      **        PIE CON EL CONTADOR DE LINEAS                         * *

      ***************************************************************** *

       7510-CARGAR-LOTE-GASTO.

      *

           PERFORM 7520-LEER-INTERGL

              THRU 7520-LEER-INTERGL-EXIT.

      *

           IF  FIN-INTERGL  OR  WS-GL-RAW(1:1) NOT = 'H'

                DISPLAY '** LOTE DE GASTO DE COBOL300 SIN CABECERA **'

                SET CUADRE-GL-FALLIDO  TO TRUE

           ELSE

                MOVE WS-GL-RAW  TO WS-GL-CABECERA

                IF  WS-GLC-FECHA NOT = WS-FECHA

                     DISPLAY '** LOTE DE GASTO DE COBOL300 DEL '

                             WS-GLC-FECHA ', NOMINA DEL '

                             WS-FECHA ' **'

                     SET CUADRE-GL-FALLIDO  TO TRUE

                END-IF

           END-IF.

      *

           IF  CUADRE-GL-CORRECTO

      *

                PERFORM 7520-LEER-INTERGL

                   THRU 7520-LEER-INTERGL-EXIT

      *

                PERFORM 7530-ANOTAR-GASTO

                   THRU 7530-ANOTAR-GASTO-EXIT

                 UNTIL  FIN-INTERGL OR CUADRE-GL-FALLIDO

      *

           END-IF.

      *

           IF  CUADRE-GL-CORRECTO

            AND (PIE-GL-NO-LEIDO

                 OR WS-GLP-LINEAS NOT = WS-GL-LINEAS-LEIDAS)

                DISPLAY '** LOTE DE GASTO DE COBOL300 INCOMPLETO, '

                        'PIE AUSENTE O CONTADOR ERRONEO **'

                SET CUADRE-GL-FALLIDO  TO TRUE

           END-IF.

      *

       7510-CARGAR-LOTE-GASTO-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       LECTURA DEL LOTE DE GASTO DE COBOL300                  * *

      ***************************************************************** *

       7520-LEER-INTERGL.

      *

           READ INTERGL

                INTO WS-GL-RAW

                AT END

                     SET FIN-INTERGL TO TRUE

           END-READ.

      *

           IF  WS-FILE-STATUS = '00'

               CONTINUE

           ELSE

              IF  WS-FILE-STATUS = '10'

                  CONTINUE

              ELSE

                     MOVE  LT-INTERGL            TO WS-FICHERO-ERR

                     MOVE  '7520-LEER-INTERGL'   TO WS-PARRAFO-ERR

                     MOVE  LT-READ               TO WS-OPERACION-ERR

                     PERFORM 9100-GESTION-ERRORES

                        THRU 9100-GESTION-ERRORES-EXIT

              END-IF

           END-IF.

      *

       7520-LEER-INTERGL-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       ACUMULACION DE UN APUNTE DE GASTO POR DEPARTAMENTO --  * *

      **        LA CONTRAPARTIDA '****' NO ES GASTO DE DEPARTAMENTO   * *

      ***************************************************************** *

       7530-ANOTAR-GASTO.

      *

           EVALUATE WS-GL-RAW(1:1)

      *

              WHEN 'D'

                   MOVE WS-GL-RAW  TO WS-GL-LINEA

                   ADD 1           TO WS-GL-LINEAS-LEIDAS

      *

                   IF  WS-GLL-DEBE-HABER = 'D'

                    AND WS-GLL-DEPT NOT = '****'

                        PERFORM 7540-SUMAR-GASTO

                           THRU 7540-SUMAR-GASTO-EXIT

                   END-IF

      *

              WHEN 'T'

                   MOVE WS-GL-RAW    TO WS-GL-PIE

                   SET PIE-GL-LEIDO  TO TRUE

      *

              WHEN OTHER

                   CONTINUE

      *

           END-EVALUATE.

      *

           PERFORM 7520-LEER-INTERGL

              THRU 7520-LEER-INTERGL-EXIT.

      *

       7530-ANOTAR-GASTO-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       SUMA DEL APUNTE AL GASTO DE SU DEPARTAMENTO            * *

      ***************************************************************** *

       7540-SUMAR-GASTO.

      *

           SET  WS-GAS-IDX  TO  1.

           SEARCH  WS-GAS-TABLA

              VARYING WS-GAS-IDX

              AT END

                   IF  WS-GAS-NUM-ENTRADAS < 50

                        ADD 1  TO WS-GAS-NUM-ENTRADAS

                        SET  WS-GAS-IDX  TO WS-GAS-NUM-ENTRADAS

                        MOVE WS-GLL-DEPT  TO WS-GAS-DEPT(WS-GAS-IDX)

                        MOVE 0            TO WS-GAS-IMPORTE(WS-GAS-IDX)

                   ELSE

                        DISPLAY '** TABLA DE GASTO GL LLENA **'

                        SET CUADRE-GL-FALLIDO  TO TRUE

                        SET WS-GAS-IDX         TO 0

                   END-IF

              WHEN  WS-GAS-DEPT(WS-GAS-IDX) = WS-GLL-DEPT

                   CONTINUE

           END-SEARCH.

      *

           IF  WS-GAS-IDX > 0

                ADD WS-GLL-IMPORTE  TO WS-GAS-IMPORTE(WS-GAS-IDX)

           END-IF.

      *

       7540-SUMAR-GASTO-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       BRUTO DE UN DEPARTAMENTO DE LA NOMINA CONTRA SU GASTO  * *

      ***************************************************************** *

       7550-COMPARAR-DEPARTAMENTO.

      *

           COMPUTE WS-GL-BRUTO-DEPT =

              WS-DEPT-TOTAL-SALARIO(WS-DEPT-IDX)

              + WS-DEPT-TOTAL-COMISION(WS-DEPT-IDX)

              + WS-DEPT-TOTAL-BONUS(WS-DEPT-IDX).

      *

           SET  WS-GAS-IDX  TO  1.

           SEARCH  WS-GAS-TABLA

              VARYING WS-GAS-IDX

              AT END

                   MOVE WS-GL-BRUTO-DEPT  TO WS-GAS-DIFERENCIA

              WHEN  WS-GAS-DEPT(WS-GAS-IDX)

                      = WS-DEPT-CODIGO(WS-DEPT-IDX)

                   COMPUTE WS-GAS-DIFERENCIA =

                      WS-GL-BRUTO-DEPT - WS-GAS-IMPORTE(WS-GAS-IDX)

           END-SEARCH.

      *

           IF  WS-GAS-DIFERENCIA NOT = 0

                MOVE WS-GAS-DIFERENCIA  TO WS-GAS-DIFERENCIA-ED

                DISPLAY '** DEPT ' WS-DEPT-CODIGO(WS-DEPT-IDX)

                        ' BRUTO NOMINA - GASTO COBOL300 : '

                        WS-GAS-DIFERENCIA-ED

                SET CUADRE-GL-FALLIDO  TO TRUE

           END-IF.

      *

       7550-COMPARAR-DEPARTAMENTO-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       GASTO DE COBOL300 DE UN DEPARTAMENTO SIN NOMINA        * *

      ***************************************************************** *

       7560-COMPARAR-GASTO.

      *


              AT END

                   MOVE WS-GAS-IMPORTE(WS-GAS-IDX)

                      TO WS-GAS-DIFERENCIA-ED

                   DISPLAY '** DEPT ' WS-GAS-DEPT(WS-GAS-IDX)

                           ' CON GASTO EN COBOL300 Y SIN NOMINA : '

                           WS-GAS-DIFERENCIA-ED

                   SET CUADRE-GL-FALLIDO  TO TRUE

              WHEN  WS-DEPT-CODIGO(WS-DEPT-IDX)

                      = WS-GAS-DEPT(WS-GAS-IDX)

                   CONTINUE


      *

       7560-COMPARAR-GASTO-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       GENERACION DEL LOTE CONTABLE DE NOMINA -- POR          * *

      **        DEPARTAMENTO DEBE A LA PUENTE POR EL BRUTO Y HABER    * *

      **        A IRPF, SEGURIDAD SOCIAL Y NETO A PAGAR, CON          * *

      **        CABECERA Y PIE (LINEAS + HASH) PARA COBOL309          * *

      ***************************************************************** *

       7600-INTERFAZ-GL.

      *

           OPEN OUTPUT GLNOMINA.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-GLNOMINA     TO WS-FICHERO-ERR

                MOVE  '7600-'         TO WS-PARRAFO-ERR

                MOVE  LT-OPEN         TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           MOVE 0  TO WS-GL-LINEAS.

           MOVE 0  TO WS-GL-HASH.

      *

           MOVE SPACES    TO WS-GL-CABECERA.

           MOVE 'H'       TO WS-GLC-TIPO.

           MOVE WS-FECHA  TO WS-GLC-FECHA.

      *

           WRITE REG-GLNOMINA

              FROM  WS-GL-CABECERA.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-GLNOMINA     TO WS-FICHERO-ERR

                MOVE  '7600-'         TO WS-PARRAFO-ERR

                MOVE  LT-WRITE        TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           MOVE 'D'  TO WS-GLL-TIPO.

      *

           PERFORM 7610-APUNTES-DEPARTAMENTO

              THRU 7610-APUNTES-DEPARTAMENTO-EXIT

            VARYING WS-DEPT-IDX FROM 1 BY 1

              UNTIL WS-DEPT-IDX > WS-DEPT-NUM-ENTRADAS.

      *

           MOVE SPACES        TO WS-GL-PIE.

           MOVE 'T'           TO WS-GLP-TIPO.

           MOVE WS-GL-LINEAS  TO WS-GLP-LINEAS.

           MOVE WS-GL-HASH    TO WS-GLP-HASH.

      *

           WRITE REG-GLNOMINA

              FROM  WS-GL-PIE.

      *

           IF  WS-FILE-STATUS = '00'

                CONTINUE

           ELSE

                MOVE  LT-GLNOMINA     TO WS-FICHERO-ERR

                MOVE  '7600-'         TO WS-PARRAFO-ERR

                MOVE  LT-WRITE        TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

           CLOSE GLNOMINA.

      *

           MOVE WS-GL-LINEAS  TO WS-CONTADOR2.

           DISPLAY ' ** APUNTES LOTE GL NOMINA  : ' WS-CONTADOR2.

      *

       7600-INTERFAZ-GL-EXIT.

           EXIT.


      ***************************************************************** *

      **       APUNTES DE UN DEPARTAMENTO : BRUTO = IRPF + SEG.SOC.   * *

      **        + NETO, ASI QUE CADA DEPARTAMENTO CUADRA SOLO         * *

      ***************************************************************** *

       7610-APUNTES-DEPARTAMENTO.

      *

           COMPUTE WS-GL-BRUTO-DEPT =

              WS-DEPT-TOTAL-SALARIO(WS-DEPT-IDX)

              + WS-DEPT-TOTAL-COMISION(WS-DEPT-IDX)

              + WS-DEPT-TOTAL-BONUS(WS-DEPT-IDX).

      *

           MOVE WS-DEPT-CODIGO(WS-DEPT-IDX)  TO WS-GLL-DEPT.

      *

      *    LA ORDINARIA SALDA LA PUENTE DEL LOTE DE GASTO DE COBOL300 ;

      *    LA EXTRA Y EL FINIQUITO SON GASTO DEL DEPARTAMENTO

      *

           IF  WS-GL-BRUTO-DEPT > 0

                IF  PNOM-ORDINARIA

                     MOVE WS-GL-CECO-PUENTE  TO WS-GLL-CECO

                     MOVE WS-GL-CTA-PUENTE   TO WS-GLL-CUENTA

                ELSE

                     PERFORM 7620-BUSCAR-CUENTA

                        THRU 7620-BUSCAR-CUENTA-EXIT

                END-IF

                MOVE 'D'                TO WS-GLL-DEBE-HABER

                MOVE WS-GL-BRUTO-DEPT   TO WS-GLL-IMPORTE

                MOVE 'BRUTO'            TO WS-GLL-CONCEPTO

                PERFORM 7650-ESCRIBIR-APUNTE

                   THRU 7650-ESCRIBIR-APUNTE-EXIT

           END-IF.

      *

           IF  WS-DEPT-TOTAL-IRPF(WS-DEPT-IDX) > 0

                MOVE WS-GL-CECO-IRPF    TO WS-GLL-CECO

                MOVE WS-GL-CTA-IRPF     TO WS-GLL-CUENTA

                MOVE 'H'                TO WS-GLL-DEBE-HABER

                MOVE WS-DEPT-TOTAL-IRPF(WS-DEPT-IDX)

                   TO WS-GLL-IMPORTE

                MOVE 'IRPF'             TO WS-GLL-CONCEPTO

                PERFORM 7650-ESCRIBIR-APUNTE

                   THRU 7650-ESCRIBIR-APUNTE-EXIT

           END-IF.

      *

           IF  WS-DEPT-TOTAL-SS(WS-DEPT-IDX) > 0

                MOVE WS-GL-CECO-SS      TO WS-GLL-CECO

                MOVE WS-GL-CTA-SS       TO WS-GLL-CUENTA

                MOVE 'H'                TO WS-GLL-DEBE-HABER

                MOVE WS-DEPT-TOTAL-SS(WS-DEPT-IDX)

                   TO WS-GLL-IMPORTE

                MOVE 'SEGSOC'           TO WS-GLL-CONCEPTO

                PERFORM 7650-ESCRIBIR-APUNTE

                   THRU 7650-ESCRIBIR-APUNTE-EXIT

           END-IF.

      *

           IF  WS-DEPT-TOTAL-NETO(WS-DEPT-IDX) > 0

                MOVE WS-GL-CECO-NETO    TO WS-GLL-CECO

                MOVE WS-GL-CTA-NETO     TO WS-GLL-CUENTA

                MOVE 'H'                TO WS-GLL-DEBE-HABER

                MOVE WS-DEPT-TOTAL-NETO(WS-DEPT-IDX)

                   TO WS-GLL-IMPORTE

                MOVE 'NETO'             TO WS-GLL-CONCEPTO

                PERFORM 7650-ESCRIBIR-APUNTE

                   THRU 7650-ESCRIBIR-APUNTE-EXIT

           END-IF.

      *

       7610-APUNTES-DEPARTAMENTO-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       CUENTA DE SALARIO DEL DEPARTAMENTO EN EL MAPA, IGUAL   * *

      **        QUE 7620 DE COBOL300 -- SIN MAPA SE APUNTA A LA       * *

      **        CUENTA PUENTE Y SE AVISA                              * *

      ***************************************************************** *

       7620-BUSCAR-CUENTA.

      *

           MOVE WS-GL-CECO-PUENTE   TO WS-GLL-CECO.

           MOVE WS-GL-CTA-PUENTE    TO WS-GLL-CUENTA.

      *

           SET  WS-CTAT-IDX  TO  1.

           SEARCH  WS-CTAT-TABLA

              VARYING WS-CTAT-IDX

              AT END

                   DISPLAY '** AVISO: DEPARTAMENTO SIN CUENTA '

                           'CONTABLE : ' WS-DEPT-CODIGO(WS-DEPT-IDX)

                           ', APUNTADO A LA CUENTA PUENTE **'

              WHEN  WS-CTAT-DEPT(WS-CTAT-IDX)

                      = WS-DEPT-CODIGO(WS-DEPT-IDX)

                   MOVE WS-CTAT-CECO(WS-CTAT-IDX)

                      TO WS-GLL-CECO

                   MOVE WS-CTAT-SALARIO(WS-CTAT-IDX)

                      TO WS-GLL-CUENTA

           END-SEARCH.

      *

       7620-BUSCAR-CUENTA-EXIT.

           EXIT.

      *

      ***************************************************************** *

      **       ESCRITURA DE UN APUNTE Y ACUMULACION DE CONTROLES      * *

      ***************************************************************** *

       7650-ESCRIBIR-APUNTE.

      *

           WRITE REG-GLNOMINA

              FROM  WS-GL-LINEA.

      *

           IF  WS-FILE-STATUS = '00'

                ADD 1               TO WS-GL-LINEAS

                ADD WS-GLL-IMPORTE  TO WS-GL-HASH

           ELSE

                MOVE  LT-GLNOMINA               TO WS-FICHERO-ERR

                MOVE  '7650-ESCRIBIR-APTE'      TO WS-PARRAFO-ERR

                MOVE  LT-WRITE                  TO WS-OPERACION-ERR

                PERFORM 9100-GESTION-ERRORES

                   THRU 9100-GESTION-ERRORES-EXIT

           END-IF.

      *

       7650-ESCRIBIR-APUNTE-EXIT.

           EXIT.


               DISPLAY ' ** FILAS RECICLADAS        : ' WS-CONTADOR2

               MOVE  WC-CONTADOR-INA        TO WS-CONTADOR2

               DISPLAY ' ** NO ACTIVOS (EXC./BAJA)  : ' WS-CONTADOR2

               MOVE  WC-CONTADOR-SDV        TO WS-CONTADOR2

               DISPLAY ' ** SIN DEVENGO             : ' WS-CONTADOR2

               DISPLAY ' ** TIPO DE NOMINA          :       '

                       WS-PNOM-TIPO

               DISPLAY ' ********************************* '

      *

               IF  PNOM-ORDINARIA

                    PERFORM 7000-INFORME-DEPARTAMENTOS

                       THRU 7000-INFORME-DEPARTAMENTOS-EXIT

               END-IF

      *


                  THRU 7100-INFORME-NETO-EXIT

      *

               IF  PNOM-FINIQUITO

                    PERFORM 7200-INFORME-FINIQUITOS

                       THRU 7200-INFORME-FINIQUITOS-EXIT

               END-IF

      *

           END-IF.

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

