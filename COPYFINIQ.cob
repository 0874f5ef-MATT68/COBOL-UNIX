      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.FINIQUITOS                        **
      **  UN REGISTRO POR EMPLEADO A LIQUIDAR EN LA NOMINA DE        **
      **  FINIQUITO (TIPO 'F' DE FICHERO.PARAMETROS.NOMINA) : CODIGO **
      **  DE EMPLEADO Y DIAS DE VACACIONES YA DISFRUTADOS EN EL      **
      **  EJERCICIO DE LA BAJA, QUE SE DESCUENTAN DE LOS DEVENGADOS  **
      ******************************************************************
      *
      *
       01  WS-REG-FINIQUITO.
           05  WS-FINQ-CODIGO                   PIC X(6).
           05  WS-FINQ-DIAS-DISFRUTADOS         PIC 9(3).
           05  FILLER                           PIC X(11).
