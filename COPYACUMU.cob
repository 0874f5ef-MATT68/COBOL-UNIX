      ******************************************************************
      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.ACUMULADOS.AAAA                    **
      **  ACUMULADO ANUAL DE NOMINA POR EMPLEADO (UN FICHERO POR      **
      **  EJERCICIO), CONSTRUIDO POR COBOL314 CON CADA LOTE DE        **
      **  FICHERO.NOMINA ACEPTADO                                     **
      ******************************************************************
      *
      *
       01  WS-REG-ACUMULADO.
           05  WS-ACU-ANYO                      PIC X(4).
           05  WS-ACU-CODIGO                    PIC X(6).
           05  WS-ACU-DEPT                      PIC X(4).
           05  WS-ACU-NOMINAS                   PIC 9(3).
           05  WS-ACU-BRUTO                     PIC 9(9)V99.
           05  WS-ACU-IRPF                      PIC 9(9)V99.
           05  WS-ACU-SS                        PIC 9(9)V99.
           05  WS-ACU-NETO                      PIC 9(9)V99.
           05  WS-ACU-ULT-FECHA                 PIC X(8).
           05  FILLER                           PIC X(5).
