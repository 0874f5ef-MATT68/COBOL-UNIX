      ******************************************************************
      **            COPY DE LA ESTRUCTURA DEL FICHERO                **
      **                   FICHERO.EMPLEADO                           **
      **  SITUACION DEL EMPLEADO EN LA POSICION 60 (DENTRO DE LA     **
      **  IMAGEN DE 61 POSICIONES DE AUDITORIA Y RECICLAJE) :        **
      **  'A' ACTIVO, 'E' EXCEDENCIA, 'B' BAJA. LAS BAJAS NO SE      **
      **  BORRAN DEL MAESTRO. FECHA DE ALTA '00000000' = ANTERIOR    **
      **  A LA CONVERSION DEL MAESTRO (FECHA DESCONOCIDA)            **
      ******************************************************************
      *
      *
           05  WS-EMPLE-DEPT                    PIC X(4).
           05  WS-EMPLE-SALARIO                 PIC 9(7)V99.
           05  WS-EMPLE-COMISION                PIC 9(7)V99.
           05  WS-EMPLE-ESTADO                  PIC X(1).
               88  EMPLE-ACTIVO                           VALUE 'A'.
               88  EMPLE-EXCEDENCIA                       VALUE 'E'.
               88  EMPLE-BAJA                             VALUE 'B'.
               88  EMPLE-NO-ACTIVO                        VALUE 'E' 'B'.
           05  FILLER                           PIC X(1).
           05  WS-EMPLE-FECHA-ALTA              PIC X(8).
           05  WS-EMPLE-FECHA-BAJA              PIC X(8).
           05  FILLER                           PIC X(3).
