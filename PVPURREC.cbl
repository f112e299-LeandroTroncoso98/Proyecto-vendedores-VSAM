          05 R-RCB-RECIBO         PIC X(10).
          05 R-RCB-PER-MES        PIC 9(2).
          05 R-RCB-PER-ANIO       PIC 9(4).
          05 R-RCB-LEGAJO         PIC X(5).
          05 R-RCB-MONTO          PIC 9(6)V99.
          05 R-RCB-TIPO           PIC X(1).
             88 R-RCB-ES-DEVOLUCION  VALUE 'D'.
          05 R-RCB-DEVUELTO       PIC X(1).
             88 R-RCB-YA-DEVUELTO    VALUE 'S'.
          05 R-RCB-LEGAJO-2       PIC X(5).
          05 R-RCB-PORC-2         PIC 9(3)V99.

       FD F-ARCHIVO RECORDING MODE IS F
                    DATA RECORD IS R-ARCHIVO.
          05 R-ARC-PER-MES        PIC 9(2).
          05 R-ARC-PER-ANIO       PIC 9(4).
          05 R-ARC-FECHA-PURGA    PIC 9(8).
          05 R-ARC-LEGAJO         PIC X(5).
          05 R-ARC-MONTO          PIC 9(6)V99.
          05 R-ARC-TIPO           PIC X(1).
          05 R-ARC-DEVUELTO       PIC X(1).
          05 R-ARC-LEGAJO-2       PIC X(5).
          05 R-ARC-PORC-2         PIC 9(3)V99.

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
              MOVE R-RCB-PER-MES TO R-ARC-PER-MES
              MOVE R-RCB-PER-ANIO TO R-ARC-PER-ANIO
              MOVE WS-FECHA-ACTUAL TO R-ARC-FECHA-PURGA
              MOVE R-RCB-LEGAJO TO R-ARC-LEGAJO
              MOVE R-RCB-MONTO TO R-ARC-MONTO
              MOVE R-RCB-TIPO TO R-ARC-TIPO
              MOVE R-RCB-DEVUELTO TO R-ARC-DEVUELTO
              MOVE R-RCB-LEGAJO-2 TO R-ARC-LEGAJO-2
              MOVE R-RCB-PORC-2 TO R-ARC-PORC-2
              WRITE R-ARCHIVO
              ADD 1 TO WS-CANT-ARCHIVADOS
              DELETE F-RECIBOS
