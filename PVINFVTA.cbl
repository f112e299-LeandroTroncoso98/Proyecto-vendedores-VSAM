          05 R-VENDER-ESTADO      PIC X(1).
             88 R-VENDER-ACTIVO        VALUE 'A'.
             88 R-VENDER-INACTIVO      VALUE 'I'.
          05 R-VENDER-SUPERVISOR  PIC X(5).

       FD FICH-VENTA RECORDING MODE IS F
                     DATA RECORD IS R-VENTA.
             10 VENTA-MES         PIC 99.
             10 VENTA-ANIO        PIC 9(4).
          05 R-VENTA-RECIBO       PIC X(10).
          05 R-VENTA-TIPO         PIC X(1).
             88 R-VENTA-ES-VENTA     VALUE 'V' ' '.
             88 R-VENTA-ES-DEVOLUCION VALUE 'D'.
          05 R-VENTA-RECIBO-ORIG  PIC X(10).
          05 R-VENTA-ORIG-MES     PIC 9(2).
          05 R-VENTA-ORIG-ANIO    PIC 9(4).
          05 R-VENTA-LEGAJO-2     PIC X(5).
          05 R-VENTA-PORC-1       PIC 9(3)V99.
          05 R-VENTA-PORC-2       PIC 9(3)V99.

       FD FICH-REPORT RECORDING MODE IS F
                      DATA RECORD IS R-FICH-REPORT.
           END-IF
           READ FICH-VENTA.

      *    EL REPORTE ES DE VENTAS: LAS DEVOLUCIONES NO SE LISTAN NI
      *    SUMAN AL TOTAL; SE INFORMAN EN LA LIQUIDACION (PVCOMVEN).
       0370-WRITE-DETALLE.
           IF R-VENTA-ES-VENTA
              MOVE VENTA-DIA TO WS-VENT-DIA
              MOVE VENTA-MES TO WS-VENT-MES
              MOVE VENTA-ANIO TO WS-VENT-ANIO
              MOVE R-VENTA-RECIBO TO WS-VENT-RECIBO
              MOVE R-VENTA-MONTO TO WS-VENT-MONTO
              WRITE R-FICH-REPORT FROM WS-DATA-COLUMN
              WRITE R-FICH-REPORT FROM WS-SUBT-GUIONES
              ADD R-VENTA-MONTO TO WS-TOTAL-EMP
           END-IF.

       0450-CONTAR-SIN-VENDEDOR.
           CLOSE FICH-VENTA
