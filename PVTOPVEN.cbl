          05 R-EMP-ESTADO      PIC X(1).
             88 R-EMP-ACTIVO        VALUE 'A'.
             88 R-EMP-INACTIVO      VALUE 'I'.
          05 R-EMP-SUPERVISOR  PIC X(5).

       FD F-VENTAS RECORDING MODE IS F
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

       FD F-RANKING RECORDING MODE IS F
                    DATA RECORD IS R-RANKING.

       77 WS-PERIODO-COMP         PIC 9(6).

       77 WS-MONTO-PARTE-1        PIC 9(6)V99.

       77 WS-MONTO-PARTE-2        PIC 9(6)V99.

      *    PARTES DE LOS SEGUNDOS VENDEDORES DE LAS VENTAS COMPARTIDAS
      *    DEL PERIODO, QUE SE SUMAN AL LLEGAR A SU EMPLEADO.
       01 WS-TAB-COPART.
          05 WS-CP-ENTRY OCCURS 1000 TIMES.
             10 WS-CP-LEGAJO         PIC X(5).
             10 WS-CP-MONTO          PIC 9(6)V99.

       77 WS-CANT-CP              PIC 9(4) VALUE 0.

       77 WS-IDX-CP               PIC 9(4).

       77 WS-CP-MAX-LEGAJO        PIC X(5) VALUE LOW-VALUES.

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-PERIODO-BUSCAR FROM SYSIN
           PERFORM 0150-CARGAR-TASAS
           PERFORM 0180-CARGAR-COPARTICIPES
           PERFORM 0200-OPEN-FILE
           PERFORM 0300-WRITE-HEADER
           PERFORM 0400-READ-FILES
           IF NOT FS-EMPLEADOS-END
              PERFORM 0510-AGREGAR-EMPLEADO
           END-IF
           PERFORM 0510-AGREGAR-EMPLEADO UNTIL FS-EMPLEADOS-END
                                   OR R-EMP-LEGAJO > WS-CP-MAX-LEGAJO
           PERFORM 0600-ORDENAR-RANKING
           PERFORM 0650-WRITE-RANKING
           PERFORM 0700-WRITE-END
           END-IF
           READ F-TASAS.

      *    UNA VENTA COMPARTIDA SUMA A CADA VENDEDOR SOLO SU PARTE. LA
      *    DEL PRIMERO SE REDONDEA AL CENTAVO Y LA DEL SEGUNDO ES EL
      *    RESTO, COMO EN LA LIQUIDACION.
       0180-CARGAR-COPARTICIPES.
           OPEN INPUT F-VENTAS
           IF FS-VENTAS-OK
              READ F-VENTAS
              PERFORM 0185-GUARDAR-COPARTICIPE UNTIL NOT FS-VENTAS-OK
              CLOSE F-VENTAS
           END-IF.

       0185-GUARDAR-COPARTICIPE.
           PERFORM 0190-CALCULAR-PARTES
           IF WS-MONTO-PARTE-2 > 0 AND R-VENTA-ES-VENTA
              AND VENTA-MES = WS-MES-BUSCAR
              AND VENTA-ANIO = WS-ANIO-BUSCAR
              CALL WS-SVERFECH USING R-VENTA-FECHA, WS-VALIDAR
              IF WS-VALIDAR = "S"
                 IF WS-CANT-CP >= 1000
                    DISPLAY "TABLA DE VENTAS COMPARTIDAS LLENA. PARTE "
                            "NO INCLUIDA. RECIBO: " R-VENTA-RECIBO
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    ADD 1 TO WS-CANT-CP
                    MOVE R-VENTA-LEGAJO-2 TO WS-CP-LEGAJO (WS-CANT-CP)
                    MOVE WS-MONTO-PARTE-2 TO WS-CP-MONTO (WS-CANT-CP)
                    IF R-VENTA-LEGAJO-2 > WS-CP-MAX-LEGAJO
                       MOVE R-VENTA-LEGAJO-2 TO WS-CP-MAX-LEGAJO
                    END-IF
                 END-IF
              END-IF
           END-IF
           READ F-VENTAS.

       0190-CALCULAR-PARTES.
           IF R-VENTA-LEGAJO-2 = SPACES
              OR R-VENTA-PORC-1 IS NOT NUMERIC
              MOVE R-VENTA-MONTO TO WS-MONTO-PARTE-1
              MOVE 0 TO WS-MONTO-PARTE-2
           ELSE
              COMPUTE WS-MONTO-PARTE-1 ROUNDED =
                 R-VENTA-MONTO * R-VENTA-PORC-1 / 100
              END-COMPUTE
              COMPUTE WS-MONTO-PARTE-2 =
                 R-VENTA-MONTO - WS-MONTO-PARTE-1
              END-COMPUTE
           END-IF.

       0200-OPEN-FILE.
           OPEN INPUT F-EMPLEADOS
           OPEN INPUT F-VENTAS
           READ F-EMPLEADOS
           READ F-VENTAS.

      *    EL RANKING SE ARMA SOBRE VENTAS DEL PERIODO; LAS DEVOLUCIONES
      *    SE DESCUENTAN EN LA LIQUIDACION, NO COMO VENTA.
       0500-COMPARE-LEG.
           IF R-EMP-LEGAJO = R-VENTA-LEGAJO THEN
              CALL WS-SVERFECH USING R-VENTA-FECHA, WS-VALIDAR
              IF WS-VALIDAR = "S" AND R-VENTA-ES-VENTA THEN
                 IF VENTA-MES = WS-MES-BUSCAR
                    AND VENTA-ANIO = WS-ANIO-BUSCAR THEN
                    PERFORM 0190-CALCULAR-PARTES
                    ADD WS-MONTO-PARTE-1 TO WS-CALCULAR-TOTAL
                 END-IF
              END-IF
                 READ F-VENTAS
              END-IF
           END-IF.

       0505-SUMAR-COPARTICIPES.
           PERFORM VARYING WS-IDX-CP FROM 1 BY 1
              UNTIL WS-IDX-CP > WS-CANT-CP
              IF WS-CP-LEGAJO (WS-IDX-CP) = R-EMP-LEGAJO
                 ADD WS-CP-MONTO (WS-IDX-CP) TO WS-CALCULAR-TOTAL
              END-IF
           END-PERFORM.

       0510-AGREGAR-EMPLEADO.
           IF R-EMP-INACTIVO
              CONTINUE
           ELSE
              PERFORM 0505-SUMAR-COPARTICIPES
              PERFORM 0520-CALCULAR-ANTIGUEDAD
              PERFORM 0530-CALCULAR-PORC-COMIS
              IF WS-CANT-EMP-TAB >= 500
