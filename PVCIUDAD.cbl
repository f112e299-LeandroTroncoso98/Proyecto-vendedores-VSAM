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

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.

       77 WS-CIUDAD-VENTA         PIC X(26).

      *    PARTE DE LA VENTA QUE SE ATRIBUYE AL VENDEDOR EN CURSO.
       77 WS-LEGAJO-PARTE         PIC X(5).

       77 WS-MONTO-PARTE          PIC 9(6)V99.

       77 WS-MONTO-PARTE-1        PIC 9(6)V99.

       77 WS-MONTO-PARTE-2        PIC 9(6)V99.

      *    PARTES DE LOS SEGUNDOS VENDEDORES DE LAS VENTAS COMPARTIDAS
      *    DEL PERIODO, QUE SE ACUMULAN AL LLEGAR A SU EMPLEADO.
       01 WS-TAB-COPART.
          05 WS-CP-ENTRY OCCURS 1000 TIMES.
             10 WS-CP-LEGAJO         PIC X(5).
             10 WS-CP-MONTO          PIC 9(6)V99.
             10 WS-CP-FECHA-COMP     PIC 9(8).

       77 WS-CANT-CP              PIC 9(4) VALUE 0.

       77 WS-IDX-CP               PIC 9(4).

       77 WS-ACUM-CIUDAD          PIC X(26).

       01 WS-TAB-CIU-EMP.
           ACCEPT WS-PERIODO-BUSCAR FROM SYSIN
           PERFORM 0150-CARGAR-TASAS
           PERFORM 0170-CARGAR-CIUHIST
           PERFORM 0185-CARGAR-COPARTICIPES
           PERFORM 0200-OPEN-FILE
           PERFORM 0400-READ-FILES
           PERFORM 0500-COMPARE-LEG UNTIL FS-EMPLEADOS-END
           END-IF
           READ F-CIUHIST.

      *    UNA VENTA COMPARTIDA SUMA A CADA VENDEDOR SOLO SU PARTE, EN
      *    LA CIUDAD EN QUE ESTABA CADA UNO A LA FECHA DE LA VENTA. LA
      *    PARTE DEL PRIMERO SE REDONDEA AL CENTAVO Y LA DEL SEGUNDO ES
      *    EL RESTO, COMO EN LA LIQUIDACION.
       0185-CARGAR-COPARTICIPES.
           OPEN INPUT F-VENTAS
           IF FS-VENTAS-OK
              READ F-VENTAS
              PERFORM 0187-GUARDAR-COPARTICIPE UNTIL NOT FS-VENTAS-OK
              CLOSE F-VENTAS
           END-IF.

       0187-GUARDAR-COPARTICIPE.
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
                    COMPUTE WS-CP-FECHA-COMP (WS-CANT-CP) =
                       VENTA-ANIO * 10000 + VENTA-MES * 100 + VENTA-DIA
                    END-COMPUTE
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

      *    EL CONSOLIDADO SE ARMA SOBRE VENTAS DEL PERIODO; LAS
      *    DEVOLUCIONES SE DESCUENTAN EN LA LIQUIDACION, NO COMO VENTA.
       0500-COMPARE-LEG.
           IF R-EMP-LEGAJO = R-VENTA-LEGAJO THEN
              CALL WS-SVERFECH USING R-VENTA-FECHA, WS-VALIDAR
              IF WS-VALIDAR = "S" AND R-VENTA-ES-VENTA THEN
                 IF VENTA-MES = WS-MES-BUSCAR
                    AND VENTA-ANIO = WS-ANIO-BUSCAR THEN
                    PERFORM 0190-CALCULAR-PARTES
                    MOVE R-VENTA-LEGAJO TO WS-LEGAJO-PARTE
                    MOVE WS-MONTO-PARTE-1 TO WS-MONTO-PARTE
                    COMPUTE WS-FECHA-VENTA-COMP =
                       VENTA-ANIO * 10000 + VENTA-MES * 100 + VENTA-DIA
                    END-COMPUTE
                    PERFORM 0505-ACUMULAR-VENTA-EMP
                 END-IF
              END-IF
      *    A LA CIUDAD ACTUAL DEL MAESTRO, PARA QUE UN TRASLADO NO
      *    DISTORSIONE EL CONSOLIDADO DE LA SUCURSAL.
       0505-ACUMULAR-VENTA-EMP.
           PERFORM 0507-BUSCAR-CIUDAD-VIGENTE
           PERFORM VARYING WS-IDX-CE FROM 1 BY 1
              UNTIL WS-IDX-CE > WS-CANT-CIU-EMP
              END-IF
           END-IF
           ADD 1 TO WS-CE-VENTAS (WS-IDX-CE)
           ADD WS-MONTO-PARTE TO WS-CE-IMPORTE (WS-IDX-CE).

       0507-BUSCAR-CIUDAD-VIGENTE.
           MOVE 0 TO WS-IDX-CH-MEJOR
           PERFORM VARYING WS-IDX-CH FROM 1 BY 1
              UNTIL WS-IDX-CH > WS-CANT-CIUHIST
              IF WS-CH-LEGAJO (WS-IDX-CH) = WS-LEGAJO-PARTE
                 AND WS-CH-VIGENCIA (WS-IDX-CH)
                     <= WS-FECHA-VENTA-COMP
                 IF WS-IDX-CH-MEJOR = 0
              MOVE WS-CH-CIUDAD (WS-IDX-CH-MEJOR) TO WS-CIUDAD-VENTA
           END-IF.

       0508-ACUMULAR-COPARTICIPES.
           PERFORM VARYING WS-IDX-CP FROM 1 BY 1
              UNTIL WS-IDX-CP > WS-CANT-CP
              IF WS-CP-LEGAJO (WS-IDX-CP) = R-EMP-LEGAJO
                 MOVE WS-CP-LEGAJO (WS-IDX-CP) TO WS-LEGAJO-PARTE
                 MOVE WS-CP-MONTO (WS-IDX-CP) TO WS-MONTO-PARTE
                 MOVE WS-CP-FECHA-COMP (WS-IDX-CP)
                    TO WS-FECHA-VENTA-COMP
                 PERFORM 0505-ACUMULAR-VENTA-EMP
              END-IF
           END-PERFORM.

       0510-AGREGAR-EMPLEADO.
           IF R-EMP-INACTIVO
              CONTINUE
           ELSE
              PERFORM 0508-ACUMULAR-COPARTICIPES
              PERFORM 0520-CALCULAR-ANTIGUEDAD
              PERFORM 0530-CALCULAR-PORC-COMIS
              IF WS-CANT-CIU-EMP = 0
