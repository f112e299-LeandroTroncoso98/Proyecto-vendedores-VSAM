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

       FD F-HISTORIA RECORDING MODE IS F
                     DATA RECORD IS R-HISTORIA.
          05 R-HIST-TOTAL         PIC 9(7)V99.
          05 R-HIST-COMIS         PIC 9(7)V99.
          05 R-HIST-TASA          PIC 9V999.
          05 R-HIST-DEVOL-TOTAL   PIC 9(7)V99.
          05 R-HIST-DEVOL-COMIS   PIC 9(7)V99.

       FD F-CSV RECORDING MODE IS F
                DATA RECORD IS R-CSV.
          05 FILLER               PIC X.
          05 R-CSV-COMISION       PIC X(13).
          05 FILLER               PIC X.
          05 R-CSV-RETENCION      PIC X(13).
          05 FILLER               PIC X.
          05 R-CSV-NETO           PIC X(13).
          05 FILLER               PIC X.
          05 R-CSV-TIPO           PIC X(5).

       FD F-ESTADOS RECORDING MODE IS F
             10 WS-TH-TOTAL          PIC 9(7)V99.
             10 WS-TH-COMIS          PIC 9(7)V99.
             10 WS-TH-TASA           PIC 9V999.
             10 WS-TH-DEVOL-TOTAL    PIC 9(7)V99.
             10 WS-TH-DEVOL-COMIS    PIC 9(7)V99.

       77 WS-CANT-HIST-TAB        PIC 9(4) VALUE 0.


       77 WS-MONTO-AUX            PIC 9(11)V99.

       77 WS-MONTO-PARTE-1        PIC 9(6)V99.

       77 WS-MONTO-PARTE-2        PIC 9(6)V99.

      *    PARTES DE LOS SEGUNDOS VENDEDORES DE LAS VENTAS COMPARTIDAS,
      *    QUE SE LISTAN EN EL ESTADO DE CADA UNO.
       01 WS-TAB-COPART.
          05 WS-CP-ENTRY OCCURS 1000 TIMES.
             10 WS-CP-LEGAJO         PIC X(5).
             10 WS-CP-LEGAJO-1       PIC X(5).
             10 WS-CP-MONTO          PIC 9(6)V99.
             10 WS-CP-DIA            PIC 99.
             10 WS-CP-MES            PIC 99.
             10 WS-CP-ANIO           PIC 9(4).
             10 WS-CP-RECIBO         PIC X(10).
             10 WS-CP-TIPO           PIC X(1).
             10 WS-CP-RECIBO-ORIG    PIC X(10).

       77 WS-CANT-CP              PIC 9(4) VALUE 0.

       77 WS-CP-EXCLUIDAS         PIC 9(6) VALUE 0.

       77 WS-IDX-CP               PIC 9(4).

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 WS-VTA-MONTO         PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-VTA-OBSERV        PIC X(15).
          05 WS-VTA-RECIBO-ORIG   PIC X(10).
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-RETRO.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-TOT-DEVOL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TDV-CONCEPTO      PIC X(17).
          05 FILLER               PIC X(7) VALUE 'TOTAL: '.
          05 WS-TDV-TOTAL         PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'COMISION: '.
          05 WS-TDV-COMIS         PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X(17) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-TOT-RETRO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
           PERFORM 0200-OPEN-FILE
           PERFORM 0300-CARGAR-HISTORIA
           PERFORM 0320-CARGAR-RETRO
           PERFORM 0350-CARGAR-COPARTICIPES
           READ F-EMPLEADOS NEXT
           IF NOT FS-EMPLEADOS-END
              PERFORM 0450-EMPEZAR-VENDEDOR
                      WS-RETRO-EXCLUIDOS
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CP-EXCLUIDAS > 0
              DISPLAY "TABLA DE VENTAS COMPARTIDAS LLENA. PARTES NO "
                      "LISTADAS: " WS-CP-EXCLUIDAS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0700-CLOSE-FILES
           PERFORM 0800-CLOSE-PROGRAM.

                 MOVE R-HIST-TOTAL TO WS-TH-TOTAL (WS-IDX-HIST)
                 MOVE R-HIST-COMIS TO WS-TH-COMIS (WS-IDX-HIST)
                 MOVE R-HIST-TASA TO WS-TH-TASA (WS-IDX-HIST)
                 MOVE R-HIST-DEVOL-TOTAL
                    TO WS-TH-DEVOL-TOTAL (WS-IDX-HIST)
                 MOVE R-HIST-DEVOL-COMIS
                    TO WS-TH-DEVOL-COMIS (WS-IDX-HIST)
              END-IF
           END-IF
           READ F-HISTORIA.
              WS-CSV-ENTERO + WS-CSV-DECIMAL / 100
           END-COMPUTE.

      *    UNA VENTA COMPARTIDA SE LISTA EN EL ESTADO DE CADA VENDEDOR
      *    POR SU PARTE. LA DEL PRIMERO SE REDONDEA AL CENTAVO Y LA DEL
      *    SEGUNDO ES EL RESTO, COMO EN LA LIQUIDACION. EL ARCHIVO DE
      *    VENTAS SE RECORRE ANTES DEL CRUCE, QUE LO VUELVE A LEER.
       0350-CARGAR-COPARTICIPES.
           IF FS-VENTAS-OK
              READ F-VENTAS
              PERFORM 0355-GUARDAR-COPARTICIPE UNTIL NOT FS-VENTAS-OK
              CLOSE F-VENTAS
              OPEN INPUT F-VENTAS
           END-IF.

       0355-GUARDAR-COPARTICIPE.
           PERFORM 0360-CALCULAR-PARTES
           IF WS-MONTO-PARTE-2 > 0
              CALL WS-SVERFECH USING R-VENTA-FECHA, WS-VALIDAR
              IF WS-VALIDAR = "S"
                 AND (R-VENTA-ES-DEVOLUCION
                 OR (VENTA-MES = WS-MES-BUSCAR
                 AND VENTA-ANIO = WS-ANIO-BUSCAR))
                 IF WS-CANT-CP >= 1000
                    ADD 1 TO WS-CP-EXCLUIDAS
                 ELSE
                    ADD 1 TO WS-CANT-CP
                    MOVE R-VENTA-LEGAJO-2 TO WS-CP-LEGAJO (WS-CANT-CP)
                    MOVE R-VENTA-LEGAJO TO WS-CP-LEGAJO-1 (WS-CANT-CP)
                    MOVE WS-MONTO-PARTE-2 TO WS-CP-MONTO (WS-CANT-CP)
                    MOVE VENTA-DIA TO WS-CP-DIA (WS-CANT-CP)
                    MOVE VENTA-MES TO WS-CP-MES (WS-CANT-CP)
                    MOVE VENTA-ANIO TO WS-CP-ANIO (WS-CANT-CP)
                    MOVE R-VENTA-RECIBO TO WS-CP-RECIBO (WS-CANT-CP)
                    MOVE R-VENTA-TIPO TO WS-CP-TIPO (WS-CANT-CP)
                    MOVE R-VENTA-RECIBO-ORIG
                       TO WS-CP-RECIBO-ORIG (WS-CANT-CP)
                 END-IF
              END-IF
           END-IF
           READ F-VENTAS.

       0360-CALCULAR-PARTES.
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

      *    SOLO SE EMITE ESTADO PARA QUIEN COBRO EN EL PERIODO: CON
      *    REGISTRO DE HISTORIA O CON PAGOS RETRO EN EL CSV.
       0450-EMPEZAR-VENDEDOR.
              END-IF
           END-IF.

      *    LAS DEVOLUCIONES SE DESCUENTAN EN LA CORRIDA EN QUE LLEGAN,
      *    SEA CUAL SEA SU FECHA: SE LISTAN TODAS, MARCADAS CON EL
      *    RECIBO DE LA VENTA ORIGINAL. UNA VENTA COMPARTIDA SE MARCA
      *    CON EL LEGAJO DEL OTRO VENDEDOR.
       0500-COMPARE-LEG.
           IF R-EMP-LEGAJO = R-VENTA-LEGAJO THEN
              IF WS-EMITIR
                 AND WS-IDX-HIST-EMP <= WS-CANT-HIST-TAB
                 CALL WS-SVERFECH USING R-VENTA-FECHA, WS-VALIDAR
                 IF WS-VALIDAR = "S"
                    AND (R-VENTA-ES-DEVOLUCION
                    OR (VENTA-MES = WS-MES-BUSCAR
                    AND VENTA-ANIO = WS-ANIO-BUSCAR))
                    PERFORM 0505-WRITE-VENTA
                 END-IF
              END-IF
           MOVE VENTA-MES TO WS-VTA-MES
           MOVE VENTA-ANIO TO WS-VTA-ANIO
           MOVE R-VENTA-RECIBO TO WS-VTA-RECIBO
           PERFORM 0360-CALCULAR-PARTES
           MOVE WS-MONTO-PARTE-1 TO WS-VTA-MONTO
           EVALUATE TRUE
              WHEN R-VENTA-ES-DEVOLUCION
                 MOVE 'DEVOL. RECIBO: ' TO WS-VTA-OBSERV
                 MOVE R-VENTA-RECIBO-ORIG TO WS-VTA-RECIBO-ORIG
              WHEN WS-MONTO-PARTE-2 > 0
                 MOVE 'COMPARTIDA CON ' TO WS-VTA-OBSERV
                 MOVE R-VENTA-LEGAJO-2 TO WS-VTA-RECIBO-ORIG
              WHEN OTHER
                 MOVE SPACES TO WS-VTA-OBSERV
                 MOVE SPACES TO WS-VTA-RECIBO-ORIG
           END-EVALUATE
           WRITE R-ESTADO FROM WS-LINEA-VENTA.

       0507-WRITE-COPARTICIPES.
           PERFORM VARYING WS-IDX-CP FROM 1 BY 1
              UNTIL WS-IDX-CP > WS-CANT-CP
              IF WS-CP-LEGAJO (WS-IDX-CP) = R-EMP-LEGAJO
                 PERFORM 0508-WRITE-LINEA-COPART
              END-IF
           END-PERFORM.

       0508-WRITE-LINEA-COPART.
           MOVE WS-CP-DIA (WS-IDX-CP) TO WS-VTA-DIA
           MOVE WS-CP-MES (WS-IDX-CP) TO WS-VTA-MES
           MOVE WS-CP-ANIO (WS-IDX-CP) TO WS-VTA-ANIO
           MOVE WS-CP-RECIBO (WS-IDX-CP) TO WS-VTA-RECIBO
           MOVE WS-CP-MONTO (WS-IDX-CP) TO WS-VTA-MONTO
           IF WS-CP-TIPO (WS-IDX-CP) = 'D'
              MOVE 'DEVOL. RECIBO: ' TO WS-VTA-OBSERV
              MOVE WS-CP-RECIBO-ORIG (WS-IDX-CP) TO WS-VTA-RECIBO-ORIG
           ELSE
              MOVE 'COMPARTIDA CON ' TO WS-VTA-OBSERV
              MOVE WS-CP-LEGAJO-1 (WS-IDX-CP) TO WS-VTA-RECIBO-ORIG
           END-IF
           WRITE R-ESTADO FROM WS-LINEA-VENTA.

       0510-CERRAR-VENDEDOR.
           IF WS-EMITIR
              IF WS-IDX-HIST-EMP <= WS-CANT-HIST-TAB
                 PERFORM 0507-WRITE-COPARTICIPES
              END-IF
              PERFORM 0520-WRITE-RETRO-LINEAS
              WRITE R-ESTADO FROM WS-GUIONES
              PERFORM 0530-WRITE-TOTALES
              MOVE 0 TO WS-TOT-COMIS
           END-IF
           WRITE R-ESTADO FROM WS-LINEA-TOTALES
           IF WS-IDX-HIST-EMP <= WS-CANT-HIST-TAB
              IF WS-TH-DEVOL-TOTAL (WS-IDX-HIST-EMP) > 0
                 OR WS-TH-DEVOL-COMIS (WS-IDX-HIST-EMP) > 0
                 PERFORM 0535-WRITE-DEVOLUCIONES
              END-IF
           END-IF
           IF WS-TIENE-RETRO = 'S'
              MOVE WS-RETRO-MONTO-EMP TO WS-TRT-MONTO
              MOVE WS-RETRO-COMIS-EMP TO WS-TRT-COMIS
              WRITE R-ESTADO FROM WS-LINEA-TOT-RETRO
           END-IF.

      *    LAS DEVOLUCIONES DESCONTADAS EN EL PERIODO SE RESTAN DE LO
      *    LIQUIDADO; EL NETO NUNCA QUEDA NEGATIVO (LO QUE EXCEDE LA
      *    COMISION DEL MES PASA COMO DEUDA).
       0535-WRITE-DEVOLUCIONES.
           MOVE "(-) DEVOLUCIONES" TO WS-TDV-CONCEPTO
           MOVE WS-TH-DEVOL-TOTAL (WS-IDX-HIST-EMP) TO WS-TDV-TOTAL
           MOVE WS-TH-DEVOL-COMIS (WS-IDX-HIST-EMP) TO WS-TDV-COMIS
           WRITE R-ESTADO FROM WS-LINEA-TOT-DEVOL
           MOVE "NETO DEL PERIODO:" TO WS-TDV-CONCEPTO
           IF WS-TH-TOTAL (WS-IDX-HIST-EMP) >
              WS-TH-DEVOL-TOTAL (WS-IDX-HIST-EMP)
              COMPUTE WS-TDV-TOTAL = WS-TH-TOTAL (WS-IDX-HIST-EMP)
                 - WS-TH-DEVOL-TOTAL (WS-IDX-HIST-EMP)
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-TDV-TOTAL
           END-IF
           IF WS-TH-COMIS (WS-IDX-HIST-EMP) >
              WS-TH-DEVOL-COMIS (WS-IDX-HIST-EMP)
              COMPUTE WS-TDV-COMIS = WS-TH-COMIS (WS-IDX-HIST-EMP)
                 - WS-TH-DEVOL-COMIS (WS-IDX-HIST-EMP)
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-TDV-COMIS
           END-IF
           WRITE R-ESTADO FROM WS-LINEA-TOT-DEVOL.

       0700-CLOSE-FILES.
           CLOSE F-EMPLEADOS
           CLOSE F-VENTAS
