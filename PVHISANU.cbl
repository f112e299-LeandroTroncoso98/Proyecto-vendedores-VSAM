          05 R-HIST-TOTAL         PIC 9(7)V99.
          05 R-HIST-COMIS         PIC 9(7)V99.
          05 R-HIST-TASA          PIC 9V999.
          05 R-HIST-DEVOL-TOTAL   PIC 9(7)V99.
          05 R-HIST-DEVOL-COMIS   PIC 9(7)V99.

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.

       77 WS-DIF-COMIS            PIC S9(9)V99.

       77 WS-YTD-DEVOL-TOTAL      PIC 9(9)V99.

       77 WS-YTD-DEVOL-COMIS      PIC 9(9)V99.

       77 WS-YTD-NETO-TOTAL       PIC 9(9)V99.

       77 WS-YTD-NETO-COMIS       PIC 9(9)V99.

       77 WS-ANT-DEVOL-TOTAL      PIC 9(9)V99.

       77 WS-ANT-DEVOL-COMIS      PIC 9(9)V99.

       77 WS-ANT-NETO-TOTAL       PIC 9(9)V99.

       77 WS-ANT-NETO-COMIS       PIC 9(9)V99.

       01 WS-TAB-HIST.
          05 WS-TH-ENTRY OCCURS 500 TIMES.
             10 WS-TH-LEGAJO         PIC X(5).
                15 WS-TH-CANT           PIC 9(5).
                15 WS-TH-TOTAL          PIC 9(9)V99.
                15 WS-TH-COMIS          PIC 9(9)V99.
                15 WS-TH-DEVOL-TOTAL    PIC 9(9)V99.
                15 WS-TH-DEVOL-COMIS    PIC 9(9)V99.
             10 WS-TH-ANT-ENTRY OCCURS 12 TIMES.
                15 WS-TH-ANT-CANT       PIC 9(5).
                15 WS-TH-ANT-TOTAL      PIC 9(9)V99.
                15 WS-TH-ANT-COMIS      PIC 9(9)V99.
                15 WS-TH-ANT-DEVOL-TOTAL PIC 9(9)V99.
                15 WS-TH-ANT-DEVOL-COMIS PIC 9(9)V99.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-DEVOL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DEV-LABEL         PIC X(12).
          05 FILLER               PIC X(17) VALUE SPACES.
          05 FILLER               PIC X(7) VALUE 'TOTAL: '.
          05 WS-DEV-TOTAL         PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'COMISION: '.
          05 WS-DEV-COMIS         PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-DIF.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
              MOVE 0 TO WS-TH-CANT (WS-IDX-EMP, WS-IDX-MES)
              MOVE 0 TO WS-TH-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              MOVE 0 TO WS-TH-COMIS (WS-IDX-EMP, WS-IDX-MES)
              MOVE 0 TO WS-TH-DEVOL-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              MOVE 0 TO WS-TH-DEVOL-COMIS (WS-IDX-EMP, WS-IDX-MES)
              MOVE 0 TO WS-TH-ANT-CANT (WS-IDX-EMP, WS-IDX-MES)
              MOVE 0 TO WS-TH-ANT-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              MOVE 0 TO WS-TH-ANT-COMIS (WS-IDX-EMP, WS-IDX-MES)
              MOVE 0 TO WS-TH-ANT-DEVOL-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              MOVE 0 TO WS-TH-ANT-DEVOL-COMIS (WS-IDX-EMP, WS-IDX-MES)
           END-PERFORM.

      *    EL ULTIMO REGISTRO DE UN LEGAJO/PERIODO PISA AL ANTERIOR,
                    TO WS-TH-TOTAL (WS-IDX-EMP, R-HIST-MES)
                 MOVE R-HIST-COMIS
                    TO WS-TH-COMIS (WS-IDX-EMP, R-HIST-MES)
                 MOVE R-HIST-DEVOL-TOTAL
                    TO WS-TH-DEVOL-TOTAL (WS-IDX-EMP, R-HIST-MES)
                 MOVE R-HIST-DEVOL-COMIS
                    TO WS-TH-DEVOL-COMIS (WS-IDX-EMP, R-HIST-MES)
              ELSE
                 MOVE R-HIST-CANT-VENTAS
                    TO WS-TH-ANT-CANT (WS-IDX-EMP, R-HIST-MES)
                    TO WS-TH-ANT-TOTAL (WS-IDX-EMP, R-HIST-MES)
                 MOVE R-HIST-COMIS
                    TO WS-TH-ANT-COMIS (WS-IDX-EMP, R-HIST-MES)
                 MOVE R-HIST-DEVOL-TOTAL
                    TO WS-TH-ANT-DEVOL-TOTAL (WS-IDX-EMP, R-HIST-MES)
                 MOVE R-HIST-DEVOL-COMIS
                    TO WS-TH-ANT-DEVOL-COMIS (WS-IDX-EMP, R-HIST-MES)
              END-IF
           END-IF.

           MOVE 0 TO WS-YTD-CANT
           MOVE 0 TO WS-YTD-TOTAL
           MOVE 0 TO WS-YTD-COMIS
           MOVE 0 TO WS-YTD-DEVOL-TOTAL
           MOVE 0 TO WS-YTD-DEVOL-COMIS
           MOVE 0 TO WS-YTD-NETO-TOTAL
           MOVE 0 TO WS-YTD-NETO-COMIS
           PERFORM 0520-WRITE-MES
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12
           MOVE WS-YTD-TOTAL TO WS-DET-TOTAL
           MOVE WS-YTD-COMIS TO WS-DET-COMIS
           WRITE R-REPORTE FROM WS-LINEA-DET
           IF WS-YTD-DEVOL-TOTAL > 0 OR WS-YTD-DEVOL-COMIS > 0
              MOVE "(-) DEVOL.:" TO WS-DEV-LABEL
              MOVE WS-YTD-DEVOL-TOTAL TO WS-DEV-TOTAL
              MOVE WS-YTD-DEVOL-COMIS TO WS-DEV-COMIS
              WRITE R-REPORTE FROM WS-LINEA-DEVOL
              MOVE "NETO ANUAL:" TO WS-DEV-LABEL
              MOVE WS-YTD-NETO-TOTAL TO WS-DEV-TOTAL
              MOVE WS-YTD-NETO-COMIS TO WS-DEV-COMIS
              WRITE R-REPORTE FROM WS-LINEA-DEVOL
           END-IF
           MOVE 0 TO WS-ANT-CANT
           MOVE 0 TO WS-ANT-TOTAL
           MOVE 0 TO WS-ANT-COMIS
           MOVE 0 TO WS-ANT-DEVOL-TOTAL
           MOVE 0 TO WS-ANT-DEVOL-COMIS
           MOVE 0 TO WS-ANT-NETO-TOTAL
           MOVE 0 TO WS-ANT-NETO-COMIS
           PERFORM 0530-SUMAR-ANIO-ANTERIOR
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12
           MOVE WS-ANT-TOTAL TO WS-DET-TOTAL
           MOVE WS-ANT-COMIS TO WS-DET-COMIS
           WRITE R-REPORTE FROM WS-LINEA-DET
           IF WS-ANT-DEVOL-TOTAL > 0 OR WS-ANT-DEVOL-COMIS > 0
              MOVE "(-) DEVOL.:" TO WS-DEV-LABEL
              MOVE WS-ANT-DEVOL-TOTAL TO WS-DEV-TOTAL
              MOVE WS-ANT-DEVOL-COMIS TO WS-DEV-COMIS
              WRITE R-REPORTE FROM WS-LINEA-DEVOL
              MOVE "NETO ANTER.:" TO WS-DEV-LABEL
              MOVE WS-ANT-NETO-TOTAL TO WS-DEV-TOTAL
              MOVE WS-ANT-NETO-COMIS TO WS-DEV-COMIS
              WRITE R-REPORTE FROM WS-LINEA-DEVOL
           END-IF
      *    LA DIFERENCIA SE MIDE SOBRE LO QUE EL VENDEDOR COBRO: LA
      *    COMISION NETA DE DEVOLUCIONES DE CADA ANIO.
           COMPUTE WS-DIF-COMIS = WS-YTD-NETO-COMIS - WS-ANT-NETO-COMIS
           END-COMPUTE
           MOVE WS-DIF-COMIS TO WS-DIF-IMPORTE
           WRITE R-REPORTE FROM WS-LINEA-DIF
           WRITE R-REPORTE FROM WS-LINEA-DET
           ADD WS-TH-CANT (WS-IDX-EMP, WS-IDX-MES) TO WS-YTD-CANT
           ADD WS-TH-TOTAL (WS-IDX-EMP, WS-IDX-MES) TO WS-YTD-TOTAL
           ADD WS-TH-COMIS (WS-IDX-EMP, WS-IDX-MES) TO WS-YTD-COMIS
           IF WS-TH-DEVOL-TOTAL (WS-IDX-EMP, WS-IDX-MES) > 0
              OR WS-TH-DEVOL-COMIS (WS-IDX-EMP, WS-IDX-MES) > 0
              MOVE "(-) DEVOL.:" TO WS-DEV-LABEL
              MOVE WS-TH-DEVOL-TOTAL (WS-IDX-EMP, WS-IDX-MES)
                 TO WS-DEV-TOTAL
              MOVE WS-TH-DEVOL-COMIS (WS-IDX-EMP, WS-IDX-MES)
                 TO WS-DEV-COMIS
              WRITE R-REPORTE FROM WS-LINEA-DEVOL
              ADD WS-TH-DEVOL-TOTAL (WS-IDX-EMP, WS-IDX-MES)
                 TO WS-YTD-DEVOL-TOTAL
              ADD WS-TH-DEVOL-COMIS (WS-IDX-EMP, WS-IDX-MES)
                 TO WS-YTD-DEVOL-COMIS
           END-IF
      *    EL NETO DE CADA MES NUNCA QUEDA NEGATIVO: LO QUE LAS
      *    DEVOLUCIONES EXCEDEN PASA COMO DEUDA A LA CUENTA CORRIENTE.
           IF WS-TH-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              > WS-TH-DEVOL-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              COMPUTE WS-YTD-NETO-TOTAL = WS-YTD-NETO-TOTAL
                 + WS-TH-TOTAL (WS-IDX-EMP, WS-IDX-MES)
                 - WS-TH-DEVOL-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              END-COMPUTE
           END-IF
           IF WS-TH-COMIS (WS-IDX-EMP, WS-IDX-MES)
              > WS-TH-DEVOL-COMIS (WS-IDX-EMP, WS-IDX-MES)
              COMPUTE WS-YTD-NETO-COMIS = WS-YTD-NETO-COMIS
                 + WS-TH-COMIS (WS-IDX-EMP, WS-IDX-MES)
                 - WS-TH-DEVOL-COMIS (WS-IDX-EMP, WS-IDX-MES)
              END-COMPUTE
           END-IF.

       0530-SUMAR-ANIO-ANTERIOR.
           ADD WS-TH-ANT-CANT (WS-IDX-EMP, WS-IDX-MES) TO WS-ANT-CANT
           ADD WS-TH-ANT-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              TO WS-ANT-TOTAL
           ADD WS-TH-ANT-COMIS (WS-IDX-EMP, WS-IDX-MES)
              TO WS-ANT-COMIS
           ADD WS-TH-ANT-DEVOL-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              TO WS-ANT-DEVOL-TOTAL
           ADD WS-TH-ANT-DEVOL-COMIS (WS-IDX-EMP, WS-IDX-MES)
              TO WS-ANT-DEVOL-COMIS
           IF WS-TH-ANT-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              > WS-TH-ANT-DEVOL-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              COMPUTE WS-ANT-NETO-TOTAL = WS-ANT-NETO-TOTAL
                 + WS-TH-ANT-TOTAL (WS-IDX-EMP, WS-IDX-MES)
                 - WS-TH-ANT-DEVOL-TOTAL (WS-IDX-EMP, WS-IDX-MES)
              END-COMPUTE
           END-IF
           IF WS-TH-ANT-COMIS (WS-IDX-EMP, WS-IDX-MES)
              > WS-TH-ANT-DEVOL-COMIS (WS-IDX-EMP, WS-IDX-MES)
              COMPUTE WS-ANT-NETO-COMIS = WS-ANT-NETO-COMIS
                 + WS-TH-ANT-COMIS (WS-IDX-EMP, WS-IDX-MES)
                 - WS-TH-ANT-DEVOL-COMIS (WS-IDX-EMP, WS-IDX-MES)
              END-COMPUTE
           END-IF.

       0700-CLOSE-FILES.
           CLOSE F-HISTORIA
