           RECORD KEY IS R-PER-CLAVE
           FILE STATUS IS FS-PERIODOS.

           SELECT F-CTAMOV ASSIGN TO CTAMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CTAMOV.

           SELECT F-RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.

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

      *    LOS REGISTROS CORREGIDOS SE APRUEBAN Y RECIEN ENTONCES SE
      *    ANEXAN A HISTORIA, DONDE EL ULTIMO REGISTRO DE UN LEGAJO Y
          05 R-HAJ-TOTAL          PIC 9(7)V99.
          05 R-HAJ-COMIS          PIC 9(7)V99.
          05 R-HAJ-TASA           PIC 9V999.
          05 R-HAJ-DEVOL-TOTAL    PIC 9(7)V99.
          05 R-HAJ-DEVOL-COMIS    PIC 9(7)V99.

       FD F-CSV-AJUSTE RECORDING MODE IS F
                       DATA RECORD IS R-CSV-AJUSTE.
          05 FILLER               PIC X VALUE ';'.
          05 R-AJU-COMISION       PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 R-AJU-RETENCION      PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 R-AJU-NETO           PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 R-AJU-TIPO           PIC X(5).

       FD F-REPORTE RECORDING MODE IS F
             88 R-PER-LIQUIDADO      VALUE 'L'.
             88 R-PER-CONCILIADO     VALUE 'C'.
             88 R-PER-TRANSMITIDO    VALUE 'T'.
             88 R-PER-PAGADO         VALUE 'P'.

      *    MOVIMIENTOS DE LA CUENTA CORRIENTE DEL VENDEDOR. CADA AJUSTE
      *    EMITIDO QUEDA REGISTRADO PARA EL ESTADO DE CUENTA.
       FD F-CTAMOV RECORDING MODE IS F
                   DATA RECORD IS R-CTAMOV.
       01 R-CTAMOV.
          05 R-CTM-LEGAJO         PIC X(5).
          05 R-CTM-FECHA          PIC 9(8).
          05 R-CTM-TIPO           PIC X(5).
          05 R-CTM-PER-MES        PIC 9(2).
          05 R-CTM-PER-ANIO       PIC 9(4).
          05 R-CTM-IMPORTE        PIC S9(7)V99.
          05 R-CTM-USUARIO        PIC X(8).
          05 R-CTM-MOTIVO         PIC X(30).
          05 R-CTM-CORRIDA        PIC 9(16).

      *    LOG DE EJECUCION COMPARTIDO POR LOS PASOS DE LA CADENA.
       FD F-RUNLOG RECORDING MODE IS F
                   DATA RECORD IS R-RUNLOG.
       01 R-RUNLOG.
          05 R-LOG-PROGRAMA       PIC X(8).
          05 R-LOG-PERIODO.
             10 R-LOG-PER-MES     PIC 9(2).
             10 R-LOG-PER-ANIO    PIC 9(4).
          05 R-LOG-FEC-INICIO     PIC 9(8).
          05 R-LOG-HORA-INICIO    PIC 9(8).
          05 R-LOG-FEC-FIN        PIC 9(8).
          05 R-LOG-HORA-FIN       PIC 9(8).
          05 R-LOG-REINICIO       PIC X(1).
          05 R-LOG-LEIDOS         PIC 9(7).
          05 R-LOG-GRABADOS       PIC 9(7).
          05 R-LOG-RECHAZADOS     PIC 9(7).
          05 R-LOG-IMPORTE        PIC S9(11)V99.
          05 R-LOG-COMISION       PIC S9(11)V99.
          05 R-LOG-RC             PIC 9(4).

       WORKING-STORAGE SECTION.
       01 FS-EMPLEADOS            PIC 99.

       01 FS-REPORTE              PIC 99.

       01 FS-CTAMOV               PIC 99.
          88 FS-CTAMOV-OK            VALUE 00.

       01 FS-TASAS                PIC 99.
          88 FS-TASAS-OK             VALUE 00.


       77 WS-CANT-AJUSTES         PIC 9(5) VALUE 0.

       77 WS-VENTAS-LEIDAS        PIC 9(6) VALUE 0.

       77 WS-SUMA-DIF-TOTAL       PIC S9(11)V99 VALUE 0.

       77 WS-SUMA-DIF-COMIS       PIC S9(11)V99 VALUE 0.
       77 WS-PERIODO-COMP         PIC 9(6).

      *    HISTORIA DEL PERIODO: EL ULTIMO REGISTRO DE UN LEGAJO PISA
      *    AL ANTERIOR, IGUAL QUE EN PVHISANU. LAS DEVOLUCIONES NO SE
      *    RELIQUIDAN: PASAN TAL CUAL AL REGISTRO CORREGIDO.
       01 WS-TAB-HIST.
          05 WS-TH-ENTRY OCCURS 500 TIMES.
             10 WS-TH-LEGAJO         PIC X(5).
             10 WS-TH-TOTAL          PIC 9(7)V99.
             10 WS-TH-COMIS          PIC 9(7)V99.
             10 WS-TH-DEVOL-TOTAL    PIC 9(7)V99.
             10 WS-TH-DEVOL-COMIS    PIC 9(7)V99.

       77 WS-CANT-HIST-TAB        PIC 9(4) VALUE 0.


       77 WS-IDX-HIST-EMP         PIC 9(4).

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

       01 WS-CSV-CABECERA.
          05 FILLER               PIC X(5) VALUE '00000'.
          05 FILLER               PIC X VALUE ';'.
          05 WS-CAB-FEC-ANIO      PIC 9(4).
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(5) VALUE 'CABEC'.

       01 WS-CSV-FINAL.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-COMIS         PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-RETENCION     PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-NETO          PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(5) VALUE 'FINAL'.

       01 WS-GUIONES.
          05 FILLER               PIC X(15) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 FS-RUNLOG               PIC 99.
          88 FS-RUNLOG-OK            VALUE 00.

       01 WS-LOG-INICIO.
          05 WS-LOG-FEC-INICIO       PIC 9(8).
          05 WS-LOG-HORA-INICIO      PIC 9(8).

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           ACCEPT WS-LOG-FEC-INICIO FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-PERIODO-BUSCAR FROM SYSIN
           PERFORM 0150-CARGAR-TASAS
           PERFORM 0170-VERIFICAR-PERIODO
           PERFORM 0180-CARGAR-COPARTICIPES
           PERFORM 0200-OPEN-FILE
           PERFORM 0210-CARGAR-HISTORIA
           PERFORM 0250-WRITE-CSV-CABECERA
           IF NOT FS-TASAS-OK
              DISPLAY "ERROR AL ABRIR TABLA DE TASAS: " FS-TASAS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           READ F-TASAS
                      WS-MES-BUSCAR "/" WS-ANIO-BUSCAR
                      ". SE CANCELA LA CORRIDA."
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF.

              DISPLAY "ERROR AL ABRIR CONTROL DE PERIODOS: "
                      FS-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           MOVE WS-ANIO-BUSCAR TO R-PER-ANIO
                      " SIN LIQUIDAR. NADA PARA RELIQUIDAR."
              CLOSE F-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           CLOSE F-PERIODOS.

      *    UNA VENTA COMPARTIDA SE RECALCULA POR PARTES, CON EL MISMO
      *    REPARTO QUE APLICO LA LIQUIDACION. SIN LUGAR PARA TODAS LAS
      *    PARTES LOS AJUSTES SALDRIAN MAL: SE CANCELA LA CORRIDA.
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
                    DISPLAY "TABLA DE VENTAS COMPARTIDAS LLENA. "
                            "RECIBO: " R-VENTA-RECIBO
                            ". SE CANCELA LA CORRIDA."
                    MOVE 16 TO RETURN-CODE
                    PERFORM 0850-GRABAR-RUNLOG
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-CP
                 MOVE R-VENTA-LEGAJO-2 TO WS-CP-LEGAJO (WS-CANT-CP)
                 MOVE WS-MONTO-PARTE-2 TO WS-CP-MONTO (WS-CANT-CP)
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
           IF NOT FS-HISTORIA-OK
              DISPLAY "ERROR AL ABRIR HISTORIA: " FS-HISTORIA
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN OUTPUT F-HIST-AJUSTE
           OPEN OUTPUT F-CSV-AJUSTE
           OPEN OUTPUT F-REPORTE
           OPEN EXTEND F-CTAMOV
           IF FS-CTAMOV = 35
              OPEN OUTPUT F-CTAMOV
           END-IF
           IF NOT FS-CTAMOV-OK
              DISPLAY "ERROR AL ABRIR MOVIMIENTOS DE CUENTA: "
                      FS-CTAMOV
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF.

      *    SI LA HISTORIA DEL PERIODO NO ENTRA COMPLETA EN LA TABLA,
      *    LOS LEGAJOS DESBORDADOS SE AJUSTARIAN MAL U OMITIRIAN: UN
                      ". SE CANCELA LA CORRIDA."
              PERFORM 0700-CLOSE-FILES
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF.

                 MOVE R-HIST-LEGAJO TO WS-TH-LEGAJO (WS-IDX-HIST)
                 MOVE R-HIST-TOTAL TO WS-TH-TOTAL (WS-IDX-HIST)
                 MOVE R-HIST-COMIS TO WS-TH-COMIS (WS-IDX-HIST)
                 MOVE R-HIST-DEVOL-TOTAL
                    TO WS-TH-DEVOL-TOTAL (WS-IDX-HIST)
                 MOVE R-HIST-DEVOL-COMIS
                    TO WS-TH-DEVOL-COMIS (WS-IDX-HIST)
              END-IF
           END-IF
           READ F-HISTORIA.
           WRITE R-REPORTE FROM WS-SUBTITULO
           WRITE R-REPORTE FROM WS-GUIONES.

      *    LAS DEVOLUCIONES NO SE RELIQUIDAN: PVCOMVEN YA LAS DESCONTO
      *    A LA TASA DEL PERIODO DE LA VENTA ORIGINAL.
       0500-COMPARE-LEG.
           IF R-EMP-LEGAJO = R-VENTA-LEGAJO THEN
              CALL WS-SVERFECH USING R-VENTA-FECHA, WS-VALIDAR
              IF WS-VALIDAR = "S" AND R-VENTA-ES-VENTA THEN
                 IF VENTA-MES = WS-MES-BUSCAR
                    AND VENTA-ANIO = WS-ANIO-BUSCAR THEN
                    PERFORM 0190-CALCULAR-PARTES
                    ADD WS-MONTO-PARTE-1 TO WS-CALCULAR-TOTAL
                    ADD 1 TO WS-EMP-VENTAS
                 END-IF
              END-IF
              ADD 1 TO WS-VENTAS-LEIDAS
              READ F-VENTAS
           ELSE
              IF R-EMP-LEGAJO > R-VENTA-LEGAJO THEN
                 ADD 1 TO WS-VENTAS-LEIDAS
                 READ F-VENTAS
              ELSE
                 PERFORM 0510-PROCESAR-VENDEDOR
      *    POR AQUI, PARA NO PAGARLAS DOS VECES. UN VENDEDOR HOY
      *    INACTIVO QUE COBRO EN SU MOMENTO TAMBIEN SE AJUSTA.
       0510-PROCESAR-VENDEDOR.
           PERFORM 0505-SUMAR-COPARTICIPES
           PERFORM VARYING WS-IDX-HIST-EMP FROM 1 BY 1
              UNTIL WS-IDX-HIST-EMP > WS-CANT-HIST-TAB
                 OR WS-TH-LEGAJO (WS-IDX-HIST-EMP) = R-EMP-LEGAJO
              PERFORM 0800-CLOSE-PROGRAM
           END-IF.

      *    SE SUMAN AL VENDEDOR SUS PARTES DE VENTAS COMPARTIDAS EN
      *    LAS QUE FIGURA COMO SEGUNDO VENDEDOR.
       0505-SUMAR-COPARTICIPES.
           PERFORM VARYING WS-IDX-CP FROM 1 BY 1
              UNTIL WS-IDX-CP > WS-CANT-CP
              IF WS-CP-LEGAJO (WS-IDX-CP) = R-EMP-LEGAJO
                 ADD WS-CP-MONTO (WS-IDX-CP) TO WS-CALCULAR-TOTAL
                 ADD 1 TO WS-EMP-VENTAS
              END-IF
           END-PERFORM.

      *    LA ANTIGUEDAD SE MIDE CONTRA EL PERIODO LIQUIDADO, NO
      *    CONTRA LA FECHA DE CORRIDA: ESTE PROGRAMA CORRE MESES MAS
      *    TARDE Y UN ANIVERSARIO INTERMEDIO CAMBIARIA DE TRAMO Y
                      WS-ANTIGUEDAD " EN EL PERIODO " WS-MES-BUSCAR
                      "/" WS-ANIO-BUSCAR ". SE CANCELA LA CORRIDA."
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           MOVE WS-TS-TASA (WS-IDX-MEJOR) TO WS-PORC-COMIS.

      *    EL AJUSTE SALE SIN RETENCION DE GANANCIAS: CUANDO SE APRUEBA
      *    Y ENTRA EN HISTORIA, LA PROXIMA CORRIDA DE PVRETGAN LO TOMA
      *    EN LA BASE ACUMULADA DEL ANIO Y RETIENE LA DIFERENCIA.
       0540-EMITIR-AJUSTE.
           COMPUTE WS-DIF-TOTAL =
              WS-CALCULAR-TOTAL - WS-TOTAL-ANTERIOR
           MOVE R-EMP-LEGAJO TO R-AJU-LEGAJO
           MOVE WS-DIF-TOTAL TO R-AJU-TOTAL
           MOVE WS-DIF-COMIS TO R-AJU-COMISION
           MOVE 0 TO R-AJU-RETENCION
           MOVE WS-DIF-COMIS TO R-AJU-NETO
           MOVE "AJUST" TO R-AJU-TIPO
           WRITE R-CSV-AJUSTE
           MOVE R-EMP-LEGAJO TO R-HAJ-LEGAJO
           MOVE WS-CALCULAR-TOTAL TO R-HAJ-TOTAL
           MOVE WS-CALCULAR-COMIS TO R-HAJ-COMIS
           MOVE WS-PORC-COMIS TO R-HAJ-TASA
           MOVE WS-TH-DEVOL-TOTAL (WS-IDX-HIST-EMP)
              TO R-HAJ-DEVOL-TOTAL
           MOVE WS-TH-DEVOL-COMIS (WS-IDX-HIST-EMP)
              TO R-HAJ-DEVOL-COMIS
           WRITE R-HIST-AJUSTE
           MOVE R-EMP-LEGAJO TO WS-DET-LEGAJO
           MOVE R-EMP-NOMBRE TO WS-DET-NOMBRE
           MOVE WS-CALCULAR-COMIS TO WS-DET-COMIS-NVA
           MOVE WS-DIF-COMIS TO WS-DET-DIF
           WRITE R-REPORTE FROM WS-DETALLE
           MOVE R-EMP-LEGAJO TO R-CTM-LEGAJO
           MOVE WS-FECHA-ACTUAL TO R-CTM-FECHA
           MOVE "AJUST" TO R-CTM-TIPO
           MOVE WS-MES-BUSCAR TO R-CTM-PER-MES
           MOVE WS-ANIO-BUSCAR TO R-CTM-PER-ANIO
           MOVE WS-DIF-COMIS TO R-CTM-IMPORTE
           MOVE "PVRELIQ" TO R-CTM-USUARIO
           MOVE "AJUSTE POR RELIQUIDACION" TO R-CTM-MOTIVO
           MOVE WS-LOG-INICIO TO R-CTM-CORRIDA
           WRITE R-CTAMOV
           ADD 1 TO WS-CANT-AJUSTES
           ADD WS-DIF-TOTAL TO WS-SUMA-DIF-TOTAL
           ADD WS-DIF-COMIS TO WS-SUMA-DIF-COMIS.
           MOVE WS-CANT-AJUSTES TO WS-FIN-CANT
           MOVE WS-SUMA-DIF-TOTAL TO WS-FIN-TOTAL
           MOVE WS-SUMA-DIF-COMIS TO WS-FIN-COMIS
           MOVE 0 TO WS-FIN-RETENCION
           MOVE WS-SUMA-DIF-COMIS TO WS-FIN-NETO
           WRITE R-CSV-AJUSTE FROM WS-CSV-FINAL.

       0600-WRITE-END.
           CLOSE F-HISTORIA
           CLOSE F-HIST-AJUSTE
           CLOSE F-CSV-AJUSTE
           CLOSE F-REPORTE
           CLOSE F-CTAMOV.

       0800-CLOSE-PROGRAM.
           PERFORM 0850-GRABAR-RUNLOG
           STOP RUN.

      *    CADA CORRIDA DEJA UN REGISTRO EN EL LOG DE EJECUCION DE LA
      *    CADENA, TAMBIEN LA QUE TERMINA CANCELADA. UN ERROR AL GRABAR
      *    EL LOG SE INFORMA PERO NO CAMBIA EL RESULTADO DEL PASO.
       0850-GRABAR-RUNLOG.
           OPEN EXTEND F-RUNLOG
           IF FS-RUNLOG = 35
              OPEN OUTPUT F-RUNLOG
           END-IF
           IF NOT FS-RUNLOG-OK
              DISPLAY "ERROR AL ABRIR LOG DE EJECUCION: " FS-RUNLOG
           ELSE
              MOVE "PVRELIQ" TO R-LOG-PROGRAMA
              MOVE WS-MES-BUSCAR TO R-LOG-PER-MES
              MOVE WS-ANIO-BUSCAR TO R-LOG-PER-ANIO
              MOVE 'N' TO R-LOG-REINICIO
              MOVE WS-VENTAS-LEIDAS TO R-LOG-LEIDOS
              MOVE WS-CANT-AJUSTES TO R-LOG-GRABADOS
              MOVE 0 TO R-LOG-RECHAZADOS
              MOVE WS-SUMA-DIF-TOTAL TO R-LOG-IMPORTE
              MOVE WS-SUMA-DIF-COMIS TO R-LOG-COMISION
              MOVE WS-LOG-FEC-INICIO TO R-LOG-FEC-INICIO
              MOVE WS-LOG-HORA-INICIO TO R-LOG-HORA-INICIO
              ACCEPT R-LOG-FEC-FIN FROM DATE YYYYMMDD
              ACCEPT R-LOG-HORA-FIN FROM TIME
              MOVE RETURN-CODE TO R-LOG-RC
              WRITE R-RUNLOG
              CLOSE F-RUNLOG
           END-IF.
