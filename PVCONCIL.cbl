           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CSV.

           SELECT F-DEVOLUCIONES ASSIGN TO DEVOLUC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-DEVOLUCIONES.

           SELECT F-REPORTE ASSIGN TO CONREPOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           RECORD KEY IS R-PER-CLAVE
           FILE STATUS IS FS-PERIODOS.

           SELECT F-RETENIDOS ASSIGN TO RETENIDO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RETENIDOS.

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

       FD F-RECHAZOS RECORDING MODE IS F
                     DATA RECORD IS R-RECHAZO.
          05 FILLER               PIC X.
          05 R-CSV-COMISION       PIC X(13).
          05 FILLER               PIC X.
          05 R-CSV-RETENCION      PIC X(13).
          05 FILLER               PIC X.
          05 R-CSV-NETO           PIC X(13).
          05 FILLER               PIC X.
          05 R-CSV-TIPO           PIC X(5).

       FD F-DEVOLUCIONES RECORDING MODE IS F
                         DATA RECORD IS R-DEVOLUCION.
       01 R-DEVOLUCION.
          05 R-DEV-LEGAJO         PIC X(5).
          05 R-DEV-MONTO          PIC 9(6)V99.
          05 R-DEV-FECHA          PIC X(8).
          05 R-DEV-RECIBO         PIC X(10).
          05 R-DEV-RECIBO-ORIG    PIC X(10).
          05 R-DEV-ORIG-MES       PIC 9(2).
          05 R-DEV-ORIG-ANIO      PIC 9(4).
          05 R-DEV-TASA           PIC 9V999.
          05 R-DEV-COMIS          PIC 9(7)V99.
          05 R-DEV-DESTINO        PIC X(1).
             88 R-DEV-A-LIQUIDACION  VALUE 'L'.
             88 R-DEV-A-DEUDA        VALUE 'D'.
          05 R-DEV-PER-MES        PIC 9(2).
          05 R-DEV-PER-ANIO       PIC 9(4).

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
       01 R-REPORTE               PIC X(80).
             88 R-PER-LIQUIDADO      VALUE 'L'.
             88 R-PER-CONCILIADO     VALUE 'C'.
             88 R-PER-TRANSMITIDO    VALUE 'T'.
             88 R-PER-PAGADO         VALUE 'P'.

      *    LEGAJOS RETENIDOS POR AUDITORIA: SUS VENTAS VAN A SUSPENSO.
       FD F-RETENIDOS RECORDING MODE IS F
                      DATA RECORD IS R-RETENIDO.
       01 R-RETENIDO.
          05 R-RTN-LEGAJO         PIC X(5).
          05 R-RTN-FECHA          PIC 9(8).
          05 R-RTN-USUARIO        PIC X(8).
          05 R-RTN-MOTIVO         PIC X(30).

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
       01 FS-CSV                  PIC 99.
          88 FS-CSV-OK               VALUE 00.

       01 FS-DEVOLUCIONES         PIC 99.
          88 FS-DEVOLUCIONES-OK      VALUE 00.

       01 FS-REPORTE              PIC 99.

       01 FS-PERIODOS             PIC 99.
       77 WS-ESP-SUSP-MONTO       PIC 9(11)V99 VALUE 0.
       77 WS-ESP-FUERA-CANT       PIC 9(6) VALUE 0.
       77 WS-ESP-FUERA-MONTO      PIC 9(11)V99 VALUE 0.
       77 WS-ESP-DEVOL-CANT       PIC 9(6) VALUE 0.
       77 WS-ESP-DEVOL-MONTO      PIC 9(11)V99 VALUE 0.
       77 WS-ENT-CANT             PIC 9(6) VALUE 0.
       77 WS-ENT-MONTO            PIC 9(11)V99 VALUE 0.

      *    UNA VENTA COMPARTIDA SE CLASIFICA POR PARTES, CON EL MISMO
      *    REPARTO QUE APLICA LA LIQUIDACION.
       77 WS-LEGAJO-PARTE         PIC X(5).
       77 WS-MONTO-PARTE          PIC 9(6)V99.
       77 WS-MONTO-PARTE-1        PIC 9(6)V99.
       77 WS-MONTO-PARTE-2        PIC 9(6)V99.

      *    LADO ACTUAL: LO QUE QUEDO EN LAS SALIDAS
       77 WS-ACT-CSV-MONTO        PIC 9(11)V99 VALUE 0.
       77 WS-ACT-RECH-CANT        PIC 9(6) VALUE 0.
       77 WS-ACT-ARR-MONTO        PIC 9(11)V99 VALUE 0.
       77 WS-ACT-RETRO-CANT       PIC 9(6) VALUE 0.
       77 WS-ACT-RETRO-MONTO      PIC 9(11)V99 VALUE 0.
       77 WS-ACT-BONO-CANT        PIC 9(6) VALUE 0.
       77 WS-ACT-BONO-MONTO       PIC 9(11)V99 VALUE 0.
       77 WS-ACT-SUPER-CANT       PIC 9(6) VALUE 0.
       77 WS-ACT-SUPER-MONTO      PIC 9(11)V99 VALUE 0.
       77 WS-ACT-RHUERF-CANT      PIC 9(6) VALUE 0.
       77 WS-ACT-RHUERF-MONTO     PIC 9(11)V99 VALUE 0.
       77 WS-ACT-RSUSP-CANT       PIC 9(6) VALUE 0.
       77 WS-ACT-RSUSP-MONTO      PIC 9(11)V99 VALUE 0.
       77 WS-ACT-DEVOL-CANT       PIC 9(6) VALUE 0.
       77 WS-ACT-DEVOL-MONTO      PIC 9(11)V99 VALUE 0.
       77 WS-ACT-DEVOL-COMIS      PIC 9(11)V99 VALUE 0.
       77 WS-ACT-DEVOL-DEUDA      PIC 9(11)V99 VALUE 0.

       77 WS-CSV-MONTO-TXT        PIC X(13).
       01 WS-CSV-MONTO-NUM.

       77 WS-TRL-COMIS            PIC 9(11)V99 VALUE 0.

       77 WS-TRL-RETENCION        PIC 9(11)V99 VALUE 0.

       77 WS-TRL-NETO             PIC 9(11)V99 VALUE 0.

       77 WS-CSV-CANT-DET         PIC 9(6) VALUE 0.

       77 WS-CSV-DET-TOTAL        PIC 9(11)V99 VALUE 0.

       77 WS-CSV-DET-COMIS        PIC 9(11)V99 VALUE 0.

       77 WS-CSV-DET-RETENCION    PIC 9(11)V99 VALUE 0.

       77 WS-CSV-DET-NETO         PIC 9(11)V99 VALUE 0.

      *    CADA LINEA DEBE TRAER NETO = COMISION - RETENCION.
       77 WS-LINEA-COMIS          PIC 9(11)V99.

       77 WS-LINEA-RETENCION      PIC 9(11)V99.

       77 WS-CSV-NETO-MAL         PIC 9(6) VALUE 0.

       77 WS-CSV-HAY-RETENCION    PIC X VALUE 'N'.
          88 WS-CSV-CON-RETENCION    VALUE 'S'.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 WS-INF-TEXTO         PIC X(77).
          05 FILLER               PIC X VALUE '|'.

       01 FS-RETENIDOS            PIC 99.
          88 FS-RETENIDOS-OK         VALUE 00.

       01 WS-TAB-RETENIDOS.
          05 WS-RTN-ENTRY OCCURS 200 TIMES.
             10 WS-RTN-LEGAJO        PIC X(5).

       77 WS-CANT-RTN             PIC 9(3) VALUE 0.

       77 WS-IDX-RTN              PIC 9(3).

       77 WS-RTN-BUSCAR           PIC X(5).

       77 WS-ES-RETENIDO          PIC X VALUE 'N'.
          88 WS-LEGAJO-RETENIDO      VALUE 'S'.

       01 FS-RUNLOG               PIC 99.
          88 FS-RUNLOG-OK            VALUE 00.

       01 WS-LOG-INICIO.
          05 WS-LOG-FEC-INICIO       PIC 9(8).
          05 WS-LOG-HORA-INICIO      PIC 9(8).

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           ACCEPT WS-LOG-FEC-INICIO FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA-INICIO FROM TIME
           ACCEPT WS-PERIODO-BUSCAR FROM SYSIN
           PERFORM 0150-VERIFICAR-PERIODO
           PERFORM 0160-CARGAR-RETENIDOS
           PERFORM 0200-OPEN-FILE
           READ F-VENTAS
           PERFORM 0400-CLASIFICAR-VENTA UNTIL FS-VENTAS-END
           PERFORM 0510-LEER-HUERFANAS
           PERFORM 0520-LEER-SUSPENSO
           PERFORM 0525-LEER-ARRASTRE
           PERFORM 0527-LEER-DEVOLUCIONES
           PERFORM 0530-LEER-CSV
           PERFORM 0600-WRITE-REPORTE
           PERFORM 0670-MARCAR-CONCILIADO
              DISPLAY "ERROR AL ABRIR CONTROL DE PERIODOS: "
                      FS-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           MOVE WS-ANIO-BUSCAR TO R-PER-ANIO
                      " SIN LIQUIDAR. NO HAY CORRIDA PARA CONCILIAR."
              CLOSE F-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF.

      *    LA CONCILIACION USA EL MISMO ARCHIVO DE RETENIDOS QUE LA
      *    LIQUIDACION DEL PERIODO.
       0160-CARGAR-RETENIDOS.
           OPEN INPUT F-RETENIDOS
           IF NOT FS-RETENIDOS-OK
              DISPLAY "SIN ARCHIVO DE LEGAJOS RETENIDOS: "
                      FS-RETENIDOS
           ELSE
              READ F-RETENIDOS
              PERFORM 0165-GUARDAR-RETENIDO UNTIL NOT FS-RETENIDOS-OK
              CLOSE F-RETENIDOS
           END-IF.

       0165-GUARDAR-RETENIDO.
           MOVE R-RTN-LEGAJO TO WS-RTN-BUSCAR
           PERFORM 0168-BUSCAR-RETENIDO
           IF NOT WS-LEGAJO-RETENIDO
              IF WS-CANT-RTN >= 200
                 DISPLAY "TABLA DE LEGAJOS RETENIDOS LLENA. LEGAJO: "
                         R-RTN-LEGAJO
                 CLOSE F-RETENIDOS
                 CLOSE F-PERIODOS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0850-GRABAR-RUNLOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-RTN
              MOVE R-RTN-LEGAJO TO WS-RTN-LEGAJO (WS-CANT-RTN)
           END-IF
           READ F-RETENIDOS.

       0168-BUSCAR-RETENIDO.
           PERFORM VARYING WS-IDX-RTN FROM 1 BY 1
              UNTIL WS-IDX-RTN > WS-CANT-RTN
                 OR WS-RTN-LEGAJO (WS-IDX-RTN) = WS-RTN-BUSCAR
              CONTINUE
           END-PERFORM
           IF WS-IDX-RTN > WS-CANT-RTN
              MOVE 'N' TO WS-ES-RETENIDO
           ELSE
              MOVE 'S' TO WS-ES-RETENIDO
           END-IF.

       0200-OPEN-FILE.
           OPEN INPUT F-EMPLEADOS
           OPEN INPUT F-VENTAS
           OPEN INPUT F-SUSPENSO
           OPEN INPUT F-ARRASTRE
           OPEN INPUT F-CSV
           OPEN INPUT F-DEVOLUCIONES
           OPEN OUTPUT F-REPORTE.

       0400-CLASIFICAR-VENTA.
           ADD 1 TO WS-ENT-CANT
           ADD R-VENTA-MONTO TO WS-ENT-MONTO
           PERFORM 0402-CALCULAR-PARTES
           MOVE R-VENTA-LEGAJO TO WS-LEGAJO-PARTE
           MOVE WS-MONTO-PARTE-1 TO WS-MONTO-PARTE
           PERFORM 0405-CLASIFICAR-PARTE
           IF WS-MONTO-PARTE-2 > 0
              MOVE R-VENTA-LEGAJO-2 TO WS-LEGAJO-PARTE
              MOVE WS-MONTO-PARTE-2 TO WS-MONTO-PARTE
              PERFORM 0405-CLASIFICAR-PARTE
           END-IF
           READ F-VENTAS.

       0402-CALCULAR-PARTES.
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

       0405-CLASIFICAR-PARTE.
           MOVE WS-LEGAJO-PARTE TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              ADD 1 TO WS-ESP-HUERF-CANT
              ADD WS-MONTO-PARTE TO WS-ESP-HUERF-MONTO
           ELSE
              PERFORM 0410-CLASIFICAR-CON-EMP
           END-IF.

      *    UNA DEVOLUCION CON FECHA VALIDA SE DESCUENTA SIEMPRE EN LA
      *    CORRIDA, CUALQUIERA SEA SU MES Y EL ESTADO DEL VENDEDOR.
       0410-CLASIFICAR-CON-EMP.
           CALL WS-SVERFECH USING R-VENTA-FECHA, WS-VALIDAR
           IF WS-VALIDAR = 'N'
              ADD 1 TO WS-ESP-RECH-CANT
              ADD WS-MONTO-PARTE TO WS-ESP-RECH-MONTO
           ELSE
              IF R-VENTA-ES-DEVOLUCION
                 ADD 1 TO WS-ESP-DEVOL-CANT
                 ADD WS-MONTO-PARTE TO WS-ESP-DEVOL-MONTO
              ELSE
                 PERFORM 0420-CLASIFICAR-POR-PERIODO
              END-IF
           END-IF.

       0420-CLASIFICAR-POR-PERIODO.
           IF VENTA-MES = WS-MES-BUSCAR
              AND VENTA-ANIO = WS-ANIO-BUSCAR
              MOVE WS-LEGAJO-PARTE TO WS-RTN-BUSCAR
              PERFORM 0168-BUSCAR-RETENIDO
              IF R-EMP-INACTIVO OR WS-LEGAJO-RETENIDO
                 ADD 1 TO WS-ESP-SUSP-CANT
                 ADD WS-MONTO-PARTE TO WS-ESP-SUSP-MONTO
              ELSE
                 ADD 1 TO WS-ESP-PAGADAS-CANT
                 ADD WS-MONTO-PARTE TO WS-ESP-PAGADAS-MONTO
              END-IF
           ELSE
              ADD 1 TO WS-ESP-FUERA-CANT
              ADD WS-MONTO-PARTE TO WS-ESP-FUERA-MONTO
           END-IF.

       0500-LEER-RECHAZOS.
           READ F-SUSPENSO
           PERFORM UNTIL NOT FS-SUSPENSO-OK
              IF R-SUSP-MOTIVO = "RETRO VEND. INACTIVO"
                 OR R-SUSP-MOTIVO = "RETRO RETENIDA AUDIT"
                 ADD 1 TO WS-ACT-RSUSP-CANT
                 ADD R-SUSP-MONTO TO WS-ACT-RSUSP-MONTO
              ELSE
              READ F-ARRASTRE
           END-PERFORM.

       0527-LEER-DEVOLUCIONES.
           READ F-DEVOLUCIONES
           PERFORM UNTIL NOT FS-DEVOLUCIONES-OK
              ADD 1 TO WS-ACT-DEVOL-CANT
              ADD R-DEV-MONTO TO WS-ACT-DEVOL-MONTO
              ADD R-DEV-COMIS TO WS-ACT-DEVOL-COMIS
              IF R-DEV-A-DEUDA
                 ADD R-DEV-COMIS TO WS-ACT-DEVOL-DEUDA
              END-IF
              READ F-DEVOLUCIONES
           END-PERFORM.

       0530-LEER-CSV.
           READ F-CSV
           PERFORM UNTIL NOT FS-CSV-OK
           ELSE
              DISPLAY "CABECERA CSV ILEGIBLE."
              MOVE 'S' TO WS-HAY-DESBALANCE
           END-IF
      *    PVRETGAN DEJA EN LA CABECERA LA FECHA DEL CALCULO DE LAS
      *    RETENCIONES; SIN ELLA EL CSV VA CON LA COMISION BRUTA.
           IF R-CSV-RETENCION NOT = SPACES
              MOVE 'S' TO WS-CSV-HAY-RETENCION
           END-IF.

      *    LAS LINEAS RETRO PAGAN VENTAS DE ARRASTRE DE PERIODOS
      *    ANTERIORES QUE NO ESTAN EN LA ENTRADA DE ESTA CORRIDA;
      *    SE INFORMAN APARTE Y NO ENTRAN EN EL BALANCE DEL PERIODO.
      *    LAS LINEAS BONUS SON EL BONO POR CUMPLIMIENTO DE METAS:
      *    TAMPOCO SON VENTAS DEL PERIODO Y SE INFORMAN POR SU BONO.
      *    LAS LINEAS SUPER PAGAN AL SUPERVISOR SOBRE VENTAS DE SU
      *    EQUIPO YA BALANCEADAS EN LAS LIQUI: SE INFORMAN POR SU
      *    COMISION.
      *    EL FINAL DEL CSV, EN CAMBIO, CUBRE TODO EL DETALLE.
       0540-SUMAR-MONTO-CSV.
           PERFORM 0547-CONVERTIR-MONTO-CSV
           ADD 1 TO WS-CSV-CANT-DET
           ADD WS-MONTO-AUX TO WS-CSV-DET-TOTAL
           EVALUATE R-CSV-TIPO
              WHEN "RETRO"
                 ADD 1 TO WS-ACT-RETRO-CANT
                 ADD WS-MONTO-AUX TO WS-ACT-RETRO-MONTO
              WHEN "BONUS"
                 ADD 1 TO WS-ACT-BONO-CANT
              WHEN "SUPER"
                 ADD 1 TO WS-ACT-SUPER-CANT
              WHEN OTHER
                 ADD WS-MONTO-AUX TO WS-ACT-CSV-MONTO
           END-EVALUATE
           MOVE R-CSV-COMISION TO WS-CSV-MONTO-TXT
           PERFORM 0547-CONVERTIR-MONTO-CSV
           ADD WS-MONTO-AUX TO WS-CSV-DET-COMIS
           IF R-CSV-TIPO = "BONUS"
              ADD WS-MONTO-AUX TO WS-ACT-BONO-MONTO
           END-IF
           IF R-CSV-TIPO = "SUPER"
              ADD WS-MONTO-AUX TO WS-ACT-SUPER-MONTO
           END-IF
           MOVE WS-MONTO-AUX TO WS-LINEA-COMIS
           MOVE R-CSV-RETENCION TO WS-CSV-MONTO-TXT
           PERFORM 0547-CONVERTIR-MONTO-CSV
           ADD WS-MONTO-AUX TO WS-CSV-DET-RETENCION
           MOVE WS-MONTO-AUX TO WS-LINEA-RETENCION
           MOVE R-CSV-NETO TO WS-CSV-MONTO-TXT
           PERFORM 0547-CONVERTIR-MONTO-CSV
           ADD WS-MONTO-AUX TO WS-CSV-DET-NETO
           IF WS-LINEA-RETENCION > WS-LINEA-COMIS
              OR WS-MONTO-AUX NOT =
                 WS-LINEA-COMIS - WS-LINEA-RETENCION
              ADD 1 TO WS-CSV-NETO-MAL
           END-IF.

       0545-GUARDAR-FINAL.
           MOVE 'S' TO WS-CSV-HAY-FINAL
           MOVE WS-MONTO-AUX TO WS-TRL-TOTAL
           MOVE R-CSV-COMISION TO WS-CSV-MONTO-TXT
           PERFORM 0547-CONVERTIR-MONTO-CSV
           MOVE WS-MONTO-AUX TO WS-TRL-COMIS
           MOVE R-CSV-RETENCION TO WS-CSV-MONTO-TXT
           PERFORM 0547-CONVERTIR-MONTO-CSV
           MOVE WS-MONTO-AUX TO WS-TRL-RETENCION
           MOVE R-CSV-NETO TO WS-CSV-MONTO-TXT
           PERFORM 0547-CONVERTIR-MONTO-CSV
           MOVE WS-MONTO-AUX TO WS-TRL-NETO.

       0547-CONVERTIR-MONTO-CSV.
           INSPECT WS-CSV-MONTO-TXT REPLACING LEADING ' ' BY '0'
           PERFORM 0630-BALANCE-HUERFANAS
           PERFORM 0640-BALANCE-SUSPENSO
           PERFORM 0650-BALANCE-ARRASTRE
           PERFORM 0655-BALANCE-DEVOLUCIONES
           PERFORM 0660-BALANCE-CSV-FINAL
           PERFORM 0665-BALANCE-RETENCIONES
           WRITE R-REPORTE FROM WS-GUIONES
           IF WS-DESBALANCEADO
              MOVE "CORRIDA FUERA DE BALANCE. NO TRANSMITIR A SUELDOS."
           MOVE WS-ACT-RETRO-MONTO TO WS-MTO-ESPERADO
           MOVE WS-ACT-RETRO-MONTO TO WS-MTO-ACTUAL
           MOVE "INFORMATIVO" TO WS-MTO-ESTADO
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "BONOS POR METAS EN CSV:" TO WS-CNT-CONCEPTO
           MOVE WS-ACT-BONO-CANT TO WS-CNT-ESPERADO
           MOVE WS-ACT-BONO-CANT TO WS-CNT-ACTUAL
           MOVE "INFORMATIVO" TO WS-CNT-ESTADO
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE BONOS EN CSV:" TO WS-MTO-CONCEPTO
           MOVE WS-ACT-BONO-MONTO TO WS-MTO-ESPERADO
           MOVE WS-ACT-BONO-MONTO TO WS-MTO-ACTUAL
           MOVE "INFORMATIVO" TO WS-MTO-ESTADO
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "SUPERVISORES EN CSV:" TO WS-CNT-CONCEPTO
           MOVE WS-ACT-SUPER-CANT TO WS-CNT-ESPERADO
           MOVE WS-ACT-SUPER-CANT TO WS-CNT-ACTUAL
           MOVE "INFORMATIVO" TO WS-CNT-ESTADO
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE SUPERVISION EN CSV:" TO WS-MTO-CONCEPTO
           MOVE WS-ACT-SUPER-MONTO TO WS-MTO-ESPERADO
           MOVE WS-ACT-SUPER-MONTO TO WS-MTO-ACTUAL
           MOVE "INFORMATIVO" TO WS-MTO-ESTADO
           WRITE R-REPORTE FROM WS-LINEA-MONTO.

      *    LAS DEVOLUCIONES NO SE PAGAN: SE DESCUENTAN DE LA COMISION
      *    DEL MES. SU COMISION RECUPERADA SE INFORMA APARTE.
       0655-BALANCE-DEVOLUCIONES.
           MOVE "DEVOLUCIONES:" TO WS-CNT-CONCEPTO
           MOVE WS-ESP-DEVOL-CANT TO WS-CNT-ESPERADO
           MOVE WS-ACT-DEVOL-CANT TO WS-CNT-ACTUAL
           IF WS-ESP-DEVOL-CANT = WS-ACT-DEVOL-CANT
              MOVE "CUADRA" TO WS-CNT-ESTADO
           ELSE
              MOVE "NO CUADRA" TO WS-CNT-ESTADO
              MOVE 'S' TO WS-HAY-DESBALANCE
           END-IF
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE DEVUELTO:" TO WS-MTO-CONCEPTO
           MOVE WS-ESP-DEVOL-MONTO TO WS-MTO-ESPERADO
           MOVE WS-ACT-DEVOL-MONTO TO WS-MTO-ACTUAL
           IF WS-ESP-DEVOL-MONTO = WS-ACT-DEVOL-MONTO
              MOVE "CUADRA" TO WS-MTO-ESTADO
           ELSE
              MOVE "NO CUADRA" TO WS-MTO-ESTADO
              MOVE 'S' TO WS-HAY-DESBALANCE
           END-IF
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "COMISION RECUPERADA:" TO WS-MTO-CONCEPTO
           MOVE WS-ACT-DEVOL-COMIS TO WS-MTO-ESPERADO
           MOVE WS-ACT-DEVOL-COMIS TO WS-MTO-ACTUAL
           MOVE "INFORMATIVO" TO WS-MTO-ESTADO
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "DEVOL. DE INACTIVOS A DEUDA:" TO WS-MTO-CONCEPTO
           MOVE WS-ACT-DEVOL-DEUDA TO WS-MTO-ESPERADO
           MOVE WS-ACT-DEVOL-DEUDA TO WS-MTO-ACTUAL
           MOVE "INFORMATIVO" TO WS-MTO-ESTADO
           WRITE R-REPORTE FROM WS-LINEA-MONTO.

      *    UN CSV SIN CABECERA O SIN FINAL, O CON UN FINAL QUE NO
                 MOVE 'S' TO WS-HAY-DESBALANCE
              END-IF
              WRITE R-REPORTE FROM WS-LINEA-MONTO
              MOVE "RETENCION CSV SEGUN FINAL:" TO WS-MTO-CONCEPTO
              MOVE WS-TRL-RETENCION TO WS-MTO-ESPERADO
              MOVE WS-CSV-DET-RETENCION TO WS-MTO-ACTUAL
              IF WS-TRL-RETENCION = WS-CSV-DET-RETENCION
                 MOVE "CUADRA" TO WS-MTO-ESTADO
              ELSE
                 MOVE "NO CUADRA" TO WS-MTO-ESTADO
                 MOVE 'S' TO WS-HAY-DESBALANCE
              END-IF
              WRITE R-REPORTE FROM WS-LINEA-MONTO
              MOVE "NETO CSV SEGUN FINAL:" TO WS-MTO-CONCEPTO
              MOVE WS-TRL-NETO TO WS-MTO-ESPERADO
              MOVE WS-CSV-DET-NETO TO WS-MTO-ACTUAL
              IF WS-TRL-NETO = WS-CSV-DET-NETO
                 MOVE "CUADRA" TO WS-MTO-ESTADO
              ELSE
                 MOVE "NO CUADRA" TO WS-MTO-ESTADO
                 MOVE 'S' TO WS-HAY-DESBALANCE
              END-IF
              WRITE R-REPORTE FROM WS-LINEA-MONTO
           END-IF.

      *    SUELDOS PAGA EL NETO: UN CSV SIN RETENCIONES CALCULADAS O
      *    CON LINEAS CUYO NETO NO SEA LA COMISION MENOS LA RETENCION
      *    NO DEBE SALIR. LOS TOTALES SE INFORMAN PARA LA DECLARACION.
       0665-BALANCE-RETENCIONES.
           IF WS-CSV-CON-CABECERA AND NOT WS-CSV-CON-RETENCION
              MOVE "RETENCIONES NO CALCULADAS. CORRER PVRETGAN."
                 TO WS-INF-TEXTO
              WRITE R-REPORTE FROM WS-LINEA-INFO
              MOVE 'S' TO WS-HAY-DESBALANCE
           END-IF
           MOVE "LINEAS CON NETO ERRONEO:" TO WS-CNT-CONCEPTO
           MOVE 0 TO WS-CNT-ESPERADO
           MOVE WS-CSV-NETO-MAL TO WS-CNT-ACTUAL
           IF WS-CSV-NETO-MAL = 0
              MOVE "CUADRA" TO WS-CNT-ESTADO
           ELSE
              MOVE "NO CUADRA" TO WS-CNT-ESTADO
              MOVE 'S' TO WS-HAY-DESBALANCE
           END-IF
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "RETENCION GANANCIAS EN CSV:" TO WS-MTO-CONCEPTO
           MOVE WS-CSV-DET-RETENCION TO WS-MTO-ESPERADO
           MOVE WS-CSV-DET-RETENCION TO WS-MTO-ACTUAL
           MOVE "INFORMATIVO" TO WS-MTO-ESTADO
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "NETO A PAGAR EN CSV:" TO WS-MTO-CONCEPTO
           MOVE WS-CSV-DET-NETO TO WS-MTO-ESPERADO
           MOVE WS-CSV-DET-NETO TO WS-MTO-ACTUAL
           MOVE "INFORMATIVO" TO WS-MTO-ESTADO
           WRITE R-REPORTE FROM WS-LINEA-MONTO.

       0670-MARCAR-CONCILIADO.
           IF NOT WS-DESBALANCEADO
              MOVE WS-ANIO-BUSCAR TO R-PER-ANIO
           CLOSE F-SUSPENSO
           CLOSE F-ARRASTRE
           CLOSE F-CSV
           CLOSE F-DEVOLUCIONES
           CLOSE F-PERIODOS
           CLOSE F-REPORTE.

           IF WS-DESBALANCEADO
              MOVE 8 TO RETURN-CODE
           END-IF
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
              MOVE "PVCONCIL" TO R-LOG-PROGRAMA
              MOVE WS-MES-BUSCAR TO R-LOG-PER-MES
              MOVE WS-ANIO-BUSCAR TO R-LOG-PER-ANIO
              MOVE 'N' TO R-LOG-REINICIO
              MOVE WS-CSV-CANT-DET TO R-LOG-LEIDOS
              MOVE 0 TO R-LOG-GRABADOS
              MOVE 0 TO R-LOG-RECHAZADOS
              MOVE WS-CSV-DET-TOTAL TO R-LOG-IMPORTE
              MOVE WS-CSV-DET-COMIS TO R-LOG-COMISION
              MOVE WS-LOG-FEC-INICIO TO R-LOG-FEC-INICIO
              MOVE WS-LOG-HORA-INICIO TO R-LOG-HORA-INICIO
              ACCEPT R-LOG-FEC-FIN FROM DATE YYYYMMDD
              ACCEPT R-LOG-HORA-FIN FROM TIME
              MOVE RETURN-CODE TO R-LOG-RC
              WRITE R-RUNLOG
              CLOSE F-RUNLOG
           END-IF.
