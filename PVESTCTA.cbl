       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVESTCTA.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO EMPLEADO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-EMP-LEGAJO
           FILE STATUS IS FS-EMPLEADOS.

           SELECT F-CTACTE ASSIGN TO CTACTE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-CTA-LEGAJO
           FILE STATUS IS FS-CTACTE.

           SELECT F-CTAMOV ASSIGN TO CTAMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CTAMOV.

           SELECT F-REPORTE ASSIGN TO CTAREPOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD F-EMPLEADOS DATA RECORD IS R-EMP.
       01 R-EMP.
          05 R-EMP-LEGAJO      PIC X(5).
          05 R-EMP-NOMBRE      PIC X(30).
          05 R-EMP-NACIMIENTO.
             10 R-E-N-DIA         PIC 9(2).
             10 R-E-N-MES         PIC 9(2).
             10 R-E-N-ANIO        PIC 9(4).
          05 R-EMP-INGRESO.
             10 R-E-I-DIA         PIC 9(2).
             10 R-E-I-MES         PIC 9(2).
             10 R-E-I-ANIO        PIC 9(4).
          05 R-EMP-CIUDAD      PIC X(26).
          05 R-EMP-ESTADO      PIC X(1).
             88 R-EMP-ACTIVO        VALUE 'A'.
             88 R-EMP-INACTIVO      VALUE 'I'.
          05 R-EMP-SUPERVISOR  PIC X(5).

      *    CUENTA CORRIENTE DEL VENDEDOR. EL SALDO ES LO QUE EL
      *    VENDEDOR ADEUDA (ANTICIPOS Y DEBITOS AUN NO RECUPERADOS).
       FD F-CTACTE DATA RECORD IS R-CTACTE.
       01 R-CTACTE.
          05 R-CTA-LEGAJO         PIC X(5).
          05 R-CTA-SALDO          PIC 9(7)V99.
          05 R-CTA-FEC-ULT-MOV    PIC 9(8).
          05 R-CTA-REC-MES        PIC 9(2).
          05 R-CTA-REC-ANIO       PIC 9(4).
          05 R-CTA-REC-IMPORTE    PIC 9(7)V99.
          05 R-CTA-REC-CORRIDA    PIC 9(16).

      *    MOVIMIENTOS DE LA CUENTA CORRIENTE, EN ORDEN DE GRABACION.
      *    ANTIC/DEBIT SUMAN AL SALDO, CREDI/RECUP LO BAJAN. LIQUI,
      *    RETRO Y AJUST SON LOS PAGOS EMITIDOS Y NO LO MUEVEN.
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

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
       01 R-REPORTE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-EMPLEADOS            PIC 99.
          88 FS-EMPLEADOS-OK         VALUE 00.

       01 FS-CTACTE               PIC 99.
          88 FS-CTACTE-OK            VALUE 00.

       01 FS-CTAMOV               PIC 99.
          88 FS-CTAMOV-END           VALUE 10.
          88 FS-CTAMOV-OK            VALUE 00.

       01 FS-REPORTE              PIC 99.

       77 WS-LEGAJO-BUSCAR        PIC X(5).
          88 WS-BUSCAR-TODOS         VALUE 'ALL  '.

       77 WS-USA-RANGO-FECHAS     PIC X VALUE 'N'.
          88 WS-HAY-RANGO-FECHAS     VALUE 'S'.

       77 WS-FECHA-DESDE          PIC 9(8) VALUE 0.

       77 WS-FECHA-HASTA          PIC 9(8) VALUE 99999999.

       77 WS-ABRIO-CTACTE         PIC X VALUE 'N'.
          88 WS-HAY-CTACTE           VALUE 'S'.

      *    ULTIMA CORRIDA DE LA LIQUIDACION Y DE LA RELIQUIDACION DE
      *    CADA PERIODO. SI UN PERIODO SE REABRIO Y SE VOLVIO A
      *    LIQUIDAR, LOS PAGOS Y RECUPEROS DE LAS CORRIDAS ANTERIORES
      *    QUEDARON REEMPLAZADOS; SI LA RELIQUIDACION SE REPITIO ANTES
      *    DE APROBARSE, SUS AJUSTES ANTERIORES TAMBIEN.
       01 WS-TAB-CORRIDAS.
          05 WS-TC-ENTRY OCCURS 300 TIMES.
             10 WS-TC-PROGRAMA       PIC X(8).
             10 WS-TC-PERIODO        PIC 9(6).
             10 WS-TC-CORRIDA        PIC 9(16).

       77 WS-CANT-TC              PIC 9(3) VALUE 0.

       77 WS-IDX-TC               PIC 9(3).

       77 WS-PERIODO-MOV          PIC 9(6).

       77 WS-CORRIDA-VIGENTE      PIC X.
          88 WS-ES-CORRIDA-VIGENTE   VALUE 'S'.

       01 WS-TAB-MOV.
          05 WS-TM-ENTRY OCCURS 5000 TIMES.
             10 WS-TM-LEGAJO         PIC X(5).
             10 WS-TM-FECHA          PIC 9(8).
             10 WS-TM-TIPO           PIC X(5).
             10 WS-TM-PER-MES        PIC 9(2).
             10 WS-TM-PER-ANIO       PIC 9(4).
             10 WS-TM-IMPORTE        PIC S9(7)V99.
             10 WS-TM-USUARIO        PIC X(8).
             10 WS-TM-MOTIVO         PIC X(30).

       01 WS-SWAP-ENTRY.
          05 WS-SWAP-LEGAJO          PIC X(5).
          05 WS-SWAP-FECHA           PIC 9(8).
          05 WS-SWAP-TIPO            PIC X(5).
          05 WS-SWAP-PER-MES         PIC 9(2).
          05 WS-SWAP-PER-ANIO        PIC 9(4).
          05 WS-SWAP-IMPORTE         PIC S9(7)V99.
          05 WS-SWAP-USUARIO         PIC X(8).
          05 WS-SWAP-MOTIVO          PIC X(30).

       77 WS-CANT-TM              PIC 9(4) VALUE 0.

       77 WS-IDX-1                PIC 9(4).

       77 WS-IDX-2                PIC 9(4).

       77 WS-LEGAJO-ACTUAL        PIC X(5) VALUE LOW-VALUES.

       77 WS-SALDO                PIC S9(9)V99 VALUE 0.

       77 WS-TOTAL-PAGADO         PIC S9(9)V99 VALUE 0.

       77 WS-EFECTO               PIC S9(7)V99.

       77 WS-PAGADO               PIC S9(7)V99.

       77 WS-SALDO-MAESTRO        PIC 9(7)V99.

       77 WS-CANT-LEGAJOS         PIC 9(5) VALUE 0.

       77 WS-CANT-LISTADOS        PIC 9(6) VALUE 0.

       77 WS-CANT-REEMPLAZADOS    PIC 9(6) VALUE 0.

       77 WS-CANT-DIFERENCIAS     PIC 9(5) VALUE 0.

       01 WS-FECHA-AUX.
          05 WS-FAUX-ANIO            PIC 9(4).
          05 WS-FAUX-MES             PIC 9(2).
          05 WS-FAUX-DIA             PIC 9(2).

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
                            'ESTADO DE CUENTA CORRIENTE DE VENDEDORES'.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUBTIT-FECHAS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(20) VALUE
                                  'MOVIMIENTOS DESDE: '.
          05 WS-SUB-DESDE         PIC 9(8).
          05 FILLER               PIC X(9) VALUE '  HASTA: '.
          05 WS-SUB-HASTA         PIC 9(8).
          05 FILLER               PIC X(32) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CAB-LEGAJO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE 'LEGAJO: '.
          05 WS-CAB-LEG           PIC X(5).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-CAB-NOMBRE        PIC X(40).
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CABECERA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(11) VALUE 'FECHA      '.
          05 FILLER               PIC X(6) VALUE 'TIPO  '.
          05 FILLER               PIC X(8) VALUE 'PERIODO '.
          05 FILLER               PIC X(16) VALUE 'DETALLE'.
          05 FILLER               PIC X(12) VALUE '     PAGADO '.
          05 FILLER               PIC X(12) VALUE 'CARGO/ABONO '.
          05 FILLER               PIC X(11) VALUE '      SALDO'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-FECHA.
             10 WS-DET-FEC-DIA       PIC 9(2).
             10 FILLER               PIC X VALUE '/'.
             10 WS-DET-FEC-MES       PIC 9(2).
             10 FILLER               PIC X VALUE '/'.
             10 WS-DET-FEC-ANIO      PIC 9(4).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-TIPO          PIC X(5).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-PERIODO.
             10 WS-DET-PER-MES       PIC 9(2).
             10 WS-DET-PER-BARRA     PIC X(1).
             10 WS-DET-PER-ANIO      PIC 9(4).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-DETALLE       PIC X(15).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-PAGADO        PIC -ZZZZZZ9,99 BLANK WHEN ZERO.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-MOVIMIENTO    PIC -ZZZZZZ9,99 BLANK WHEN ZERO.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-SALDO         PIC -ZZZZZZ9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE-MOTIVO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE 'USUARIO: '.
          05 WS-MOT-USUARIO       PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(8) VALUE 'MOTIVO: '.
          05 WS-MOT-MOTIVO        PIC X(30).
          05 FILLER               PIC X(9) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-SALDO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-SAL-TEXTO         PIC X(40).
          05 WS-SAL-IMPORTE       PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-ATENCION.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(13) VALUE '>> ATENCION: '.
          05 FILLER               PIC X(39) VALUE
             'SALDO EN CUENTA CORRIENTE NO COINCIDE: '.
          05 WS-ATE-SALDO         PIC ZZZZZZ9,99.
          05 FILLER               PIC X(15) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-TOTAL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TOT-TEXTO         PIC X(45).
          05 WS-TOT-CANTIDAD      PIC ZZZZZ9.
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           ACCEPT WS-LEGAJO-BUSCAR FROM SYSIN
           ACCEPT WS-USA-RANGO-FECHAS FROM SYSIN
           IF WS-HAY-RANGO-FECHAS
              ACCEPT WS-FECHA-DESDE FROM SYSIN
              ACCEPT WS-FECHA-HASTA FROM SYSIN
              IF WS-FECHA-DESDE IS NOT NUMERIC
                 OR WS-FECHA-HASTA IS NOT NUMERIC
                 OR WS-FECHA-DESDE > WS-FECHA-HASTA
                 DISPLAY "RANGO DE FECHAS INVALIDO: " WS-FECHA-DESDE
                         " - " WS-FECHA-HASTA
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0800-CLOSE-PROGRAM
              END-IF
           END-IF
           PERFORM 0200-OPEN-FILES
           READ F-CTAMOV
           PERFORM 0250-BUSCAR-CORRIDAS UNTIL NOT FS-CTAMOV-OK
           CLOSE F-CTAMOV
           OPEN INPUT F-CTAMOV
           READ F-CTAMOV
           PERFORM 0400-CARGAR-MOVIMIENTO UNTIL NOT FS-CTAMOV-OK
           IF WS-BUSCAR-TODOS
              PERFORM 0450-ORDENAR-MOVIMIENTOS
           END-IF
           PERFORM 0300-WRITE-HEADER
           PERFORM 0500-LISTAR-MOVIMIENTO
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 > WS-CANT-TM
           IF WS-CANT-TM > 0
              PERFORM 0530-CERRAR-LEGAJO
           END-IF
           PERFORM 0600-WRITE-END
           PERFORM 0700-CLOSE-FILES
           PERFORM 0800-CLOSE-PROGRAM.

      *    SIN CUENTA CORRIENTE SE LISTAN IGUAL LOS MOVIMIENTOS, SIN
      *    CONTROLAR EL SALDO FINAL.
       0200-OPEN-FILES.
           OPEN INPUT F-CTAMOV
           IF NOT FS-CTAMOV-OK
              DISPLAY "ERROR AL ABRIR MOVIMIENTOS DE CUENTA: "
                      FS-CTAMOV
              MOVE 16 TO RETURN-CODE
              PERFORM 0800-CLOSE-PROGRAM
           END-IF
           OPEN INPUT F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              CLOSE F-CTAMOV
              MOVE 16 TO RETURN-CODE
              PERFORM 0800-CLOSE-PROGRAM
           END-IF
           OPEN INPUT F-CTACTE
           IF FS-CTACTE-OK
              MOVE 'S' TO WS-ABRIO-CTACTE
           ELSE
              DISPLAY "SIN CUENTA CORRIENTE DE VENDEDORES: " FS-CTACTE
           END-IF
           OPEN OUTPUT F-REPORTE.

       0250-BUSCAR-CORRIDAS.
           IF R-CTM-USUARIO = "PVCOMVEN" OR R-CTM-USUARIO = "PVRELIQ"
              COMPUTE WS-PERIODO-MOV =
                 R-CTM-PER-ANIO * 100 + R-CTM-PER-MES
              END-COMPUTE
              PERFORM VARYING WS-IDX-TC FROM 1 BY 1
                 UNTIL WS-IDX-TC > WS-CANT-TC
                    OR (WS-TC-PROGRAMA (WS-IDX-TC) = R-CTM-USUARIO
                        AND WS-TC-PERIODO (WS-IDX-TC) = WS-PERIODO-MOV)
                 CONTINUE
              END-PERFORM
              IF WS-IDX-TC > WS-CANT-TC
                 IF WS-CANT-TC >= 300
                    DISPLAY "TABLA DE CORRIDAS LLENA. SE CANCELA."
                    MOVE 16 TO RETURN-CODE
                    PERFORM 0700-CLOSE-FILES
                    PERFORM 0800-CLOSE-PROGRAM
                 END-IF
                 ADD 1 TO WS-CANT-TC
                 MOVE R-CTM-USUARIO TO WS-TC-PROGRAMA (WS-CANT-TC)
                 MOVE WS-PERIODO-MOV TO WS-TC-PERIODO (WS-CANT-TC)
                 MOVE R-CTM-CORRIDA TO WS-TC-CORRIDA (WS-CANT-TC)
              ELSE
                 IF R-CTM-CORRIDA > WS-TC-CORRIDA (WS-IDX-TC)
                    MOVE R-CTM-CORRIDA TO WS-TC-CORRIDA (WS-IDX-TC)
                 END-IF
              END-IF
           END-IF
           READ F-CTAMOV.

       0300-WRITE-HEADER.
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-TITULO
           IF WS-HAY-RANGO-FECHAS
              MOVE WS-FECHA-DESDE TO WS-SUB-DESDE
              MOVE WS-FECHA-HASTA TO WS-SUB-HASTA
              WRITE R-REPORTE FROM WS-SUBTIT-FECHAS
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

      *    SE CARGA TODO HASTA LA FECHA FINAL: LOS MOVIMIENTOS PREVIOS
      *    AL RANGO NO SE LISTAN PERO FORMAN EL SALDO ANTERIOR.
       0400-CARGAR-MOVIMIENTO.
           IF (WS-BUSCAR-TODOS OR R-CTM-LEGAJO = WS-LEGAJO-BUSCAR)
              AND R-CTM-FECHA <= WS-FECHA-HASTA
              MOVE 'S' TO WS-CORRIDA-VIGENTE
              IF R-CTM-USUARIO = "PVCOMVEN"
                 OR R-CTM-USUARIO = "PVRELIQ"
                 PERFORM 0410-VERIFICAR-CORRIDA
              END-IF
              IF WS-ES-CORRIDA-VIGENTE
                 PERFORM 0420-GUARDAR-MOVIMIENTO
              ELSE
                 ADD 1 TO WS-CANT-REEMPLAZADOS
              END-IF
           END-IF
           READ F-CTAMOV.

       0410-VERIFICAR-CORRIDA.
           COMPUTE WS-PERIODO-MOV =
              R-CTM-PER-ANIO * 100 + R-CTM-PER-MES
           END-COMPUTE
           PERFORM VARYING WS-IDX-TC FROM 1 BY 1
              UNTIL WS-IDX-TC >= WS-CANT-TC
                 OR (WS-TC-PROGRAMA (WS-IDX-TC) = R-CTM-USUARIO
                     AND WS-TC-PERIODO (WS-IDX-TC) = WS-PERIODO-MOV)
              CONTINUE
           END-PERFORM
           IF R-CTM-CORRIDA NOT = WS-TC-CORRIDA (WS-IDX-TC)
              MOVE 'N' TO WS-CORRIDA-VIGENTE
           END-IF.

       0420-GUARDAR-MOVIMIENTO.
           IF WS-CANT-TM >= 5000
              DISPLAY "TABLA DE MOVIMIENTOS LLENA. SE CANCELA."
              MOVE 16 TO RETURN-CODE
              PERFORM 0700-CLOSE-FILES
              PERFORM 0800-CLOSE-PROGRAM
           END-IF
           ADD 1 TO WS-CANT-TM
           MOVE R-CTM-LEGAJO TO WS-TM-LEGAJO (WS-CANT-TM)
           MOVE R-CTM-FECHA TO WS-TM-FECHA (WS-CANT-TM)
           MOVE R-CTM-TIPO TO WS-TM-TIPO (WS-CANT-TM)
           MOVE R-CTM-PER-MES TO WS-TM-PER-MES (WS-CANT-TM)
           MOVE R-CTM-PER-ANIO TO WS-TM-PER-ANIO (WS-CANT-TM)
           MOVE R-CTM-IMPORTE TO WS-TM-IMPORTE (WS-CANT-TM)
           MOVE R-CTM-USUARIO TO WS-TM-USUARIO (WS-CANT-TM)
           MOVE R-CTM-MOTIVO TO WS-TM-MOTIVO (WS-CANT-TM).

      *    ORDEN ESTABLE POR LEGAJO: DENTRO DE CADA LEGAJO SE CONSERVA
      *    EL ORDEN DE GRABACION.
       0450-ORDENAR-MOVIMIENTOS.
           PERFORM 0460-PASADA-ORDENAR
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 >= WS-CANT-TM.

       0460-PASADA-ORDENAR.
           PERFORM 0470-COMPARAR-Y-SWAP
              VARYING WS-IDX-2 FROM 1 BY 1
              UNTIL WS-IDX-2 > WS-CANT-TM - WS-IDX-1.

       0470-COMPARAR-Y-SWAP.
           IF WS-TM-LEGAJO (WS-IDX-2) > WS-TM-LEGAJO (WS-IDX-2 + 1)
              MOVE WS-TM-ENTRY (WS-IDX-2) TO WS-SWAP-ENTRY
              MOVE WS-TM-ENTRY (WS-IDX-2 + 1) TO WS-TM-ENTRY (WS-IDX-2)
              MOVE WS-SWAP-ENTRY TO WS-TM-ENTRY (WS-IDX-2 + 1)
           END-IF.

       0500-LISTAR-MOVIMIENTO.
           IF WS-TM-LEGAJO (WS-IDX-1) NOT = WS-LEGAJO-ACTUAL
              IF WS-IDX-1 > 1
                 PERFORM 0530-CERRAR-LEGAJO
              END-IF
              PERFORM 0520-ABRIR-LEGAJO
           END-IF
           PERFORM 0540-CALCULAR-EFECTO
           ADD WS-EFECTO TO WS-SALDO
           IF WS-TM-FECHA (WS-IDX-1) >= WS-FECHA-DESDE
              ADD WS-PAGADO TO WS-TOTAL-PAGADO
              PERFORM 0510-WRITE-MOVIMIENTO
           END-IF.

       0510-WRITE-MOVIMIENTO.
           MOVE WS-TM-FECHA (WS-IDX-1) TO WS-FECHA-AUX
           MOVE WS-FAUX-DIA TO WS-DET-FEC-DIA
           MOVE WS-FAUX-MES TO WS-DET-FEC-MES
           MOVE WS-FAUX-ANIO TO WS-DET-FEC-ANIO
           MOVE WS-TM-TIPO (WS-IDX-1) TO WS-DET-TIPO
           IF WS-TM-PER-MES (WS-IDX-1) = 0
              MOVE SPACES TO WS-DET-PERIODO
           ELSE
              MOVE WS-TM-PER-MES (WS-IDX-1) TO WS-DET-PER-MES
              MOVE '/' TO WS-DET-PER-BARRA
              MOVE WS-TM-PER-ANIO (WS-IDX-1) TO WS-DET-PER-ANIO
           END-IF
           MOVE WS-PAGADO TO WS-DET-PAGADO
           MOVE WS-EFECTO TO WS-DET-MOVIMIENTO
           MOVE WS-SALDO TO WS-DET-SALDO
           WRITE R-REPORTE FROM WS-DETALLE
           IF WS-TM-TIPO (WS-IDX-1) = "ANTIC" OR "DEBIT" OR "CREDI"
              MOVE WS-TM-USUARIO (WS-IDX-1) TO WS-MOT-USUARIO
              MOVE WS-TM-MOTIVO (WS-IDX-1) TO WS-MOT-MOTIVO
              WRITE R-REPORTE FROM WS-DETALLE-MOTIVO
           END-IF
           ADD 1 TO WS-CANT-LISTADOS.

      *    CON RANGO DE FECHAS SE ABRE CON EL SALDO QUE DEJAN LOS
      *    MOVIMIENTOS ANTERIORES AL RANGO, QUE VIENEN PRIMERO.
       0520-ABRIR-LEGAJO.
           MOVE WS-TM-LEGAJO (WS-IDX-1) TO WS-LEGAJO-ACTUAL
           MOVE 0 TO WS-SALDO
           MOVE 0 TO WS-TOTAL-PAGADO
           ADD 1 TO WS-CANT-LEGAJOS
           MOVE WS-LEGAJO-ACTUAL TO WS-CAB-LEG
           MOVE WS-LEGAJO-ACTUAL TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           IF FS-EMPLEADOS-OK
              MOVE R-EMP-NOMBRE TO WS-CAB-NOMBRE
           ELSE
              MOVE "*** LEGAJO INEXISTENTE EN EL MAESTRO ***"
                TO WS-CAB-NOMBRE
           END-IF
           WRITE R-REPORTE FROM WS-CAB-LEGAJO
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-CABECERA
           IF WS-HAY-RANGO-FECHAS
              PERFORM 0525-SUMAR-SALDO-ANTERIOR
                 VARYING WS-IDX-2 FROM WS-IDX-1 BY 1
                 UNTIL WS-IDX-2 > WS-CANT-TM
                    OR WS-TM-LEGAJO (WS-IDX-2) NOT = WS-LEGAJO-ACTUAL
                    OR WS-TM-FECHA (WS-IDX-2) >= WS-FECHA-DESDE
              MOVE "SALDO ANTERIOR AL RANGO:" TO WS-SAL-TEXTO
              MOVE WS-SALDO TO WS-SAL-IMPORTE
              WRITE R-REPORTE FROM WS-LINEA-SALDO
              MOVE 0 TO WS-SALDO
           END-IF.

      *    SOLO SE PRECALCULA EL SALDO PARA EL TITULO: 0500 LO VUELVE A
      *    ARMAR MOVIMIENTO A MOVIMIENTO.
       0525-SUMAR-SALDO-ANTERIOR.
           IF WS-TM-TIPO (WS-IDX-2) = "ANTIC" OR "DEBIT"
              ADD WS-TM-IMPORTE (WS-IDX-2) TO WS-SALDO
           END-IF
           IF WS-TM-TIPO (WS-IDX-2) = "CREDI" OR "RECUP"
              SUBTRACT WS-TM-IMPORTE (WS-IDX-2) FROM WS-SALDO
           END-IF.

      *    SIN RANGO DE FECHAS EL SALDO FINAL DEBE SER EL DEL MAESTRO
      *    DE CUENTA CORRIENTE.
       0530-CERRAR-LEGAJO.
           MOVE "TOTAL PAGADO EN EL RANGO:" TO WS-SAL-TEXTO
           MOVE WS-TOTAL-PAGADO TO WS-SAL-IMPORTE
           WRITE R-REPORTE FROM WS-LINEA-SALDO
           MOVE "SALDO A CARGO DEL VENDEDOR:" TO WS-SAL-TEXTO
           MOVE WS-SALDO TO WS-SAL-IMPORTE
           WRITE R-REPORTE FROM WS-LINEA-SALDO
           IF WS-HAY-CTACTE AND NOT WS-HAY-RANGO-FECHAS
              MOVE WS-LEGAJO-ACTUAL TO R-CTA-LEGAJO
              READ F-CTACTE
              IF FS-CTACTE-OK
                 MOVE R-CTA-SALDO TO WS-SALDO-MAESTRO
              ELSE
                 MOVE 0 TO WS-SALDO-MAESTRO
              END-IF
              IF WS-SALDO-MAESTRO NOT = WS-SALDO
                 MOVE WS-SALDO-MAESTRO TO WS-ATE-SALDO
                 WRITE R-REPORTE FROM WS-LINEA-ATENCION
                 ADD 1 TO WS-CANT-DIFERENCIAS
              END-IF
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0540-CALCULAR-EFECTO.
           MOVE 0 TO WS-EFECTO
           MOVE 0 TO WS-PAGADO
           MOVE SPACES TO WS-DET-DETALLE
           EVALUATE WS-TM-TIPO (WS-IDX-1)
              WHEN "ANTIC"
                 MOVE WS-TM-IMPORTE (WS-IDX-1) TO WS-EFECTO
                 MOVE "ANTICIPO" TO WS-DET-DETALLE
              WHEN "DEBIT"
                 MOVE WS-TM-IMPORTE (WS-IDX-1) TO WS-EFECTO
                 MOVE "DEBITO MANUAL" TO WS-DET-DETALLE
              WHEN "CREDI"
                 COMPUTE WS-EFECTO = 0 - WS-TM-IMPORTE (WS-IDX-1)
                 END-COMPUTE
                 MOVE "CREDITO MANUAL" TO WS-DET-DETALLE
              WHEN "RECUP"
                 COMPUTE WS-EFECTO = 0 - WS-TM-IMPORTE (WS-IDX-1)
                 END-COMPUTE
                 MOVE "RECUPERO" TO WS-DET-DETALLE
              WHEN "LIQUI"
                 MOVE WS-TM-IMPORTE (WS-IDX-1) TO WS-PAGADO
                 MOVE "LIQUIDACION" TO WS-DET-DETALLE
              WHEN "RETRO"
                 MOVE WS-TM-IMPORTE (WS-IDX-1) TO WS-PAGADO
                 MOVE "VENTA RETROACT." TO WS-DET-DETALLE
              WHEN "AJUST"
                 MOVE WS-TM-IMPORTE (WS-IDX-1) TO WS-PAGADO
                 MOVE "RELIQUIDACION" TO WS-DET-DETALLE
              WHEN "SUPER"
                 MOVE WS-TM-IMPORTE (WS-IDX-1) TO WS-PAGADO
                 MOVE "SUPERVISION" TO WS-DET-DETALLE
           END-EVALUATE.

       0600-WRITE-END.
           MOVE "LEGAJOS LISTADOS:" TO WS-TOT-TEXTO
           MOVE WS-CANT-LEGAJOS TO WS-TOT-CANTIDAD
           WRITE R-REPORTE FROM WS-LINEA-TOTAL
           MOVE "MOVIMIENTOS LISTADOS:" TO WS-TOT-TEXTO
           MOVE WS-CANT-LISTADOS TO WS-TOT-CANTIDAD
           WRITE R-REPORTE FROM WS-LINEA-TOTAL
           MOVE "MOVIMIENTOS DE LIQUIDACIONES REEMPLAZADAS:"
             TO WS-TOT-TEXTO
           MOVE WS-CANT-REEMPLAZADOS TO WS-TOT-CANTIDAD
           WRITE R-REPORTE FROM WS-LINEA-TOTAL
           IF WS-CANT-DIFERENCIAS > 0
              MOVE "LEGAJOS CON DIFERENCIA DE SALDO:" TO WS-TOT-TEXTO
              MOVE WS-CANT-DIFERENCIAS TO WS-TOT-CANTIDAD
              WRITE R-REPORTE FROM WS-LINEA-TOTAL
              MOVE 4 TO RETURN-CODE
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0700-CLOSE-FILES.
           CLOSE F-CTAMOV
           CLOSE F-EMPLEADOS
           IF WS-HAY-CTACTE
              CLOSE F-CTACTE
           END-IF
           CLOSE F-REPORTE.

       0800-CLOSE-PROGRAM.
           STOP RUN.
