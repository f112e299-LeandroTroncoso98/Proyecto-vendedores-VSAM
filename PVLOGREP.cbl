       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVLOGREP.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RUNLOG.

           SELECT F-REPORTE ASSIGN TO LOGREPOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

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

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
       01 R-REPORTE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-RUNLOG               PIC 99.
          88 FS-RUNLOG-END           VALUE 10.
          88 FS-RUNLOG-OK            VALUE 00.

       01 FS-REPORTE              PIC 99.

      *    PRIMERA TARJETA: 'P' LISTA UN PERIODO (SEGUNDA TARJETA
      *    MMAAAA), 'F' LISTA UN RANGO DE FECHAS DE EJECUCION (SEGUNDA
      *    Y TERCERA TARJETA AAAAMMDD DESDE Y HASTA).
       77 WS-OPCION               PIC X(1).
          88 WS-POR-PERIODO          VALUE 'P'.
          88 WS-POR-FECHAS           VALUE 'F'.

       01 WS-PERIODO-BUSCAR.
          05 WS-MES-BUSCAR           PIC 9(2).
          05 WS-ANIO-BUSCAR          PIC 9(4).

       77 WS-FECHA-DESDE          PIC 9(8).

       77 WS-FECHA-HASTA          PIC 9(8).

       01 WS-FECHA-AUX.
          05 WS-FAUX-ANIO            PIC 9(4).
          05 WS-FAUX-MES             PIC 9(2).
          05 WS-FAUX-DIA             PIC 9(2).

       01 WS-HORA-AUX.
          05 WS-HAUX-HH              PIC 9(2).
          05 WS-HAUX-MM              PIC 9(2).
          05 WS-HAUX-SS              PIC 9(2).
          05 WS-HAUX-CC              PIC 9(2).

      *    EN EL LISTADO POR PERIODO TAMBIEN SE MUESTRAN LOS PASOS SIN
      *    PERIODO (CORRECCIONES, LIBERACIONES) QUE CORRIERON ENTRE LA
      *    PRIMERA Y LA ULTIMA EJECUCION DEL PERIODO.
       77 WS-VENTANA-DESDE        PIC 9(8) VALUE 99999999.

       77 WS-VENTANA-HASTA        PIC 9(8) VALUE 0.

      *    PASO QUE GENERA LA ENTRADA DE CADA PROGRAMA DE LA CADENA.
      *    PVCOMVEN LEE LAS VENTAS QUE REVISA PVREVVTA, O LAS DE
      *    PVEDIVTA SI NO SE CORRIO LA REVISION. PVRETGAN LEE EL CSV QUE
      *    DEJA PVCUMMET, O EL DE PVCOMVEN SI NO SE CORRIO EL CALCULO DE
      *    METAS. PVCONCIL LEE EL CSV CON LAS RETENCIONES DE PVRETGAN.
       01 WS-TAB-PREVIOS-VALORES.
          05 FILLER               PIC X(16) VALUE 'PVREVVTAPVEDIVTA'.
          05 FILLER               PIC X(16) VALUE 'PVCOMVENPVREVVTA'.
          05 FILLER               PIC X(16) VALUE 'PVCOMVENPVEDIVTA'.
          05 FILLER               PIC X(16) VALUE 'PVCUMMETPVCOMVEN'.
          05 FILLER               PIC X(16) VALUE 'PVCONCILPVCUMMET'.
          05 FILLER               PIC X(16) VALUE 'PVCONCILPVCOMVEN'.
          05 FILLER               PIC X(16) VALUE 'PVRETGANPVCUMMET'.
          05 FILLER               PIC X(16) VALUE 'PVRETGANPVCOMVEN'.
          05 FILLER               PIC X(16) VALUE 'PVCONCILPVRETGAN'.

       01 WS-TAB-PREVIOS REDEFINES WS-TAB-PREVIOS-VALORES.
          05 WS-TP-ENTRY OCCURS 9 TIMES.
             10 WS-TP-PROGRAMA       PIC X(8).
             10 WS-TP-PREVIO         PIC X(8).

       77 WS-CANT-TP              PIC 9(2) VALUE 9.

       01 WS-TAB-LOG.
          05 WS-RL-ENTRY OCCURS 500 TIMES.
             10 WS-RL-DATOS.
                15 WS-RL-PROGRAMA       PIC X(8).
                15 WS-RL-PERIODO.
                   20 WS-RL-PER-MES     PIC 9(2).
                   20 WS-RL-PER-ANIO    PIC 9(4).
                15 WS-RL-FEC-INICIO     PIC 9(8).
                15 WS-RL-HORA-INICIO    PIC 9(8).
                15 WS-RL-FEC-FIN        PIC 9(8).
                15 WS-RL-HORA-FIN       PIC 9(8).
                15 WS-RL-REINICIO       PIC X(1).
                15 WS-RL-LEIDOS         PIC 9(7).
                15 WS-RL-GRABADOS       PIC 9(7).
                15 WS-RL-RECHAZADOS     PIC 9(7).
                15 WS-RL-IMPORTE        PIC S9(11)V99.
                15 WS-RL-COMISION       PIC S9(11)V99.
                15 WS-RL-RC             PIC 9(4).
             10 WS-RL-MARCA-RC       PIC X(1).
             10 WS-RL-MARCA-REPETIDO PIC X(1).
             10 WS-RL-MARCA-CONTROL  PIC X(1).
             10 WS-RL-PREVIO         PIC X(8).
             10 WS-RL-PREVIO-GRAB    PIC 9(7).

       77 WS-CANT-RL              PIC 9(4) VALUE 0.

       77 WS-IDX-1                PIC 9(4).

       77 WS-IDX-2                PIC 9(4).

       77 WS-IDX-TP               PIC 9(2).

       77 WS-IDX-PREVIO           PIC 9(4).

       77 WS-CANT-DESCARTADOS     PIC 9(6) VALUE 0.

       77 WS-CANT-RC-ALTO         PIC 9(4) VALUE 0.

       77 WS-CANT-REPETIDOS       PIC 9(4) VALUE 0.

       77 WS-CANT-DIF-CONTROL     PIC 9(4) VALUE 0.

       77 WS-ES-PREVIO            PIC X(1).
          88 WS-PREVIO-ENCONTRADO    VALUE 'S'.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X(34) VALUE
                                  'ESTADO DE EJECUCION DE LA CADENA'.
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUBTIT-PERIODO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(9) VALUE 'PERIODO: '.
          05 WS-SUB-MES           PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-SUB-ANIO          PIC 9(4).
          05 FILLER               PIC X(61) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUBTIT-FECHAS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(20) VALUE
                                  'EJECUCIONES DESDE: '.
          05 WS-SUB-DESDE         PIC 9(8).
          05 FILLER               PIC X(9) VALUE '  HASTA: '.
          05 WS-SUB-HASTA         PIC 9(8).
          05 FILLER               PIC X(32) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CABECERA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(9) VALUE 'PROGRAMA '.
          05 FILLER               PIC X(8) VALUE 'PERIODO '.
          05 FILLER               PIC X(11) VALUE 'FECHA      '.
          05 FILLER               PIC X(9) VALUE 'INICIO   '.
          05 FILLER               PIC X(9) VALUE 'FIN      '.
          05 FILLER               PIC X(2) VALUE 'R '.
          05 FILLER               PIC X(8) VALUE ' LEIDOS '.
          05 FILLER               PIC X(8) VALUE 'GRABADO '.
          05 FILLER               PIC X(8) VALUE 'RECHAZO '.
          05 FILLER               PIC X(4) VALUE '  RC'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-PROGRAMA      PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-PERIODO.
             10 WS-DET-PER-MES       PIC 9(2).
             10 WS-DET-PER-BARRA     PIC X(1).
             10 WS-DET-PER-ANIO      PIC 9(4).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-FECHA.
             10 WS-DET-FEC-DIA       PIC 9(2).
             10 FILLER               PIC X VALUE '/'.
             10 WS-DET-FEC-MES       PIC 9(2).
             10 FILLER               PIC X VALUE '/'.
             10 WS-DET-FEC-ANIO      PIC 9(4).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-INICIO.
             10 WS-DET-INI-HH        PIC 9(2).
             10 FILLER               PIC X VALUE ':'.
             10 WS-DET-INI-MM        PIC 9(2).
             10 FILLER               PIC X VALUE ':'.
             10 WS-DET-INI-SS        PIC 9(2).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-FIN.
             10 WS-DET-FIN-HH        PIC 9(2).
             10 FILLER               PIC X VALUE ':'.
             10 WS-DET-FIN-MM        PIC 9(2).
             10 FILLER               PIC X VALUE ':'.
             10 WS-DET-FIN-SS        PIC 9(2).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-REINICIO      PIC X(1).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-LEIDOS        PIC ZZZZZZ9.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-GRABADOS      PIC ZZZZZZ9.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-RECHAZADOS    PIC ZZZZZZ9.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-RC            PIC ZZZ9.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE-IMPORTES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE 'IMPORTE: '.
          05 WS-DET-IMPORTE       PIC -ZZZZZZZZZZ9,99.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'COMISION: '.
          05 WS-DET-COMISION      PIC -ZZZZZZZZZZ9,99.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-ATENCION.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(13) VALUE '>> ATENCION: '.
          05 WS-ATE-TEXTO         PIC X(64).
          05 FILLER               PIC X VALUE '|'.

       01 WS-TEXTO-CONTROL.
          05 FILLER               PIC X(9) VALUE 'LEIDOS NO'.
          05 FILLER               PIC X(17) VALUE
                                  ' COINCIDE CON LO '.
          05 FILLER               PIC X(12) VALUE 'GRABADO POR '.
          05 WS-TXC-PREVIO        PIC X(8).
          05 FILLER               PIC X(2) VALUE ' ('.
          05 WS-TXC-GRABADOS      PIC ZZZZZZ9.
          05 FILLER               PIC X(1) VALUE ')'.
          05 FILLER               PIC X(8) VALUE SPACES.

       01 WS-LINEA-TOTAL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-TOT-TEXTO         PIC X(40).
          05 WS-TOT-CANTIDAD      PIC ZZZZZ9.
          05 FILLER               PIC X(31) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           PERFORM 0150-LEER-PARAMETROS
           IF WS-POR-PERIODO
              PERFORM 0200-OPEN-RUNLOG
              PERFORM 0250-BUSCAR-VENTANA UNTIL NOT FS-RUNLOG-OK
              CLOSE F-RUNLOG
           END-IF
           PERFORM 0200-OPEN-RUNLOG
           PERFORM 0400-CARGAR-LOG UNTIL NOT FS-RUNLOG-OK
           CLOSE F-RUNLOG
           PERFORM 0500-MARCAR-PASOS
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 > WS-CANT-RL
           OPEN OUTPUT F-REPORTE
           PERFORM 0300-WRITE-HEADER
           PERFORM 0600-WRITE-PASO
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 > WS-CANT-RL
           PERFORM 0650-WRITE-END
           CLOSE F-REPORTE
           PERFORM 0800-CLOSE-PROGRAM.

       0150-LEER-PARAMETROS.
           ACCEPT WS-OPCION FROM SYSIN
           EVALUATE TRUE
              WHEN WS-POR-PERIODO
                 ACCEPT WS-PERIODO-BUSCAR FROM SYSIN
                 IF WS-PERIODO-BUSCAR IS NOT NUMERIC
                    OR WS-MES-BUSCAR < 1 OR WS-MES-BUSCAR > 12
                    DISPLAY "PERIODO INVALIDO: " WS-PERIODO-BUSCAR
                    MOVE 16 TO RETURN-CODE
                    PERFORM 0800-CLOSE-PROGRAM
                 END-IF
              WHEN WS-POR-FECHAS
                 ACCEPT WS-FECHA-DESDE FROM SYSIN
                 ACCEPT WS-FECHA-HASTA FROM SYSIN
                 IF WS-FECHA-DESDE IS NOT NUMERIC
                    OR WS-FECHA-HASTA IS NOT NUMERIC
                    DISPLAY "FECHAS INVALIDAS: " WS-FECHA-DESDE
                            " - " WS-FECHA-HASTA
                    MOVE 16 TO RETURN-CODE
                    PERFORM 0800-CLOSE-PROGRAM
                 END-IF
                 IF WS-FECHA-DESDE > WS-FECHA-HASTA
                    DISPLAY "RANGO DE FECHAS INVALIDO: " WS-FECHA-DESDE
                            " - " WS-FECHA-HASTA
                    MOVE 16 TO RETURN-CODE
                    PERFORM 0800-CLOSE-PROGRAM
                 END-IF
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA (P O F): " WS-OPCION
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0800-CLOSE-PROGRAM
           END-EVALUATE.

       0200-OPEN-RUNLOG.
           OPEN INPUT F-RUNLOG
           IF NOT FS-RUNLOG-OK
              DISPLAY "ERROR AL ABRIR LOG DE EJECUCION: " FS-RUNLOG
              MOVE 16 TO RETURN-CODE
              PERFORM 0800-CLOSE-PROGRAM
           END-IF
           READ F-RUNLOG.

       0250-BUSCAR-VENTANA.
           IF R-LOG-PER-MES = WS-MES-BUSCAR
              AND R-LOG-PER-ANIO = WS-ANIO-BUSCAR
              IF R-LOG-FEC-INICIO < WS-VENTANA-DESDE
                 MOVE R-LOG-FEC-INICIO TO WS-VENTANA-DESDE
              END-IF
              IF R-LOG-FEC-FIN > WS-VENTANA-HASTA
                 MOVE R-LOG-FEC-FIN TO WS-VENTANA-HASTA
              END-IF
           END-IF
           READ F-RUNLOG.

       0300-WRITE-HEADER.
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-TITULO
           IF WS-POR-PERIODO
              MOVE WS-MES-BUSCAR TO WS-SUB-MES
              MOVE WS-ANIO-BUSCAR TO WS-SUB-ANIO
              WRITE R-REPORTE FROM WS-SUBTIT-PERIODO
           ELSE
              MOVE WS-FECHA-DESDE TO WS-SUB-DESDE
              MOVE WS-FECHA-HASTA TO WS-SUB-HASTA
              WRITE R-REPORTE FROM WS-SUBTIT-FECHAS
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-CABECERA
           WRITE R-REPORTE FROM WS-GUIONES.

       0400-CARGAR-LOG.
           IF WS-POR-PERIODO
              IF (R-LOG-PER-MES = WS-MES-BUSCAR
                  AND R-LOG-PER-ANIO = WS-ANIO-BUSCAR)
                 OR (R-LOG-PER-MES = 0 AND R-LOG-PER-ANIO = 0
                  AND R-LOG-FEC-INICIO >= WS-VENTANA-DESDE
                  AND R-LOG-FEC-INICIO <= WS-VENTANA-HASTA)
                 PERFORM 0410-AGREGAR-PASO
              END-IF
           ELSE
              IF R-LOG-FEC-INICIO >= WS-FECHA-DESDE
                 AND R-LOG-FEC-INICIO <= WS-FECHA-HASTA
                 PERFORM 0410-AGREGAR-PASO
              END-IF
           END-IF
           READ F-RUNLOG.

       0410-AGREGAR-PASO.
           IF WS-CANT-RL >= 500
              ADD 1 TO WS-CANT-DESCARTADOS
           ELSE
              ADD 1 TO WS-CANT-RL
              MOVE R-RUNLOG TO WS-RL-DATOS(WS-CANT-RL)
              MOVE 'N' TO WS-RL-MARCA-RC(WS-CANT-RL)
              MOVE 'N' TO WS-RL-MARCA-REPETIDO(WS-CANT-RL)
              MOVE 'N' TO WS-RL-MARCA-CONTROL(WS-CANT-RL)
              MOVE SPACES TO WS-RL-PREVIO(WS-CANT-RL)
              MOVE 0 TO WS-RL-PREVIO-GRAB(WS-CANT-RL)
           END-IF.

      *    EL LOG SE GRABA EN ORDEN DE EJECUCION, ASI QUE CADA PASO SE
      *    COMPARA SOLO CONTRA LOS QUE CORRIERON ANTES QUE EL.
       0500-MARCAR-PASOS.
           IF WS-RL-RC(WS-IDX-1) >= 8
              MOVE 'S' TO WS-RL-MARCA-RC(WS-IDX-1)
              ADD 1 TO WS-CANT-RC-ALTO
           END-IF
           IF WS-RL-PERIODO(WS-IDX-1) NOT = ZEROS
              PERFORM 0510-BUSCAR-REPETIDO
                 VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 >= WS-IDX-1
                 OR WS-RL-MARCA-REPETIDO(WS-IDX-1) = 'S'
              IF WS-RL-MARCA-REPETIDO(WS-IDX-1) = 'S'
                 ADD 1 TO WS-CANT-REPETIDOS
              END-IF
              MOVE 0 TO WS-IDX-PREVIO
              PERFORM 0520-BUSCAR-PREVIO
                 VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 >= WS-IDX-1
              IF WS-IDX-PREVIO > 0
                 MOVE WS-RL-PROGRAMA(WS-IDX-PREVIO)
                   TO WS-RL-PREVIO(WS-IDX-1)
                 MOVE WS-RL-GRABADOS(WS-IDX-PREVIO)
                   TO WS-RL-PREVIO-GRAB(WS-IDX-1)
                 IF WS-RL-LEIDOS(WS-IDX-1)
                    NOT = WS-RL-GRABADOS(WS-IDX-PREVIO)
                    MOVE 'S' TO WS-RL-MARCA-CONTROL(WS-IDX-1)
                    ADD 1 TO WS-CANT-DIF-CONTROL
                 END-IF
              END-IF
           END-IF.

       0510-BUSCAR-REPETIDO.
           IF WS-RL-PROGRAMA(WS-IDX-2) = WS-RL-PROGRAMA(WS-IDX-1)
              AND WS-RL-PERIODO(WS-IDX-2) = WS-RL-PERIODO(WS-IDX-1)
              MOVE 'S' TO WS-RL-MARCA-REPETIDO(WS-IDX-1)
           END-IF.

      *    SE QUEDA CON LA ULTIMA CORRIDA DEL PASO ANTERIOR PARA EL
      *    MISMO PERIODO.
       0520-BUSCAR-PREVIO.
           IF WS-RL-PERIODO(WS-IDX-2) = WS-RL-PERIODO(WS-IDX-1)
              MOVE 'N' TO WS-ES-PREVIO
              PERFORM VARYING WS-IDX-TP FROM 1 BY 1
                 UNTIL WS-IDX-TP > WS-CANT-TP
                 OR WS-PREVIO-ENCONTRADO
                 IF WS-TP-PROGRAMA(WS-IDX-TP) = WS-RL-PROGRAMA(WS-IDX-1)
                    AND WS-TP-PREVIO(WS-IDX-TP)
                        = WS-RL-PROGRAMA(WS-IDX-2)
                    MOVE 'S' TO WS-ES-PREVIO
                 END-IF
              END-PERFORM
              IF WS-PREVIO-ENCONTRADO
                 MOVE WS-IDX-2 TO WS-IDX-PREVIO
              END-IF
           END-IF.

       0600-WRITE-PASO.
           MOVE WS-RL-PROGRAMA(WS-IDX-1) TO WS-DET-PROGRAMA
           IF WS-RL-PERIODO(WS-IDX-1) = ZEROS
              MOVE ALL '-' TO WS-DET-PERIODO
           ELSE
              MOVE WS-RL-PER-MES(WS-IDX-1) TO WS-DET-PER-MES
              MOVE '/' TO WS-DET-PER-BARRA
              MOVE WS-RL-PER-ANIO(WS-IDX-1) TO WS-DET-PER-ANIO
           END-IF
           MOVE WS-RL-FEC-INICIO(WS-IDX-1) TO WS-FECHA-AUX
           MOVE WS-FAUX-DIA TO WS-DET-FEC-DIA
           MOVE WS-FAUX-MES TO WS-DET-FEC-MES
           MOVE WS-FAUX-ANIO TO WS-DET-FEC-ANIO
           MOVE WS-RL-HORA-INICIO(WS-IDX-1) TO WS-HORA-AUX
           MOVE WS-HAUX-HH TO WS-DET-INI-HH
           MOVE WS-HAUX-MM TO WS-DET-INI-MM
           MOVE WS-HAUX-SS TO WS-DET-INI-SS
           MOVE WS-RL-HORA-FIN(WS-IDX-1) TO WS-HORA-AUX
           MOVE WS-HAUX-HH TO WS-DET-FIN-HH
           MOVE WS-HAUX-MM TO WS-DET-FIN-MM
           MOVE WS-HAUX-SS TO WS-DET-FIN-SS
           MOVE WS-RL-REINICIO(WS-IDX-1) TO WS-DET-REINICIO
           MOVE WS-RL-LEIDOS(WS-IDX-1) TO WS-DET-LEIDOS
           MOVE WS-RL-GRABADOS(WS-IDX-1) TO WS-DET-GRABADOS
           MOVE WS-RL-RECHAZADOS(WS-IDX-1) TO WS-DET-RECHAZADOS
           MOVE WS-RL-RC(WS-IDX-1) TO WS-DET-RC
           WRITE R-REPORTE FROM WS-DETALLE
           MOVE WS-RL-IMPORTE(WS-IDX-1) TO WS-DET-IMPORTE
           MOVE WS-RL-COMISION(WS-IDX-1) TO WS-DET-COMISION
           WRITE R-REPORTE FROM WS-DETALLE-IMPORTES
           IF WS-RL-FEC-FIN(WS-IDX-1) NOT = WS-RL-FEC-INICIO(WS-IDX-1)
              MOVE WS-RL-FEC-FIN(WS-IDX-1) TO WS-FECHA-AUX
              MOVE SPACES TO WS-ATE-TEXTO
              STRING "EL PASO TERMINO OTRO DIA: " DELIMITED BY SIZE
                     WS-FAUX-DIA "/" WS-FAUX-MES "/" WS-FAUX-ANIO
                     DELIMITED BY SIZE
                INTO WS-ATE-TEXTO
              END-STRING
              WRITE R-REPORTE FROM WS-LINEA-ATENCION
           END-IF
           IF WS-RL-MARCA-RC(WS-IDX-1) = 'S'
              MOVE "PASO TERMINADO CON CODIGO DE RETORNO 8 O MAYOR"
                TO WS-ATE-TEXTO
              WRITE R-REPORTE FROM WS-LINEA-ATENCION
           END-IF
           IF WS-RL-MARCA-REPETIDO(WS-IDX-1) = 'S'
              MOVE "PASO YA EJECUTADO ANTES PARA EL MISMO PERIODO"
                TO WS-ATE-TEXTO
              WRITE R-REPORTE FROM WS-LINEA-ATENCION
           END-IF
           IF WS-RL-MARCA-CONTROL(WS-IDX-1) = 'S'
              MOVE WS-RL-PREVIO(WS-IDX-1) TO WS-TXC-PREVIO
              MOVE WS-RL-PREVIO-GRAB(WS-IDX-1) TO WS-TXC-GRABADOS
              MOVE WS-TEXTO-CONTROL TO WS-ATE-TEXTO
              WRITE R-REPORTE FROM WS-LINEA-ATENCION
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0650-WRITE-END.
           MOVE "PASOS LISTADOS:" TO WS-TOT-TEXTO
           MOVE WS-CANT-RL TO WS-TOT-CANTIDAD
           WRITE R-REPORTE FROM WS-LINEA-TOTAL
           MOVE "PASOS CON CODIGO DE RETORNO 8 O MAYOR:" TO WS-TOT-TEXTO
           MOVE WS-CANT-RC-ALTO TO WS-TOT-CANTIDAD
           WRITE R-REPORTE FROM WS-LINEA-TOTAL
           MOVE "PASOS REPETIDOS PARA UN MISMO PERIODO:" TO WS-TOT-TEXTO
           MOVE WS-CANT-REPETIDOS TO WS-TOT-CANTIDAD
           WRITE R-REPORTE FROM WS-LINEA-TOTAL
           MOVE "PASOS CON DIFERENCIA DE CONTROL:" TO WS-TOT-TEXTO
           MOVE WS-CANT-DIF-CONTROL TO WS-TOT-CANTIDAD
           WRITE R-REPORTE FROM WS-LINEA-TOTAL
           IF WS-CANT-DESCARTADOS > 0
              MOVE "PASOS NO LISTADOS (TABLA LLENA):" TO WS-TOT-TEXTO
              MOVE WS-CANT-DESCARTADOS TO WS-TOT-CANTIDAD
              WRITE R-REPORTE FROM WS-LINEA-TOTAL
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES
           IF WS-CANT-RC-ALTO > 0 OR WS-CANT-REPETIDOS > 0
              OR WS-CANT-DIF-CONTROL > 0 OR WS-CANT-DESCARTADOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       0800-CLOSE-PROGRAM.
           STOP RUN.
