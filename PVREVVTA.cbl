       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVREVVTA.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO EMPLEADO
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS R-EMP-LEGAJO
           FILE STATUS IS FS-EMPLEADOS.

           SELECT F-VENTAS ASSIGN TO VENTAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-VENTAS.

           SELECT F-HISTORIA ASSIGN TO HISTORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT F-RETENIDOS ASSIGN TO RETENIDO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RETENIDOS.

           SELECT F-REPORTE ASSIGN TO REVREPOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

           SELECT F-RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RUNLOG.

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

       FD F-VENTAS RECORDING MODE IS F
                   DATA RECORD IS R-VENTA.
       01 R-VENTA.
          05 R-VENTA-LEGAJO       PIC X(5).
          05 R-VENTA-MONTO        PIC 9(6)V99.
          05 R-VENTA-FECHA.
             10 VENTA-DIA         PIC 99.
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
       01 R-HISTORIA.
          05 R-HIST-LEGAJO        PIC X(5).
          05 R-HIST-MES           PIC 9(2).
          05 R-HIST-ANIO          PIC 9(4).
          05 R-HIST-CANT-VENTAS   PIC 9(5).
          05 R-HIST-TOTAL         PIC 9(7)V99.
          05 R-HIST-COMIS         PIC 9(7)V99.
          05 R-HIST-TASA          PIC 9V999.
          05 R-HIST-DEVOL-TOTAL   PIC 9(7)V99.
          05 R-HIST-DEVOL-COMIS   PIC 9(7)V99.

      *    LEGAJOS RETENIDOS POR AUDITORIA. LA LIQUIDACION MANDA SUS
      *    VENTAS A SUSPENSO HASTA QUE SE QUITE EL LEGAJO DEL ARCHIVO.
       FD F-RETENIDOS RECORDING MODE IS F
                      DATA RECORD IS R-RETENIDO.
       01 R-RETENIDO.
          05 R-RET-LEGAJO         PIC X(5).
          05 R-RET-FECHA          PIC 9(8).
          05 R-RET-USUARIO        PIC X(8).
          05 R-RET-MOTIVO         PIC X(30).

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
       01 R-REPORTE               PIC X(80).

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
          88 FS-EMPLEADOS-OK         VALUE 00.

       01 FS-VENTAS               PIC 99.
          88 FS-VENTAS-OK            VALUE 00.
          88 FS-VENTAS-END           VALUE 10.

       01 FS-HISTORIA             PIC 99.
          88 FS-HISTORIA-OK          VALUE 00.

       01 FS-RETENIDOS            PIC 99.
          88 FS-RETENIDOS-OK         VALUE 00.

       01 FS-REPORTE              PIC 99.

       01 FS-RUNLOG               PIC 99.
          88 FS-RUNLOG-OK            VALUE 00.

       01 WS-LOG-INICIO.
          05 WS-LOG-FEC-INICIO       PIC 9(8).
          05 WS-LOG-HORA-INICIO      PIC 9(8).

       01 WS-PERIODO-BUSCAR.
          05 WS-MES-BUSCAR           PIC 9(2).
          05 WS-ANIO-BUSCAR          PIC 9(4).

      *    TARJETA DE PARAMETROS DE LA REVISION: TOPE POR VENTA,
      *    FACTOR SOBRE EL PROMEDIO DE 12 MESES, REPETICIONES MINIMAS
      *    DE UN IMPORTE, DIAS FINALES DEL MES, VENTAS MINIMAS EN ESOS
      *    DIAS Y PORCENTAJE DE LAS VENTAS DEL MES QUE REPRESENTAN.
       01 WS-PARAM-REVISION.
          05 WS-TOPE-VENTA           PIC 9(6)V99.
          05 WS-FACTOR-DESVIO        PIC 9(2)V99.
          05 WS-MIN-REPETIDOS        PIC 9(2).
          05 WS-DIAS-FIN-MES         PIC 9(2).
          05 WS-MIN-FIN-MES          PIC 9(2).
          05 WS-PORC-FIN-MES         PIC 9(3)V99.

       01 WS-DIAS-MES-VALORES.
          05 FILLER               PIC X(24) VALUE
                                  '312831303130313130313031'.

       01 WS-DIAS-MES REDEFINES WS-DIAS-MES-VALORES.
          05 WS-DM-DIAS OCCURS 12 TIMES
                                  PIC 9(2).

       77 WS-ULTIMO-DIA           PIC 9(2).

       77 WS-PRIMER-DIA-FIN       PIC 9(2).

       77 WS-COCIENTE             PIC 9(4).

       77 WS-RESTO-4              PIC 9(4).

       77 WS-RESTO-100            PIC 9(4).

       77 WS-RESTO-400            PIC 9(4).

       77 WS-PER-NUM-ACTUAL       PIC 9(6).

       77 WS-MESES-ATRAS          PIC S9(6).

      *    VENDEDORES CON VENTAS DEL PERIODO: LO VENDIDO (POR PARTES EN
      *    LAS COMPARTIDAS), LO VENDIDO EN LOS ULTIMOS DIAS DEL MES Y LO
      *    LIQUIDADO EN CADA UNO DE LOS 12 PERIODOS ANTERIORES.
       01 WS-TAB-LEG.
          05 WS-TL-ENTRY OCCURS 3000 TIMES.
             10 WS-TL-LEGAJO         PIC X(5).
             10 WS-TL-CANT           PIC 9(5).
             10 WS-TL-TOTAL          PIC 9(9)V99.
             10 WS-TL-CANT-FIN       PIC 9(5).
             10 WS-TL-TOTAL-FIN      PIC 9(9)V99.
             10 WS-TL-MES OCCURS 12 TIMES.
                15 WS-TL-HIST-HAY       PIC X(1).
                15 WS-TL-HIST-TOTAL     PIC 9(7)V99.

       77 WS-CANT-LEG             PIC 9(4) VALUE 0.

       77 WS-IDX-LEG              PIC 9(4).

       77 WS-IDX-MES              PIC 9(2).

       77 WS-LEG-EXCLUIDOS        PIC 9(5) VALUE 0.

      *    IMPORTES DEL VENDEDOR EN CURSO. VENTAS VIENE ORDENADO POR
      *    LEGAJO: LOS REPETIDOS SE INFORMAN AL CAMBIAR DE LEGAJO.
       01 WS-TAB-IMPORTES.
          05 WS-TI-ENTRY OCCURS 500 TIMES.
             10 WS-TI-MONTO          PIC 9(6)V99.
             10 WS-TI-VECES          PIC 9(4).

       77 WS-CANT-TI              PIC 9(3) VALUE 0.

       77 WS-IDX-TI               PIC 9(3).

       77 WS-TI-EXCLUIDOS         PIC 9(5) VALUE 0.

       77 WS-LEGAJO-ANTERIOR      PIC X(5) VALUE LOW-VALUES.

       01 WS-TAB-RETENIDOS.
          05 WS-TR-ENTRY OCCURS 200 TIMES.
             10 WS-TR-LEGAJO         PIC X(5).
             10 WS-TR-FECHA          PIC 9(8).
             10 WS-TR-USUARIO        PIC X(8).
             10 WS-TR-MOTIVO         PIC X(30).

       77 WS-CANT-RET             PIC 9(3) VALUE 0.

       77 WS-IDX-RET              PIC 9(3).

       77 WS-RTN-BUSCAR           PIC X(5).

       77 WS-MONTO-PARTE-1        PIC 9(6)V99.

       77 WS-MONTO-PARTE-2        PIC 9(6)V99.

       77 WS-LEGAJO-PARTE         PIC X(5).

       77 WS-MONTO-PARTE          PIC 9(6)V99.

       77 WS-MESES-HIST           PIC 9(2).

       77 WS-SUMA-HIST            PIC 9(11)V99.

       77 WS-PROMEDIO             PIC 9(9)V99.

       77 WS-LIMITE               PIC 9(11)V99.

       77 WS-EDIT-CANT            PIC ZZZZZZZZZ9.

      *    CONTADORES
       77 WS-VENTAS-LEIDAS        PIC 9(7) VALUE 0.

       77 WS-VENTAS-PERIODO       PIC 9(7) VALUE 0.

       77 WS-IMPORTE-PERIODO      PIC 9(11)V99 VALUE 0.

       77 WS-LEG-SIN-HIST         PIC 9(5) VALUE 0.

       77 WS-EXC-TOPE             PIC 9(5) VALUE 0.

       77 WS-EXC-REPETIDO         PIC 9(5) VALUE 0.

       77 WS-EXC-DESVIO           PIC 9(5) VALUE 0.

       77 WS-EXC-FIN-MES          PIC 9(5) VALUE 0.

       77 WS-CANT-EXCEPCIONES     PIC 9(7) VALUE 0.

       77 WS-VENTAS-RETENIDAS     PIC 9(7) VALUE 0.

       77 WS-MONTO-RETENIDO       PIC 9(11)V99 VALUE 0.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X(31) VALUE
                                  'REVISION DE VENTAS - PERIODO '.
          05 WS-TIT-MES           PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-TIT-ANIO          PIC 9(4).
          05 FILLER               PIC X(21) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TIT-SECCION.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-SEC-TEXTO         PIC X(40).
          05 FILLER               PIC X(37) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUB-EXCEPCION.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE 'LEG.'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(19) VALUE 'NOMBRE'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(20) VALUE 'EXCEPCION'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE '    IMPORTE'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(15) VALUE 'REFERENCIA'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE 'RET'.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DET-EXCEPCION.
          05 FILLER               PIC X VALUE '|'.
          05 WS-EXC-LEGAJO        PIC X(5).
          05 FILLER               PIC X VALUE '|'.
          05 WS-EXC-NOMBRE        PIC X(19).
          05 FILLER               PIC X VALUE '|'.
          05 WS-EXC-TIPO          PIC X(20).
          05 FILLER               PIC X VALUE '|'.
          05 WS-EXC-IMPORTE       PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-EXC-REF.
             10 WS-EXC-REF-TXT       PIC X(5).
             10 WS-EXC-REF-NUM       PIC ZZZZZZ9,99.
             10 WS-EXC-REF-ALFA REDEFINES WS-EXC-REF-NUM
                                     PIC X(10).
          05 FILLER               PIC X VALUE '|'.
          05 WS-EXC-RETENIDO      PIC X(3).
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUB-RETENIDO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE 'LEG.'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(8) VALUE 'FECHA'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(8) VALUE 'USUARIO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(30) VALUE 'MOTIVO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE 'VTAS.'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE '    IMPORTE'.
          05 FILLER               PIC X(6) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DET-RETENIDO.
          05 FILLER               PIC X VALUE '|'.
          05 WS-RTD-LEGAJO        PIC X(5).
          05 FILLER               PIC X VALUE '|'.
          05 WS-RTD-FECHA         PIC 9(8).
          05 FILLER               PIC X VALUE '|'.
          05 WS-RTD-USUARIO       PIC X(8).
          05 FILLER               PIC X VALUE '|'.
          05 WS-RTD-MOTIVO        PIC X(30).
          05 FILLER               PIC X VALUE '|'.
          05 WS-RTD-CANT          PIC ZZZZ9.
          05 FILLER               PIC X VALUE '|'.
          05 WS-RTD-MONTO         PIC ZZZZZZZ9,99.
          05 FILLER               PIC X(6) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-CANT.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CNT-CONCEPTO      PIC X(40).
          05 WS-CNT-VALOR         PIC ZZZZZ9.
          05 FILLER               PIC X(31) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-MONTO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-MTO-CONCEPTO      PIC X(40).
          05 WS-MTO-VALOR         PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           ACCEPT WS-LOG-FEC-INICIO FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA-INICIO FROM TIME
           ACCEPT WS-PERIODO-BUSCAR FROM SYSIN
           ACCEPT WS-PARAM-REVISION FROM SYSIN
           PERFORM 0150-VERIFICAR-PARAMETROS
           PERFORM 0160-CALCULAR-FIN-MES
           PERFORM 0200-OPEN-FILE
           PERFORM 0250-CARGAR-RETENIDOS
           PERFORM 0300-WRITE-HEADER
           READ F-VENTAS
           PERFORM 0400-REVISAR-VENTA UNTIL NOT FS-VENTAS-OK
           IF NOT FS-VENTAS-END
              DISPLAY "ERROR AL LEER VENTAS: " FS-VENTAS
              MOVE 16 TO RETURN-CODE
              PERFORM 0700-CLOSE-FILES
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           PERFORM 0450-CERRAR-LEGAJO
           PERFORM 0500-CARGAR-HISTORIA
           PERFORM 0600-REVISAR-VENDEDORES
           PERFORM 0650-LISTAR-RETENIDOS
           PERFORM 0680-WRITE-RESUMEN
           PERFORM 0700-CLOSE-FILES
           PERFORM 0800-CLOSE-PROGRAM.

       0150-VERIFICAR-PARAMETROS.
           IF WS-MES-BUSCAR IS NOT NUMERIC
              OR WS-ANIO-BUSCAR IS NOT NUMERIC
              OR WS-MES-BUSCAR < 1 OR WS-MES-BUSCAR > 12
              DISPLAY "PERIODO INVALIDO: " WS-PERIODO-BUSCAR
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           IF WS-TOPE-VENTA IS NOT NUMERIC
              OR WS-FACTOR-DESVIO IS NOT NUMERIC
              OR WS-MIN-REPETIDOS IS NOT NUMERIC
              OR WS-DIAS-FIN-MES IS NOT NUMERIC
              OR WS-MIN-FIN-MES IS NOT NUMERIC
              OR WS-PORC-FIN-MES IS NOT NUMERIC
              DISPLAY "PARAMETROS DE REVISION INVALIDOS: "
                      WS-PARAM-REVISION
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           IF WS-TOPE-VENTA = 0 OR WS-FACTOR-DESVIO < 1
              OR WS-MIN-REPETIDOS < 2
              OR WS-DIAS-FIN-MES < 1 OR WS-DIAS-FIN-MES > 15
              OR WS-MIN-FIN-MES < 1
              OR WS-PORC-FIN-MES = 0 OR WS-PORC-FIN-MES > 100
              DISPLAY "PARAMETROS DE REVISION FUERA DE RANGO: "
                      WS-PARAM-REVISION
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           COMPUTE WS-PER-NUM-ACTUAL =
              WS-ANIO-BUSCAR * 12 + WS-MES-BUSCAR
           END-COMPUTE.

      *    ULTIMO DIA DEL MES LIQUIDADO, CON FEBRERO DE 29 EN LOS
      *    ANIOS BISIESTOS, Y PRIMER DIA DEL TRAMO DE FIN DE MES.
       0160-CALCULAR-FIN-MES.
           MOVE WS-DM-DIAS (WS-MES-BUSCAR) TO WS-ULTIMO-DIA
           IF WS-MES-BUSCAR = 2
              DIVIDE WS-ANIO-BUSCAR BY 4 GIVING WS-COCIENTE
                 REMAINDER WS-RESTO-4
              DIVIDE WS-ANIO-BUSCAR BY 100 GIVING WS-COCIENTE
                 REMAINDER WS-RESTO-100
              DIVIDE WS-ANIO-BUSCAR BY 400 GIVING WS-COCIENTE
                 REMAINDER WS-RESTO-400
              IF WS-RESTO-4 = 0
                 AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                 MOVE 29 TO WS-ULTIMO-DIA
              END-IF
           END-IF
           COMPUTE WS-PRIMER-DIA-FIN =
              WS-ULTIMO-DIA - WS-DIAS-FIN-MES + 1
           END-COMPUTE.

       0200-OPEN-FILE.
           OPEN INPUT F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN INPUT F-VENTAS
           IF NOT FS-VENTAS-OK
              DISPLAY "ERROR AL ABRIR VENTAS: " FS-VENTAS
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN OUTPUT F-REPORTE.

      *    SIN ARCHIVO DE RETENIDOS NO HAY LEGAJOS RETENIDOS.
       0250-CARGAR-RETENIDOS.
           OPEN INPUT F-RETENIDOS
           IF NOT FS-RETENIDOS-OK
              DISPLAY "SIN ARCHIVO DE LEGAJOS RETENIDOS: "
                      FS-RETENIDOS
           ELSE
              READ F-RETENIDOS
              PERFORM 0255-GUARDAR-RETENIDO UNTIL NOT FS-RETENIDOS-OK
              CLOSE F-RETENIDOS
           END-IF.

       0255-GUARDAR-RETENIDO.
           MOVE R-RET-LEGAJO TO WS-RTN-BUSCAR
           PERFORM 0260-BUSCAR-RETENIDO
           IF WS-IDX-RET > WS-CANT-RET
              IF WS-CANT-RET >= 200
                 DISPLAY "TABLA DE LEGAJOS RETENIDOS LLENA. LEGAJO: "
                         R-RET-LEGAJO ". SE CANCELA LA CORRIDA."
                 CLOSE F-RETENIDOS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0700-CLOSE-FILES
                 PERFORM 0850-GRABAR-RUNLOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-RET
              MOVE WS-CANT-RET TO WS-IDX-RET
              MOVE R-RET-LEGAJO TO WS-TR-LEGAJO (WS-IDX-RET)
              MOVE R-RET-FECHA TO WS-TR-FECHA (WS-IDX-RET)
              MOVE R-RET-USUARIO TO WS-TR-USUARIO (WS-IDX-RET)
              MOVE R-RET-MOTIVO TO WS-TR-MOTIVO (WS-IDX-RET)
           END-IF
           READ F-RETENIDOS.

       0260-BUSCAR-RETENIDO.
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
              UNTIL WS-IDX-RET > WS-CANT-RET
                 OR WS-TR-LEGAJO (WS-IDX-RET) = WS-RTN-BUSCAR
              CONTINUE
           END-PERFORM.

       0300-WRITE-HEADER.
           MOVE WS-MES-BUSCAR TO WS-TIT-MES
           MOVE WS-ANIO-BUSCAR TO WS-TIT-ANIO
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-TITULO
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE "TOPE POR VENTA:" TO WS-MTO-CONCEPTO
           MOVE WS-TOPE-VENTA TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "FACTOR SOBRE PROMEDIO DE 12 MESES:"
              TO WS-MTO-CONCEPTO
           MOVE WS-FACTOR-DESVIO TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "REPETICIONES MINIMAS DE UN IMPORTE:"
              TO WS-CNT-CONCEPTO
           MOVE WS-MIN-REPETIDOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "DIAS DE FIN DE MES:" TO WS-CNT-CONCEPTO
           MOVE WS-DIAS-FIN-MES TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "VENTAS MINIMAS A FIN DE MES:" TO WS-CNT-CONCEPTO
           MOVE WS-MIN-FIN-MES TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "PORCENTAJE DE VENTAS A FIN DE MES:"
              TO WS-MTO-CONCEPTO
           MOVE WS-PORC-FIN-MES TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE "EXCEPCIONES POR VENTA" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           WRITE R-REPORTE FROM WS-SUB-EXCEPCION.

      *    SOLO SE REVISAN LAS VENTAS DEL PERIODO: LAS DE OTRO MES VAN
      *    AL ARRASTRE Y LAS DEVOLUCIONES NO SE PAGAN.
       0400-REVISAR-VENTA.
           ADD 1 TO WS-VENTAS-LEIDAS
           IF R-VENTA-LEGAJO NOT = WS-LEGAJO-ANTERIOR
              PERFORM 0450-CERRAR-LEGAJO
              MOVE R-VENTA-LEGAJO TO WS-LEGAJO-ANTERIOR
           END-IF
           IF R-VENTA-ES-VENTA
              AND VENTA-MES = WS-MES-BUSCAR
              AND VENTA-ANIO = WS-ANIO-BUSCAR
              PERFORM 0410-REVISAR-VENTA-PERIODO
           END-IF
           READ F-VENTAS.

       0410-REVISAR-VENTA-PERIODO.
           ADD 1 TO WS-VENTAS-PERIODO
           ADD R-VENTA-MONTO TO WS-IMPORTE-PERIODO
           IF R-VENTA-MONTO > WS-TOPE-VENTA
              MOVE R-VENTA-LEGAJO TO WS-EXC-LEGAJO
              MOVE "VENTA SUPERA TOPE" TO WS-EXC-TIPO
              MOVE R-VENTA-MONTO TO WS-EXC-IMPORTE
              MOVE "RCB: " TO WS-EXC-REF-TXT
              MOVE R-VENTA-RECIBO TO WS-EXC-REF-ALFA
              PERFORM 0490-WRITE-EXCEPCION
              ADD 1 TO WS-EXC-TOPE
           END-IF
           PERFORM 0430-ANOTAR-IMPORTE
           PERFORM 0415-CALCULAR-PARTES
           MOVE R-VENTA-LEGAJO TO WS-LEGAJO-PARTE
           MOVE WS-MONTO-PARTE-1 TO WS-MONTO-PARTE
           PERFORM 0440-ACUMULAR-PARTE
           IF WS-MONTO-PARTE-2 > 0
              MOVE R-VENTA-LEGAJO-2 TO WS-LEGAJO-PARTE
              MOVE WS-MONTO-PARTE-2 TO WS-MONTO-PARTE
              PERFORM 0440-ACUMULAR-PARTE
           END-IF.

      *    MISMO REPARTO QUE LA LIQUIDACION: LA PARTE DEL PRIMER
      *    VENDEDOR SE REDONDEA Y LA DEL SEGUNDO ES EL RESTO.
       0415-CALCULAR-PARTES.
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

       0430-ANOTAR-IMPORTE.
           PERFORM VARYING WS-IDX-TI FROM 1 BY 1
              UNTIL WS-IDX-TI > WS-CANT-TI
                 OR WS-TI-MONTO (WS-IDX-TI) = R-VENTA-MONTO
              CONTINUE
           END-PERFORM
           IF WS-IDX-TI > WS-CANT-TI
              IF WS-CANT-TI >= 500
                 ADD 1 TO WS-TI-EXCLUIDOS
              ELSE
                 ADD 1 TO WS-CANT-TI
                 MOVE R-VENTA-MONTO TO WS-TI-MONTO (WS-CANT-TI)
                 MOVE 1 TO WS-TI-VECES (WS-CANT-TI)
              END-IF
           ELSE
              ADD 1 TO WS-TI-VECES (WS-IDX-TI)
           END-IF.

       0440-ACUMULAR-PARTE.
           PERFORM 0445-BUSCAR-LEGAJO
           IF WS-IDX-LEG <= WS-CANT-LEG
              ADD 1 TO WS-TL-CANT (WS-IDX-LEG)
              ADD WS-MONTO-PARTE TO WS-TL-TOTAL (WS-IDX-LEG)
              IF VENTA-DIA IS NUMERIC
                 AND VENTA-DIA >= WS-PRIMER-DIA-FIN
                 ADD 1 TO WS-TL-CANT-FIN (WS-IDX-LEG)
                 ADD WS-MONTO-PARTE TO WS-TL-TOTAL-FIN (WS-IDX-LEG)
              END-IF
           END-IF.

       0445-BUSCAR-LEGAJO.
           PERFORM VARYING WS-IDX-LEG FROM 1 BY 1
              UNTIL WS-IDX-LEG > WS-CANT-LEG
                 OR WS-TL-LEGAJO (WS-IDX-LEG) = WS-LEGAJO-PARTE
              CONTINUE
           END-PERFORM
           IF WS-IDX-LEG > WS-CANT-LEG
              IF WS-CANT-LEG >= 3000
                 ADD 1 TO WS-LEG-EXCLUIDOS
              ELSE
                 ADD 1 TO WS-CANT-LEG
                 MOVE WS-CANT-LEG TO WS-IDX-LEG
                 MOVE WS-LEGAJO-PARTE TO WS-TL-LEGAJO (WS-IDX-LEG)
                 MOVE 0 TO WS-TL-CANT (WS-IDX-LEG)
                 MOVE 0 TO WS-TL-TOTAL (WS-IDX-LEG)
                 MOVE 0 TO WS-TL-CANT-FIN (WS-IDX-LEG)
                 MOVE 0 TO WS-TL-TOTAL-FIN (WS-IDX-LEG)
                 PERFORM 0447-LIMPIAR-MES-HISTORIA
                    VARYING WS-IDX-MES FROM 1 BY 1
                    UNTIL WS-IDX-MES > 12
              END-IF
           END-IF.

       0447-LIMPIAR-MES-HISTORIA.
           MOVE 'N' TO WS-TL-HIST-HAY (WS-IDX-LEG, WS-IDX-MES)
           MOVE 0 TO WS-TL-HIST-TOTAL (WS-IDX-LEG, WS-IDX-MES).

       0450-CERRAR-LEGAJO.
           PERFORM 0455-VERIFICAR-REPETIDO
              VARYING WS-IDX-TI FROM 1 BY 1
              UNTIL WS-IDX-TI > WS-CANT-TI
           MOVE 0 TO WS-CANT-TI.

       0455-VERIFICAR-REPETIDO.
           IF WS-TI-VECES (WS-IDX-TI) >= WS-MIN-REPETIDOS
              MOVE WS-LEGAJO-ANTERIOR TO WS-EXC-LEGAJO
              MOVE "IMPORTE REPETIDO" TO WS-EXC-TIPO
              MOVE WS-TI-MONTO (WS-IDX-TI) TO WS-EXC-IMPORTE
              MOVE "VECES" TO WS-EXC-REF-TXT
              MOVE WS-TI-VECES (WS-IDX-TI) TO WS-EDIT-CANT
              MOVE WS-EDIT-CANT TO WS-EXC-REF-ALFA
              PERFORM 0490-WRITE-EXCEPCION
              ADD 1 TO WS-EXC-REPETIDO
           END-IF.

       0490-WRITE-EXCEPCION.
           MOVE WS-EXC-LEGAJO TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           IF FS-EMPLEADOS-OK
              MOVE R-EMP-NOMBRE TO WS-EXC-NOMBRE
           ELSE
              MOVE "NO EXISTE EN MAESTRO" TO WS-EXC-NOMBRE
           END-IF
           MOVE WS-EXC-LEGAJO TO WS-RTN-BUSCAR
           PERFORM 0260-BUSCAR-RETENIDO
           IF WS-IDX-RET > WS-CANT-RET
              MOVE SPACES TO WS-EXC-RETENIDO
           ELSE
              MOVE "SI" TO WS-EXC-RETENIDO
           END-IF
           WRITE R-REPORTE FROM WS-DET-EXCEPCION
           ADD 1 TO WS-CANT-EXCEPCIONES.

      *    SE GUARDA LO LIQUIDADO EN LOS 12 PERIODOS ANTERIORES AL
      *    REVISADO. SI UN PERIODO SE LIQUIDO MAS DE UNA VEZ GANA EL
      *    ULTIMO REGISTRO.
       0500-CARGAR-HISTORIA.
           OPEN INPUT F-HISTORIA
           IF NOT FS-HISTORIA-OK
              DISPLAY "ERROR AL ABRIR HISTORIA: " FS-HISTORIA
              MOVE 16 TO RETURN-CODE
              PERFORM 0700-CLOSE-FILES
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           READ F-HISTORIA
           PERFORM 0510-GUARDAR-HISTORIA UNTIL NOT FS-HISTORIA-OK
           CLOSE F-HISTORIA.

      *    LAS VENTAS DE CADA MES SE TOMAN NETAS DE LAS DEVOLUCIONES
      *    DESCONTADAS EN ESE PERIODO.
       0510-GUARDAR-HISTORIA.
           COMPUTE WS-MESES-ATRAS = WS-PER-NUM-ACTUAL
              - (R-HIST-ANIO * 12 + R-HIST-MES)
           END-COMPUTE
           IF WS-MESES-ATRAS >= 1 AND WS-MESES-ATRAS <= 12
              PERFORM VARYING WS-IDX-LEG FROM 1 BY 1
                 UNTIL WS-IDX-LEG > WS-CANT-LEG
                    OR WS-TL-LEGAJO (WS-IDX-LEG) = R-HIST-LEGAJO
                 CONTINUE
              END-PERFORM
              IF WS-IDX-LEG <= WS-CANT-LEG
                 MOVE WS-MESES-ATRAS TO WS-IDX-MES
                 MOVE 'S' TO WS-TL-HIST-HAY (WS-IDX-LEG, WS-IDX-MES)
                 IF R-HIST-TOTAL > R-HIST-DEVOL-TOTAL
                    COMPUTE WS-TL-HIST-TOTAL (WS-IDX-LEG, WS-IDX-MES) =
                       R-HIST-TOTAL - R-HIST-DEVOL-TOTAL
                    END-COMPUTE
                 ELSE
                    MOVE 0 TO WS-TL-HIST-TOTAL (WS-IDX-LEG, WS-IDX-MES)
                 END-IF
              END-IF
           END-IF
           READ F-HISTORIA.

       0600-REVISAR-VENDEDORES.
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE "EXCEPCIONES POR VENDEDOR" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           WRITE R-REPORTE FROM WS-SUB-EXCEPCION
           PERFORM 0610-REVISAR-VENDEDOR
              VARYING WS-IDX-LEG FROM 1 BY 1
              UNTIL WS-IDX-LEG > WS-CANT-LEG
           WRITE R-REPORTE FROM WS-GUIONES.

      *    EL PROMEDIO SE TOMA SOBRE LOS MESES LIQUIDADOS DEL ULTIMO
      *    ANIO; UN VENDEDOR SIN HISTORIA NO TIENE CONTRA QUE COMPARAR.
       0610-REVISAR-VENDEDOR.
           MOVE 0 TO WS-MESES-HIST
           MOVE 0 TO WS-SUMA-HIST
           PERFORM 0615-SUMAR-MES-HISTORIA
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12
           IF WS-MESES-HIST = 0
              ADD 1 TO WS-LEG-SIN-HIST
           ELSE
              COMPUTE WS-PROMEDIO ROUNDED =
                 WS-SUMA-HIST / WS-MESES-HIST
              END-COMPUTE
              COMPUTE WS-LIMITE = WS-PROMEDIO * WS-FACTOR-DESVIO
              END-COMPUTE
              IF WS-TL-TOTAL (WS-IDX-LEG) > WS-LIMITE
                 MOVE WS-TL-LEGAJO (WS-IDX-LEG) TO WS-EXC-LEGAJO
                 MOVE "DESVIO VS PROMEDIO" TO WS-EXC-TIPO
                 MOVE WS-TL-TOTAL (WS-IDX-LEG) TO WS-EXC-IMPORTE
                 MOVE "PROM:" TO WS-EXC-REF-TXT
                 MOVE WS-PROMEDIO TO WS-EXC-REF-NUM
                 PERFORM 0490-WRITE-EXCEPCION
                 ADD 1 TO WS-EXC-DESVIO
              END-IF
           END-IF
           IF WS-TL-CANT-FIN (WS-IDX-LEG) >= WS-MIN-FIN-MES
              AND WS-TL-CANT-FIN (WS-IDX-LEG) * 100 >=
                  WS-TL-CANT (WS-IDX-LEG) * WS-PORC-FIN-MES
              MOVE WS-TL-LEGAJO (WS-IDX-LEG) TO WS-EXC-LEGAJO
              MOVE "CONCENTR. FIN DE MES" TO WS-EXC-TIPO
              MOVE WS-TL-TOTAL-FIN (WS-IDX-LEG) TO WS-EXC-IMPORTE
              MOVE "VTAS:" TO WS-EXC-REF-TXT
              MOVE WS-TL-CANT-FIN (WS-IDX-LEG) TO WS-EDIT-CANT
              MOVE WS-EDIT-CANT TO WS-EXC-REF-ALFA
              PERFORM 0490-WRITE-EXCEPCION
              ADD 1 TO WS-EXC-FIN-MES
           END-IF.

       0615-SUMAR-MES-HISTORIA.
           IF WS-TL-HIST-HAY (WS-IDX-LEG, WS-IDX-MES) = 'S'
              ADD 1 TO WS-MESES-HIST
              ADD WS-TL-HIST-TOTAL (WS-IDX-LEG, WS-IDX-MES)
                 TO WS-SUMA-HIST
           END-IF.

      *    LAS VENTAS DE ESTOS LEGAJOS NO SE PAGAN EN LA LIQUIDACION:
      *    VAN A SUSPENSO HASTA QUE AUDITORIA LOS QUITE DEL ARCHIVO.
       0650-LISTAR-RETENIDOS.
           MOVE "LEGAJOS RETENIDOS POR AUDITORIA" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           WRITE R-REPORTE FROM WS-SUB-RETENIDO
           PERFORM 0660-WRITE-RETENIDO
              VARYING WS-IDX-RET FROM 1 BY 1
              UNTIL WS-IDX-RET > WS-CANT-RET
           WRITE R-REPORTE FROM WS-GUIONES.

       0660-WRITE-RETENIDO.
           MOVE WS-TR-LEGAJO (WS-IDX-RET) TO WS-RTD-LEGAJO
           MOVE WS-TR-FECHA (WS-IDX-RET) TO WS-RTD-FECHA
           MOVE WS-TR-USUARIO (WS-IDX-RET) TO WS-RTD-USUARIO
           MOVE WS-TR-MOTIVO (WS-IDX-RET) TO WS-RTD-MOTIVO
           MOVE WS-TR-LEGAJO (WS-IDX-RET) TO WS-LEGAJO-PARTE
           PERFORM VARYING WS-IDX-LEG FROM 1 BY 1
              UNTIL WS-IDX-LEG > WS-CANT-LEG
                 OR WS-TL-LEGAJO (WS-IDX-LEG) = WS-LEGAJO-PARTE
              CONTINUE
           END-PERFORM
           IF WS-IDX-LEG > WS-CANT-LEG
              MOVE 0 TO WS-RTD-CANT
              MOVE 0 TO WS-RTD-MONTO
           ELSE
              MOVE WS-TL-CANT (WS-IDX-LEG) TO WS-RTD-CANT
              MOVE WS-TL-TOTAL (WS-IDX-LEG) TO WS-RTD-MONTO
              ADD WS-TL-CANT (WS-IDX-LEG) TO WS-VENTAS-RETENIDAS
              ADD WS-TL-TOTAL (WS-IDX-LEG) TO WS-MONTO-RETENIDO
           END-IF
           WRITE R-REPORTE FROM WS-DET-RETENIDO.

       0680-WRITE-RESUMEN.
           MOVE "REGISTROS DE VENTAS LEIDOS:" TO WS-CNT-CONCEPTO
           MOVE WS-VENTAS-LEIDAS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "VENTAS DEL PERIODO REVISADAS:" TO WS-CNT-CONCEPTO
           MOVE WS-VENTAS-PERIODO TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE DE VENTAS DEL PERIODO:" TO WS-MTO-CONCEPTO
           MOVE WS-IMPORTE-PERIODO TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "VENDEDORES REVISADOS:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-LEG TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "VENDEDORES SIN HISTORIA EN 12 MESES:"
              TO WS-CNT-CONCEPTO
           MOVE WS-LEG-SIN-HIST TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "VENTAS QUE SUPERAN EL TOPE:" TO WS-CNT-CONCEPTO
           MOVE WS-EXC-TOPE TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTES REPETIDOS:" TO WS-CNT-CONCEPTO
           MOVE WS-EXC-REPETIDO TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "DESVIOS SOBRE EL PROMEDIO:" TO WS-CNT-CONCEPTO
           MOVE WS-EXC-DESVIO TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "CONCENTRACIONES A FIN DE MES:" TO WS-CNT-CONCEPTO
           MOVE WS-EXC-FIN-MES TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "TOTAL DE EXCEPCIONES:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-EXCEPCIONES TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "LEGAJOS RETENIDOS:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-RET TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "VENTAS QUE IRAN A SUSPENSO POR RETENCION:"
              TO WS-CNT-CONCEPTO
           MOVE WS-VENTAS-RETENIDAS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE RETENIDO:" TO WS-MTO-CONCEPTO
           MOVE WS-MONTO-RETENIDO TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           IF WS-LEG-EXCLUIDOS > 0
              MOVE "VENTAS NO REVISADAS POR TABLA LLENA:"
                 TO WS-CNT-CONCEPTO
              MOVE WS-LEG-EXCLUIDOS TO WS-CNT-VALOR
              WRITE R-REPORTE FROM WS-LINEA-CANT
           END-IF
           IF WS-TI-EXCLUIDOS > 0
              MOVE "IMPORTES NO CONTROLADOS POR TABLA LLENA:"
                 TO WS-CNT-CONCEPTO
              MOVE WS-TI-EXCLUIDOS TO WS-CNT-VALOR
              WRITE R-REPORTE FROM WS-LINEA-CANT
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0700-CLOSE-FILES.
           CLOSE F-EMPLEADOS
           CLOSE F-VENTAS
           CLOSE F-REPORTE.

       0800-CLOSE-PROGRAM.
           IF WS-CANT-EXCEPCIONES > 0 OR WS-LEG-EXCLUIDOS > 0
              OR WS-TI-EXCLUIDOS > 0
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
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
              MOVE "PVREVVTA" TO R-LOG-PROGRAMA
              MOVE WS-MES-BUSCAR TO R-LOG-PER-MES
              MOVE WS-ANIO-BUSCAR TO R-LOG-PER-ANIO
              MOVE 'N' TO R-LOG-REINICIO
              MOVE WS-VENTAS-LEIDAS TO R-LOG-LEIDOS
      *       LAS VENTAS PASAN SIN CAMBIOS A LA LIQUIDACION.
              MOVE WS-VENTAS-LEIDAS TO R-LOG-GRABADOS
              MOVE WS-CANT-EXCEPCIONES TO R-LOG-RECHAZADOS
              MOVE WS-IMPORTE-PERIODO TO R-LOG-IMPORTE
              MOVE 0 TO R-LOG-COMISION
              MOVE WS-LOG-FEC-INICIO TO R-LOG-FEC-INICIO
              MOVE WS-LOG-HORA-INICIO TO R-LOG-HORA-INICIO
              ACCEPT R-LOG-FEC-FIN FROM DATE YYYYMMDD
              ACCEPT R-LOG-HORA-FIN FROM TIME
              MOVE RETURN-CODE TO R-LOG-RC
              WRITE R-RUNLOG
              CLOSE F-RUNLOG
           END-IF.
