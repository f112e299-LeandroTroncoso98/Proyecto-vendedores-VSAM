       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVCUMMET.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO EMPLEADO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS R-EMP-LEGAJO
           FILE STATUS IS FS-EMPLEADOS.

           SELECT F-METAS ASSIGN TO METAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-META-CLAVE
           FILE STATUS IS FS-METAS.

           SELECT F-HISTORIA ASSIGN TO HISTORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT F-CSV ASSIGN TO CSVLIQUI
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CSV.

           SELECT F-CSV-NUEVO ASSIGN TO CSVNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CSV-NUEVO.

           SELECT F-REPORTE ASSIGN TO METREPOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

           SELECT F-PERIODOS ASSIGN TO PERCTRL
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-PER-CLAVE
           FILE STATUS IS FS-PERIODOS.

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

       FD F-METAS DATA RECORD IS R-META.
       01 R-META.
          05 R-META-CLAVE.
             10 R-META-LEGAJO     PIC X(5).
             10 R-META-ANIO       PIC 9(4).
             10 R-META-MES        PIC 9(2).
          05 R-META-IMPORTE       PIC 9(7)V99.
          05 R-META-USUARIO       PIC X(8).
          05 R-META-FECHA         PIC 9(8).
          05 R-META-BONO          PIC 9(7)V99.

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

       FD F-CSV RECORDING MODE IS F
                DATA RECORD IS R-CSV.
       01 R-CSV.
          05 R-CSV-LEGAJO         PIC X(5).
          05 FILLER               PIC X.
          05 R-CSV-TOTAL          PIC X(13).
          05 FILLER               PIC X.
          05 R-CSV-COMISION       PIC X(13).
          05 FILLER               PIC X.
          05 R-CSV-RETENCION      PIC X(13).
          05 FILLER               PIC X.
          05 R-CSV-NETO           PIC X(13).
          05 FILLER               PIC X.
          05 R-CSV-TIPO           PIC X(5).

       FD F-CSV-NUEVO RECORDING MODE IS F
                      DATA RECORD IS R-CSV-NUEVO.
       01 R-CSV-NUEVO             PIC X(67).

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
       01 R-REPORTE               PIC X(80).

       FD F-PERIODOS DATA RECORD IS R-PERIODO.
       01 R-PERIODO.
          05 R-PER-CLAVE.
             10 R-PER-ANIO        PIC 9(4).
             10 R-PER-MES         PIC 9(2).
          05 R-PER-ESTADO         PIC X(1).
             88 R-PER-ABIERTO        VALUE 'A'.
             88 R-PER-EDITADO        VALUE 'E'.
             88 R-PER-LIQUIDADO      VALUE 'L'.
             88 R-PER-CONCILIADO     VALUE 'C'.
             88 R-PER-TRANSMITIDO    VALUE 'T'.
             88 R-PER-PAGADO         VALUE 'P'.

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
          88 FS-EMPLEADOS-END        VALUE 10.
          88 FS-EMPLEADOS-OK         VALUE 00.

       01 FS-METAS                PIC 99.
          88 FS-METAS-OK             VALUE 00.
          88 FS-METAS-NOTFOUND       VALUE 23.

       01 FS-HISTORIA             PIC 99.
          88 FS-HISTORIA-OK          VALUE 00.

       01 FS-CSV                  PIC 99.
          88 FS-CSV-OK               VALUE 00.

       01 FS-CSV-NUEVO            PIC 99.
          88 FS-CSV-NUEVO-OK         VALUE 00.

       01 FS-REPORTE              PIC 99.

       01 FS-PERIODOS             PIC 99.
          88 FS-PERIODOS-OK          VALUE 00.

       01 WS-FECHA-ACTUAL.
          05 WS-FEC-ANIO             PIC 9(4).
          05 WS-FEC-MES              PIC 9(2).
          05 WS-FEC-DIA              PIC 9(2).

       01 WS-PERIODO-BUSCAR.
          05 WS-MES-BUSCAR           PIC 9(2).
          05 WS-ANIO-BUSCAR          PIC 9(4).

      *    SEGUNDA TARJETA DE PARAMETROS: PORCENTAJE DE CUMPLIMIENTO
      *    DESDE EL CUAL SE PAGA BONO (NO MENOR A 100,00) Y TASA QUE
      *    SE APLICA SOBRE LO VENDIDO POR ENCIMA DE LA META.
       01 WS-PARAM-BONO.
          05 WS-UMBRAL-BONO          PIC 9(3)V99.
          05 WS-TASA-BONO            PIC 9V999.

      *    VENTAS LIQUIDADAS DEL PERIODO SEGUN HISTORIA, NETAS DE LAS
      *    DEVOLUCIONES DESCONTADAS EN EL PERIODO. SI EL PERIODO SE
      *    LIQUIDO MAS DE UNA VEZ GANA EL ULTIMO REGISTRO.
       01 WS-TAB-HIST.
          05 WS-TH-ENTRY OCCURS 1000 TIMES.
             10 WS-TH-LEGAJO         PIC X(5).
             10 WS-TH-TOTAL          PIC 9(7)V99.

       77 WS-CANT-TH              PIC 9(4) VALUE 0.

       77 WS-IDX-TH               PIC 9(4).

       01 WS-TAB-VEND.
          05 WS-TV-ENTRY OCCURS 1000 TIMES.
             10 WS-TV-CIUDAD         PIC X(26).
             10 WS-TV-LEGAJO         PIC X(5).
             10 WS-TV-NOMBRE         PIC X(30).
             10 WS-TV-ESTADO         PIC X(1).
             10 WS-TV-VENTAS         PIC 9(7)V99.
             10 WS-TV-META           PIC 9(7)V99.
             10 WS-TV-CON-META       PIC X(1).
             10 WS-TV-PORC           PIC 9(3)V99.
             10 WS-TV-EXCESO         PIC 9(7)V99.
             10 WS-TV-BONO           PIC 9(7)V99.

       77 WS-CANT-VEND            PIC 9(4) VALUE 0.

       77 WS-IDX-1                PIC 9(4).

       77 WS-IDX-2                PIC 9(4).

       01 WS-SWAP-ENTRY.
          05 WS-SWAP-CIUDAD          PIC X(26).
          05 WS-SWAP-LEGAJO          PIC X(5).
          05 WS-SWAP-NOMBRE          PIC X(30).
          05 WS-SWAP-ESTADO          PIC X(1).
          05 WS-SWAP-VENTAS          PIC 9(7)V99.
          05 WS-SWAP-META            PIC 9(7)V99.
          05 WS-SWAP-CON-META        PIC X(1).
          05 WS-SWAP-PORC            PIC 9(3)V99.
          05 WS-SWAP-EXCESO          PIC 9(7)V99.
          05 WS-SWAP-BONO            PIC 9(7)V99.

       77 WS-VENTAS-EMP           PIC 9(7)V99.

       77 WS-HAY-HIST             PIC X VALUE 'N'.
          88 WS-CON-HIST             VALUE 'S'.

       77 WS-CANT-CON-META        PIC 9(5) VALUE 0.

       77 WS-CANT-SIN-META        PIC 9(5) VALUE 0.

       77 WS-CANT-UMBRAL          PIC 9(5) VALUE 0.

       77 WS-CANT-BONOS           PIC 9(5) VALUE 0.

       77 WS-TOTAL-BONOS          PIC 9(11)V99 VALUE 0.

       77 WS-TOTAL-EXCESO         PIC 9(11)V99 VALUE 0.

      *    CORTE DE CONTROL POR CIUDAD
       77 WS-CIUDAD-ANT           PIC X(26).

       77 WS-HAY-CIUDAD           PIC X VALUE 'N'.
          88 WS-CIUDAD-ABIERTA       VALUE 'S'.

       77 WS-SUB-VENTAS           PIC 9(11)V99 VALUE 0.

       77 WS-SUB-META             PIC 9(11)V99 VALUE 0.

       77 WS-SUB-BONO             PIC 9(11)V99 VALUE 0.

       77 WS-EMP-VENTAS           PIC 9(11)V99 VALUE 0.

       77 WS-EMP-META             PIC 9(11)V99 VALUE 0.

       77 WS-EMP-BONO             PIC 9(11)V99 VALUE 0.

       77 WS-PORCENTAJE           PIC 9(3)V99.

      *    CONTROL DEL CSV DE LIQUIDACION QUE SE REGENERA
       77 WS-CSV-MONTO-TXT        PIC X(13).
       01 WS-CSV-MONTO-NUM.
          05 WS-CSV-ENTERO           PIC 9(10).
          05 FILLER                  PIC X.
          05 WS-CSV-DECIMAL          PIC 9(2).

       77 WS-MONTO-AUX            PIC 9(11)V99.

       77 WS-CSV-HAY-CABECERA     PIC X VALUE 'N'.
          88 WS-CSV-CON-CABECERA     VALUE 'S'.

       77 WS-CSV-HAY-FINAL        PIC X VALUE 'N'.
          88 WS-CSV-CON-FINAL        VALUE 'S'.

       77 WS-CSV-HAY-ERROR        PIC X VALUE 'N'.
          88 WS-CSV-CON-ERROR        VALUE 'S'.

       01 WS-CSV-PERIODO-CAB.
          05 WS-CAB-MES              PIC X(2).
          05 FILLER                  PIC X(1).
          05 WS-CAB-ANIO             PIC X(4).
          05 FILLER                  PIC X(6).

       77 WS-CAB-MES-NUM          PIC 9(2).

       77 WS-CAB-ANIO-NUM         PIC 9(4).

       77 WS-CSV-CANT-TXT         PIC X(5).

       77 WS-TRL-CANT             PIC 9(6) VALUE 0.

       77 WS-TRL-TOTAL            PIC 9(11)V99 VALUE 0.

       77 WS-TRL-COMIS            PIC 9(11)V99 VALUE 0.

       77 WS-CSV-CANT-DET         PIC 9(6) VALUE 0.

       77 WS-CSV-DET-TOTAL        PIC 9(11)V99 VALUE 0.

       77 WS-CSV-DET-COMIS        PIC 9(11)V99 VALUE 0.

       77 WS-CSV-CANT-COPIA       PIC 9(6) VALUE 0.

       77 WS-CSV-COPIA-TOTAL      PIC 9(11)V99 VALUE 0.

       77 WS-CSV-COPIA-COMIS      PIC 9(11)V99 VALUE 0.

       77 WS-CSV-BONOS-PREVIOS    PIC 9(6) VALUE 0.

      *    RETENCION EN CERO CON EL FORMATO DE LOS IMPORTES DEL CSV.
       77 WS-CSV-CERO             PIC X(13) VALUE '         0,00'.

       01 WS-CSV-BONO.
          05 WS-BON-LEGAJO        PIC X(5).
          05 FILLER               PIC X VALUE ';'.
          05 WS-BON-TOTAL         PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-BON-COMIS         PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-BON-RETENCION     PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-BON-NETO          PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(5) VALUE 'BONUS'.

       01 WS-CSV-FINAL.
          05 WS-FIN-CANT          PIC 9(5).
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-TOTAL         PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-COMIS         PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-RETENCION     PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-NETO          PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(5) VALUE 'FINAL'.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(17) VALUE SPACES.
          05 FILLER               PIC X(32) VALUE
                                  'CUMPLIMIENTO DE METAS - PERIODO '.
          05 WS-TIT-MES           PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-TIT-ANIO          PIC 9(4).
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-PARAM.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(16) VALUE 'UMBRAL DE BONO: '.
          05 WS-PAR-UMBRAL        PIC ZZ9,99.
          05 FILLER               PIC X VALUE '%'.
          05 FILLER               PIC X(17) VALUE
                                  '   TASA DE BONO: '.
          05 WS-PAR-TASA          PIC 9,999.
          05 FILLER               PIC X(32) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-CIUDAD.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE 'CIUDAD: '.
          05 WS-CIU-NOMBRE        PIC X(26).
          05 FILLER               PIC X(43) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUBTITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(6) VALUE 'LEGAJO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(20) VALUE 'NOMBRE'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE '      VENTAS'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE '        META'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(7) VALUE ' %CUMPL'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(10) VALUE '      BONO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE 'OBS. '.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-LEGAJO        PIC X(5).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-NOMBRE        PIC X(20).
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-VENTAS        PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-META          PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-PORC          PIC ZZ9,99.
          05 FILLER               PIC X VALUE '%'.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-BONO          PIC ZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-OBS           PIC X(5).
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-SUBTOTAL.
          05 FILLER               PIC X VALUE '|'.
          05 WS-SUB-TEXTO         PIC X(27).
          05 FILLER               PIC X VALUE '|'.
          05 WS-SUB-VENTAS-ED     PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-SUB-META-ED       PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-SUB-PORC-ED       PIC ZZ9,99.
          05 FILLER               PIC X VALUE '%'.
          05 FILLER               PIC X VALUE '|'.
          05 WS-SUB-BONO-ED       PIC ZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TIT-EXCEPCION.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(43) VALUE
             'VENDEDORES SIN META CARGADA PARA EL PERIODO'.
          05 FILLER               PIC X(34) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUB-EXCEPCION.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(6) VALUE 'LEGAJO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(30) VALUE 'NOMBRE'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(26) VALUE 'CIUDAD'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(13) VALUE '       VENTAS'.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DET-EXCEPCION.
          05 FILLER               PIC X VALUE '|'.
          05 WS-EXC-LEGAJO        PIC X(5).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.
          05 WS-EXC-NOMBRE        PIC X(30).
          05 FILLER               PIC X VALUE '|'.
          05 WS-EXC-CIUDAD        PIC X(26).
          05 FILLER               PIC X VALUE '|'.
          05 WS-EXC-VENTAS        PIC ZZZZZZZZZ9,99.
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

       01 WS-LINEA-INFO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-INF-TEXTO         PIC X(77).
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
           ACCEPT WS-PARAM-BONO FROM SYSIN
           PERFORM 0150-VERIFICAR-PARAMETROS
           PERFORM 0170-VERIFICAR-PERIODO
           PERFORM 0200-OPEN-FILE
           PERFORM 0300-CARGAR-HISTORIA
           READ F-EMPLEADOS
           PERFORM 0400-EVALUAR-VENDEDOR UNTIL FS-EMPLEADOS-END
           PERFORM 0450-ORDENAR-VENDEDORES
           PERFORM 0500-REGENERAR-CSV
           PERFORM 0600-WRITE-REPORTE
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
           IF WS-UMBRAL-BONO IS NOT NUMERIC
              OR WS-TASA-BONO IS NOT NUMERIC
              OR WS-UMBRAL-BONO < 100
              DISPLAY "PARAMETROS DE BONO INVALIDOS: " WS-PARAM-BONO
                      ". EL UMBRAL NO PUEDE SER MENOR A 100%."
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF.

      *    EL BONO SE AGREGA SOBRE LA LIQUIDACION YA HECHA Y ANTES DE
      *    CONCILIARLA: EL PERIODO DEBE ESTAR LIQUIDADO Y NO MAS.
       0170-VERIFICAR-PERIODO.
           OPEN INPUT F-PERIODOS
           IF NOT FS-PERIODOS-OK
              DISPLAY "ERROR AL ABRIR CONTROL DE PERIODOS: "
                      FS-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           MOVE WS-ANIO-BUSCAR TO R-PER-ANIO
           MOVE WS-MES-BUSCAR TO R-PER-MES
           READ F-PERIODOS
           IF NOT FS-PERIODOS-OK OR NOT R-PER-LIQUIDADO
              DISPLAY "PERIODO " WS-MES-BUSCAR "/" WS-ANIO-BUSCAR
                      " NO ESTA EN ESTADO LIQUIDADO. NO SE CALCULA "
                      "EL CUMPLIMIENTO DE METAS."
              CLOSE F-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           CLOSE F-PERIODOS.

       0200-OPEN-FILE.
           OPEN INPUT F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN I-O F-METAS
           IF NOT FS-METAS-OK
              DISPLAY "ERROR AL ABRIR METAS: " FS-METAS
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN INPUT F-HISTORIA
           IF NOT FS-HISTORIA-OK
              DISPLAY "ERROR AL ABRIR HISTORIA: " FS-HISTORIA
              CLOSE F-EMPLEADOS
              CLOSE F-METAS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN INPUT F-CSV
           IF NOT FS-CSV-OK
              DISPLAY "ERROR AL ABRIR CSV DE LIQUIDACION: " FS-CSV
              CLOSE F-EMPLEADOS
              CLOSE F-METAS
              CLOSE F-HISTORIA
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN OUTPUT F-CSV-NUEVO
           OPEN OUTPUT F-REPORTE.

       0300-CARGAR-HISTORIA.
           READ F-HISTORIA
           PERFORM 0310-GUARDAR-HISTORIA UNTIL NOT FS-HISTORIA-OK
           CLOSE F-HISTORIA.

      *    SIN TODA LA HISTORIA DEL PERIODO EL CUMPLIMIENTO Y LOS BONOS
      *    QUEDARIAN MAL CALCULADOS: SE CANCELA ANTES DE GRABAR NADA.
       0310-GUARDAR-HISTORIA.
           IF R-HIST-MES = WS-MES-BUSCAR
              AND R-HIST-ANIO = WS-ANIO-BUSCAR
              PERFORM VARYING WS-IDX-TH FROM 1 BY 1
                 UNTIL WS-IDX-TH > WS-CANT-TH
                    OR WS-TH-LEGAJO (WS-IDX-TH) = R-HIST-LEGAJO
                 CONTINUE
              END-PERFORM
              IF WS-IDX-TH > WS-CANT-TH
                 IF WS-CANT-TH >= 1000
                    DISPLAY "TABLA DE HISTORIA LLENA. SE CANCELA LA "
                            "CORRIDA."
                    MOVE 16 TO RETURN-CODE
                    PERFORM 0850-GRABAR-RUNLOG
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-TH
                 MOVE WS-CANT-TH TO WS-IDX-TH
                 MOVE R-HIST-LEGAJO TO WS-TH-LEGAJO (WS-IDX-TH)
              END-IF
              IF R-HIST-TOTAL > R-HIST-DEVOL-TOTAL
                 COMPUTE WS-TH-TOTAL (WS-IDX-TH) =
                    R-HIST-TOTAL - R-HIST-DEVOL-TOTAL
                 END-COMPUTE
              ELSE
                 MOVE 0 TO WS-TH-TOTAL (WS-IDX-TH)
              END-IF
           END-IF
           READ F-HISTORIA.

      *    SE EVALUAN LOS VENDEDORES ACTIVOS Y LOS INACTIVOS QUE
      *    LIQUIDARON VENTAS EN EL PERIODO. UN INACTIVO SE INFORMA
      *    PERO NO COBRA BONO.
       0400-EVALUAR-VENDEDOR.
           PERFORM 0410-BUSCAR-HISTORIA
           IF R-EMP-ACTIVO OR WS-CON-HIST
              PERFORM 0420-AGREGAR-VENDEDOR
           END-IF
           READ F-EMPLEADOS
           IF FS-EMPLEADOS NOT = 00 AND FS-EMPLEADOS NOT = 10
              DISPLAY "ERROR EN FICHERO VSAM: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF.

       0410-BUSCAR-HISTORIA.
           MOVE 'N' TO WS-HAY-HIST
           MOVE 0 TO WS-VENTAS-EMP
           PERFORM VARYING WS-IDX-TH FROM 1 BY 1
              UNTIL WS-IDX-TH > WS-CANT-TH
                 OR WS-TH-LEGAJO (WS-IDX-TH) = R-EMP-LEGAJO
              CONTINUE
           END-PERFORM
           IF WS-IDX-TH <= WS-CANT-TH
              MOVE 'S' TO WS-HAY-HIST
              MOVE WS-TH-TOTAL (WS-IDX-TH) TO WS-VENTAS-EMP
           END-IF.

       0420-AGREGAR-VENDEDOR.
           IF WS-CANT-VEND >= 1000
              DISPLAY "TABLA DE VENDEDORES LLENA. SE CANCELA LA "
                      "CORRIDA."
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           ADD 1 TO WS-CANT-VEND
           MOVE WS-CANT-VEND TO WS-IDX-1
           MOVE R-EMP-CIUDAD TO WS-TV-CIUDAD (WS-IDX-1)
           MOVE R-EMP-LEGAJO TO WS-TV-LEGAJO (WS-IDX-1)
           MOVE R-EMP-NOMBRE TO WS-TV-NOMBRE (WS-IDX-1)
           MOVE R-EMP-ESTADO TO WS-TV-ESTADO (WS-IDX-1)
           MOVE WS-VENTAS-EMP TO WS-TV-VENTAS (WS-IDX-1)
           MOVE 0 TO WS-TV-META (WS-IDX-1)
           MOVE 0 TO WS-TV-PORC (WS-IDX-1)
           MOVE 0 TO WS-TV-EXCESO (WS-IDX-1)
           MOVE 0 TO WS-TV-BONO (WS-IDX-1)
           MOVE R-EMP-LEGAJO TO R-META-LEGAJO
           MOVE WS-ANIO-BUSCAR TO R-META-ANIO
           MOVE WS-MES-BUSCAR TO R-META-MES
           READ F-METAS
           IF NOT FS-METAS-OK
              MOVE 'N' TO WS-TV-CON-META (WS-IDX-1)
              ADD 1 TO WS-CANT-SIN-META
           ELSE
              MOVE 'S' TO WS-TV-CON-META (WS-IDX-1)
              ADD 1 TO WS-CANT-CON-META
              MOVE R-META-IMPORTE TO WS-TV-META (WS-IDX-1)
              PERFORM 0430-CALCULAR-CUMPLIMIENTO
           END-IF.

      *    EL BONO SE PAGA SOBRE LO VENDIDO POR ENCIMA DE LA META,
      *    SOLO SI EL CUMPLIMIENTO LLEGA AL UMBRAL DEL PARAMETRO.
       0430-CALCULAR-CUMPLIMIENTO.
           COMPUTE WS-TV-PORC (WS-IDX-1) ROUNDED =
              WS-TV-VENTAS (WS-IDX-1) * 100 / WS-TV-META (WS-IDX-1)
              ON SIZE ERROR
                 MOVE 999,99 TO WS-TV-PORC (WS-IDX-1)
           END-COMPUTE
           IF WS-TV-PORC (WS-IDX-1) >= WS-UMBRAL-BONO
              ADD 1 TO WS-CANT-UMBRAL
              IF R-EMP-ACTIVO
                 COMPUTE WS-TV-EXCESO (WS-IDX-1) =
                    WS-TV-VENTAS (WS-IDX-1) - WS-TV-META (WS-IDX-1)
                 END-COMPUTE
                 COMPUTE WS-TV-BONO (WS-IDX-1) ROUNDED =
                    WS-TV-EXCESO (WS-IDX-1) * WS-TASA-BONO
                 END-COMPUTE
              END-IF
           END-IF.

      *    ORDEN POR CIUDAD. COMO EL MAESTRO SE LEE POR LEGAJO Y EL
      *    INTERCAMBIO ES SOLO POR MAYOR ESTRICTO, DENTRO DE CADA
      *    CIUDAD SE CONSERVA EL ORDEN POR LEGAJO.
       0450-ORDENAR-VENDEDORES.
           PERFORM 0460-PASADA-ORDENAR
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 >= WS-CANT-VEND.

       0460-PASADA-ORDENAR.
           PERFORM 0470-COMPARAR-Y-SWAP
              VARYING WS-IDX-2 FROM 1 BY 1
              UNTIL WS-IDX-2 > WS-CANT-VEND - WS-IDX-1.

       0470-COMPARAR-Y-SWAP.
           IF WS-TV-CIUDAD (WS-IDX-2) > WS-TV-CIUDAD (WS-IDX-2 + 1)
              MOVE WS-TV-ENTRY (WS-IDX-2) TO WS-SWAP-ENTRY
              MOVE WS-TV-ENTRY (WS-IDX-2 + 1) TO WS-TV-ENTRY (WS-IDX-2)
              MOVE WS-SWAP-ENTRY TO WS-TV-ENTRY (WS-IDX-2 + 1)
           END-IF.

      *    EL CSV SE COPIA A UNA NUEVA GENERACION: SE DESCARTAN LOS
      *    BONOS DE UNA CORRIDA ANTERIOR, SE AGREGAN LOS DE ESTA Y SE
      *    REHACE EL FINAL. SI EL CSV RECIBIDO NO ES DEL PERIODO O NO
      *    CUADRA CON SU FINAL NO SE GENERA NADA. UNA RETENCION DE
      *    GANANCIAS YA CALCULADA SE ANULA: CON LOS BONOS NUEVOS HAY
      *    QUE VOLVER A CORRER PVRETGAN.
       0500-REGENERAR-CSV.
           READ F-CSV
           PERFORM 0510-COPIAR-LINEA-CSV UNTIL NOT FS-CSV-OK
           IF NOT WS-CSV-CON-CABECERA
              DISPLAY "CSV DE LIQUIDACION SIN CABECERA."
              MOVE 'S' TO WS-CSV-HAY-ERROR
           END-IF
           IF NOT WS-CSV-CON-FINAL
              DISPLAY "CSV DE LIQUIDACION SIN REGISTRO FINAL."
              MOVE 'S' TO WS-CSV-HAY-ERROR
           ELSE
              IF WS-TRL-CANT NOT = WS-CSV-CANT-DET
                 OR WS-TRL-TOTAL NOT = WS-CSV-DET-TOTAL
                 OR WS-TRL-COMIS NOT = WS-CSV-DET-COMIS
                 DISPLAY "EL FINAL DEL CSV NO CUADRA CON SU DETALLE."
                 MOVE 'S' TO WS-CSV-HAY-ERROR
              END-IF
           END-IF
           IF WS-CSV-CON-ERROR
              DISPLAY "NO SE AGREGAN BONOS. SE CANCELA LA CORRIDA."
              PERFORM 0700-CLOSE-FILES
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           IF WS-CSV-BONOS-PREVIOS > 0
              DISPLAY "SE REEMPLAZAN " WS-CSV-BONOS-PREVIOS
                      " LINEAS DE BONO DE UNA CORRIDA ANTERIOR."
           END-IF
           PERFORM 0540-WRITE-BONO
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 > WS-CANT-VEND
           COMPUTE WS-FIN-CANT = WS-CSV-CANT-COPIA + WS-CANT-BONOS
           COMPUTE WS-FIN-TOTAL = WS-CSV-COPIA-TOTAL + WS-TOTAL-EXCESO
           COMPUTE WS-FIN-COMIS = WS-CSV-COPIA-COMIS + WS-TOTAL-BONOS
           MOVE 0 TO WS-FIN-RETENCION
           COMPUTE WS-FIN-NETO = WS-CSV-COPIA-COMIS + WS-TOTAL-BONOS
           WRITE R-CSV-NUEVO FROM WS-CSV-FINAL.

       0510-COPIAR-LINEA-CSV.
           EVALUATE R-CSV-TIPO
              WHEN "CABEC"
                 PERFORM 0520-VERIFICAR-CABECERA
                 MOVE SPACES TO R-CSV-RETENCION
                 WRITE R-CSV-NUEVO FROM R-CSV
              WHEN "FINAL"
                 PERFORM 0530-GUARDAR-FINAL
              WHEN OTHER
                 PERFORM 0515-SUMAR-DETALLE-CSV
                 IF R-CSV-TIPO = "BONUS"
                    ADD 1 TO WS-CSV-BONOS-PREVIOS
                 ELSE
                    MOVE WS-CSV-CERO TO R-CSV-RETENCION
                    MOVE R-CSV-COMISION TO R-CSV-NETO
                    WRITE R-CSV-NUEVO FROM R-CSV
                 END-IF
           END-EVALUATE
           READ F-CSV.

      *    EL FINAL RECIBIDO CUBRE TODO EL DETALLE, BONOS ANTERIORES
      *    INCLUIDOS; EL NUEVO FINAL SOLO LO QUE SE COPIA MAS LOS BONOS.
       0515-SUMAR-DETALLE-CSV.
           ADD 1 TO WS-CSV-CANT-DET
           IF R-CSV-TIPO NOT = "BONUS"
              ADD 1 TO WS-CSV-CANT-COPIA
           END-IF
           MOVE R-CSV-TOTAL TO WS-CSV-MONTO-TXT
           PERFORM 0535-CONVERTIR-MONTO-CSV
           ADD WS-MONTO-AUX TO WS-CSV-DET-TOTAL
           IF R-CSV-TIPO NOT = "BONUS"
              ADD WS-MONTO-AUX TO WS-CSV-COPIA-TOTAL
           END-IF
           MOVE R-CSV-COMISION TO WS-CSV-MONTO-TXT
           PERFORM 0535-CONVERTIR-MONTO-CSV
           ADD WS-MONTO-AUX TO WS-CSV-DET-COMIS
           IF R-CSV-TIPO NOT = "BONUS"
              ADD WS-MONTO-AUX TO WS-CSV-COPIA-COMIS
           END-IF.

       0520-VERIFICAR-CABECERA.
           MOVE 'S' TO WS-CSV-HAY-CABECERA
           MOVE R-CSV-TOTAL TO WS-CSV-PERIODO-CAB
           IF WS-CAB-MES IS NUMERIC AND WS-CAB-ANIO IS NUMERIC
              MOVE WS-CAB-MES TO WS-CAB-MES-NUM
              MOVE WS-CAB-ANIO TO WS-CAB-ANIO-NUM
              IF WS-CAB-MES-NUM NOT = WS-MES-BUSCAR
                 OR WS-CAB-ANIO-NUM NOT = WS-ANIO-BUSCAR
                 DISPLAY "CABECERA CSV DE OTRO PERIODO: "
                         WS-CAB-MES "/" WS-CAB-ANIO
                 MOVE 'S' TO WS-CSV-HAY-ERROR
              END-IF
           ELSE
              DISPLAY "CABECERA CSV ILEGIBLE."
              MOVE 'S' TO WS-CSV-HAY-ERROR
           END-IF.

       0530-GUARDAR-FINAL.
           MOVE 'S' TO WS-CSV-HAY-FINAL
           MOVE R-CSV-LEGAJO TO WS-CSV-CANT-TXT
           INSPECT WS-CSV-CANT-TXT REPLACING LEADING ' ' BY '0'
           IF WS-CSV-CANT-TXT IS NUMERIC
              MOVE WS-CSV-CANT-TXT TO WS-TRL-CANT
           END-IF
           MOVE R-CSV-TOTAL TO WS-CSV-MONTO-TXT
           PERFORM 0535-CONVERTIR-MONTO-CSV
           MOVE WS-MONTO-AUX TO WS-TRL-TOTAL
           MOVE R-CSV-COMISION TO WS-CSV-MONTO-TXT
           PERFORM 0535-CONVERTIR-MONTO-CSV
           MOVE WS-MONTO-AUX TO WS-TRL-COMIS.

       0535-CONVERTIR-MONTO-CSV.
           INSPECT WS-CSV-MONTO-TXT REPLACING LEADING ' ' BY '0'
           MOVE WS-CSV-MONTO-TXT TO WS-CSV-MONTO-NUM
           COMPUTE WS-MONTO-AUX =
              WS-CSV-ENTERO + WS-CSV-DECIMAL / 100
           END-COMPUTE.

      *    LA LINEA BONUS LLEVA COMO TOTAL LO VENDIDO SOBRE LA META Y
      *    COMO COMISION EL BONO. EL BONO QUEDA GRABADO EN LA META
      *    (EN CERO SI ESTA CORRIDA YA NO LO PAGA).
       0540-WRITE-BONO.
           IF WS-TV-CON-META (WS-IDX-1) = 'S'
              IF WS-TV-BONO (WS-IDX-1) > 0
                 MOVE WS-TV-LEGAJO (WS-IDX-1) TO WS-BON-LEGAJO
                 MOVE WS-TV-EXCESO (WS-IDX-1) TO WS-BON-TOTAL
                 MOVE WS-TV-BONO (WS-IDX-1) TO WS-BON-COMIS
                 MOVE 0 TO WS-BON-RETENCION
                 MOVE WS-TV-BONO (WS-IDX-1) TO WS-BON-NETO
                 WRITE R-CSV-NUEVO FROM WS-CSV-BONO
                 ADD 1 TO WS-CANT-BONOS
                 ADD WS-TV-EXCESO (WS-IDX-1) TO WS-TOTAL-EXCESO
                 ADD WS-TV-BONO (WS-IDX-1) TO WS-TOTAL-BONOS
              END-IF
              MOVE WS-TV-LEGAJO (WS-IDX-1) TO R-META-LEGAJO
              MOVE WS-ANIO-BUSCAR TO R-META-ANIO
              MOVE WS-MES-BUSCAR TO R-META-MES
              READ F-METAS
              IF FS-METAS-OK
                 MOVE WS-TV-BONO (WS-IDX-1) TO R-META-BONO
                 REWRITE R-META
              END-IF
              IF NOT FS-METAS-OK
                 DISPLAY "ERROR AL GRABAR BONO EN METAS. LEGAJO: "
                         WS-TV-LEGAJO (WS-IDX-1) " ESTADO: " FS-METAS
              END-IF
           END-IF.

       0600-WRITE-REPORTE.
           MOVE WS-MES-BUSCAR TO WS-TIT-MES
           MOVE WS-ANIO-BUSCAR TO WS-TIT-ANIO
           MOVE WS-UMBRAL-BONO TO WS-PAR-UMBRAL
           MOVE WS-TASA-BONO TO WS-PAR-TASA
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-TITULO
           WRITE R-REPORTE FROM WS-LINEA-PARAM
           WRITE R-REPORTE FROM WS-GUIONES
           PERFORM 0610-WRITE-VENDEDOR
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 > WS-CANT-VEND
           IF WS-CIUDAD-ABIERTA
              PERFORM 0630-WRITE-SUBTOTAL-CIUDAD
           END-IF
           MOVE "TOTAL EMPRESA" TO WS-SUB-TEXTO
           MOVE WS-EMP-VENTAS TO WS-SUB-VENTAS-ED
           MOVE WS-EMP-META TO WS-SUB-META-ED
           MOVE WS-EMP-BONO TO WS-SUB-BONO-ED
           MOVE WS-EMP-VENTAS TO WS-SUB-VENTAS
           MOVE WS-EMP-META TO WS-SUB-META
           PERFORM 0640-CALCULAR-PORC-TOTAL
           WRITE R-REPORTE FROM WS-LINEA-SUBTOTAL
           WRITE R-REPORTE FROM WS-GUIONES
           PERFORM 0650-WRITE-EXCEPCIONES
           PERFORM 0660-WRITE-RESUMEN.

       0610-WRITE-VENDEDOR.
           IF WS-TV-CON-META (WS-IDX-1) = 'S'
              IF NOT WS-CIUDAD-ABIERTA
                 OR WS-TV-CIUDAD (WS-IDX-1) NOT = WS-CIUDAD-ANT
                 IF WS-CIUDAD-ABIERTA
                    PERFORM 0630-WRITE-SUBTOTAL-CIUDAD
                 END-IF
                 PERFORM 0620-WRITE-CIUDAD
              END-IF
              MOVE WS-TV-LEGAJO (WS-IDX-1) TO WS-DET-LEGAJO
              MOVE WS-TV-NOMBRE (WS-IDX-1) TO WS-DET-NOMBRE
              MOVE WS-TV-VENTAS (WS-IDX-1) TO WS-DET-VENTAS
              MOVE WS-TV-META (WS-IDX-1) TO WS-DET-META
              MOVE WS-TV-PORC (WS-IDX-1) TO WS-DET-PORC
              MOVE WS-TV-BONO (WS-IDX-1) TO WS-DET-BONO
              IF WS-TV-ESTADO (WS-IDX-1) = 'I'
                 MOVE "INACT" TO WS-DET-OBS
              ELSE
                 MOVE SPACES TO WS-DET-OBS
              END-IF
              WRITE R-REPORTE FROM WS-DETALLE
              ADD WS-TV-VENTAS (WS-IDX-1) TO WS-SUB-VENTAS
              ADD WS-TV-META (WS-IDX-1) TO WS-SUB-META
              ADD WS-TV-BONO (WS-IDX-1) TO WS-SUB-BONO
           END-IF.

       0620-WRITE-CIUDAD.
           MOVE 'S' TO WS-HAY-CIUDAD
           MOVE WS-TV-CIUDAD (WS-IDX-1) TO WS-CIUDAD-ANT
           MOVE WS-CIUDAD-ANT TO WS-CIU-NOMBRE
           MOVE 0 TO WS-SUB-VENTAS
           MOVE 0 TO WS-SUB-META
           MOVE 0 TO WS-SUB-BONO
           WRITE R-REPORTE FROM WS-LINEA-CIUDAD
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-SUBTITULO
           WRITE R-REPORTE FROM WS-GUIONES.

       0630-WRITE-SUBTOTAL-CIUDAD.
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE "TOTAL CIUDAD" TO WS-SUB-TEXTO
           MOVE WS-SUB-VENTAS TO WS-SUB-VENTAS-ED
           MOVE WS-SUB-META TO WS-SUB-META-ED
           MOVE WS-SUB-BONO TO WS-SUB-BONO-ED
           PERFORM 0640-CALCULAR-PORC-TOTAL
           WRITE R-REPORTE FROM WS-LINEA-SUBTOTAL
           WRITE R-REPORTE FROM WS-GUIONES
           ADD WS-SUB-VENTAS TO WS-EMP-VENTAS
           ADD WS-SUB-META TO WS-EMP-META
           ADD WS-SUB-BONO TO WS-EMP-BONO.

       0640-CALCULAR-PORC-TOTAL.
           IF WS-SUB-META > 0
              COMPUTE WS-PORCENTAJE ROUNDED =
                 WS-SUB-VENTAS * 100 / WS-SUB-META
                 ON SIZE ERROR
                    MOVE 999,99 TO WS-PORCENTAJE
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-PORCENTAJE
           END-IF
           MOVE WS-PORCENTAJE TO WS-SUB-PORC-ED.

       0650-WRITE-EXCEPCIONES.
           WRITE R-REPORTE FROM WS-TIT-EXCEPCION
           WRITE R-REPORTE FROM WS-GUIONES
           IF WS-CANT-SIN-META = 0
              MOVE "TODOS LOS VENDEDORES TIENEN META PARA EL PERIODO."
                 TO WS-INF-TEXTO
              WRITE R-REPORTE FROM WS-LINEA-INFO
           ELSE
              WRITE R-REPORTE FROM WS-SUB-EXCEPCION
              WRITE R-REPORTE FROM WS-GUIONES
              PERFORM 0655-WRITE-SIN-META
                 VARYING WS-IDX-1 FROM 1 BY 1
                 UNTIL WS-IDX-1 > WS-CANT-VEND
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0655-WRITE-SIN-META.
           IF WS-TV-CON-META (WS-IDX-1) = 'N'
              MOVE WS-TV-LEGAJO (WS-IDX-1) TO WS-EXC-LEGAJO
              MOVE WS-TV-NOMBRE (WS-IDX-1) TO WS-EXC-NOMBRE
              MOVE WS-TV-CIUDAD (WS-IDX-1) TO WS-EXC-CIUDAD
              MOVE WS-TV-VENTAS (WS-IDX-1) TO WS-EXC-VENTAS
              WRITE R-REPORTE FROM WS-DET-EXCEPCION
           END-IF.

       0660-WRITE-RESUMEN.
           MOVE "VENDEDORES CON META:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-CON-META TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "VENDEDORES QUE ALCANZARON EL UMBRAL:"
              TO WS-CNT-CONCEPTO
           MOVE WS-CANT-UMBRAL TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "BONOS AGREGADOS AL CSV:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-BONOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE TOTAL DE BONOS:" TO WS-MTO-CONCEPTO
           MOVE WS-TOTAL-BONOS TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "VENDEDORES SIN META (EXCEPCIONES):"
              TO WS-CNT-CONCEPTO
           MOVE WS-CANT-SIN-META TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           WRITE R-REPORTE FROM WS-GUIONES.

       0700-CLOSE-FILES.
           CLOSE F-EMPLEADOS
           CLOSE F-METAS
           CLOSE F-CSV
           CLOSE F-CSV-NUEVO
           CLOSE F-REPORTE.

      *    UN VENDEDOR SIN META ES UNA ADVERTENCIA: EL RESTO DE LA
      *    CADENA PUEDE SEGUIR.
       0800-CLOSE-PROGRAM.
           IF WS-CANT-SIN-META > 0
              MOVE 4 TO RETURN-CODE
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
              MOVE "PVCUMMET" TO R-LOG-PROGRAMA
              MOVE WS-MES-BUSCAR TO R-LOG-PER-MES
              MOVE WS-ANIO-BUSCAR TO R-LOG-PER-ANIO
              MOVE 'N' TO R-LOG-REINICIO
              MOVE WS-CSV-CANT-DET TO R-LOG-LEIDOS
              COMPUTE R-LOG-GRABADOS = WS-CSV-CANT-COPIA + WS-CANT-BONOS
              END-COMPUTE
              MOVE WS-CANT-SIN-META TO R-LOG-RECHAZADOS
              COMPUTE R-LOG-IMPORTE =
                 WS-CSV-COPIA-TOTAL + WS-TOTAL-EXCESO
              END-COMPUTE
              COMPUTE R-LOG-COMISION =
                 WS-CSV-COPIA-COMIS + WS-TOTAL-BONOS
              END-COMPUTE
              MOVE WS-LOG-FEC-INICIO TO R-LOG-FEC-INICIO
              MOVE WS-LOG-HORA-INICIO TO R-LOG-HORA-INICIO
              ACCEPT R-LOG-FEC-FIN FROM DATE YYYYMMDD
              ACCEPT R-LOG-HORA-FIN FROM TIME
              MOVE RETURN-CODE TO R-LOG-RC
              WRITE R-RUNLOG
              CLOSE F-RUNLOG
           END-IF.
