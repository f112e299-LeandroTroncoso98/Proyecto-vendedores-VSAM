       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVRETGAN.
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

           SELECT F-HISTORIA ASSIGN TO HISTORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT F-ESCALA ASSIGN TO RETGAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-ESCALA.

           SELECT F-RETHIST ASSIGN TO RETHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RETHIST.

           SELECT F-RETH-NUEVO ASSIGN TO RETHNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RETH-NUEVO.

           SELECT F-CSV ASSIGN TO CSVLIQUI
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CSV.

           SELECT F-CSV-NUEVO ASSIGN TO CSVNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CSV-NUEVO.

           SELECT F-DESCUENTOS ASSIGN TO DESCAPLI
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-DESCUENTOS.

           SELECT F-REPORTE ASSIGN TO RETREPOR
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

      *    ESCALA DE RETENCION DE GANANCIAS, CON VIGENCIA COMO TASACOM.
      *    TIPO 'M' ES EL MINIMO NO IMPONIBLE ANUAL (EN DESDE) Y TIPO
      *    'E' UN TRAMO DE LA ESCALA: DESDE QUE IMPORTE ANUAL, CUOTA
      *    FIJA ANUAL Y PORCENTAJE SOBRE EL EXCEDENTE. CADA TIPO SE
      *    TOMA COMPLETO DE LA VIGENCIA MAS RECIENTE QUE NO SUPERE EL
      *    PERIODO.
       FD F-ESCALA RECORDING MODE IS F
                   DATA RECORD IS R-ESCALA.
       01 R-ESCALA.
          05 R-RG-TIPO            PIC X(1).
             88 R-RG-ES-MINIMO       VALUE 'M'.
             88 R-RG-ES-TRAMO        VALUE 'E'.
          05 R-RG-DESDE           PIC 9(9)V99.
          05 R-RG-FIJO            PIC 9(9)V99.
          05 R-RG-PORC            PIC 9(2)V99.
          05 R-RG-VIG-MES         PIC 9(2).
          05 R-RG-VIG-ANIO        PIC 9(4).

      *    HISTORIA DE RETENCIONES: UN REGISTRO POR LEGAJO Y PERIODO
      *    CALCULADO. SE REGENERA EN RETHNEW EN CADA CORRIDA. DEVUELTO
      *    ES LA COMISION DEVUELTA DESCONTADA EN EL PERIODO.
       FD F-RETHIST RECORDING MODE IS F
                    DATA RECORD IS R-RETHIST.
       01 R-RETHIST.
          05 R-RH-LEGAJO          PIC X(5).
          05 R-RH-MES             PIC 9(2).
          05 R-RH-ANIO            PIC 9(4).
          05 R-RH-COMIS-MES       PIC 9(9)V99.
          05 R-RH-OTROS           PIC 9(9)V99.
          05 R-RH-DEVUELTO        PIC 9(9)V99.
          05 R-RH-BASE-ACUM       PIC 9(9)V99.
          05 R-RH-IMPUESTO-ACUM   PIC 9(9)V99.
          05 R-RH-RETENIDO-ANT    PIC 9(9)V99.
          05 R-RH-RETENCION       PIC 9(9)V99.
          05 R-RH-PENDIENTE       PIC 9(9)V99.
          05 R-RH-FECHA           PIC 9(8).

       FD F-RETH-NUEVO RECORDING MODE IS F
                       DATA RECORD IS R-RETH-NUEVO.
       01 R-RETH-NUEVO            PIC X(107).

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

      *    DESCUENTOS QUE PVCOMVEN HIZO SOBRE LAS LINEAS LIQUI Y RETRO
      *    DEL CSV: COMISION DEVUELTA CUBIERTA Y RECUPERO DE ANTICIPOS.
       FD F-DESCUENTOS RECORDING MODE IS F
                       DATA RECORD IS R-DESCUENTO.
       01 R-DESCUENTO.
          05 R-DSC-LEGAJO         PIC X(5).
          05 R-DSC-ORIGEN         PIC X(5).
          05 R-DSC-DEVOL          PIC 9(7)V99.
          05 R-DSC-RECUPERO       PIC 9(7)V99.
          05 R-DSC-PER-MES        PIC 9(2).
          05 R-DSC-PER-ANIO       PIC 9(4).

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
          88 FS-EMPLEADOS-OK         VALUE 00.
          88 FS-EMPLEADOS-NOTFOUND   VALUE 23.

       01 FS-HISTORIA             PIC 99.
          88 FS-HISTORIA-OK          VALUE 00.

       01 FS-ESCALA               PIC 99.
          88 FS-ESCALA-OK            VALUE 00.

       01 FS-RETHIST              PIC 99.
          88 FS-RETHIST-OK           VALUE 00.

       01 FS-RETH-NUEVO           PIC 99.
          88 FS-RETH-NUEVO-OK        VALUE 00.

       01 FS-CSV                  PIC 99.
          88 FS-CSV-OK               VALUE 00.

       01 FS-CSV-NUEVO            PIC 99.
          88 FS-CSV-NUEVO-OK         VALUE 00.

       01 FS-DESCUENTOS           PIC 99.
          88 FS-DESCUENTOS-OK        VALUE 00.

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

       77 WS-PERIODO-COMP         PIC 9(6).

       77 WS-VIG-LEIDA            PIC 9(6).

      *    ESCALA VIGENTE PARA EL PERIODO. LOS IMPORTES SON ANUALES Y
      *    SE PRORRATEAN POR LOS MESES TRANSCURRIDOS DEL ANIO.
       01 WS-TAB-TRAMOS.
          05 WS-TT-ENTRY OCCURS 30 TIMES.
             10 WS-TT-DESDE          PIC 9(9)V99.
             10 WS-TT-FIJO           PIC 9(9)V99.
             10 WS-TT-PORC           PIC 9(2)V99.

       77 WS-CANT-TRAMOS          PIC 9(2) VALUE 0.

       77 WS-IDX-TRAMO            PIC 9(2).

       77 WS-TRAMO-ELEGIDO        PIC 9(2).

       77 WS-VIG-TRAMOS           PIC 9(6) VALUE 0.

       77 WS-VIG-MINIMO           PIC 9(6) VALUE 0.

       77 WS-MINIMO-ANUAL         PIC 9(9)V99 VALUE 0.

       77 WS-HAY-MINIMO           PIC X VALUE 'N'.
          88 WS-CON-MINIMO           VALUE 'S'.

       77 WS-MINIMO-PERIODO       PIC 9(9)V99 VALUE 0.

       77 WS-DESDE-PERIODO        PIC 9(9)V99.

       77 WS-DESDE-ELEGIDO        PIC 9(9)V99.

      *    LEGAJOS DEL CSV CON SU COMISION Y EL CALCULO DE LA RETENCION.
      *    OTROS ES LO PAGADO EN LINEAS RETRO (ANTES DE DESCUENTOS),
      *    BONUS Y SUPER, QUE NO FIGURA EN HISTORIA. DEVUELTO ES LA
      *    COMISION RECUPERADA POR DEVOLUCIONES, QUE HISTORIA NO RESTA.
       01 WS-TAB-RET.
          05 WS-TR-ENTRY OCCURS 1000 TIMES.
             10 WS-TR-LEGAJO         PIC X(5).
             10 WS-TR-NOMBRE         PIC X(30).
             10 WS-TR-EXISTE         PIC X(1).
             10 WS-TR-LINEAS         PIC 9(4).
             10 WS-TR-BRUTO          PIC 9(9)V99.
             10 WS-TR-OTROS-ACT      PIC 9(9)V99.
             10 WS-TR-HIST-ENTRY OCCURS 12 TIMES.
                15 WS-TR-HIST-COMIS     PIC 9(7)V99.
             10 WS-TR-OTROS-ANT      PIC 9(9)V99.
             10 WS-TR-DEVUELTO-ACT   PIC 9(9)V99.
             10 WS-TR-DEVUELTO-ANT   PIC 9(9)V99.
             10 WS-TR-RETENIDO-ANT   PIC 9(9)V99.
             10 WS-TR-BASE           PIC 9(9)V99.
             10 WS-TR-IMPUESTO       PIC 9(9)V99.
             10 WS-TR-RETENCION      PIC 9(9)V99.
             10 WS-TR-PENDIENTE      PIC 9(9)V99.
             10 WS-TR-EXCESO         PIC X(1).
             10 WS-TR-SALDO          PIC 9(9)V99.

       77 WS-CANT-TR              PIC 9(4) VALUE 0.

       77 WS-IDX-TR               PIC 9(4).

       77 WS-IDX-MES              PIC 9(2).

       77 WS-LEGAJO-BUSCAR        PIC X(5).

       77 WS-IMPONIBLE            PIC S9(9)V99.

       77 WS-A-RETENER            PIC S9(9)V99.

       77 WS-RET-LINEA            PIC 9(9)V99.

       77 WS-COMIS-LINEA          PIC 9(9)V99.

       77 WS-MONTO-EDIT           PIC ZZZZZZZZZ9,99.

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

      *    FECHA DEL CALCULO QUE QUEDA EN LA CABECERA DEL CSV; PVCONCIL
      *    NO CONCILIA UN CSV SIN ELLA.
       01 WS-SELLO-CALCULO.
          05 WS-SEL-DIA              PIC 9(2).
          05 FILLER                  PIC X VALUE '/'.
          05 WS-SEL-MES              PIC 9(2).
          05 FILLER                  PIC X VALUE '/'.
          05 WS-SEL-ANIO             PIC 9(4).
          05 FILLER                  PIC X(3) VALUE SPACES.

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

       77 WS-CSV-COPIA-RETENCION  PIC 9(11)V99 VALUE 0.

       77 WS-CSV-COPIA-NETO       PIC 9(11)V99 VALUE 0.

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

      *    HISTORIA DE RETENCIONES: LO DEL PERIODO SE REEMPLAZA
       77 WS-RH-LEIDOS            PIC 9(7) VALUE 0.

       77 WS-RH-COPIADOS          PIC 9(7) VALUE 0.

       77 WS-RH-REEMPLAZADOS      PIC 9(7) VALUE 0.

       77 WS-RH-GRABADOS          PIC 9(7) VALUE 0.

      *    TOTALES DEL LISTADO
       77 WS-CANT-PENDIENTES      PIC 9(5) VALUE 0.

       77 WS-CANT-EXCESOS         PIC 9(5) VALUE 0.

       77 WS-CANT-NO-EMP          PIC 9(5) VALUE 0.

       77 WS-CANT-CON-RETENCION   PIC 9(5) VALUE 0.

       77 WS-TOTAL-PENDIENTE      PIC 9(11)V99 VALUE 0.

       77 WS-TOTAL-IMPUESTO       PIC 9(11)V99 VALUE 0.

       77 WS-TOTAL-RET-ANT        PIC 9(11)V99 VALUE 0.

       77 WS-TOTAL-DEVUELTO       PIC 9(11)V99 VALUE 0.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X(49) VALUE
             'RETENCIONES GANANCIAS SOBRE COMISIONES - PERIODO '.
          05 WS-TIT-MES           PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-TIT-ANIO          PIC 9(4).
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-PARAM.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(25) VALUE
                                  'MINIMO NO IMPONIBLE ACUM.'.
          05 FILLER               PIC X(2) VALUE ': '.
          05 WS-PAR-MINIMO        PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X(17) VALUE
                                  'TRAMOS DE ESCALA:'.
          05 WS-PAR-TRAMOS        PIC ZZ9.
          05 FILLER               PIC X(14) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUBTITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE 'LEG. '.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(16) VALUE 'NOMBRE'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE ' BASE ACUM.'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE '   IMPUESTO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE '  RET. ANT.'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE '  RETENCION'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(7) VALUE 'OBS.'.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-LEGAJO        PIC X(5).
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-NOMBRE        PIC X(16).
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-BASE          PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-IMPUESTO      PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-RET-ANT       PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-RETENCION     PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-OBS           PIC X(7).
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
           PERFORM 0150-VERIFICAR-PARAMETROS
           PERFORM 0170-VERIFICAR-PERIODO
           PERFORM 0180-CARGAR-ESCALA
           PERFORM 0200-OPEN-FILE
           PERFORM 0300-LEER-CSV
           PERFORM 0350-CARGAR-DESCUENTOS
           PERFORM 0400-CARGAR-HISTORIA
           PERFORM 0450-CARGAR-RETENCIONES
           PERFORM 0500-CALCULAR-LEGAJO
              VARYING WS-IDX-TR FROM 1 BY 1
              UNTIL WS-IDX-TR > WS-CANT-TR
           PERFORM 0550-REGRABAR-CSV
           PERFORM 0580-GRABAR-RETENCION
              VARYING WS-IDX-TR FROM 1 BY 1
              UNTIL WS-IDX-TR > WS-CANT-TR
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
           COMPUTE WS-PERIODO-COMP =
              WS-ANIO-BUSCAR * 100 + WS-MES-BUSCAR
           END-COMPUTE.

      *    LA RETENCION SE CALCULA SOBRE LA LIQUIDACION YA HECHA Y
      *    ANTES DE CONCILIARLA: EL PERIODO DEBE ESTAR LIQUIDADO.
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
                      " NO ESTA EN ESTADO LIQUIDADO. NO SE CALCULAN "
                      "LAS RETENCIONES."
              CLOSE F-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           CLOSE F-PERIODOS.

      *    SIN ESCALA O SIN MINIMO VIGENTE NO SE PUEDE RETENER: SE
      *    CANCELA ANTES DE TOCAR EL CSV.
       0180-CARGAR-ESCALA.
           OPEN INPUT F-ESCALA
           IF NOT FS-ESCALA-OK
              DISPLAY "ERROR AL ABRIR ESCALA DE RETENCIONES: "
                      FS-ESCALA
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           READ F-ESCALA
           PERFORM 0185-GUARDAR-ESCALA UNTIL NOT FS-ESCALA-OK
           CLOSE F-ESCALA
           IF WS-CANT-TRAMOS = 0 OR NOT WS-CON-MINIMO
              DISPLAY "SIN ESCALA DE RETENCION O MINIMO NO IMPONIBLE "
                      "VIGENTE PARA EL PERIODO " WS-MES-BUSCAR "/"
                      WS-ANIO-BUSCAR ". SE CANCELA LA CORRIDA."
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           COMPUTE WS-MINIMO-PERIODO ROUNDED =
              WS-MINIMO-ANUAL * WS-MES-BUSCAR / 12
           END-COMPUTE.

      *    UNA VIGENCIA MAS NUEVA DE LA ESCALA DESCARTA LOS TRAMOS YA
      *    CARGADOS: LA ESCALA SE REEMPLAZA ENTERA, NO TRAMO A TRAMO.
       0185-GUARDAR-ESCALA.
           COMPUTE WS-VIG-LEIDA =
              R-RG-VIG-ANIO * 100 + R-RG-VIG-MES
           END-COMPUTE
           IF WS-VIG-LEIDA <= WS-PERIODO-COMP
              EVALUATE TRUE
                 WHEN R-RG-ES-MINIMO
                    IF NOT WS-CON-MINIMO
                       OR WS-VIG-LEIDA >= WS-VIG-MINIMO
                       MOVE 'S' TO WS-HAY-MINIMO
                       MOVE WS-VIG-LEIDA TO WS-VIG-MINIMO
                       MOVE R-RG-DESDE TO WS-MINIMO-ANUAL
                    END-IF
                 WHEN R-RG-ES-TRAMO
                    IF WS-VIG-LEIDA > WS-VIG-TRAMOS
                       MOVE 0 TO WS-CANT-TRAMOS
                       MOVE WS-VIG-LEIDA TO WS-VIG-TRAMOS
                    END-IF
                    IF WS-VIG-LEIDA = WS-VIG-TRAMOS
                       PERFORM 0187-AGREGAR-TRAMO
                    END-IF
                 WHEN OTHER
                    DISPLAY "TIPO DE REGISTRO DE ESCALA INVALIDO: "
                            R-RG-TIPO
              END-EVALUATE
           END-IF
           READ F-ESCALA.

      *    UN TRAMO DESCARTADO DEJARIA MAL LA ESCALA: SE CANCELA.
       0187-AGREGAR-TRAMO.
           IF WS-CANT-TRAMOS >= 30
              DISPLAY "TABLA DE TRAMOS DE ESCALA LLENA. SE CANCELA LA "
                      "CORRIDA."
              CLOSE F-ESCALA
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           ADD 1 TO WS-CANT-TRAMOS
           MOVE R-RG-DESDE TO WS-TT-DESDE (WS-CANT-TRAMOS)
           MOVE R-RG-FIJO TO WS-TT-FIJO (WS-CANT-TRAMOS)
           MOVE R-RG-PORC TO WS-TT-PORC (WS-CANT-TRAMOS).

       0200-OPEN-FILE.
           OPEN INPUT F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN INPUT F-CSV
           IF NOT FS-CSV-OK
              DISPLAY "ERROR AL ABRIR CSV DE LIQUIDACION: " FS-CSV
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF.

      *    PRIMERA PASADA DEL CSV: SE CONTROLA CONTRA SU FINAL Y SE
      *    ACUMULA LA COMISION DE CADA LEGAJO. SI EL CSV NO ES DEL
      *    PERIODO O NO CUADRA NO SE GENERA NADA.
       0300-LEER-CSV.
           READ F-CSV
           PERFORM 0310-PROCESAR-LINEA-CSV UNTIL NOT FS-CSV-OK
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
              DISPLAY "NO SE CALCULAN RETENCIONES. SE CANCELA LA "
                      "CORRIDA."
              CLOSE F-EMPLEADOS
              CLOSE F-CSV
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           CLOSE F-CSV.

       0310-PROCESAR-LINEA-CSV.
           EVALUATE R-CSV-TIPO
              WHEN "CABEC"
                 PERFORM 0320-VERIFICAR-CABECERA
              WHEN "FINAL"
                 PERFORM 0330-GUARDAR-FINAL
              WHEN OTHER
                 PERFORM 0340-ACUMULAR-LEGAJO
           END-EVALUATE
           READ F-CSV.

       0320-VERIFICAR-CABECERA.
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

       0330-GUARDAR-FINAL.
           MOVE 'S' TO WS-CSV-HAY-FINAL
           MOVE R-CSV-LEGAJO TO WS-CSV-CANT-TXT
           INSPECT WS-CSV-CANT-TXT REPLACING LEADING ' ' BY '0'
           IF WS-CSV-CANT-TXT IS NUMERIC
              MOVE WS-CSV-CANT-TXT TO WS-TRL-CANT
           END-IF
           MOVE R-CSV-TOTAL TO WS-CSV-MONTO-TXT
           PERFORM 0335-CONVERTIR-MONTO-CSV
           MOVE WS-MONTO-AUX TO WS-TRL-TOTAL
           MOVE R-CSV-COMISION TO WS-CSV-MONTO-TXT
           PERFORM 0335-CONVERTIR-MONTO-CSV
           MOVE WS-MONTO-AUX TO WS-TRL-COMIS.

       0335-CONVERTIR-MONTO-CSV.
           INSPECT WS-CSV-MONTO-TXT REPLACING LEADING ' ' BY '0'
           MOVE WS-CSV-MONTO-TXT TO WS-CSV-MONTO-NUM
           COMPUTE WS-MONTO-AUX =
              WS-CSV-ENTERO + WS-CSV-DECIMAL / 100
           END-COMPUTE.

      *    SIN LUGAR PARA TODOS LOS LEGAJOS ALGUNO COBRARIA SIN
      *    RETENCION: SE CANCELA.
       0340-ACUMULAR-LEGAJO.
           ADD 1 TO WS-CSV-CANT-DET
           MOVE R-CSV-TOTAL TO WS-CSV-MONTO-TXT
           PERFORM 0335-CONVERTIR-MONTO-CSV
           ADD WS-MONTO-AUX TO WS-CSV-DET-TOTAL
           MOVE R-CSV-COMISION TO WS-CSV-MONTO-TXT
           PERFORM 0335-CONVERTIR-MONTO-CSV
           ADD WS-MONTO-AUX TO WS-CSV-DET-COMIS
           MOVE R-CSV-LEGAJO TO WS-LEGAJO-BUSCAR
           PERFORM 0345-BUSCAR-LEGAJO
           IF WS-IDX-TR > WS-CANT-TR
              IF WS-CANT-TR >= 1000
                 DISPLAY "TABLA DE LEGAJOS LLENA. SE CANCELA LA "
                         "CORRIDA."
                 CLOSE F-EMPLEADOS
                 CLOSE F-CSV
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0850-GRABAR-RUNLOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-TR
              MOVE WS-CANT-TR TO WS-IDX-TR
              PERFORM 0347-INICIAR-LEGAJO
           END-IF
           ADD 1 TO WS-TR-LINEAS (WS-IDX-TR)
           ADD WS-MONTO-AUX TO WS-TR-BRUTO (WS-IDX-TR)
           IF R-CSV-TIPO = "RETRO" OR R-CSV-TIPO = "BONUS"
              OR R-CSV-TIPO = "SUPER"
              ADD WS-MONTO-AUX TO WS-TR-OTROS-ACT (WS-IDX-TR)
           END-IF.

       0345-BUSCAR-LEGAJO.
           PERFORM VARYING WS-IDX-TR FROM 1 BY 1
              UNTIL WS-IDX-TR > WS-CANT-TR
                 OR WS-TR-LEGAJO (WS-IDX-TR) = WS-LEGAJO-BUSCAR
              CONTINUE
           END-PERFORM.

       0347-INICIAR-LEGAJO.
           MOVE R-CSV-LEGAJO TO WS-TR-LEGAJO (WS-IDX-TR)
           MOVE R-CSV-LEGAJO TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           IF FS-EMPLEADOS-OK
              MOVE R-EMP-NOMBRE TO WS-TR-NOMBRE (WS-IDX-TR)
              MOVE 'S' TO WS-TR-EXISTE (WS-IDX-TR)
           ELSE
              MOVE SPACES TO WS-TR-NOMBRE (WS-IDX-TR)
              MOVE 'N' TO WS-TR-EXISTE (WS-IDX-TR)
           END-IF
           MOVE 0 TO WS-TR-LINEAS (WS-IDX-TR)
           MOVE 0 TO WS-TR-BRUTO (WS-IDX-TR)
           MOVE 0 TO WS-TR-OTROS-ACT (WS-IDX-TR)
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12
              MOVE 0 TO WS-TR-HIST-COMIS (WS-IDX-TR, WS-IDX-MES)
           END-PERFORM
           MOVE 0 TO WS-TR-OTROS-ANT (WS-IDX-TR)
           MOVE 0 TO WS-TR-DEVUELTO-ACT (WS-IDX-TR)
           MOVE 0 TO WS-TR-DEVUELTO-ANT (WS-IDX-TR)
           MOVE 0 TO WS-TR-RETENIDO-ANT (WS-IDX-TR)
           MOVE 0 TO WS-TR-BASE (WS-IDX-TR)
           MOVE 0 TO WS-TR-IMPUESTO (WS-IDX-TR)
           MOVE 0 TO WS-TR-RETENCION (WS-IDX-TR)
           MOVE 0 TO WS-TR-PENDIENTE (WS-IDX-TR)
           MOVE 'N' TO WS-TR-EXCESO (WS-IDX-TR)
           MOVE 0 TO WS-TR-SALDO (WS-IDX-TR).

      *    HISTORIA GUARDA LA COMISION BRUTA: LO DEVUELTO QUE PVCOMVEN
      *    DESCONTO EN EL PERIODO SE RESTA DE LA BASE. LAS LINEAS RETRO
      *    DEL CSV VIENEN NETAS DE DEUDA Y DE RECUPERO DE ANTICIPOS: SE
      *    LES VUELVE A SUMAR PARA TOMARLAS BRUTAS, COMO LAS LIQUI. LOS
      *    DESCUENTOS DEBEN SER DE ESTE PERIODO Y DE LEGAJOS DEL CSV;
      *    SI NO, SON DE OTRA CORRIDA Y SE CANCELA.
       0350-CARGAR-DESCUENTOS.
           OPEN INPUT F-DESCUENTOS
           IF NOT FS-DESCUENTOS-OK
              DISPLAY "ERROR AL ABRIR DESCUENTOS DE LA LIQUIDACION: "
                      FS-DESCUENTOS
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           READ F-DESCUENTOS
           PERFORM 0360-GUARDAR-DESCUENTO UNTIL NOT FS-DESCUENTOS-OK
           CLOSE F-DESCUENTOS
           IF WS-CSV-CON-ERROR
              DISPLAY "DESCUENTOS QUE NO CORRESPONDEN AL CSV. SE "
                      "CANCELA LA CORRIDA."
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF.

       0360-GUARDAR-DESCUENTO.
           MOVE R-DSC-LEGAJO TO WS-LEGAJO-BUSCAR
           PERFORM 0345-BUSCAR-LEGAJO
           IF R-DSC-PER-MES NOT = WS-MES-BUSCAR
              OR R-DSC-PER-ANIO NOT = WS-ANIO-BUSCAR
              OR WS-IDX-TR > WS-CANT-TR
              DISPLAY "DESCUENTO INVALIDO. LEGAJO: " R-DSC-LEGAJO
                      " PERIODO: " R-DSC-PER-MES "/" R-DSC-PER-ANIO
              MOVE 'S' TO WS-CSV-HAY-ERROR
           ELSE
              ADD R-DSC-DEVOL TO WS-TR-DEVUELTO-ACT (WS-IDX-TR)
              IF R-DSC-ORIGEN = "RETRO"
                 ADD R-DSC-DEVOL TO WS-TR-OTROS-ACT (WS-IDX-TR)
                 ADD R-DSC-RECUPERO TO WS-TR-OTROS-ACT (WS-IDX-TR)
              END-IF
           END-IF
           READ F-DESCUENTOS.

       0400-CARGAR-HISTORIA.
           OPEN INPUT F-HISTORIA
           IF NOT FS-HISTORIA-OK
              DISPLAY "ERROR AL ABRIR HISTORIA: " FS-HISTORIA
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           READ F-HISTORIA
           PERFORM 0410-GUARDAR-HISTORIA UNTIL NOT FS-HISTORIA-OK
           CLOSE F-HISTORIA.

      *    COMISION DEL ANIO HASTA EL PERIODO, MES A MES. EL ULTIMO
      *    REGISTRO DE UN LEGAJO/PERIODO PISA AL ANTERIOR, ASI UNA
      *    RELIQUIDACION YA APROBADA ENTRA EN EL ACUMULADO.
       0410-GUARDAR-HISTORIA.
           IF R-HIST-ANIO = WS-ANIO-BUSCAR
              AND R-HIST-MES >= 1 AND R-HIST-MES <= WS-MES-BUSCAR
              MOVE R-HIST-LEGAJO TO WS-LEGAJO-BUSCAR
              PERFORM 0345-BUSCAR-LEGAJO
              IF WS-IDX-TR <= WS-CANT-TR
                 MOVE R-HIST-COMIS
                    TO WS-TR-HIST-COMIS (WS-IDX-TR, R-HIST-MES)
              END-IF
           END-IF
           READ F-HISTORIA.

      *    LO YA RETENIDO EN EL ANIO Y LO PAGADO FUERA DE HISTORIA EN
      *    MESES ANTERIORES SALE DE LA HISTORIA DE RETENCIONES. ESTA SE
      *    COPIA A LA NUEVA GENERACION SIN LOS REGISTROS DEL PERIODO,
      *    QUE SE VUELVEN A GRABAR: ASI SE PUEDE REPETIR LA CORRIDA.
       0450-CARGAR-RETENCIONES.
           OPEN OUTPUT F-RETH-NUEVO
           IF NOT FS-RETH-NUEVO-OK
              DISPLAY "ERROR AL ABRIR NUEVA HISTORIA DE RETENCIONES: "
                      FS-RETH-NUEVO
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN INPUT F-RETHIST
           IF FS-RETHIST = 35
              DISPLAY "SIN HISTORIA DE RETENCIONES. SE INICIA CON ESTA "
                      "CORRIDA."
           ELSE
              IF NOT FS-RETHIST-OK
                 DISPLAY "ERROR AL ABRIR HISTORIA DE RETENCIONES: "
                         FS-RETHIST
                 CLOSE F-EMPLEADOS
                 CLOSE F-RETH-NUEVO
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0850-GRABAR-RUNLOG
                 STOP RUN
              END-IF
              READ F-RETHIST
              PERFORM 0460-GUARDAR-RETENCION UNTIL NOT FS-RETHIST-OK
              CLOSE F-RETHIST
           END-IF
           IF WS-RH-REEMPLAZADOS > 0
              DISPLAY "SE REEMPLAZAN " WS-RH-REEMPLAZADOS
                      " RETENCIONES DE UNA CORRIDA ANTERIOR."
           END-IF.

       0460-GUARDAR-RETENCION.
           ADD 1 TO WS-RH-LEIDOS
           IF R-RH-ANIO = WS-ANIO-BUSCAR
              AND R-RH-MES = WS-MES-BUSCAR
              ADD 1 TO WS-RH-REEMPLAZADOS
           ELSE
              WRITE R-RETH-NUEVO FROM R-RETHIST
              ADD 1 TO WS-RH-COPIADOS
              IF R-RH-ANIO = WS-ANIO-BUSCAR
                 AND R-RH-MES < WS-MES-BUSCAR
                 MOVE R-RH-LEGAJO TO WS-LEGAJO-BUSCAR
                 PERFORM 0345-BUSCAR-LEGAJO
                 IF WS-IDX-TR <= WS-CANT-TR
                    ADD R-RH-OTROS TO WS-TR-OTROS-ANT (WS-IDX-TR)
                    ADD R-RH-DEVUELTO
                       TO WS-TR-DEVUELTO-ANT (WS-IDX-TR)
                    ADD R-RH-RETENCION
                       TO WS-TR-RETENIDO-ANT (WS-IDX-TR)
                 END-IF
              END-IF
           END-IF
           READ F-RETHIST.

      *    METODO ACUMULATIVO: SE DETERMINA EL IMPUESTO SOBRE TODA LA
      *    COMISION DEL ANIO HASTA EL PERIODO, NETA DE LO DEVUELTO
      *    POR DEVOLUCIONES (NUNCA NEGATIVA), CON EL MINIMO Y LA
      *    ESCALA PRORRATEADOS POR LOS MESES TRANSCURRIDOS, Y SE
      *    RETIENE LO QUE FALTA SOBRE LO YA RETENIDO. LO QUE NO ALCANZA
      *    A CUBRIR LA COMISION DEL MES QUEDA PENDIENTE Y SE RECUPERA
      *    SOLO EN EL PERIODO SIGUIENTE; LO RETENIDO DE MAS NO SE
      *    DEVUELVE DESDE AQUI, SE INFORMA.
       0500-CALCULAR-LEGAJO.
           MOVE 0 TO WS-TR-BASE (WS-IDX-TR)
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > WS-MES-BUSCAR
              ADD WS-TR-HIST-COMIS (WS-IDX-TR, WS-IDX-MES)
                 TO WS-TR-BASE (WS-IDX-TR)
           END-PERFORM
           ADD WS-TR-OTROS-ANT (WS-IDX-TR) TO WS-TR-BASE (WS-IDX-TR)
           ADD WS-TR-OTROS-ACT (WS-IDX-TR) TO WS-TR-BASE (WS-IDX-TR)
           COMPUTE WS-IMPONIBLE = WS-TR-BASE (WS-IDX-TR)
              - WS-TR-DEVUELTO-ANT (WS-IDX-TR)
              - WS-TR-DEVUELTO-ACT (WS-IDX-TR)
           END-COMPUTE
           IF WS-IMPONIBLE < 0
              MOVE 0 TO WS-IMPONIBLE
           END-IF
           MOVE WS-IMPONIBLE TO WS-TR-BASE (WS-IDX-TR)
           ADD WS-TR-DEVUELTO-ACT (WS-IDX-TR) TO WS-TOTAL-DEVUELTO
           COMPUTE WS-IMPONIBLE =
              WS-TR-BASE (WS-IDX-TR) - WS-MINIMO-PERIODO
           END-COMPUTE
           MOVE 0 TO WS-TR-IMPUESTO (WS-IDX-TR)
           IF WS-IMPONIBLE > 0
              PERFORM 0510-CALCULAR-IMPUESTO
           END-IF
           COMPUTE WS-A-RETENER =
              WS-TR-IMPUESTO (WS-IDX-TR)
              - WS-TR-RETENIDO-ANT (WS-IDX-TR)
           END-COMPUTE
           IF WS-A-RETENER < 0
              MOVE 'S' TO WS-TR-EXCESO (WS-IDX-TR)
              ADD 1 TO WS-CANT-EXCESOS
              MOVE 0 TO WS-A-RETENER
           END-IF
           IF WS-A-RETENER > WS-TR-BRUTO (WS-IDX-TR)
              MOVE WS-TR-BRUTO (WS-IDX-TR)
                 TO WS-TR-RETENCION (WS-IDX-TR)
              COMPUTE WS-TR-PENDIENTE (WS-IDX-TR) =
                 WS-A-RETENER - WS-TR-BRUTO (WS-IDX-TR)
              END-COMPUTE
              ADD 1 TO WS-CANT-PENDIENTES
              ADD WS-TR-PENDIENTE (WS-IDX-TR) TO WS-TOTAL-PENDIENTE
           ELSE
              MOVE WS-A-RETENER TO WS-TR-RETENCION (WS-IDX-TR)
           END-IF
           MOVE WS-TR-RETENCION (WS-IDX-TR) TO WS-TR-SALDO (WS-IDX-TR)
           IF WS-TR-RETENCION (WS-IDX-TR) > 0
              ADD 1 TO WS-CANT-CON-RETENCION
           END-IF
           IF WS-TR-EXISTE (WS-IDX-TR) = 'N'
              ADD 1 TO WS-CANT-NO-EMP
           END-IF
           ADD WS-TR-IMPUESTO (WS-IDX-TR) TO WS-TOTAL-IMPUESTO
           ADD WS-TR-RETENIDO-ANT (WS-IDX-TR) TO WS-TOTAL-RET-ANT.

      *    SE APLICA EL TRAMO DE MAYOR DESDE QUE, PRORRATEADO, NO
      *    SUPERE LA BASE IMPONIBLE.
       0510-CALCULAR-IMPUESTO.
           MOVE 0 TO WS-TRAMO-ELEGIDO
           PERFORM 0520-EVALUAR-TRAMO
              VARYING WS-IDX-TRAMO FROM 1 BY 1
              UNTIL WS-IDX-TRAMO > WS-CANT-TRAMOS
           IF WS-TRAMO-ELEGIDO > 0
              COMPUTE WS-DESDE-PERIODO ROUNDED =
                 WS-TT-DESDE (WS-TRAMO-ELEGIDO) * WS-MES-BUSCAR / 12
              END-COMPUTE
              COMPUTE WS-TR-IMPUESTO (WS-IDX-TR) ROUNDED =
                 WS-TT-FIJO (WS-TRAMO-ELEGIDO) * WS-MES-BUSCAR / 12
                 + (WS-IMPONIBLE - WS-DESDE-PERIODO)
                 * WS-TT-PORC (WS-TRAMO-ELEGIDO) / 100
              END-COMPUTE
           END-IF.

       0520-EVALUAR-TRAMO.
           COMPUTE WS-DESDE-PERIODO ROUNDED =
              WS-TT-DESDE (WS-IDX-TRAMO) * WS-MES-BUSCAR / 12
           END-COMPUTE
           IF WS-DESDE-PERIODO <= WS-IMPONIBLE
              IF WS-TRAMO-ELEGIDO = 0
                 OR WS-TT-DESDE (WS-IDX-TRAMO) > WS-DESDE-ELEGIDO
                 MOVE WS-IDX-TRAMO TO WS-TRAMO-ELEGIDO
                 MOVE WS-TT-DESDE (WS-IDX-TRAMO) TO WS-DESDE-ELEGIDO
              END-IF
           END-IF.

      *    SEGUNDA PASADA: SE COPIA EL CSV A UNA NUEVA GENERACION CON LA
      *    RETENCION DE CADA LEGAJO REPARTIDA SOBRE SUS LINEAS EN EL
      *    ORDEN DEL ARCHIVO, SIN SUPERAR LA COMISION DE CADA LINEA. LA
      *    CABECERA LLEVA LA FECHA DEL CALCULO Y EL FINAL SE REHACE.
       0550-REGRABAR-CSV.
           MOVE WS-FEC-DIA TO WS-SEL-DIA
           MOVE WS-FEC-MES TO WS-SEL-MES
           MOVE WS-FEC-ANIO TO WS-SEL-ANIO
           OPEN INPUT F-CSV
           OPEN OUTPUT F-CSV-NUEVO
           READ F-CSV
           PERFORM 0560-COPIAR-LINEA-CSV UNTIL NOT FS-CSV-OK
           MOVE WS-CSV-CANT-COPIA TO WS-FIN-CANT
           MOVE WS-CSV-COPIA-TOTAL TO WS-FIN-TOTAL
           MOVE WS-CSV-COPIA-COMIS TO WS-FIN-COMIS
           MOVE WS-CSV-COPIA-RETENCION TO WS-FIN-RETENCION
           MOVE WS-CSV-COPIA-NETO TO WS-FIN-NETO
           WRITE R-CSV-NUEVO FROM WS-CSV-FINAL
           CLOSE F-CSV
           CLOSE F-CSV-NUEVO.

       0560-COPIAR-LINEA-CSV.
           EVALUATE R-CSV-TIPO
              WHEN "CABEC"
                 MOVE WS-SELLO-CALCULO TO R-CSV-RETENCION
                 WRITE R-CSV-NUEVO FROM R-CSV
              WHEN "FINAL"
                 CONTINUE
              WHEN OTHER
                 PERFORM 0570-RETENER-LINEA
                 WRITE R-CSV-NUEVO FROM R-CSV
           END-EVALUATE
           READ F-CSV.

       0570-RETENER-LINEA.
           ADD 1 TO WS-CSV-CANT-COPIA
           MOVE R-CSV-TOTAL TO WS-CSV-MONTO-TXT
           PERFORM 0335-CONVERTIR-MONTO-CSV
           ADD WS-MONTO-AUX TO WS-CSV-COPIA-TOTAL
           MOVE R-CSV-COMISION TO WS-CSV-MONTO-TXT
           PERFORM 0335-CONVERTIR-MONTO-CSV
           ADD WS-MONTO-AUX TO WS-CSV-COPIA-COMIS
           MOVE WS-MONTO-AUX TO WS-COMIS-LINEA
           MOVE R-CSV-LEGAJO TO WS-LEGAJO-BUSCAR
           PERFORM 0345-BUSCAR-LEGAJO
           IF WS-TR-SALDO (WS-IDX-TR) > WS-COMIS-LINEA
              MOVE WS-COMIS-LINEA TO WS-RET-LINEA
           ELSE
              MOVE WS-TR-SALDO (WS-IDX-TR) TO WS-RET-LINEA
           END-IF
           SUBTRACT WS-RET-LINEA FROM WS-TR-SALDO (WS-IDX-TR)
           ADD WS-RET-LINEA TO WS-CSV-COPIA-RETENCION
           MOVE WS-RET-LINEA TO WS-MONTO-EDIT
           MOVE WS-MONTO-EDIT TO R-CSV-RETENCION
           SUBTRACT WS-RET-LINEA FROM WS-COMIS-LINEA
           ADD WS-COMIS-LINEA TO WS-CSV-COPIA-NETO
           MOVE WS-COMIS-LINEA TO WS-MONTO-EDIT
           MOVE WS-MONTO-EDIT TO R-CSV-NETO.

       0580-GRABAR-RETENCION.
           MOVE WS-TR-LEGAJO (WS-IDX-TR) TO R-RH-LEGAJO
           MOVE WS-MES-BUSCAR TO R-RH-MES
           MOVE WS-ANIO-BUSCAR TO R-RH-ANIO
           MOVE WS-TR-HIST-COMIS (WS-IDX-TR, WS-MES-BUSCAR)
              TO R-RH-COMIS-MES
           MOVE WS-TR-OTROS-ACT (WS-IDX-TR) TO R-RH-OTROS
           MOVE WS-TR-DEVUELTO-ACT (WS-IDX-TR) TO R-RH-DEVUELTO
           MOVE WS-TR-BASE (WS-IDX-TR) TO R-RH-BASE-ACUM
           MOVE WS-TR-IMPUESTO (WS-IDX-TR) TO R-RH-IMPUESTO-ACUM
           MOVE WS-TR-RETENIDO-ANT (WS-IDX-TR) TO R-RH-RETENIDO-ANT
           MOVE WS-TR-RETENCION (WS-IDX-TR) TO R-RH-RETENCION
           MOVE WS-TR-PENDIENTE (WS-IDX-TR) TO R-RH-PENDIENTE
           MOVE WS-FECHA-ACTUAL TO R-RH-FECHA
           WRITE R-RETH-NUEVO FROM R-RETHIST
           ADD 1 TO WS-RH-GRABADOS.

      *    LISTADO MENSUAL DE RETENCIONES PARA LA DECLARACION.
       0600-WRITE-REPORTE.
           OPEN OUTPUT F-REPORTE
           MOVE WS-MES-BUSCAR TO WS-TIT-MES
           MOVE WS-ANIO-BUSCAR TO WS-TIT-ANIO
           MOVE WS-MINIMO-PERIODO TO WS-PAR-MINIMO
           MOVE WS-CANT-TRAMOS TO WS-PAR-TRAMOS
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-TITULO
           WRITE R-REPORTE FROM WS-LINEA-PARAM
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-SUBTITULO
           WRITE R-REPORTE FROM WS-GUIONES
           PERFORM 0610-WRITE-LEGAJO
              VARYING WS-IDX-TR FROM 1 BY 1
              UNTIL WS-IDX-TR > WS-CANT-TR
           WRITE R-REPORTE FROM WS-GUIONES
           PERFORM 0660-WRITE-RESUMEN.

       0610-WRITE-LEGAJO.
           MOVE WS-TR-LEGAJO (WS-IDX-TR) TO WS-DET-LEGAJO
           MOVE WS-TR-NOMBRE (WS-IDX-TR) TO WS-DET-NOMBRE
           MOVE WS-TR-BASE (WS-IDX-TR) TO WS-DET-BASE
           MOVE WS-TR-IMPUESTO (WS-IDX-TR) TO WS-DET-IMPUESTO
           MOVE WS-TR-RETENIDO-ANT (WS-IDX-TR) TO WS-DET-RET-ANT
           MOVE WS-TR-RETENCION (WS-IDX-TR) TO WS-DET-RETENCION
           EVALUATE TRUE
              WHEN WS-TR-EXISTE (WS-IDX-TR) = 'N'
                 MOVE "NO EMP." TO WS-DET-OBS
              WHEN WS-TR-PENDIENTE (WS-IDX-TR) > 0
                 MOVE "PEND." TO WS-DET-OBS
              WHEN WS-TR-EXCESO (WS-IDX-TR) = 'S'
                 MOVE "EXCESO" TO WS-DET-OBS
              WHEN OTHER
                 MOVE SPACES TO WS-DET-OBS
           END-EVALUATE
           WRITE R-REPORTE FROM WS-DETALLE.

       0660-WRITE-RESUMEN.
           MOVE "LEGAJOS EN EL CSV:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-TR TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "LEGAJOS CON RETENCION EN EL PERIODO:"
              TO WS-CNT-CONCEPTO
           MOVE WS-CANT-CON-RETENCION TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "COMISION BRUTA DEL CSV:" TO WS-MTO-CONCEPTO
           MOVE WS-CSV-COPIA-COMIS TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "COMISION DEVUELTA DESCONTADA:" TO WS-MTO-CONCEPTO
           MOVE WS-TOTAL-DEVUELTO TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "IMPUESTO DETERMINADO ACUMULADO:" TO WS-MTO-CONCEPTO
           MOVE WS-TOTAL-IMPUESTO TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "RETENIDO EN PERIODOS ANTERIORES:" TO WS-MTO-CONCEPTO
           MOVE WS-TOTAL-RET-ANT TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "RETENCION DEL PERIODO:" TO WS-MTO-CONCEPTO
           MOVE WS-CSV-COPIA-RETENCION TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "NETO A PAGAR:" TO WS-MTO-CONCEPTO
           MOVE WS-CSV-COPIA-NETO TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "LEGAJOS CON RETENCION PENDIENTE:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-PENDIENTES TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "RETENCION PENDIENTE (PROXIMO PERIODO):"
              TO WS-MTO-CONCEPTO
           MOVE WS-TOTAL-PENDIENTE TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "LEGAJOS CON RETENCION EN EXCESO:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-EXCESOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           IF WS-CANT-NO-EMP > 0
              MOVE "LEGAJOS INEXISTENTES EN EMPLEADOS:"
                 TO WS-CNT-CONCEPTO
              MOVE WS-CANT-NO-EMP TO WS-CNT-VALOR
              WRITE R-REPORTE FROM WS-LINEA-CANT
           END-IF
           IF WS-CANT-PENDIENTES > 0
              MOVE "EL SALDO PENDIENTE SE RETIENE EL PROXIMO PERIODO."
                 TO WS-INF-TEXTO
              WRITE R-REPORTE FROM WS-LINEA-INFO
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0700-CLOSE-FILES.
           CLOSE F-EMPLEADOS
           CLOSE F-RETH-NUEVO
           CLOSE F-REPORTE.

      *    UNA RETENCION PENDIENTE ES UNA ADVERTENCIA: EL RESTO DE LA
      *    CADENA PUEDE SEGUIR.
       0800-CLOSE-PROGRAM.
           IF WS-CANT-PENDIENTES > 0
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
              MOVE "PVRETGAN" TO R-LOG-PROGRAMA
              MOVE WS-MES-BUSCAR TO R-LOG-PER-MES
              MOVE WS-ANIO-BUSCAR TO R-LOG-PER-ANIO
              MOVE 'N' TO R-LOG-REINICIO
              MOVE WS-CSV-CANT-DET TO R-LOG-LEIDOS
              MOVE WS-CSV-CANT-COPIA TO R-LOG-GRABADOS
              MOVE WS-CANT-PENDIENTES TO R-LOG-RECHAZADOS
              MOVE WS-CSV-COPIA-RETENCION TO R-LOG-IMPORTE
              MOVE WS-CSV-COPIA-COMIS TO R-LOG-COMISION
              MOVE WS-LOG-FEC-INICIO TO R-LOG-FEC-INICIO
              MOVE WS-LOG-HORA-INICIO TO R-LOG-HORA-INICIO
              ACCEPT R-LOG-FEC-FIN FROM DATE YYYYMMDD
              ACCEPT R-LOG-HORA-FIN FROM TIME
              MOVE RETURN-CODE TO R-LOG-RC
              WRITE R-RUNLOG
              CLOSE F-RUNLOG
           END-IF.
