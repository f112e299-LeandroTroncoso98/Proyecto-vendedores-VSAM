       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVACUPAG.
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

           SELECT F-ACUSE ASSIGN TO ACUSPAG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-ACUSE.

           SELECT F-CSV ASSIGN TO CSVLIQUI
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CSV.

           SELECT F-CSV-AJUSTE ASSIGN TO AJUSCSV
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CSV-AJUSTE.

           SELECT F-REENVIO ASSIGN TO REENVIO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REENVIO.

           SELECT F-REENV-NUEVO ASSIGN TO REENVNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REENV-NUEVO.

           SELECT F-REPORTE ASSIGN TO ACUREPOR
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

      *    ACUSE DE PAGO QUE DEVUELVE SUELDOS: UNA LINEA POR LEGAJO CON
      *    ESTADO (ACEPT O RECHA), IMPORTE PAGADO Y MOTIVO DE RECHAZO, Y
      *    UN REGISTRO DE CONTROL FINAL CON CANTIDAD, IMPORTE Y PERIODO.
       FD F-ACUSE RECORDING MODE IS F
                  DATA RECORD IS R-ACUSE R-ACUSE-FINAL.
       01 R-ACUSE.
          05 R-ACU-LEGAJO         PIC X(5).
          05 FILLER               PIC X.
          05 R-ACU-ESTADO         PIC X(5).
             88 R-ACU-ACEPTADO       VALUE 'ACEPT'.
             88 R-ACU-RECHAZADO      VALUE 'RECHA'.
             88 R-ACU-ES-FINAL       VALUE 'FINAL'.
          05 FILLER               PIC X.
          05 R-ACU-IMPORTE        PIC X(13).
          05 FILLER               PIC X.
          05 R-ACU-MOTIVO         PIC X(30).
       01 R-ACUSE-FINAL.
          05 R-ACF-CANT           PIC X(5).
          05 FILLER               PIC X.
          05 FILLER               PIC X(5).
          05 FILLER               PIC X.
          05 R-ACF-IMPORTE        PIC X(13).
          05 FILLER               PIC X.
          05 R-ACF-PERIODO.
             10 R-ACF-MES         PIC X(2).
             10 FILLER            PIC X.
             10 R-ACF-ANIO        PIC X(4).
          05 FILLER               PIC X(23).

       FD F-CSV RECORDING MODE IS F
                DATA RECORD IS R-CSV.
       01 R-CSV                   PIC X(67).

       FD F-CSV-AJUSTE RECORDING MODE IS F
                       DATA RECORD IS R-CSV-AJUSTE.
       01 R-CSV-AJUSTE            PIC X(67).

      *    LINEAS RECHAZADAS POR SUELDOS QUE SE REENVIAN CON LA
      *    TRANSMISION SIGUIENTE, CON EL FORMATO DEL CSV DE LIQUIDACION.
       FD F-REENVIO RECORDING MODE IS F
                    DATA RECORD IS R-REENVIO.
       01 R-REENVIO               PIC X(67).

       FD F-REENV-NUEVO RECORDING MODE IS F
                        DATA RECORD IS R-REENV-NUEVO.
       01 R-REENV-NUEVO           PIC X(67).

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

       01 FS-ACUSE                PIC 99.
          88 FS-ACUSE-OK             VALUE 00.

       01 FS-CSV                  PIC 99.
          88 FS-CSV-OK               VALUE 00.

       01 FS-CSV-AJUSTE           PIC 99.
          88 FS-CSV-AJUSTE-OK        VALUE 00.

       01 FS-REENVIO              PIC 99.
          88 FS-REENVIO-OK           VALUE 00.

       01 FS-REENV-NUEVO          PIC 99.

       01 FS-REPORTE              PIC 99.

       01 FS-PERIODOS             PIC 99.
          88 FS-PERIODOS-OK          VALUE 00.

       01 FS-RUNLOG               PIC 99.
          88 FS-RUNLOG-OK            VALUE 00.

       01 WS-LOG-INICIO.
          05 WS-LOG-FEC-INICIO       PIC 9(8).
          05 WS-LOG-HORA-INICIO      PIC 9(8).

       01 WS-FECHA-ACTUAL.
          05 WS-FEC-ANIO             PIC 9(4).
          05 WS-FEC-MES              PIC 9(2).
          05 WS-FEC-DIA              PIC 9(2).

       01 WS-PERIODO-BUSCAR.
          05 WS-MES-BUSCAR           PIC 9(2).
          05 WS-ANIO-BUSCAR          PIC 9(4).

      *    LINEA DEL CSV ENVIADO, CUALQUIERA SEA EL ARCHIVO DE ORIGEN.
       01 WS-LINEA-CSV.
          05 WS-LC-LEGAJO            PIC X(5).
          05 FILLER                  PIC X.
          05 WS-LC-TOTAL             PIC X(13).
          05 FILLER                  PIC X.
          05 WS-LC-COMISION          PIC X(13).
          05 FILLER                  PIC X.
          05 WS-LC-RETENCION         PIC X(13).
          05 FILLER                  PIC X.
          05 WS-LC-NETO              PIC X(13).
          05 FILLER                  PIC X.
          05 WS-LC-TIPO              PIC X(5).

       01 WS-LC-PERIODO-CAB.
          05 WS-LCP-MES              PIC X(2).
          05 FILLER                  PIC X(1).
          05 WS-LCP-ANIO             PIC X(4).
          05 FILLER                  PIC X(6).

      *    CONTROL DE CADA ARCHIVO ENVIADO: 1 CSVLIQUI, 2 AJUSCSV Y
      *    3 REENVIO.
       01 WS-TAB-CONTROL.
          05 WS-CTL-ENTRY OCCURS 3 TIMES.
             10 WS-CTL-HAY           PIC X(1).
             10 WS-CTL-PERIODO.
                15 WS-CTL-PER-MES       PIC X(2).
                15 WS-CTL-PER-ANIO      PIC X(4).
             10 WS-CTL-CANT          PIC 9(6).
             10 WS-CTL-NETO          PIC S9(11)V99.
             10 WS-CTL-HAY-FINAL     PIC X(1).
             10 WS-CTL-FIN-CANT      PIC 9(6).
             10 WS-CTL-FIN-NETO      PIC S9(11)V99.

       01 WS-NOMBRES-CONTROL-VALORES.
          05 FILLER               PIC X(8) VALUE 'CSVLIQUI'.
          05 FILLER               PIC X(8) VALUE 'AJUSCSV '.
          05 FILLER               PIC X(8) VALUE 'REENVIO '.

       01 WS-NOMBRES-CONTROL REDEFINES WS-NOMBRES-CONTROL-VALORES.
          05 WS-NC-NOMBRE OCCURS 3 TIMES
                                  PIC X(8).

       77 WS-IDX-CTL              PIC 9(1).

      *    LEGAJOS ENVIADOS CON LO QUE SE ESPERA QUE SUELDOS PAGUE (EL
      *    NETO DE RETENCIONES DE TODAS SUS LINEAS) Y LO QUE INFORMO EL
      *    ACUSE.
       01 WS-TAB-ENVIADOS.
          05 WS-TE-ENTRY OCCURS 3000 TIMES.
             10 WS-TE-LEGAJO         PIC X(5).
             10 WS-TE-LINEAS         PIC 9(3).
             10 WS-TE-ESPERADO       PIC S9(9)V99.
             10 WS-TE-ESTADO         PIC X(1).
                88 WS-TE-SIN-ACUSE      VALUE ' '.
                88 WS-TE-ACEPTADO       VALUE 'A'.
                88 WS-TE-RECHAZADO      VALUE 'R'.
                88 WS-TE-INVALIDO       VALUE 'X'.
             10 WS-TE-PAGADO         PIC S9(9)V99.
             10 WS-TE-MOTIVO         PIC X(30).

       77 WS-CANT-TE              PIC 9(4) VALUE 0.

       77 WS-IDX-TE               PIC 9(4).

       77 WS-LEGAJO-BUSCAR        PIC X(5).

      *    CONVERSION DE UN IMPORTE DEL CSV (CON SIGNO OPCIONAL).
       77 WS-MONTO-TXT            PIC X(13).

       01 WS-MONTO-NUM.
          05 WS-MONTO-ENTERO         PIC 9(10).
          05 FILLER                  PIC X.
          05 WS-MONTO-DECIMAL        PIC 9(2).

       77 WS-CANT-SIGNO           PIC 9(2).

       77 WS-MONTO-AUX            PIC S9(11)V99.

       77 WS-MONTO-VALIDO         PIC X VALUE 'S'.
          88 WS-MONTO-ES-VALIDO      VALUE 'S'.

       77 WS-CANT-TXT             PIC X(5).

       77 WS-CANT-AUX             PIC 9(5).

      *    REGISTRO DE CONTROL DEL ACUSE.
       77 WS-ACU-HAY-FINAL        PIC X VALUE 'N'.
          88 WS-ACU-CON-FINAL        VALUE 'S'.

       77 WS-ACU-FIN-CANT         PIC 9(6) VALUE 0.

       77 WS-ACU-FIN-IMPORTE      PIC S9(11)V99 VALUE 0.

       01 WS-ACU-FIN-PERIODO.
          05 WS-AFP-MES              PIC X(2).
          05 WS-AFP-ANIO             PIC X(4).

       01 WS-PERIODO-TXT.
          05 WS-PT-MES               PIC 9(2).
          05 WS-PT-ANIO              PIC 9(4).

      *    CONTADORES
       77 WS-ACU-LEIDOS           PIC 9(7) VALUE 0.

       77 WS-ACU-SUMA             PIC S9(11)V99 VALUE 0.

       77 WS-ESPERADO-TOTAL       PIC S9(11)V99 VALUE 0.

       77 WS-CANT-ACEPTADOS       PIC 9(6) VALUE 0.

       77 WS-MONTO-ACEPTADOS      PIC S9(11)V99 VALUE 0.

       77 WS-CANT-RECHAZADOS      PIC 9(6) VALUE 0.

       77 WS-MONTO-RECHAZADOS     PIC S9(11)V99 VALUE 0.

       77 WS-CANT-SIN-ACUSE       PIC 9(6) VALUE 0.

       77 WS-MONTO-SIN-ACUSE      PIC S9(11)V99 VALUE 0.

       77 WS-CANT-NO-ENVIADOS     PIC 9(6) VALUE 0.

       77 WS-MONTO-NO-ENVIADOS    PIC S9(11)V99 VALUE 0.

       77 WS-CANT-DIFERENCIAS     PIC 9(6) VALUE 0.

       77 WS-CANT-DUPLICADOS      PIC 9(6) VALUE 0.

       77 WS-CANT-INVALIDOS       PIC 9(6) VALUE 0.

       77 WS-REENV-CANT           PIC 9(6) VALUE 0.

       77 WS-REENV-TOTAL          PIC S9(11)V99 VALUE 0.

       77 WS-REENV-COMIS          PIC S9(11)V99 VALUE 0.

       77 WS-REENV-RETENCION      PIC S9(11)V99 VALUE 0.

       77 WS-REENV-NETO           PIC S9(11)V99 VALUE 0.

       77 WS-HAY-DESCUADRE        PIC X VALUE 'N'.
          88 WS-CON-DESCUADRE        VALUE 'S'.

       77 WS-MARCO-PAGADO         PIC X VALUE 'N'.
          88 WS-PERIODO-MARCADO      VALUE 'S'.

       01 WS-CSV-CABECERA.
          05 FILLER               PIC X(5) VALUE '00000'.
          05 FILLER               PIC X VALUE ';'.
          05 WS-CAB-MES           PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-CAB-ANIO          PIC 9(4).
          05 FILLER               PIC X(6) VALUE SPACES.
          05 FILLER               PIC X VALUE ';'.
          05 WS-CAB-DIA           PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-CAB-FEC-MES       PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-CAB-FEC-ANIO      PIC 9(4).
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(5) VALUE 'CABEC'.

       01 WS-CSV-FINAL.
          05 WS-FIN-CANT          PIC 9(5).
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-TOTAL         PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-COMIS         PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-RETENCION     PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-NETO          PIC -ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(5) VALUE 'FINAL'.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(18) VALUE SPACES.
          05 FILLER               PIC X(32) VALUE
                                  'ACUSE DE PAGO DE SUELDOS - PER. '.
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

       01 WS-SUBTITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE 'LEG.'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(15) VALUE 'NOMBRE'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(9) VALUE 'ESTADO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE '     ENVIADO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE '      PAGADO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(20) VALUE 'OBSERVACION'.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-LEGAJO        PIC X(5).
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-NOMBRE        PIC X(15).
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-ESTADO        PIC X(9).
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-ENVIADO       PIC -ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-PAGADO        PIC -ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-OBS           PIC X(20).
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-INFO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-INF-TEXTO         PIC X(77).
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
          05 WS-MTO-VALOR         PIC -ZZZZZZZZZ9,99.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-INF-CONTROL.
          05 WS-INC-ARCHIVO       PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-INC-TEXTO         PIC X(68).

       01 WS-INF-PERIODO.
          05 FILLER               PIC X(9) VALUE SPACES.
          05 FILLER               PIC X(24) VALUE
                                  'PERIODO DE LA CABECERA: '.
          05 WS-IP-MES            PIC X(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-IP-ANIO           PIC X(4).

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           ACCEPT WS-LOG-FEC-INICIO FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-PERIODO-BUSCAR FROM SYSIN
           PERFORM 0150-VERIFICAR-PERIODO
           PERFORM 0200-OPEN-FILE
           PERFORM 0300-CARGAR-CSV
           PERFORM 0320-CARGAR-AJUSTES
           PERFORM 0330-CARGAR-REENVIO
           PERFORM 0350-WRITE-HEADER
           PERFORM 0360-VERIFICAR-ENVIADOS
           READ F-ACUSE
           PERFORM 0400-PROCESAR-ACUSE UNTIL NOT FS-ACUSE-OK
           PERFORM 0450-VERIFICAR-CONTROL-ACUSE
           PERFORM 0500-LISTAR-ENVIADOS
           PERFORM 0600-GENERAR-REENVIO
           PERFORM 0650-MARCAR-PAGADO
           PERFORM 0680-WRITE-RESUMEN
           PERFORM 0700-CLOSE-FILES
           PERFORM 0800-CLOSE-PROGRAM.

      *    SOLO SE TOMA EL ACUSE DE UN PERIODO TRANSMITIDO. UN PERIODO
      *    YA PAGADO NO SE VUELVE A PROCESAR: SU REENVNEW PUEDE HABER
      *    PASADO YA A REENVIO Y SUS LINEAS SE CONTARIAN DOS VECES.
       0150-VERIFICAR-PERIODO.
           IF WS-MES-BUSCAR IS NOT NUMERIC
              OR WS-ANIO-BUSCAR IS NOT NUMERIC
              OR WS-MES-BUSCAR < 1 OR WS-MES-BUSCAR > 12
              DISPLAY "PERIODO INVALIDO: " WS-PERIODO-BUSCAR
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN I-O F-PERIODOS
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
           IF FS-PERIODOS-OK AND R-PER-PAGADO
              DISPLAY "PERIODO " WS-MES-BUSCAR "/" WS-ANIO-BUSCAR
                      " YA PAGADO. NO SE VUELVE A PROCESAR EL ACUSE."
              CLOSE F-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           IF NOT FS-PERIODOS-OK OR NOT R-PER-TRANSMITIDO
              DISPLAY "PERIODO " WS-MES-BUSCAR "/" WS-ANIO-BUSCAR
                      " SIN TRANSMITIR. NO HAY PAGO PARA CONTROLAR."
              CLOSE F-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           MOVE WS-MES-BUSCAR TO WS-PT-MES
           MOVE WS-ANIO-BUSCAR TO WS-PT-ANIO.

       0200-OPEN-FILE.
           OPEN INPUT F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              CLOSE F-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN INPUT F-ACUSE
           IF NOT FS-ACUSE-OK
              DISPLAY "ERROR AL ABRIR ACUSE DE SUELDOS: " FS-ACUSE
              CLOSE F-PERIODOS
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN OUTPUT F-REPORTE.

      *    EL CSV DE LIQUIDACION ES OBLIGATORIO Y DEBE SER DEL PERIODO.
       0300-CARGAR-CSV.
           MOVE 1 TO WS-IDX-CTL
           PERFORM 0305-INICIAR-CONTROL
           OPEN INPUT F-CSV
           IF NOT FS-CSV-OK
              DISPLAY "ERROR AL ABRIR CSV DE LIQUIDACION: " FS-CSV
              PERFORM 0790-CANCELAR
           END-IF
           MOVE 'S' TO WS-CTL-HAY (WS-IDX-CTL)
           READ F-CSV
           PERFORM UNTIL NOT FS-CSV-OK
              MOVE R-CSV TO WS-LINEA-CSV
              PERFORM 0340-TOMAR-LINEA
              READ F-CSV
           END-PERFORM
           CLOSE F-CSV
           IF WS-CTL-PERIODO (1) NOT = WS-PERIODO-TXT
              DISPLAY "EL CSV DE LIQUIDACION NO ES DEL PERIODO "
                      WS-MES-BUSCAR "/" WS-ANIO-BUSCAR
              PERFORM 0790-CANCELAR
           END-IF.

       0305-INICIAR-CONTROL.
           MOVE 'N' TO WS-CTL-HAY (WS-IDX-CTL)
           MOVE SPACES TO WS-CTL-PERIODO (WS-IDX-CTL)
           MOVE 0 TO WS-CTL-CANT (WS-IDX-CTL)
           MOVE 0 TO WS-CTL-NETO (WS-IDX-CTL)
           MOVE 'N' TO WS-CTL-HAY-FINAL (WS-IDX-CTL)
           MOVE 0 TO WS-CTL-FIN-CANT (WS-IDX-CTL)
           MOVE 0 TO WS-CTL-FIN-NETO (WS-IDX-CTL).

      *    LOS AJUSTES DE RELIQUIDACION SON DEL PERIODO RELIQUIDADO,
      *    QUE PUEDE SER ANTERIOR: SE INFORMA SU PERIODO SIN EXIGIRLO.
       0320-CARGAR-AJUSTES.
           MOVE 2 TO WS-IDX-CTL
           PERFORM 0305-INICIAR-CONTROL
           OPEN INPUT F-CSV-AJUSTE
           IF NOT FS-CSV-AJUSTE-OK
              DISPLAY "SIN CSV DE AJUSTES: " FS-CSV-AJUSTE
           ELSE
              MOVE 'S' TO WS-CTL-HAY (WS-IDX-CTL)
              READ F-CSV-AJUSTE
              PERFORM UNTIL NOT FS-CSV-AJUSTE-OK
                 MOVE R-CSV-AJUSTE TO WS-LINEA-CSV
                 PERFORM 0340-TOMAR-LINEA
                 READ F-CSV-AJUSTE
              END-PERFORM
              CLOSE F-CSV-AJUSTE
           END-IF.

      *    LINEAS RECHAZADAS EN UN ACUSE ANTERIOR QUE VIAJARON CON ESTA
      *    TRANSMISION: SUELDOS LAS INFORMA EN ESTE ACUSE.
       0330-CARGAR-REENVIO.
           MOVE 3 TO WS-IDX-CTL
           PERFORM 0305-INICIAR-CONTROL
           OPEN INPUT F-REENVIO
           IF NOT FS-REENVIO-OK
              DISPLAY "SIN LINEAS REENVIADAS: " FS-REENVIO
           ELSE
              MOVE 'S' TO WS-CTL-HAY (WS-IDX-CTL)
              READ F-REENVIO
              PERFORM UNTIL NOT FS-REENVIO-OK
                 MOVE R-REENVIO TO WS-LINEA-CSV
                 PERFORM 0340-TOMAR-LINEA
                 READ F-REENVIO
              END-PERFORM
              CLOSE F-REENVIO
           END-IF.

       0340-TOMAR-LINEA.
           EVALUATE WS-LC-TIPO
              WHEN "CABEC"
                 MOVE WS-LC-TOTAL TO WS-LC-PERIODO-CAB
                 MOVE WS-LCP-MES TO WS-CTL-PER-MES (WS-IDX-CTL)
                 MOVE WS-LCP-ANIO TO WS-CTL-PER-ANIO (WS-IDX-CTL)
              WHEN "FINAL"
                 MOVE 'S' TO WS-CTL-HAY-FINAL (WS-IDX-CTL)
                 MOVE WS-LC-LEGAJO TO WS-CANT-TXT
                 INSPECT WS-CANT-TXT REPLACING LEADING ' ' BY '0'
                 IF WS-CANT-TXT IS NUMERIC
                    MOVE WS-CANT-TXT TO WS-CANT-AUX
                    MOVE WS-CANT-AUX TO WS-CTL-FIN-CANT (WS-IDX-CTL)
                 END-IF
                 MOVE WS-LC-NETO TO WS-MONTO-TXT
                 PERFORM 0560-CONVERTIR-MONTO
                 MOVE WS-MONTO-AUX TO WS-CTL-FIN-NETO (WS-IDX-CTL)
              WHEN OTHER
                 ADD 1 TO WS-CTL-CANT (WS-IDX-CTL)
                 MOVE WS-LC-NETO TO WS-MONTO-TXT
                 PERFORM 0560-CONVERTIR-MONTO
                 ADD WS-MONTO-AUX TO WS-CTL-NETO (WS-IDX-CTL)
                 MOVE WS-LC-LEGAJO TO WS-LEGAJO-BUSCAR
                 PERFORM 0345-AGREGAR-ENVIADO
           END-EVALUATE.

      *    SIN LUGAR PARA TODOS LOS LEGAJOS ENVIADOS EL CONTROL SALDRIA
      *    MAL Y EL REENVIO QUEDARIA INCOMPLETO: SE CANCELA.
       0345-AGREGAR-ENVIADO.
           PERFORM 0348-BUSCAR-ENVIADO
           IF WS-IDX-TE > WS-CANT-TE
              IF WS-CANT-TE >= 3000
                 DISPLAY "TABLA DE LEGAJOS ENVIADOS LLENA. LEGAJO: "
                         WS-LC-LEGAJO
                 PERFORM 0790-CANCELAR
              END-IF
              ADD 1 TO WS-CANT-TE
              MOVE WS-CANT-TE TO WS-IDX-TE
              MOVE WS-LC-LEGAJO TO WS-TE-LEGAJO (WS-IDX-TE)
              MOVE 0 TO WS-TE-LINEAS (WS-IDX-TE)
              MOVE 0 TO WS-TE-ESPERADO (WS-IDX-TE)
              MOVE SPACE TO WS-TE-ESTADO (WS-IDX-TE)
              MOVE 0 TO WS-TE-PAGADO (WS-IDX-TE)
              MOVE SPACES TO WS-TE-MOTIVO (WS-IDX-TE)
           END-IF
           ADD 1 TO WS-TE-LINEAS (WS-IDX-TE)
           ADD WS-MONTO-AUX TO WS-TE-ESPERADO (WS-IDX-TE)
           ADD WS-MONTO-AUX TO WS-ESPERADO-TOTAL.

       0348-BUSCAR-ENVIADO.
           PERFORM VARYING WS-IDX-TE FROM 1 BY 1
              UNTIL WS-IDX-TE > WS-CANT-TE
                 OR WS-TE-LEGAJO (WS-IDX-TE) = WS-LEGAJO-BUSCAR
              CONTINUE
           END-PERFORM.

       0350-WRITE-HEADER.
           MOVE WS-MES-BUSCAR TO WS-TIT-MES
           MOVE WS-ANIO-BUSCAR TO WS-TIT-ANIO
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-TITULO
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE "CONTROL DE LO ENVIADO" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION.

      *    CADA ARCHIVO ENVIADO DEBE CUADRAR CON SU PROPIO FINAL; SI NO,
      *    NO SE SABE QUE RECIBIO SUELDOS Y EL PERIODO NO SE DA PAGADO.
       0360-VERIFICAR-ENVIADOS.
           PERFORM 0365-VERIFICAR-ARCHIVO
              VARYING WS-IDX-CTL FROM 1 BY 1
              UNTIL WS-IDX-CTL > 3
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE "NOVEDADES DEL ACUSE" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           WRITE R-REPORTE FROM WS-SUBTITULO.

       0365-VERIFICAR-ARCHIVO.
           MOVE WS-NC-NOMBRE (WS-IDX-CTL) TO WS-INC-ARCHIVO
           IF WS-CTL-HAY (WS-IDX-CTL) NOT = 'S'
              MOVE "NO ENVIADO" TO WS-INC-TEXTO
           ELSE
              IF WS-CTL-HAY-FINAL (WS-IDX-CTL) NOT = 'S'
                 MOVE "SIN REGISTRO FINAL. NO SE PUEDE CONTROLAR."
                    TO WS-INC-TEXTO
                 MOVE 'S' TO WS-HAY-DESCUADRE
              ELSE
                 IF WS-CTL-FIN-CANT (WS-IDX-CTL)
                       NOT = WS-CTL-CANT (WS-IDX-CTL)
                    OR WS-CTL-FIN-NETO (WS-IDX-CTL)
                       NOT = WS-CTL-NETO (WS-IDX-CTL)
                    MOVE "NO CUADRA CON SU REGISTRO FINAL."
                       TO WS-INC-TEXTO
                    MOVE 'S' TO WS-HAY-DESCUADRE
                 ELSE
                    MOVE "CUADRA CON SU REGISTRO FINAL."
                       TO WS-INC-TEXTO
                 END-IF
              END-IF
           END-IF
           MOVE WS-INF-CONTROL TO WS-INF-TEXTO
           WRITE R-REPORTE FROM WS-LINEA-INFO
           IF WS-CTL-HAY (WS-IDX-CTL) = 'S'
              MOVE "LINEAS:" TO WS-CNT-CONCEPTO
              MOVE WS-CTL-CANT (WS-IDX-CTL) TO WS-CNT-VALOR
              WRITE R-REPORTE FROM WS-LINEA-CANT
              MOVE "NETO ENVIADO:" TO WS-MTO-CONCEPTO
              MOVE WS-CTL-NETO (WS-IDX-CTL) TO WS-MTO-VALOR
              WRITE R-REPORTE FROM WS-LINEA-MONTO
              IF WS-CTL-PERIODO (WS-IDX-CTL) NOT = SPACES
                 MOVE WS-CTL-PER-MES (WS-IDX-CTL) TO WS-IP-MES
                 MOVE WS-CTL-PER-ANIO (WS-IDX-CTL) TO WS-IP-ANIO
                 MOVE WS-INF-PERIODO TO WS-INF-TEXTO
                 WRITE R-REPORTE FROM WS-LINEA-INFO
              END-IF
           END-IF.

      *    LINEAS DEL ACUSE QUE NO CORRESPONDEN A LO ENVIADO SE INFORMAN
      *    AL LEERLAS; LAS DE LEGAJOS ENVIADOS SE GUARDAN EN LA TABLA.
       0400-PROCESAR-ACUSE.
           IF R-ACU-ES-FINAL
              PERFORM 0440-GUARDAR-FINAL-ACUSE
           ELSE
              ADD 1 TO WS-ACU-LEIDOS
              MOVE R-ACU-IMPORTE TO WS-MONTO-TXT
              PERFORM 0560-CONVERTIR-MONTO
              ADD WS-MONTO-AUX TO WS-ACU-SUMA
              MOVE R-ACU-LEGAJO TO WS-LEGAJO-BUSCAR
              PERFORM 0348-BUSCAR-ENVIADO
              MOVE R-ACU-LEGAJO TO WS-DET-LEGAJO
              MOVE 0 TO WS-DET-ENVIADO
              MOVE WS-MONTO-AUX TO WS-DET-PAGADO
              EVALUATE TRUE
                 WHEN WS-IDX-TE > WS-CANT-TE
                    ADD 1 TO WS-CANT-NO-ENVIADOS
                    ADD WS-MONTO-AUX TO WS-MONTO-NO-ENVIADOS
                    MOVE "NO ENVIAD" TO WS-DET-ESTADO
                    MOVE "LEGAJO NO ENVIADO" TO WS-DET-OBS
                    PERFORM 0420-WRITE-NOVEDAD
                 WHEN NOT WS-TE-SIN-ACUSE (WS-IDX-TE)
                    ADD 1 TO WS-CANT-DUPLICADOS
                    MOVE WS-TE-ESPERADO (WS-IDX-TE) TO WS-DET-ENVIADO
                    MOVE "DUPLICADO" TO WS-DET-ESTADO
                    MOVE "SEGUNDO ACUSE" TO WS-DET-OBS
                    PERFORM 0420-WRITE-NOVEDAD
                 WHEN NOT WS-MONTO-ES-VALIDO
                    OR (NOT R-ACU-ACEPTADO AND NOT R-ACU-RECHAZADO)
                    ADD 1 TO WS-CANT-INVALIDOS
                    MOVE 'X' TO WS-TE-ESTADO (WS-IDX-TE)
                    MOVE WS-TE-ESPERADO (WS-IDX-TE) TO WS-DET-ENVIADO
                    MOVE "INVALIDO" TO WS-DET-ESTADO
                    MOVE "ESTADO O IMPORTE MAL" TO WS-DET-OBS
                    PERFORM 0420-WRITE-NOVEDAD
                 WHEN OTHER
                    IF R-ACU-ACEPTADO
                       MOVE 'A' TO WS-TE-ESTADO (WS-IDX-TE)
                    ELSE
                       MOVE 'R' TO WS-TE-ESTADO (WS-IDX-TE)
                    END-IF
                    MOVE WS-MONTO-AUX TO WS-TE-PAGADO (WS-IDX-TE)
                    MOVE R-ACU-MOTIVO TO WS-TE-MOTIVO (WS-IDX-TE)
              END-EVALUATE
           END-IF
           READ F-ACUSE.

       0420-WRITE-NOVEDAD.
           PERFORM 0430-BUSCAR-NOMBRE
           WRITE R-REPORTE FROM WS-DETALLE
           MOVE 'S' TO WS-HAY-DESCUADRE.

       0430-BUSCAR-NOMBRE.
           MOVE WS-DET-LEGAJO TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           IF FS-EMPLEADOS-OK
              MOVE R-EMP-NOMBRE TO WS-DET-NOMBRE
           ELSE
              MOVE "NO EXISTE" TO WS-DET-NOMBRE
           END-IF.

       0440-GUARDAR-FINAL-ACUSE.
           MOVE 'S' TO WS-ACU-HAY-FINAL
           MOVE R-ACF-CANT TO WS-CANT-TXT
           INSPECT WS-CANT-TXT REPLACING LEADING ' ' BY '0'
           IF WS-CANT-TXT IS NUMERIC
              MOVE WS-CANT-TXT TO WS-CANT-AUX
              MOVE WS-CANT-AUX TO WS-ACU-FIN-CANT
           END-IF
           MOVE R-ACF-IMPORTE TO WS-MONTO-TXT
           PERFORM 0560-CONVERTIR-MONTO
           MOVE WS-MONTO-AUX TO WS-ACU-FIN-IMPORTE
           MOVE R-ACF-MES TO WS-AFP-MES
           MOVE R-ACF-ANIO TO WS-AFP-ANIO.

      *    UN ACUSE DE OTRO PERIODO ES UN ERROR DE ARCHIVO: SE CANCELA
      *    ANTES DE GENERAR EL REENVIO. SIN CONTROL, O SI NO CUADRA, EL
      *    ACUSE PUEDE ESTAR INCOMPLETO Y EL PERIODO NO SE DA PAGADO.
       0450-VERIFICAR-CONTROL-ACUSE.
           IF WS-ACU-CON-FINAL
              AND WS-ACU-FIN-PERIODO NOT = WS-PERIODO-TXT
              DISPLAY "EL ACUSE ES DEL PERIODO " WS-AFP-MES "/"
                      WS-AFP-ANIO " Y NO DEL " WS-MES-BUSCAR "/"
                      WS-ANIO-BUSCAR
              PERFORM 0790-CANCELAR
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE "CONTROL DEL ACUSE" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           MOVE "ACUSPAG" TO WS-INC-ARCHIVO
           IF NOT WS-ACU-CON-FINAL
              MOVE "SIN REGISTRO DE CONTROL. PUEDE ESTAR INCOMPLETO."
                 TO WS-INC-TEXTO
              MOVE 'S' TO WS-HAY-DESCUADRE
           ELSE
              IF WS-ACU-FIN-CANT NOT = WS-ACU-LEIDOS
                 OR WS-ACU-FIN-IMPORTE NOT = WS-ACU-SUMA
                 MOVE "NO CUADRA CON SU REGISTRO DE CONTROL."
                    TO WS-INC-TEXTO
                 MOVE 'S' TO WS-HAY-DESCUADRE
              ELSE
                 MOVE "CUADRA CON SU REGISTRO DE CONTROL."
                    TO WS-INC-TEXTO
              END-IF
           END-IF
           MOVE WS-INF-CONTROL TO WS-INF-TEXTO
           WRITE R-REPORTE FROM WS-LINEA-INFO
           MOVE "LINEAS LEIDAS:" TO WS-CNT-CONCEPTO
           MOVE WS-ACU-LEIDOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "LINEAS SEGUN CONTROL:" TO WS-CNT-CONCEPTO
           MOVE WS-ACU-FIN-CANT TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE PAGADO LEIDO:" TO WS-MTO-CONCEPTO
           MOVE WS-ACU-SUMA TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "IMPORTE PAGADO SEGUN CONTROL:" TO WS-MTO-CONCEPTO
           MOVE WS-ACU-FIN-IMPORTE TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO.

       0500-LISTAR-ENVIADOS.
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE "LEGAJOS ENVIADOS" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           WRITE R-REPORTE FROM WS-SUBTITULO
           PERFORM 0510-WRITE-ENVIADO
              VARYING WS-IDX-TE FROM 1 BY 1
              UNTIL WS-IDX-TE > WS-CANT-TE
           WRITE R-REPORTE FROM WS-GUIONES.

      *    UN RECHAZO NO ES UN DESCUADRE: SUS LINEAS SE REENVIAN CON LA
      *    TRANSMISION SIGUIENTE. SI VIENE CON IMPORTE PAGADO, SI LO ES.
       0510-WRITE-ENVIADO.
           MOVE WS-TE-LEGAJO (WS-IDX-TE) TO WS-DET-LEGAJO
           PERFORM 0430-BUSCAR-NOMBRE
           MOVE WS-TE-ESPERADO (WS-IDX-TE) TO WS-DET-ENVIADO
           MOVE WS-TE-PAGADO (WS-IDX-TE) TO WS-DET-PAGADO
           MOVE SPACES TO WS-DET-OBS
           EVALUATE TRUE
              WHEN WS-TE-ACEPTADO (WS-IDX-TE)
                 ADD 1 TO WS-CANT-ACEPTADOS
                 ADD WS-TE-PAGADO (WS-IDX-TE) TO WS-MONTO-ACEPTADOS
                 MOVE "ACEPTADO" TO WS-DET-ESTADO
                 IF WS-TE-PAGADO (WS-IDX-TE)
                       NOT = WS-TE-ESPERADO (WS-IDX-TE)
                    ADD 1 TO WS-CANT-DIFERENCIAS
                    MOVE "DIFERENCIA DE IMPORTE" TO WS-DET-OBS
                    MOVE 'S' TO WS-HAY-DESCUADRE
                 END-IF
              WHEN WS-TE-RECHAZADO (WS-IDX-TE)
                 ADD 1 TO WS-CANT-RECHAZADOS
                 ADD WS-TE-ESPERADO (WS-IDX-TE) TO WS-MONTO-RECHAZADOS
                 MOVE "RECHAZADO" TO WS-DET-ESTADO
                 MOVE WS-TE-MOTIVO (WS-IDX-TE) TO WS-DET-OBS
                 IF WS-TE-PAGADO (WS-IDX-TE) NOT = 0
                    ADD 1 TO WS-CANT-DIFERENCIAS
                    MOVE "RECHAZO CON PAGO" TO WS-DET-OBS
                    MOVE 'S' TO WS-HAY-DESCUADRE
                 END-IF
              WHEN WS-TE-INVALIDO (WS-IDX-TE)
                 MOVE "INVALIDO" TO WS-DET-ESTADO
                 MOVE "VER NOVEDADES" TO WS-DET-OBS
              WHEN OTHER
                 ADD 1 TO WS-CANT-SIN-ACUSE
                 ADD WS-TE-ESPERADO (WS-IDX-TE) TO WS-MONTO-SIN-ACUSE
                 MOVE "SIN ACUSE" TO WS-DET-ESTADO
                 MOVE "NO INFORMADO" TO WS-DET-OBS
                 MOVE 'S' TO WS-HAY-DESCUADRE
           END-EVALUATE
           WRITE R-REPORTE FROM WS-DETALLE.

      *    EL IMPORTE VIENE EDITADO CON COMA DECIMAL Y, EN LOS AJUSTES,
      *    CON SIGNO ADELANTE. UN IMPORTE ILEGIBLE SE TOMA COMO CERO.
       0560-CONVERTIR-MONTO.
           MOVE 0 TO WS-CANT-SIGNO
           INSPECT WS-MONTO-TXT TALLYING WS-CANT-SIGNO FOR ALL '-'
           INSPECT WS-MONTO-TXT REPLACING ALL '-' BY ' '
           INSPECT WS-MONTO-TXT REPLACING LEADING ' ' BY '0'
           MOVE WS-MONTO-TXT TO WS-MONTO-NUM
           IF WS-MONTO-ENTERO IS NUMERIC
              AND WS-MONTO-DECIMAL IS NUMERIC
              MOVE 'S' TO WS-MONTO-VALIDO
              COMPUTE WS-MONTO-AUX =
                 WS-MONTO-ENTERO + WS-MONTO-DECIMAL / 100
              END-COMPUTE
              IF WS-CANT-SIGNO > 0
                 COMPUTE WS-MONTO-AUX = 0 - WS-MONTO-AUX
                 END-COMPUTE
              END-IF
           ELSE
              MOVE 'N' TO WS-MONTO-VALIDO
              MOVE 0 TO WS-MONTO-AUX
           END-IF.

      *    LAS LINEAS DE LOS LEGAJOS RECHAZADOS SE COPIAN TAL COMO SE
      *    ENVIARON, CON CABECERA DEL PERIODO Y FINAL PROPIOS. EL
      *    ARCHIVO SE GENERA SIEMPRE, AUNQUE NO HAYA RECHAZOS.
       0600-GENERAR-REENVIO.
           OPEN OUTPUT F-REENV-NUEVO
           MOVE WS-MES-BUSCAR TO WS-CAB-MES
           MOVE WS-ANIO-BUSCAR TO WS-CAB-ANIO
           MOVE WS-FEC-DIA TO WS-CAB-DIA
           MOVE WS-FEC-MES TO WS-CAB-FEC-MES
           MOVE WS-FEC-ANIO TO WS-CAB-FEC-ANIO
           WRITE R-REENV-NUEVO FROM WS-CSV-CABECERA
           IF WS-CANT-RECHAZADOS > 0
              OPEN INPUT F-CSV
              READ F-CSV
              PERFORM UNTIL NOT FS-CSV-OK
                 MOVE R-CSV TO WS-LINEA-CSV
                 PERFORM 0610-REENVIAR-LINEA
                 READ F-CSV
              END-PERFORM
              CLOSE F-CSV
              IF WS-CTL-HAY (2) = 'S'
                 OPEN INPUT F-CSV-AJUSTE
                 READ F-CSV-AJUSTE
                 PERFORM UNTIL NOT FS-CSV-AJUSTE-OK
                    MOVE R-CSV-AJUSTE TO WS-LINEA-CSV
                    PERFORM 0610-REENVIAR-LINEA
                    READ F-CSV-AJUSTE
                 END-PERFORM
                 CLOSE F-CSV-AJUSTE
              END-IF
              IF WS-CTL-HAY (3) = 'S'
                 OPEN INPUT F-REENVIO
                 READ F-REENVIO
                 PERFORM UNTIL NOT FS-REENVIO-OK
                    MOVE R-REENVIO TO WS-LINEA-CSV
                    PERFORM 0610-REENVIAR-LINEA
                    READ F-REENVIO
                 END-PERFORM
                 CLOSE F-REENVIO
              END-IF
           END-IF
           MOVE WS-REENV-CANT TO WS-FIN-CANT
           MOVE WS-REENV-TOTAL TO WS-FIN-TOTAL
           MOVE WS-REENV-COMIS TO WS-FIN-COMIS
           MOVE WS-REENV-RETENCION TO WS-FIN-RETENCION
           MOVE WS-REENV-NETO TO WS-FIN-NETO
           WRITE R-REENV-NUEVO FROM WS-CSV-FINAL
           CLOSE F-REENV-NUEVO.

       0610-REENVIAR-LINEA.
           IF WS-LC-TIPO NOT = "CABEC" AND WS-LC-TIPO NOT = "FINAL"
              MOVE WS-LC-LEGAJO TO WS-LEGAJO-BUSCAR
              PERFORM 0348-BUSCAR-ENVIADO
              IF WS-IDX-TE <= WS-CANT-TE
                 IF WS-TE-RECHAZADO (WS-IDX-TE)
                    WRITE R-REENV-NUEVO FROM WS-LINEA-CSV
                    ADD 1 TO WS-REENV-CANT
                    MOVE WS-LC-TOTAL TO WS-MONTO-TXT
                    PERFORM 0560-CONVERTIR-MONTO
                    ADD WS-MONTO-AUX TO WS-REENV-TOTAL
                    MOVE WS-LC-COMISION TO WS-MONTO-TXT
                    PERFORM 0560-CONVERTIR-MONTO
                    ADD WS-MONTO-AUX TO WS-REENV-COMIS
                    MOVE WS-LC-RETENCION TO WS-MONTO-TXT
                    PERFORM 0560-CONVERTIR-MONTO
                    ADD WS-MONTO-AUX TO WS-REENV-RETENCION
                    MOVE WS-LC-NETO TO WS-MONTO-TXT
                    PERFORM 0560-CONVERTIR-MONTO
                    ADD WS-MONTO-AUX TO WS-REENV-NETO
                 END-IF
              END-IF
           END-IF.

      *    EL PERIODO PASA A PAGADO SOLO SI TODO LO ENVIADO TIENE ACUSE
      *    POR EL MISMO IMPORTE, NO HAY ACUSES DE MAS Y LOS ARCHIVOS
      *    CUADRAN CON SUS CONTROLES. SI NO, QUEDA TRANSMITIDO.
       0650-MARCAR-PAGADO.
           IF NOT WS-CON-DESCUADRE AND R-PER-TRANSMITIDO
              MOVE 'P' TO R-PER-ESTADO
              REWRITE R-PERIODO
              IF FS-PERIODOS-OK
                 MOVE 'S' TO WS-MARCO-PAGADO
              ELSE
                 DISPLAY "ERROR AL MARCAR PAGADO: " FS-PERIODOS
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

       0680-WRITE-RESUMEN.
           MOVE "LEGAJOS ENVIADOS:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-TE TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "NETO ENVIADO:" TO WS-MTO-CONCEPTO
           MOVE WS-ESPERADO-TOTAL TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "LEGAJOS ACEPTADOS:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-ACEPTADOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE PAGADO A ACEPTADOS:" TO WS-MTO-CONCEPTO
           MOVE WS-MONTO-ACEPTADOS TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "LEGAJOS RECHAZADOS:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-RECHAZADOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE RECHAZADO:" TO WS-MTO-CONCEPTO
           MOVE WS-MONTO-RECHAZADOS TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "LEGAJOS SIN ACUSE:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-SIN-ACUSE TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE SIN ACUSE:" TO WS-MTO-CONCEPTO
           MOVE WS-MONTO-SIN-ACUSE TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "LEGAJOS NO ENVIADOS EN EL ACUSE:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-NO-ENVIADOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "IMPORTE PAGADO NO ENVIADO:" TO WS-MTO-CONCEPTO
           MOVE WS-MONTO-NO-ENVIADOS TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "DIFERENCIAS DE IMPORTE:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-DIFERENCIAS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "ACUSES DUPLICADOS:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-DUPLICADOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "ACUSES INVALIDOS:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-INVALIDOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "LINEAS PARA REENVIAR:" TO WS-CNT-CONCEPTO
           MOVE WS-REENV-CANT TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "NETO PARA REENVIAR:" TO WS-MTO-CONCEPTO
           MOVE WS-REENV-NETO TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           WRITE R-REPORTE FROM WS-GUIONES
           IF WS-PERIODO-MARCADO
              MOVE "PERIODO MARCADO PAGADO." TO WS-INF-TEXTO
           ELSE
              MOVE "HAY DIFERENCIAS. EL PERIODO QUEDA TRANSMITIDO."
                 TO WS-INF-TEXTO
           END-IF
           WRITE R-REPORTE FROM WS-LINEA-INFO
           WRITE R-REPORTE FROM WS-GUIONES.

       0700-CLOSE-FILES.
           CLOSE F-EMPLEADOS
           CLOSE F-ACUSE
           CLOSE F-PERIODOS
           CLOSE F-REPORTE.

      *    ERROR DE ARCHIVO ANTES DE GENERAR EL REENVIO.
       0790-CANCELAR.
           CLOSE F-EMPLEADOS
           CLOSE F-ACUSE
           CLOSE F-PERIODOS
           CLOSE F-REPORTE
           MOVE 16 TO RETURN-CODE
           PERFORM 0850-GRABAR-RUNLOG
           STOP RUN.

       0800-CLOSE-PROGRAM.
           IF WS-CON-DESCUADRE
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
              MOVE "PVACUPAG" TO R-LOG-PROGRAMA
              MOVE WS-MES-BUSCAR TO R-LOG-PER-MES
              MOVE WS-ANIO-BUSCAR TO R-LOG-PER-ANIO
              MOVE 'N' TO R-LOG-REINICIO
              MOVE WS-ACU-LEIDOS TO R-LOG-LEIDOS
              MOVE WS-REENV-CANT TO R-LOG-GRABADOS
              MOVE WS-CANT-RECHAZADOS TO R-LOG-RECHAZADOS
              MOVE WS-ACU-SUMA TO R-LOG-IMPORTE
              MOVE WS-ESPERADO-TOTAL TO R-LOG-COMISION
              MOVE WS-LOG-FEC-INICIO TO R-LOG-FEC-INICIO
              MOVE WS-LOG-HORA-INICIO TO R-LOG-HORA-INICIO
              ACCEPT R-LOG-FEC-FIN FROM DATE YYYYMMDD
              ACCEPT R-LOG-HORA-FIN FROM TIME
              MOVE RETURN-CODE TO R-LOG-RC
              WRITE R-RUNLOG
              CLOSE F-RUNLOG
           END-IF.
