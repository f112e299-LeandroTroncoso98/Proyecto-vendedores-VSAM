       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVFICVEN.
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

           SELECT F-CIUHIST ASSIGN TO CIUHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CIUHIST.

           SELECT F-AUDITORIA ASSIGN TO AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

           SELECT F-HISTORIA ASSIGN TO HISTORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT F-HIST-AJUSTE ASSIGN TO HISTAJUS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-HIST-AJUSTE.

           SELECT F-SUSPENSO ASSIGN TO SUSPENSO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-SUSPENSO.

           SELECT F-ARRASTRE ASSIGN TO ARRASTRE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-ARRASTRE.

           SELECT F-RECHAZOS ASSIGN TO RECHAZOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

           SELECT F-HUERFANAS ASSIGN TO HUERFANAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-HUERFANAS.

           SELECT F-RECH-PEND ASSIGN TO RECHPEND
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RECH-PEND.

           SELECT F-HUERF-PEND ASSIGN TO HUERPEND
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-HUERF-PEND.

           SELECT F-REPORTE ASSIGN TO FICREPOR
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

       FD F-CIUHIST RECORDING MODE IS F
                    DATA RECORD IS R-CIUHIST.
       01 R-CIUHIST.
          05 R-CIU-LEGAJO         PIC X(5).
          05 R-CIU-CIUDAD         PIC X(26).
          05 R-CIU-VIGENCIA       PIC 9(8).

       FD F-AUDITORIA RECORDING MODE IS F
                      DATA RECORD IS R-AUDITORIA.
       01 R-AUDITORIA.
          05 R-AUD-FECHA          PIC 9(8).
          05 R-AUD-USUARIO        PIC X(8).
          05 R-AUD-TIPO           PIC X(1).
          05 R-AUD-LEGAJO         PIC X(5).
          05 R-AUD-RESULTADO      PIC X(2).
          05 R-AUD-ANTES          PIC X(83).
          05 R-AUD-DESPUES        PIC X(83).

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

       FD F-HIST-AJUSTE RECORDING MODE IS F
                        DATA RECORD IS R-HIST-AJUSTE.
       01 R-HIST-AJUSTE.
          05 R-HAJ-LEGAJO         PIC X(5).
          05 R-HAJ-MES            PIC 9(2).
          05 R-HAJ-ANIO           PIC 9(4).
          05 R-HAJ-CANT-VENTAS    PIC 9(5).
          05 R-HAJ-TOTAL          PIC 9(7)V99.
          05 R-HAJ-COMIS          PIC 9(7)V99.
          05 R-HAJ-TASA           PIC 9V999.
          05 R-HAJ-DEVOL-TOTAL    PIC 9(7)V99.
          05 R-HAJ-DEVOL-COMIS    PIC 9(7)V99.

       FD F-SUSPENSO RECORDING MODE IS F
                     DATA RECORD IS R-SUSPENSO.
       01 R-SUSPENSO.
          05 R-SUSP-LEGAJO        PIC X(5).
          05 R-SUSP-MONTO         PIC 9(6)V99.
          05 R-SUSP-FECHA.
             10 R-SUSP-DIA           PIC 99.
             10 R-SUSP-MES           PIC 99.
             10 R-SUSP-ANIO          PIC 9(4).
          05 R-SUSP-RECIBO        PIC X(10).
          05 R-SUSP-MOTIVO        PIC X(20).

       FD F-ARRASTRE RECORDING MODE IS F
                     DATA RECORD IS R-ARRASTRE.
       01 R-ARRASTRE.
          05 R-ARR-LEGAJO         PIC X(5).
          05 R-ARR-MONTO          PIC 9(6)V99.
          05 R-ARR-FECHA.
             10 R-ARR-DIA            PIC 99.
             10 R-ARR-MES            PIC 99.
             10 R-ARR-ANIO           PIC 9(4).
          05 R-ARR-RECIBO         PIC X(10).

       FD F-RECHAZOS RECORDING MODE IS F
                     DATA RECORD IS R-RECHAZO.
       01 R-RECHAZO               PIC X(57).

       FD F-HUERFANAS RECORDING MODE IS F
                      DATA RECORD IS R-HUERFANA.
       01 R-HUERFANA              PIC X(57).

       FD F-RECH-PEND RECORDING MODE IS F
                      DATA RECORD IS R-RECH-PEND.
       01 R-RECH-PEND             PIC X(57).

       FD F-HUERF-PEND RECORDING MODE IS F
                       DATA RECORD IS R-HUERF-PEND.
       01 R-HUERF-PEND            PIC X(57).

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
       01 R-REPORTE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-EMPLEADOS            PIC 99.
          88 FS-EMPLEADOS-OK         VALUE 00.
          88 FS-EMPLEADOS-NOTFOUND   VALUE 23.

       01 FS-CIUHIST              PIC 99.
          88 FS-CIUHIST-OK           VALUE 00.

       01 FS-AUDITORIA            PIC 99.
          88 FS-AUDITORIA-OK         VALUE 00.

       01 FS-HISTORIA             PIC 99.
          88 FS-HISTORIA-OK          VALUE 00.

       01 FS-HIST-AJUSTE          PIC 99.
          88 FS-HIST-AJUSTE-OK       VALUE 00.

       01 FS-SUSPENSO             PIC 99.
          88 FS-SUSPENSO-OK          VALUE 00.

       01 FS-ARRASTRE             PIC 99.
          88 FS-ARRASTRE-OK          VALUE 00.

       01 FS-RECHAZOS             PIC 99.
          88 FS-RECHAZOS-OK          VALUE 00.

       01 FS-HUERFANAS            PIC 99.
          88 FS-HUERFANAS-OK         VALUE 00.

       01 FS-RECH-PEND            PIC 99.
          88 FS-RECH-PEND-OK         VALUE 00.

       01 FS-HUERF-PEND           PIC 99.
          88 FS-HUERF-PEND-OK        VALUE 00.

       01 FS-REPORTE              PIC 99.

       77 WS-LEGAJO-BUSCAR        PIC X(5).

       77 WS-USA-RANGO            PIC X VALUE 'N'.
          88 WS-HAY-RANGO            VALUE 'S'.

       01 WS-PERIODO-DESDE.
          05 WS-DESDE-MES            PIC 9(2).
          05 WS-DESDE-ANIO           PIC 9(4).

       01 WS-PERIODO-HASTA.
          05 WS-HASTA-MES            PIC 9(2).
          05 WS-HASTA-ANIO           PIC 9(4).

       77 WS-DESDE-COMP           PIC 9(6) VALUE 0.

       77 WS-HASTA-COMP           PIC 9(6) VALUE 999999.

       77 WS-PERIODO-LEIDO        PIC 9(6).

       77 WS-EXISTE-LEGAJO        PIC X VALUE 'N'.
          88 WS-LEGAJO-EXISTE        VALUE 'S'.

      *    REGISTRO COMUN DE RECHAZOS, HUERFANAS Y DE LOS PENDIENTES
      *    QUE DEJA LA CORRECCION DE VENTAS.
       01 WS-PENDIENTE.
          05 WS-PEND-LEGAJO          PIC X(5).
          05 WS-PEND-MONTO           PIC 9(6)V99.
          05 WS-PEND-FECHA           PIC X(8).
          05 WS-PEND-RECIBO          PIC X(10).
          05 WS-PEND-MOTIVO          PIC X(20).
          05 WS-PEND-PER-MES         PIC 9(2).
          05 WS-PEND-PER-ANIO        PIC 9(4).

      *    PERIODOS LIQUIDADOS DEL LEGAJO. SI UN PERIODO SE LIQUIDO MAS
      *    DE UNA VEZ GANA EL ULTIMO REGISTRO, EN HISTORIA Y EN
      *    HISTAJUS.
       01 WS-TAB-PERIODOS.
          05 WS-TP-ENTRY OCCURS 240 TIMES.
             10 WS-TP-PERIODO        PIC 9(6).
             10 WS-TP-MES            PIC 9(2).
             10 WS-TP-ANIO           PIC 9(4).
             10 WS-TP-CANT           PIC 9(5).
             10 WS-TP-TOTAL          PIC 9(7)V99.
             10 WS-TP-COMIS          PIC 9(7)V99.
             10 WS-TP-TASA           PIC 9V999.
             10 WS-TP-RELIQ          PIC X(1).
             10 WS-TP-AJU-COMIS      PIC 9(7)V99.
             10 WS-TP-DEVOL-TOTAL    PIC 9(7)V99.
             10 WS-TP-DEVOL-COMIS    PIC 9(7)V99.

       01 WS-SWAP-ENTRY.
          05 FILLER                  PIC X(6).
          05 FILLER                  PIC X(2).
          05 FILLER                  PIC X(4).
          05 FILLER                  PIC X(5).
          05 FILLER                  PIC X(9).
          05 FILLER                  PIC X(9).
          05 FILLER                  PIC X(4).
          05 FILLER                  PIC X(1).
          05 FILLER                  PIC X(9).
          05 FILLER                  PIC X(9).
          05 FILLER                  PIC X(9).

       77 WS-CANT-PER             PIC 9(3) VALUE 0.

       77 WS-IDX-1                PIC 9(3).

       77 WS-IDX-2                PIC 9(3).

       77 WS-PER-EXCLUIDOS        PIC 9(5) VALUE 0.

       77 WS-AJUSTES-SIN-HIST     PIC 9(5) VALUE 0.

       77 WS-DIF-COMIS            PIC S9(7)V99.

       77 WS-COMIS-FINAL          PIC 9(7)V99.

      *    TOTALES DEL REPORTE
       77 WS-CANT-CIUDADES        PIC 9(5) VALUE 0.

       77 WS-CANT-AUDITORIAS      PIC 9(5) VALUE 0.

       77 WS-SUM-CANT             PIC 9(7) VALUE 0.

       77 WS-SUM-TOTAL            PIC 9(9)V99 VALUE 0.

       77 WS-SUM-COMIS            PIC 9(9)V99 VALUE 0.

       77 WS-SUM-DIF              PIC S9(9)V99 VALUE 0.

       77 WS-SUM-FINAL            PIC 9(9)V99 VALUE 0.

       77 WS-SUM-DEVOL-TOTAL      PIC 9(9)V99 VALUE 0.

       77 WS-SUM-DEVOL-COMIS      PIC 9(9)V99 VALUE 0.

       77 WS-CANT-SUSP            PIC 9(5) VALUE 0.

       77 WS-MONTO-SUSP           PIC 9(9)V99 VALUE 0.

       77 WS-CANT-ARR             PIC 9(5) VALUE 0.

       77 WS-MONTO-ARR            PIC 9(9)V99 VALUE 0.

       77 WS-CANT-RECH            PIC 9(5) VALUE 0.

       77 WS-MONTO-RECH           PIC 9(9)V99 VALUE 0.

       77 WS-CANT-HUERF           PIC 9(5) VALUE 0.

       77 WS-MONTO-HUERF          PIC 9(9)V99 VALUE 0.

       77 WS-CANT-RPEND           PIC 9(5) VALUE 0.

       77 WS-MONTO-RPEND          PIC 9(9)V99 VALUE 0.

       77 WS-CANT-HPEND           PIC 9(5) VALUE 0.

       77 WS-MONTO-HPEND          PIC 9(9)V99 VALUE 0.

       77 WS-CANT-PEND-TOT        PIC 9(6) VALUE 0.

       77 WS-MONTO-PEND-TOT       PIC 9(11)V99 VALUE 0.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(21) VALUE SPACES.
          05 FILLER               PIC X(27) VALUE
                                  'FICHA DEL VENDEDOR LEGAJO: '.
          05 WS-TIT-LEGAJO        PIC X(5).
          05 FILLER               PIC X(25) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TIT-RANGO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(21) VALUE SPACES.
          05 FILLER               PIC X(17) VALUE
                                  'PERIODOS: DESDE '.
          05 WS-RAN-DESDE-MES     PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-RAN-DESDE-ANIO    PIC 9(4).
          05 FILLER               PIC X(7) VALUE ' HASTA '.
          05 WS-RAN-HASTA-MES     PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-RAN-HASTA-ANIO    PIC 9(4).
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TIT-SECCION.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-SEC-TEXTO         PIC X(40).
          05 FILLER               PIC X(37) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-DATO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DAT-ETIQUETA      PIC X(20).
          05 WS-DAT-VALOR         PIC X(40).
          05 FILLER               PIC X(17) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-FECHA-EDIT.
          05 WS-FED-DIA           PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-FED-MES           PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-FED-ANIO          PIC 9(4).

       01 WS-VIGENCIA.
          05 WS-VIG-ANIO          PIC 9(4).
          05 WS-VIG-MES           PIC 9(2).
          05 WS-VIG-DIA           PIC 9(2).

       01 WS-DET-CIUDAD.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(11) VALUE 'VIGENTE DE '.
          05 WS-CIU-FECHA         PIC X(10).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-CIU-CIUDAD        PIC X(26).
          05 FILLER               PIC X(28) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-IMAGEN.
          05 WS-IMG-LEGAJO           PIC X(5).
          05 WS-IMG-RESTO            PIC X(73).
          05 WS-IMG-SUPERVISOR       PIC X(5).

       01 WS-DET-AUDITORIA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE 'FECHA: '.
          05 WS-AUD-FECHA         PIC 9(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE 'USUARIO: '.
          05 WS-AUD-USUARIO       PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(6) VALUE 'TIPO: '.
          05 WS-AUD-TIPO          PIC X(1).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(8) VALUE 'RESULT: '.
          05 WS-AUD-RESULTADO     PIC X(2).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(5) VALUE 'SUP: '.
          05 WS-AUD-SUPERVISOR    PIC X(5).
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DET-IMAGEN.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-IMG-ETIQUETA      PIC X(4).
          05 WS-IMG-DATOS         PIC X(73).
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUB-HISTORIA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(7) VALUE 'PERIODO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE 'VTAS.'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE '      TOTAL'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE '   COMISION'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE 'TASA '.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE ' AJ. RELIQ.'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE ' COM. FINAL'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DET-HISTORIA.
          05 FILLER               PIC X VALUE '|'.
          05 WS-HIS-MES           PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-HIS-ANIO          PIC 9(4).
          05 FILLER               PIC X VALUE '|'.
          05 WS-HIS-CANT          PIC ZZZZ9.
          05 FILLER               PIC X VALUE '|'.
          05 WS-HIS-TOTAL         PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-HIS-COMIS         PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-HIS-TASA          PIC 9,999.
          05 FILLER               PIC X VALUE '|'.
          05 WS-HIS-AJUSTE        PIC -ZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-HIS-FINAL         PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-HIS-OBS           PIC X(10).
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-HISTORIA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(7) VALUE 'TOTAL  '.
          05 FILLER               PIC X VALUE '|'.
          05 WS-THI-CANT          PIC ZZZZ9.
          05 FILLER               PIC X VALUE '|'.
          05 WS-THI-TOTAL         PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-THI-COMIS         PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 WS-THI-AJUSTE        PIC -ZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-THI-FINAL         PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DET-DEVOLUCION.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(7) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 WS-HDV-TOTAL         PIC -ZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-HDV-COMIS         PIC -ZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(10) VALUE '(-) DEVOL.'.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUB-PENDIENTE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(9) VALUE 'ARCHIVO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(9) VALUE '    MONTO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(8) VALUE '  FECHA '.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(10) VALUE 'RECIBO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(20) VALUE 'MOTIVO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(7) VALUE 'PERIODO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(9) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DET-PENDIENTE.
          05 FILLER               PIC X VALUE '|'.
          05 WS-PDT-ARCHIVO       PIC X(9).
          05 FILLER               PIC X VALUE '|'.
          05 WS-PDT-MONTO         PIC ZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-PDT-FECHA         PIC X(8).
          05 FILLER               PIC X VALUE '|'.
          05 WS-PDT-RECIBO        PIC X(10).
          05 FILLER               PIC X VALUE '|'.
          05 WS-PDT-MOTIVO        PIC X(20).
          05 FILLER               PIC X VALUE '|'.
          05 WS-PDT-PER-MES       PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-PDT-PER-ANIO      PIC 9(4).
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(9) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-CANT.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CNT-CONCEPTO      PIC X(40).
          05 WS-CNT-VALOR         PIC ZZZZZ9.
          05 FILLER               PIC X(31) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-PEND.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-LPE-CONCEPTO      PIC X(30).
          05 WS-LPE-CANT          PIC ZZZZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE 'IMPORTE: '.
          05 WS-LPE-MONTO         PIC ZZZZZZZZZZ9,99.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-MONTO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-MTO-CONCEPTO      PIC X(40).
          05 WS-MTO-VALOR         PIC -ZZZZZZZZZ9,99.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           ACCEPT WS-LEGAJO-BUSCAR FROM SYSIN
           ACCEPT WS-USA-RANGO FROM SYSIN
           IF WS-LEGAJO-BUSCAR = SPACES
              DISPLAY "FALTA EL LEGAJO A CONSULTAR."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-HAY-RANGO
              PERFORM 0150-LEER-RANGO
           END-IF
           PERFORM 0200-OPEN-FILE
           PERFORM 0300-WRITE-HEADER
           PERFORM 0400-DATOS-VENDEDOR
           PERFORM 0450-HISTORIAL-CIUDADES
           PERFORM 0500-AUDITORIA
           PERFORM 0550-CARGAR-HISTORIA
           PERFORM 0560-CARGAR-AJUSTES
           PERFORM 0570-ORDENAR-PERIODOS
           PERFORM 0600-LISTAR-HISTORIA
           PERFORM 0650-LISTAR-PENDIENTES
           PERFORM 0680-WRITE-TOTALES
           PERFORM 0700-CLOSE-FILES
           PERFORM 0800-CLOSE-PROGRAM.

       0150-LEER-RANGO.
           ACCEPT WS-PERIODO-DESDE FROM SYSIN
           ACCEPT WS-PERIODO-HASTA FROM SYSIN
           IF WS-DESDE-MES IS NOT NUMERIC
              OR WS-DESDE-ANIO IS NOT NUMERIC
              OR WS-HASTA-MES IS NOT NUMERIC
              OR WS-HASTA-ANIO IS NOT NUMERIC
              OR WS-DESDE-MES < 1 OR WS-DESDE-MES > 12
              OR WS-HASTA-MES < 1 OR WS-HASTA-MES > 12
              DISPLAY "RANGO DE PERIODOS INVALIDO: " WS-PERIODO-DESDE
                      " " WS-PERIODO-HASTA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-DESDE-COMP = WS-DESDE-ANIO * 100 + WS-DESDE-MES
           END-COMPUTE
           COMPUTE WS-HASTA-COMP = WS-HASTA-ANIO * 100 + WS-HASTA-MES
           END-COMPUTE
           IF WS-DESDE-COMP > WS-HASTA-COMP
              DISPLAY "EL PERIODO DESDE ES POSTERIOR AL HASTA: "
                      WS-PERIODO-DESDE " " WS-PERIODO-HASTA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-OPEN-FILE.
           OPEN INPUT F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT F-REPORTE.

       0300-WRITE-HEADER.
           MOVE WS-LEGAJO-BUSCAR TO WS-TIT-LEGAJO
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-TITULO
           IF WS-HAY-RANGO
              MOVE WS-DESDE-MES TO WS-RAN-DESDE-MES
              MOVE WS-DESDE-ANIO TO WS-RAN-DESDE-ANIO
              MOVE WS-HASTA-MES TO WS-RAN-HASTA-MES
              MOVE WS-HASTA-ANIO TO WS-RAN-HASTA-ANIO
              WRITE R-REPORTE FROM WS-TIT-RANGO
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0400-DATOS-VENDEDOR.
           MOVE "DATOS ACTUALES DEL MAESTRO" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           MOVE WS-LEGAJO-BUSCAR TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           IF FS-EMPLEADOS-OK
              MOVE 'S' TO WS-EXISTE-LEGAJO
              PERFORM 0410-WRITE-DATOS
           ELSE
              IF FS-EMPLEADOS-NOTFOUND
                 MOVE "ESTADO:" TO WS-DAT-ETIQUETA
                 MOVE "NO EXISTE EN EL MAESTRO DE EMPLEADOS"
                    TO WS-DAT-VALOR
                 WRITE R-REPORTE FROM WS-LINEA-DATO
              ELSE
                 DISPLAY "ERROR EN FICHERO VSAM: " FS-EMPLEADOS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0700-CLOSE-FILES
                 PERFORM 0800-CLOSE-PROGRAM
              END-IF
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0410-WRITE-DATOS.
           MOVE "NOMBRE:" TO WS-DAT-ETIQUETA
           MOVE R-EMP-NOMBRE TO WS-DAT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-DATO
           MOVE "FECHA NACIMIENTO:" TO WS-DAT-ETIQUETA
           MOVE R-E-N-DIA TO WS-FED-DIA
           MOVE R-E-N-MES TO WS-FED-MES
           MOVE R-E-N-ANIO TO WS-FED-ANIO
           MOVE WS-FECHA-EDIT TO WS-DAT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-DATO
           MOVE "FECHA INGRESO:" TO WS-DAT-ETIQUETA
           MOVE R-E-I-DIA TO WS-FED-DIA
           MOVE R-E-I-MES TO WS-FED-MES
           MOVE R-E-I-ANIO TO WS-FED-ANIO
           MOVE WS-FECHA-EDIT TO WS-DAT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-DATO
           MOVE "CIUDAD:" TO WS-DAT-ETIQUETA
           MOVE R-EMP-CIUDAD TO WS-DAT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-DATO
           MOVE "ESTADO:" TO WS-DAT-ETIQUETA
           EVALUATE TRUE
              WHEN R-EMP-ACTIVO
                 MOVE "ACTIVO" TO WS-DAT-VALOR
              WHEN R-EMP-INACTIVO
                 MOVE "INACTIVO" TO WS-DAT-VALOR
              WHEN OTHER
                 MOVE R-EMP-ESTADO TO WS-DAT-VALOR
           END-EVALUATE
           WRITE R-REPORTE FROM WS-LINEA-DATO
           MOVE "SUPERVISOR:" TO WS-DAT-ETIQUETA
           IF R-EMP-SUPERVISOR = SPACES
              MOVE "SIN SUPERVISOR" TO WS-DAT-VALOR
           ELSE
              MOVE R-EMP-SUPERVISOR TO WS-DAT-VALOR
           END-IF
           WRITE R-REPORTE FROM WS-LINEA-DATO.

      *    LAS CIUDADES SE LISTAN COMPLETAS, SIN RANGO: LA VIGENTE AL
      *    INICIO DEL RANGO PUEDE SER ANTERIOR A EL.
       0450-HISTORIAL-CIUDADES.
           MOVE "HISTORIAL DE CIUDADES" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           OPEN INPUT F-CIUHIST
           IF NOT FS-CIUHIST-OK
              DISPLAY "SIN HISTORIAL DE CIUDADES: " FS-CIUHIST
           ELSE
              READ F-CIUHIST
              PERFORM 0460-LISTAR-CIUDAD UNTIL NOT FS-CIUHIST-OK
              CLOSE F-CIUHIST
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0460-LISTAR-CIUDAD.
           IF R-CIU-LEGAJO = WS-LEGAJO-BUSCAR
              MOVE R-CIU-VIGENCIA TO WS-VIGENCIA
              MOVE WS-VIG-DIA TO WS-FED-DIA
              MOVE WS-VIG-MES TO WS-FED-MES
              MOVE WS-VIG-ANIO TO WS-FED-ANIO
              MOVE WS-FECHA-EDIT TO WS-CIU-FECHA
              MOVE R-CIU-CIUDAD TO WS-CIU-CIUDAD
              WRITE R-REPORTE FROM WS-DET-CIUDAD
              ADD 1 TO WS-CANT-CIUDADES
           END-IF
           READ F-CIUHIST.

       0500-AUDITORIA.
           MOVE "MOVIMIENTOS DE AUDITORIA DEL MAESTRO" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           OPEN INPUT F-AUDITORIA
           IF NOT FS-AUDITORIA-OK
              DISPLAY "SIN ARCHIVO DE AUDITORIA: " FS-AUDITORIA
           ELSE
              READ F-AUDITORIA
              PERFORM 0510-LISTAR-AUDITORIA UNTIL NOT FS-AUDITORIA-OK
              CLOSE F-AUDITORIA
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0510-LISTAR-AUDITORIA.
           IF R-AUD-LEGAJO = WS-LEGAJO-BUSCAR
              DIVIDE R-AUD-FECHA BY 100 GIVING WS-PERIODO-LEIDO
              IF WS-PERIODO-LEIDO >= WS-DESDE-COMP
                 AND WS-PERIODO-LEIDO <= WS-HASTA-COMP
                 PERFORM 0520-WRITE-AUDITORIA
              END-IF
           END-IF
           READ F-AUDITORIA.

       0520-WRITE-AUDITORIA.
           MOVE R-AUD-FECHA TO WS-AUD-FECHA
           MOVE R-AUD-USUARIO TO WS-AUD-USUARIO
           MOVE R-AUD-TIPO TO WS-AUD-TIPO
           MOVE R-AUD-RESULTADO TO WS-AUD-RESULTADO
           MOVE R-AUD-DESPUES TO WS-IMAGEN
           MOVE WS-IMG-SUPERVISOR TO WS-AUD-SUPERVISOR
           WRITE R-REPORTE FROM WS-DET-AUDITORIA
           MOVE 'ANT ' TO WS-IMG-ETIQUETA
           MOVE R-AUD-ANTES TO WS-IMAGEN
           MOVE WS-IMG-RESTO TO WS-IMG-DATOS
           WRITE R-REPORTE FROM WS-DET-IMAGEN
           MOVE 'DES ' TO WS-IMG-ETIQUETA
           MOVE R-AUD-DESPUES TO WS-IMAGEN
           MOVE WS-IMG-RESTO TO WS-IMG-DATOS
           WRITE R-REPORTE FROM WS-DET-IMAGEN
           ADD 1 TO WS-CANT-AUDITORIAS.

       0550-CARGAR-HISTORIA.
           OPEN INPUT F-HISTORIA
           IF NOT FS-HISTORIA-OK
              DISPLAY "ERROR AL ABRIR HISTORIA: " FS-HISTORIA
              MOVE 16 TO RETURN-CODE
              PERFORM 0700-CLOSE-FILES
              PERFORM 0800-CLOSE-PROGRAM
           END-IF
           READ F-HISTORIA
           PERFORM 0555-GUARDAR-HISTORIA UNTIL NOT FS-HISTORIA-OK
           CLOSE F-HISTORIA.

       0555-GUARDAR-HISTORIA.
           IF R-HIST-LEGAJO = WS-LEGAJO-BUSCAR
              COMPUTE WS-PERIODO-LEIDO =
                 R-HIST-ANIO * 100 + R-HIST-MES
              END-COMPUTE
              IF WS-PERIODO-LEIDO >= WS-DESDE-COMP
                 AND WS-PERIODO-LEIDO <= WS-HASTA-COMP
                 PERFORM 0558-BUSCAR-PERIODO
                 IF WS-IDX-1 > WS-CANT-PER
                    IF WS-CANT-PER >= 240
                       ADD 1 TO WS-PER-EXCLUIDOS
                    ELSE
                       ADD 1 TO WS-CANT-PER
                       MOVE WS-CANT-PER TO WS-IDX-1
                       MOVE WS-PERIODO-LEIDO
                          TO WS-TP-PERIODO (WS-IDX-1)
                       MOVE R-HIST-MES TO WS-TP-MES (WS-IDX-1)
                       MOVE R-HIST-ANIO TO WS-TP-ANIO (WS-IDX-1)
                       MOVE 'N' TO WS-TP-RELIQ (WS-IDX-1)
                       MOVE 0 TO WS-TP-AJU-COMIS (WS-IDX-1)
                    END-IF
                 END-IF
                 IF WS-IDX-1 <= WS-CANT-PER
                    MOVE R-HIST-CANT-VENTAS TO WS-TP-CANT (WS-IDX-1)
                    MOVE R-HIST-TOTAL TO WS-TP-TOTAL (WS-IDX-1)
                    MOVE R-HIST-COMIS TO WS-TP-COMIS (WS-IDX-1)
                    MOVE R-HIST-TASA TO WS-TP-TASA (WS-IDX-1)
                    MOVE R-HIST-DEVOL-TOTAL
                       TO WS-TP-DEVOL-TOTAL (WS-IDX-1)
                    MOVE R-HIST-DEVOL-COMIS
                       TO WS-TP-DEVOL-COMIS (WS-IDX-1)
                 END-IF
              END-IF
           END-IF
           READ F-HISTORIA.

       0558-BUSCAR-PERIODO.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 > WS-CANT-PER
                 OR WS-TP-PERIODO (WS-IDX-1) = WS-PERIODO-LEIDO
              CONTINUE
           END-PERFORM.

      *    HISTAJUS TRAE LOS VALORES RECALCULADOS POR LA RELIQUIDACION.
      *    EL AJUSTE ES LA DIFERENCIA CONTRA LO LIQUIDADO EN HISTORIA.
       0560-CARGAR-AJUSTES.
           OPEN INPUT F-HIST-AJUSTE
           IF NOT FS-HIST-AJUSTE-OK
              DISPLAY "SIN AJUSTES DE RELIQUIDACION: " FS-HIST-AJUSTE
           ELSE
              READ F-HIST-AJUSTE
              PERFORM 0565-GUARDAR-AJUSTE UNTIL NOT FS-HIST-AJUSTE-OK
              CLOSE F-HIST-AJUSTE
           END-IF.

       0565-GUARDAR-AJUSTE.
           IF R-HAJ-LEGAJO = WS-LEGAJO-BUSCAR
              COMPUTE WS-PERIODO-LEIDO =
                 R-HAJ-ANIO * 100 + R-HAJ-MES
              END-COMPUTE
              IF WS-PERIODO-LEIDO >= WS-DESDE-COMP
                 AND WS-PERIODO-LEIDO <= WS-HASTA-COMP
                 PERFORM 0558-BUSCAR-PERIODO
                 IF WS-IDX-1 > WS-CANT-PER
                    ADD 1 TO WS-AJUSTES-SIN-HIST
                 ELSE
                    MOVE 'S' TO WS-TP-RELIQ (WS-IDX-1)
                    MOVE R-HAJ-COMIS TO WS-TP-AJU-COMIS (WS-IDX-1)
                 END-IF
              END-IF
           END-IF
           READ F-HIST-AJUSTE.

      *    HISTORIA SE GRABA EN ORDEN DE CORRIDA: UNA RETROACTIVA O UNA
      *    RELIQUIDACION PUEDE QUEDAR DESPUES DE UN PERIODO POSTERIOR.
       0570-ORDENAR-PERIODOS.
           PERFORM 0575-PASADA-ORDENAR
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 >= WS-CANT-PER.

       0575-PASADA-ORDENAR.
           PERFORM 0578-COMPARAR-Y-SWAP
              VARYING WS-IDX-2 FROM 1 BY 1
              UNTIL WS-IDX-2 > WS-CANT-PER - WS-IDX-1.

       0578-COMPARAR-Y-SWAP.
           IF WS-TP-PERIODO (WS-IDX-2) > WS-TP-PERIODO (WS-IDX-2 + 1)
              MOVE WS-TP-ENTRY (WS-IDX-2) TO WS-SWAP-ENTRY
              MOVE WS-TP-ENTRY (WS-IDX-2 + 1) TO WS-TP-ENTRY (WS-IDX-2)
              MOVE WS-SWAP-ENTRY TO WS-TP-ENTRY (WS-IDX-2 + 1)
           END-IF.

       0600-LISTAR-HISTORIA.
           MOVE "HISTORIA DE LIQUIDACIONES" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           WRITE R-REPORTE FROM WS-SUB-HISTORIA
           PERFORM 0610-WRITE-PERIODO
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 > WS-CANT-PER
           MOVE WS-SUM-CANT TO WS-THI-CANT
           MOVE WS-SUM-TOTAL TO WS-THI-TOTAL
           MOVE WS-SUM-COMIS TO WS-THI-COMIS
           MOVE WS-SUM-DIF TO WS-THI-AJUSTE
           MOVE WS-SUM-FINAL TO WS-THI-FINAL
           WRITE R-REPORTE FROM WS-TOT-HISTORIA
           IF WS-SUM-DEVOL-TOTAL > 0 OR WS-SUM-DEVOL-COMIS > 0
              COMPUTE WS-HDV-TOTAL = 0 - WS-SUM-DEVOL-TOTAL
              END-COMPUTE
              COMPUTE WS-HDV-COMIS = 0 - WS-SUM-DEVOL-COMIS
              END-COMPUTE
              WRITE R-REPORTE FROM WS-DET-DEVOLUCION
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0610-WRITE-PERIODO.
           MOVE WS-TP-MES (WS-IDX-1) TO WS-HIS-MES
           MOVE WS-TP-ANIO (WS-IDX-1) TO WS-HIS-ANIO
           MOVE WS-TP-CANT (WS-IDX-1) TO WS-HIS-CANT
           MOVE WS-TP-TOTAL (WS-IDX-1) TO WS-HIS-TOTAL
           MOVE WS-TP-COMIS (WS-IDX-1) TO WS-HIS-COMIS
           MOVE WS-TP-TASA (WS-IDX-1) TO WS-HIS-TASA
           IF WS-TP-RELIQ (WS-IDX-1) = 'S'
              COMPUTE WS-DIF-COMIS =
                 WS-TP-AJU-COMIS (WS-IDX-1) - WS-TP-COMIS (WS-IDX-1)
              END-COMPUTE
              MOVE WS-TP-AJU-COMIS (WS-IDX-1) TO WS-COMIS-FINAL
              MOVE "RELIQUID." TO WS-HIS-OBS
           ELSE
              MOVE 0 TO WS-DIF-COMIS
              MOVE WS-TP-COMIS (WS-IDX-1) TO WS-COMIS-FINAL
              MOVE SPACES TO WS-HIS-OBS
           END-IF
      *    LA COMISION FINAL ES NETA DE LAS DEVOLUCIONES DESCONTADAS EN
      *    EL PERIODO Y NUNCA QUEDA NEGATIVA (LO QUE EXCEDE PASA COMO
      *    DEUDA A LA CUENTA CORRIENTE).
           IF WS-COMIS-FINAL > WS-TP-DEVOL-COMIS (WS-IDX-1)
              COMPUTE WS-COMIS-FINAL =
                 WS-COMIS-FINAL - WS-TP-DEVOL-COMIS (WS-IDX-1)
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-COMIS-FINAL
           END-IF
           MOVE WS-DIF-COMIS TO WS-HIS-AJUSTE
           MOVE WS-COMIS-FINAL TO WS-HIS-FINAL
           WRITE R-REPORTE FROM WS-DET-HISTORIA
           IF WS-TP-DEVOL-TOTAL (WS-IDX-1) > 0
              OR WS-TP-DEVOL-COMIS (WS-IDX-1) > 0
              COMPUTE WS-HDV-TOTAL = 0 - WS-TP-DEVOL-TOTAL (WS-IDX-1)
              END-COMPUTE
              COMPUTE WS-HDV-COMIS = 0 - WS-TP-DEVOL-COMIS (WS-IDX-1)
              END-COMPUTE
              WRITE R-REPORTE FROM WS-DET-DEVOLUCION
              ADD WS-TP-DEVOL-TOTAL (WS-IDX-1) TO WS-SUM-DEVOL-TOTAL
              ADD WS-TP-DEVOL-COMIS (WS-IDX-1) TO WS-SUM-DEVOL-COMIS
           END-IF
           ADD WS-TP-CANT (WS-IDX-1) TO WS-SUM-CANT
           ADD WS-TP-TOTAL (WS-IDX-1) TO WS-SUM-TOTAL
           ADD WS-TP-COMIS (WS-IDX-1) TO WS-SUM-COMIS
           ADD WS-DIF-COMIS TO WS-SUM-DIF
           ADD WS-COMIS-FINAL TO WS-SUM-FINAL.

      *    LAS VENTAS PENDIENTES SE LISTAN SIEMPRE COMPLETAS: SON
      *    PARTIDAS ABIERTAS, SIN IMPORTAR EL RANGO PEDIDO.
       0650-LISTAR-PENDIENTES.
           MOVE "VENTAS PENDIENTES DE LIQUIDAR" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           WRITE R-REPORTE FROM WS-SUB-PENDIENTE
           OPEN INPUT F-SUSPENSO
           IF NOT FS-SUSPENSO-OK
              DISPLAY "SIN ARCHIVO SUSPENSO: " FS-SUSPENSO
           ELSE
              READ F-SUSPENSO
              PERFORM 0652-LISTAR-SUSPENSO UNTIL NOT FS-SUSPENSO-OK
              CLOSE F-SUSPENSO
           END-IF
           OPEN INPUT F-ARRASTRE
           IF NOT FS-ARRASTRE-OK
              DISPLAY "SIN ARCHIVO ARRASTRE: " FS-ARRASTRE
           ELSE
              READ F-ARRASTRE
              PERFORM 0654-LISTAR-ARRASTRE UNTIL NOT FS-ARRASTRE-OK
              CLOSE F-ARRASTRE
           END-IF
           OPEN INPUT F-RECHAZOS
           IF NOT FS-RECHAZOS-OK
              DISPLAY "SIN ARCHIVO RECHAZOS: " FS-RECHAZOS
           ELSE
              READ F-RECHAZOS
              PERFORM 0656-LISTAR-RECHAZO UNTIL NOT FS-RECHAZOS-OK
              CLOSE F-RECHAZOS
           END-IF
           OPEN INPUT F-HUERFANAS
           IF NOT FS-HUERFANAS-OK
              DISPLAY "SIN ARCHIVO HUERFANAS: " FS-HUERFANAS
           ELSE
              READ F-HUERFANAS
              PERFORM 0658-LISTAR-HUERFANA UNTIL NOT FS-HUERFANAS-OK
              CLOSE F-HUERFANAS
           END-IF
           OPEN INPUT F-RECH-PEND
           IF NOT FS-RECH-PEND-OK
              DISPLAY "SIN ARCHIVO RECHPEND: " FS-RECH-PEND
           ELSE
              READ F-RECH-PEND
              PERFORM 0660-LISTAR-RECH-PEND UNTIL NOT FS-RECH-PEND-OK
              CLOSE F-RECH-PEND
           END-IF
           OPEN INPUT F-HUERF-PEND
           IF NOT FS-HUERF-PEND-OK
              DISPLAY "SIN ARCHIVO HUERPEND: " FS-HUERF-PEND
           ELSE
              READ F-HUERF-PEND
              PERFORM 0662-LISTAR-HUERF-PEND
                 UNTIL NOT FS-HUERF-PEND-OK
              CLOSE F-HUERF-PEND
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES.

       0652-LISTAR-SUSPENSO.
           IF R-SUSP-LEGAJO = WS-LEGAJO-BUSCAR
              MOVE "SUSPENSO" TO WS-PDT-ARCHIVO
              MOVE R-SUSP-MONTO TO WS-PDT-MONTO
              MOVE R-SUSP-FECHA TO WS-PDT-FECHA
              MOVE R-SUSP-RECIBO TO WS-PDT-RECIBO
              MOVE R-SUSP-MOTIVO TO WS-PDT-MOTIVO
              MOVE R-SUSP-MES TO WS-PDT-PER-MES
              MOVE R-SUSP-ANIO TO WS-PDT-PER-ANIO
              WRITE R-REPORTE FROM WS-DET-PENDIENTE
              ADD 1 TO WS-CANT-SUSP
              ADD R-SUSP-MONTO TO WS-MONTO-SUSP
           END-IF
           READ F-SUSPENSO.

       0654-LISTAR-ARRASTRE.
           IF R-ARR-LEGAJO = WS-LEGAJO-BUSCAR
              MOVE "ARRASTRE" TO WS-PDT-ARCHIVO
              MOVE R-ARR-MONTO TO WS-PDT-MONTO
              MOVE R-ARR-FECHA TO WS-PDT-FECHA
              MOVE R-ARR-RECIBO TO WS-PDT-RECIBO
              MOVE "PERIODO POSTERIOR" TO WS-PDT-MOTIVO
              MOVE R-ARR-MES TO WS-PDT-PER-MES
              MOVE R-ARR-ANIO TO WS-PDT-PER-ANIO
              WRITE R-REPORTE FROM WS-DET-PENDIENTE
              ADD 1 TO WS-CANT-ARR
              ADD R-ARR-MONTO TO WS-MONTO-ARR
           END-IF
           READ F-ARRASTRE.

       0656-LISTAR-RECHAZO.
           MOVE R-RECHAZO TO WS-PENDIENTE
           IF WS-PEND-LEGAJO = WS-LEGAJO-BUSCAR
              MOVE "RECHAZOS" TO WS-PDT-ARCHIVO
              PERFORM 0665-WRITE-PENDIENTE
              ADD 1 TO WS-CANT-RECH
              ADD WS-PEND-MONTO TO WS-MONTO-RECH
           END-IF
           READ F-RECHAZOS.

       0658-LISTAR-HUERFANA.
           MOVE R-HUERFANA TO WS-PENDIENTE
           IF WS-PEND-LEGAJO = WS-LEGAJO-BUSCAR
              MOVE "HUERFANAS" TO WS-PDT-ARCHIVO
              PERFORM 0665-WRITE-PENDIENTE
              ADD 1 TO WS-CANT-HUERF
              ADD WS-PEND-MONTO TO WS-MONTO-HUERF
           END-IF
           READ F-HUERFANAS.

       0660-LISTAR-RECH-PEND.
           MOVE R-RECH-PEND TO WS-PENDIENTE
           IF WS-PEND-LEGAJO = WS-LEGAJO-BUSCAR
              MOVE "RECHPEND" TO WS-PDT-ARCHIVO
              PERFORM 0665-WRITE-PENDIENTE
              ADD 1 TO WS-CANT-RPEND
              ADD WS-PEND-MONTO TO WS-MONTO-RPEND
           END-IF
           READ F-RECH-PEND.

       0662-LISTAR-HUERF-PEND.
           MOVE R-HUERF-PEND TO WS-PENDIENTE
           IF WS-PEND-LEGAJO = WS-LEGAJO-BUSCAR
              MOVE "HUERPEND" TO WS-PDT-ARCHIVO
              PERFORM 0665-WRITE-PENDIENTE
              ADD 1 TO WS-CANT-HPEND
              ADD WS-PEND-MONTO TO WS-MONTO-HPEND
           END-IF
           READ F-HUERF-PEND.

       0665-WRITE-PENDIENTE.
           MOVE WS-PEND-MONTO TO WS-PDT-MONTO
           MOVE WS-PEND-FECHA TO WS-PDT-FECHA
           MOVE WS-PEND-RECIBO TO WS-PDT-RECIBO
           MOVE WS-PEND-MOTIVO TO WS-PDT-MOTIVO
           MOVE WS-PEND-PER-MES TO WS-PDT-PER-MES
           MOVE WS-PEND-PER-ANIO TO WS-PDT-PER-ANIO
           WRITE R-REPORTE FROM WS-DET-PENDIENTE.

       0680-WRITE-TOTALES.
           MOVE "TOTALES" TO WS-SEC-TEXTO
           WRITE R-REPORTE FROM WS-TIT-SECCION
           MOVE "CAMBIOS DE CIUDAD:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-CIUDADES TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "MOVIMIENTOS DE AUDITORIA:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-AUDITORIAS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "PERIODOS LIQUIDADOS:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-PER TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "COMISION LIQUIDADA:" TO WS-MTO-CONCEPTO
           MOVE WS-SUM-COMIS TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "AJUSTES POR RELIQUIDACION:" TO WS-MTO-CONCEPTO
           MOVE WS-SUM-DIF TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "(-) DEVOLUCIONES:" TO WS-MTO-CONCEPTO
           COMPUTE WS-MTO-VALOR = 0 - WS-SUM-DEVOL-COMIS
           END-COMPUTE
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "COMISION FINAL:" TO WS-MTO-CONCEPTO
           MOVE WS-SUM-FINAL TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           IF WS-PER-EXCLUIDOS > 0
              MOVE "PERIODOS NO INFORMADOS POR TABLA LLENA:"
                 TO WS-CNT-CONCEPTO
              MOVE WS-PER-EXCLUIDOS TO WS-CNT-VALOR
              WRITE R-REPORTE FROM WS-LINEA-CANT
           END-IF
           IF WS-AJUSTES-SIN-HIST > 0
              MOVE "AJUSTES SIN PERIODO EN HISTORIA:"
                 TO WS-CNT-CONCEPTO
              MOVE WS-AJUSTES-SIN-HIST TO WS-CNT-VALOR
              WRITE R-REPORTE FROM WS-LINEA-CANT
           END-IF
           MOVE "EN SUSPENSO:" TO WS-LPE-CONCEPTO
           MOVE WS-CANT-SUSP TO WS-LPE-CANT
           MOVE WS-MONTO-SUSP TO WS-LPE-MONTO
           WRITE R-REPORTE FROM WS-LINEA-PEND
           MOVE "EN ARRASTRE:" TO WS-LPE-CONCEPTO
           MOVE WS-CANT-ARR TO WS-LPE-CANT
           MOVE WS-MONTO-ARR TO WS-LPE-MONTO
           WRITE R-REPORTE FROM WS-LINEA-PEND
           MOVE "RECHAZADAS:" TO WS-LPE-CONCEPTO
           MOVE WS-CANT-RECH TO WS-LPE-CANT
           MOVE WS-MONTO-RECH TO WS-LPE-MONTO
           WRITE R-REPORTE FROM WS-LINEA-PEND
           MOVE "HUERFANAS:" TO WS-LPE-CONCEPTO
           MOVE WS-CANT-HUERF TO WS-LPE-CANT
           MOVE WS-MONTO-HUERF TO WS-LPE-MONTO
           WRITE R-REPORTE FROM WS-LINEA-PEND
           MOVE "RECHAZOS PEND. CORRECCION:" TO WS-LPE-CONCEPTO
           MOVE WS-CANT-RPEND TO WS-LPE-CANT
           MOVE WS-MONTO-RPEND TO WS-LPE-MONTO
           WRITE R-REPORTE FROM WS-LINEA-PEND
           MOVE "HUERFANAS PEND. CORRECCION:" TO WS-LPE-CONCEPTO
           MOVE WS-CANT-HPEND TO WS-LPE-CANT
           MOVE WS-MONTO-HPEND TO WS-LPE-MONTO
           WRITE R-REPORTE FROM WS-LINEA-PEND
           COMPUTE WS-CANT-PEND-TOT = WS-CANT-SUSP + WS-CANT-ARR
              + WS-CANT-RECH + WS-CANT-HUERF + WS-CANT-RPEND
              + WS-CANT-HPEND
           END-COMPUTE
           COMPUTE WS-MONTO-PEND-TOT = WS-MONTO-SUSP + WS-MONTO-ARR
              + WS-MONTO-RECH + WS-MONTO-HUERF + WS-MONTO-RPEND
              + WS-MONTO-HPEND
           END-COMPUTE
           MOVE "TOTAL PENDIENTE:" TO WS-LPE-CONCEPTO
           MOVE WS-CANT-PEND-TOT TO WS-LPE-CANT
           MOVE WS-MONTO-PEND-TOT TO WS-LPE-MONTO
           WRITE R-REPORTE FROM WS-LINEA-PEND
           WRITE R-REPORTE FROM WS-GUIONES.

       0700-CLOSE-FILES.
           CLOSE F-EMPLEADOS
           CLOSE F-REPORTE.

       0800-CLOSE-PROGRAM.
           IF NOT WS-LEGAJO-EXISTE
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.
