           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-TASAS.

           SELECT F-TASAS-SUP ASSIGN TO TASASUP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-TASAS-SUP.

           SELECT F-RETENIDOS ASSIGN TO RETENIDO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RETENIDOS.

           SELECT F-PERIODOS ASSIGN TO PERCTRL
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-PER-CLAVE
           FILE STATUS IS FS-PERIODOS.

           SELECT F-DEVOLUCIONES ASSIGN TO DEVOLUC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-DEVOLUCIONES.

           SELECT F-DEUDAS ASSIGN TO DEUDAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-DEUDAS.

           SELECT F-DEUDA-NUEVA ASSIGN TO DEUDANEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-DEUDA-NUEVA.

           SELECT F-DESCUENTOS ASSIGN TO DESCAPLI
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-DESCUENTOS.

           SELECT F-CTACTE ASSIGN TO CTACTE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-CTA-LEGAJO
           FILE STATUS IS FS-CTACTE.

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
       FD F-RESUMEN RECORDING MODE IS F
                    DATA RECORD IS R-RESUMEN.
       01 R-RESUMEN               PIC X(80).
          05 R-CKPT-CSV-CANT      PIC 9(5).
          05 R-CKPT-CSV-TOTAL     PIC 9(11)V99.
          05 R-CKPT-CSV-COMIS     PIC 9(11)V99.
          05 R-CKPT-DEVOL-CANT    PIC 9(4).
          05 R-CKPT-DEVOL-TOTAL   PIC 9(7)V99.
          05 R-CKPT-DEVOL-COMIS   PIC 9(7)V99.
          05 R-CKPT-CANT-DEVOL    PIC 9(4).
          05 R-CKPT-CANT-DEUDAS   PIC 9(4).
          05 R-CKPT-CANT-RECUP    PIC 9(4).
          05 R-CKPT-TOTAL-RECUP   PIC 9(9)V99.
          05 R-CKPT-CORRIDA       PIC 9(16).
          05 R-CKPT-CANT-SUPERV   PIC 9(4).
          05 R-CKPT-TOTAL-SUPERV  PIC 9(9)V99.

       FD F-ARRASTRE RECORDING MODE IS F
                     DATA RECORD IS R-ARRASTRE.
          05 R-RETRO-FECHA        PIC X(8).
          05 R-RETRO-RECIBO       PIC X(10).

      *    TOTAL Y COMIS SON LAS VENTAS DEL MES Y SU COMISION BRUTAS.
      *    DEVOL-TOTAL Y DEVOL-COMIS SON LAS DEVOLUCIONES DESCONTADAS AL
      *    VENDEDOR EN EL PERIODO, SEAN DE VENTAS DE ESTE U OTRO MES:
      *    LAS VENTAS NETAS DEL MES SON TOTAL MENOS DEVOL-TOTAL.
       FD F-HISTORIA RECORDING MODE IS F
                     DATA RECORD IS R-HISTORIA.
       01 R-HISTORIA.
          05 R-HIST-TOTAL         PIC 9(7)V99.
          05 R-HIST-COMIS         PIC 9(7)V99.
          05 R-HIST-TASA          PIC 9V999.
          05 R-HIST-DEVOL-TOTAL   PIC 9(7)V99.
          05 R-HIST-DEVOL-COMIS   PIC 9(7)V99.

       FD F-CSV RECORDING MODE IS F
                DATA RECORD IS R-CSV.
          05 FILLER               PIC X VALUE ';'.
          05 R-CSV-COMISION       PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 R-CSV-RETENCION      PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 R-CSV-NETO           PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 R-CSV-TIPO           PIC X(5).

       FD F-TASAS RECORDING MODE IS F
          05 R-TAS-VIG-MES        PIC 9(2).
          05 R-TAS-VIG-ANIO       PIC 9(4).

      *    TASA DE COMISION DE SUPERVISION SOBRE LAS VENTAS PAGADAS DEL
      *    EQUIPO. LEGAJO EN BLANCO ES LA TASA GENERAL; UNA TASA PARA UN
      *    SUPERVISOR DETERMINADO TIENE PRIORIDAD SOBRE LA GENERAL.
       FD F-TASAS-SUP RECORDING MODE IS F
                      DATA RECORD IS R-TASA-SUP.
       01 R-TASA-SUP.
          05 R-TSU-LEGAJO         PIC X(5).
          05 R-TSU-TASA           PIC 9V999.
          05 R-TSU-VIG-MES        PIC 9(2).
          05 R-TSU-VIG-ANIO       PIC 9(4).

      *    LEGAJOS RETENIDOS POR AUDITORIA: SUS VENTAS VAN A SUSPENSO.
       FD F-RETENIDOS RECORDING MODE IS F
                      DATA RECORD IS R-RETENIDO.
       01 R-RETENIDO.
          05 R-RTN-LEGAJO         PIC X(5).
          05 R-RTN-FECHA          PIC 9(8).
          05 R-RTN-USUARIO        PIC X(8).
          05 R-RTN-MOTIVO         PIC X(30).

       FD F-PERIODOS DATA RECORD IS R-PERIODO.
       01 R-PERIODO.
          05 R-PER-CLAVE.
             88 R-PER-LIQUIDADO      VALUE 'L'.
             88 R-PER-CONCILIADO     VALUE 'C'.
             88 R-PER-TRANSMITIDO    VALUE 'T'.
             88 R-PER-PAGADO         VALUE 'P'.

      *    DETALLE DE LAS DEVOLUCIONES DESCONTADAS EN LA CORRIDA, CON
      *    LA TASA DE LA VENTA ORIGINAL. 'L' SE DESCONTO DE LA
      *    LIQUIDACION DEL MES; 'D' FUE DIRECTO A DEUDA (VENDEDOR
      *    INACTIVO). PVCONCIL LAS BALANCEA COMO CATEGORIA PROPIA.
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

      *    DEUDA DE COMISIONES POR DEVOLUCIONES NO CUBIERTAS EN EL MES,
      *    ORDENADA POR LEGAJO. DEUDAS ES LA QUE DEJO LA CORRIDA
      *    ANTERIOR; DEUDANEW LA QUE QUEDA PARA LA PROXIMA.
       FD F-DEUDAS RECORDING MODE IS F
                   DATA RECORD IS R-DEUDA.
       01 R-DEUDA.
          05 R-DEU-LEGAJO         PIC X(5).
          05 R-DEU-MONTO          PIC 9(7)V99.
          05 R-DEU-PER-MES        PIC 9(2).
          05 R-DEU-PER-ANIO       PIC 9(4).

       FD F-DEUDA-NUEVA RECORDING MODE IS F
                        DATA RECORD IS R-DEUDA-NUEVA.
       01 R-DEUDA-NUEVA.
          05 R-DNV-LEGAJO         PIC X(5).
          05 R-DNV-MONTO          PIC 9(7)V99.
          05 R-DNV-PER-MES        PIC 9(2).
          05 R-DNV-PER-ANIO       PIC 9(4).

      *    DESCUENTOS HECHOS EN LA CORRIDA SOBRE LA COMISION DE CADA
      *    LINEA LIQUI O RETRO DEL CSV: COMISION DEVUELTA EFECTIVAMENTE
      *    CUBIERTA (DEVOLUCIONES Y DEUDA ANTERIOR; LO QUE PASA COMO
      *    DEUDA AL PROXIMO PERIODO NO FIGURA) Y RECUPERO DE ANTICIPOS.
      *    PVRETGAN LOS USA PARA LA BASE DE RETENCION DE GANANCIAS.
       FD F-DESCUENTOS RECORDING MODE IS F
                       DATA RECORD IS R-DESCUENTO.
       01 R-DESCUENTO.
          05 R-DSC-LEGAJO         PIC X(5).
          05 R-DSC-ORIGEN         PIC X(5).
          05 R-DSC-DEVOL          PIC 9(7)V99.
          05 R-DSC-RECUPERO       PIC 9(7)V99.
          05 R-DSC-PER-MES        PIC 9(2).
          05 R-DSC-PER-ANIO       PIC 9(4).

      *    CUENTA CORRIENTE DEL VENDEDOR. EL SALDO ES LO QUE EL
      *    VENDEDOR ADEUDA (ANTICIPOS Y DEBITOS AUN NO RECUPERADOS).
      *    SE GUARDA EL RECUPERO HECHO EN EL PERIODO, CON LA CORRIDA
      *    QUE LO HIZO, PARA REVERTIRLO SI EL PERIODO SE VUELVE A
      *    LIQUIDAR.
       FD F-CTACTE DATA RECORD IS R-CTACTE.
       01 R-CTACTE.
          05 R-CTA-LEGAJO         PIC X(5).
          05 R-CTA-SALDO          PIC 9(7)V99.
          05 R-CTA-FEC-ULT-MOV    PIC 9(8).
          05 R-CTA-REC-MES        PIC 9(2).
          05 R-CTA-REC-ANIO       PIC 9(4).
          05 R-CTA-REC-IMPORTE    PIC 9(7)V99.
          05 R-CTA-REC-CORRIDA    PIC 9(16).

      *    MOVIMIENTOS DE LA CUENTA CORRIENTE. LA LIQUIDACION AGREGA
      *    LOS RECUPEROS Y LOS PAGOS EMITIDOS (LIQUI Y RETRO) CON LA
      *    MARCA DE LA CORRIDA: SI EL PERIODO SE RELIQUIDA, EL ESTADO
      *    DE CUENTA TOMA SOLO LA ULTIMA CORRIDA.
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
          88 FS-RETRO-OK             VALUE 00.

       01 FS-HISTORIA             PIC 99.
          88 FS-HISTORIA-OK          VALUE 00.

       01 FS-CSV                  PIC 99.

       01 FS-DEVOLUCIONES         PIC 99.

       01 FS-DEUDAS               PIC 99.
          88 FS-DEUDAS-OK            VALUE 00.

       01 FS-DEUDA-NUEVA          PIC 99.
          88 FS-DEUDA-NUEVA-OK       VALUE 00.

       01 FS-DESCUENTOS           PIC 99.

       77 WS-ULTIMO-LEGAJO        PIC X(5) VALUE SPACES.

       77 WS-ES-REINICIO          PIC X VALUE 'N'.

       77 WS-VENTAS-LEIDAS        PIC 9(6) VALUE 0.

      *    RECHAZOS Y HUERFANAS GRABADOS POR ESTA EJECUCION (EN UN
      *    REINICIO NO INCLUYE LOS DE LA CORRIDA INTERRUMPIDA).
       77 WS-CANT-RECHAZOS        PIC 9(6) VALUE 0.

       77 WS-MODO-RETRO           PIC X VALUE 'N'.
          88 WS-HAY-RETRO            VALUE 'S'.

       77 WS-REINICIO-RETRO       PIC X VALUE 'N'.
          88 WS-RETOMA-RETRO         VALUE 'S'.

       77 WS-REINICIO-SUPERV      PIC X VALUE 'N'.
          88 WS-RETOMA-SUPERV        VALUE 'S'.

       77 WS-SKIP-COUNT           PIC 9(6) VALUE 0.

       77 WS-VALIDAR              PIC X.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(41) VALUE
             'VENTAS EN SUSPENSO (INACTIVO/RETENIDO):  '.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CANT-SUSP         PIC 9(4) VALUE 0.
          05 FILLER               PIC X(31) VALUE SPACES.
          05 WS-CAB-FEC-ANIO      PIC 9(4).
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(5) VALUE 'CABEC'.

      *    DEVOLUCIONES Y DEUDA DEL LEGAJO EN CURSO
       77 WS-DEVOL-CANT           PIC 9(4) VALUE 0.

       77 WS-DEVOL-TOTAL          PIC 9(7)V99 VALUE 0.

       77 WS-DEVOL-COMIS          PIC 9(7)V99 VALUE 0.

       77 WS-COMIS-DEVOL          PIC 9(7)V99.

       77 WS-TASA-DEVOL           PIC 9V999.

       77 WS-DEUDA-ANTERIOR       PIC 9(7)V99 VALUE 0.

       77 WS-DEUDA-NUEVA          PIC 9(7)V99 VALUE 0.

       77 WS-COMIS-NETA           PIC S9(8)V99.

       77 WS-COMIS-A-PAGAR        PIC 9(7)V99 VALUE 0.

       77 WS-DEVOL-APLICADA       PIC 9(7)V99 VALUE 0.

       77 WS-DEU-LEGAJO           PIC X(5) VALUE HIGH-VALUES.

       77 WS-ABRIO-DEUDAS         PIC X VALUE 'N'.
          88 WS-HAY-DEUDAS           VALUE 'S'.

       77 WS-CANT-DEVOL           PIC 9(4) VALUE 0.

       77 WS-CANT-DEUDAS          PIC 9(4) VALUE 0.

      *    TERCERA TARJETA DE PARAMETROS: PORCENTAJE MAXIMO DE LA
      *    COMISION DEL MES QUE SE DESTINA A RECUPERAR ANTICIPOS.
       77 WS-PORC-RECUPERO        PIC 9(3)V99.

       01 FS-CTACTE               PIC 99.
          88 FS-CTACTE-OK            VALUE 00.
          88 FS-CTACTE-NOTFOUND      VALUE 23.

       01 FS-CTAMOV               PIC 99.

       77 WS-ABRIO-CTACTE         PIC X VALUE 'N'.
          88 WS-HAY-CTACTE           VALUE 'S'.

       77 WS-RECUPERO             PIC 9(7)V99 VALUE 0.

       77 WS-TOPE-RECUPERO        PIC 9(7)V99.

       77 WS-SALDO-CTA            PIC 9(7)V99 VALUE 0.

       77 WS-CANT-RECUP           PIC 9(4) VALUE 0.

       77 WS-TOTAL-RECUP          PIC 9(9)V99 VALUE 0.

      *    RECUPERO YA HECHO EN EL PERIODO CUANDO SE LIQUIDAN LAS
      *    LINEAS RETRO (SE SUMA AL DE LA LIQUIDACION DEL MES).
       77 WS-RECUP-PREVIO         PIC 9(7)V99 VALUE 0.

      *    MARCA DE LA CORRIDA (FECHA Y HORA DE INICIO). UN REINICIO
      *    CONSERVA LA DE LA CORRIDA INTERRUMPIDA.
       77 WS-CORRIDA              PIC 9(16).

      *    TASA CON QUE SE PAGO CADA PERIODO ORIGINAL DEVUELTO, TOMADA
      *    DE HISTORIA (GANA EL ULTIMO REGISTRO DEL LEGAJO/PERIODO).
       01 WS-TAB-DEVOL.
          05 WS-TD-ENTRY OCCURS 500 TIMES.
             10 WS-TD-LEGAJO         PIC X(5).
             10 WS-TD-MES            PIC 9(2).
             10 WS-TD-ANIO           PIC 9(4).
             10 WS-TD-TASA           PIC 9V999.
             10 WS-TD-HALLADA        PIC X(1).

       77 WS-CANT-TD              PIC 9(3) VALUE 0.

       77 WS-IDX-TD               PIC 9(3).

       77 WS-LEGAJO-DEVOL         PIC X(5).

      *    PARTE DE UNA VENTA QUE SE LIQUIDA A UN VENDEDOR: LA VENTA
      *    ENTERA O, SI ES COMPARTIDA, EL PORCENTAJE DE CADA LEGAJO.
       01 WS-PARTE.
          05 WS-PA-LEGAJO         PIC X(5).
          05 WS-PA-MONTO          PIC 9(6)V99.
          05 WS-PA-FECHA.
             10 WS-PA-DIA         PIC 99.
             10 WS-PA-MES         PIC 99.
             10 WS-PA-ANIO        PIC 9(4).
          05 WS-PA-RECIBO         PIC X(10).
          05 WS-PA-TIPO           PIC X(1).
             88 WS-PA-ES-DEVOLUCION  VALUE 'D'.
          05 WS-PA-RECIBO-ORIG    PIC X(10).
          05 WS-PA-ORIG-MES       PIC 9(2).
          05 WS-PA-ORIG-ANIO      PIC 9(4).
          05 WS-PA-ORIGEN         PIC X(1).
             88 WS-PA-ES-PRINCIPAL   VALUE 'P'.
             88 WS-PA-ES-COPARTICIPE VALUE 'C'.

       77 WS-MONTO-PARTE-1        PIC 9(6)V99.

       77 WS-MONTO-PARTE-2        PIC 9(6)V99.

      *    PARTES DE LOS SEGUNDOS VENDEDORES DE LAS VENTAS COMPARTIDAS.
      *    VENTAS VIENE ORDENADO POR EL PRIMER LEGAJO: LA PARTE DEL
      *    SEGUNDO SE APLICA CUANDO EL CRUCE LLEGA A SU EMPLEADO.
       01 WS-TAB-COPART.
          05 WS-CP-ENTRY OCCURS 1000 TIMES.
             10 WS-CP-LEGAJO         PIC X(5).
             10 WS-CP-MONTO          PIC 9(6)V99.
             10 WS-CP-FECHA          PIC X(8).
             10 WS-CP-RECIBO         PIC X(10).
             10 WS-CP-TIPO           PIC X(1).
             10 WS-CP-RECIBO-ORIG    PIC X(10).
             10 WS-CP-ORIG-MES       PIC 9(2).
             10 WS-CP-ORIG-ANIO      PIC 9(4).
             10 WS-CP-APLICADA       PIC X(1).

       77 WS-CANT-CP              PIC 9(4) VALUE 0.

       77 WS-IDX-CP               PIC 9(4).

       77 WS-CP-MAX-LEGAJO        PIC X(5) VALUE LOW-VALUES.

      *    COMISION DE SUPERVISION: TASAS VIGENTES EN EL PERIODO, VENTAS
      *    PAGADAS DEL PERIODO SEGUN HISTORIA Y EQUIPO DE CADA
      *    SUPERVISOR.
       01 FS-TASAS-SUP            PIC 99.
          88 FS-TASAS-SUP-OK         VALUE 00.

       01 WS-TAB-TASAS-SUP.
          05 WS-TSU-ENTRY OCCURS 200 TIMES.
             10 WS-TSU-LEGAJO        PIC X(5).
             10 WS-TSU-TASA          PIC 9V999.
             10 WS-TSU-VIGENCIA      PIC 9(6).

       77 WS-CANT-TSU             PIC 9(3) VALUE 0.

       77 WS-IDX-TSU              PIC 9(3).

      *    LEGAJOS RETENIDOS POR AUDITORIA.
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

       01 WS-TAB-VTAHIST.
          05 WS-VH-ENTRY OCCURS 3000 TIMES.
             10 WS-VH-LEGAJO         PIC X(5).
             10 WS-VH-TOTAL          PIC 9(7)V99.

       77 WS-CANT-VH              PIC 9(4) VALUE 0.

       77 WS-IDX-VH               PIC 9(4).

      *    DEUDAS QUE QUEDARON EN DEUDANEW AL TERMINAR LOS LEGAJOS: LAS
      *    LINEAS RETRO LAS DESCUENTAN Y DEUDANEW SE VUELVE A GRABAR.
       01 WS-TAB-DEUDAS-RETRO.
          05 WS-TDR-ENTRY OCCURS 3000 TIMES.
             10 WS-TDR-LEGAJO        PIC X(5).
             10 WS-TDR-MONTO         PIC 9(7)V99.
             10 WS-TDR-PER-MES       PIC 9(2).
             10 WS-TDR-PER-ANIO      PIC 9(4).

       77 WS-CANT-TDR             PIC 9(4) VALUE 0.

       77 WS-IDX-TDR              PIC 9(4).

       01 WS-TAB-EQUIPOS.
          05 WS-EQ-ENTRY OCCURS 500 TIMES.
             10 WS-EQ-SUPERVISOR     PIC X(5).
             10 WS-EQ-MIEMBROS       PIC 9(4).
             10 WS-EQ-VENTAS         PIC 9(9)V99.

       77 WS-CANT-EQ              PIC 9(3) VALUE 0.

       77 WS-IDX-EQ               PIC 9(3).

       77 WS-TASA-SUPERV          PIC 9V999.

       77 WS-HAY-TASA-SUPERV      PIC X VALUE 'N'.
          88 WS-TASA-SUPERV-HALLADA  VALUE 'S'.

       77 WS-COMIS-SUPERV         PIC 9(9)V99.

       77 WS-ORDEN-SUPERV         PIC 9(4) VALUE 0.

       77 WS-CANT-SUPERV          PIC 9(4) VALUE 0.

       77 WS-TOTAL-SUPERV         PIC 9(9)V99 VALUE 0.

       01 WS-SUBT-SUPERV.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(42) VALUE
             'COMISION DE SUPERVISION SOBRE EL EQUIPO: '.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DATOS-SUPERV.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(6) VALUE 'SUPER '.
          05 WS-SUP-NOMBRE        PIC X(30).
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE 'CANT:'.
          05 WS-SUP-MIEMBROS      PIC ZZZZ9.
          05 FILLER               PIC X VALUE '|'.
          05 WS-SUP-VENTAS        PIC $$$$$$$$$9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-SUP-COMIS         PIC $$$$$$$$$9,99.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-RESUMEN-SUPERV.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(25) VALUE
             'SUPERVISORES LIQUIDADOS: '.
          05 WS-CANT-SUPERV-ED    PIC 9(4).
          05 FILLER               PIC X(9) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE
             'IMPORTE SUPERVIS.: '.
          05 WS-TOTAL-SUPERV-ED   PIC $$$$$$$$$9,99.
          05 FILLER               PIC X(7) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DATOS-AJUSTE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-AJU-CONCEPTO      PIC X(30).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-AJU-CANT          PIC Z(11).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-AJU-TOTAL         PIC $$$$$$$9,99 BLANK WHEN ZERO.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-AJU-COMISION      PIC $$$$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.

       01 WS-RESUMEN-DEVOL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(24) VALUE
             'DEVOLUCIONES APLICADAS: '.
          05 WS-CANT-DEVOL-ED     PIC 9(4).
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(28) VALUE
             'DEUDAS A PROXIMO PERIODO:   '.
          05 WS-CANT-DEUDAS-ED    PIC 9(4).
          05 FILLER               PIC X(7) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-RESUMEN-RECUP.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(23) VALUE
             'ANTICIPOS RECUPERADOS: '.
          05 WS-CANT-RECUP-ED     PIC 9(4).
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE
             'IMPORTE RECUPERADO:'.
          05 WS-TOTAL-RECUP-ED    PIC $$$$$$$$$9,99.
          05 FILLER               PIC X(7) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CSV-FINAL.
          05 WS-FIN-CANT          PIC 9(5).
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-COMIS         PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-RETENCION     PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 WS-FIN-NETO          PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE ';'.
          05 FILLER               PIC X(5) VALUE 'FINAL'.

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
           ACCEPT WS-MODO-RETRO FROM SYSIN
           ACCEPT WS-PORC-RECUPERO FROM SYSIN
           IF WS-PORC-RECUPERO IS NOT NUMERIC
              OR WS-PORC-RECUPERO > 100
              DISPLAY "PORCENTAJE DE RECUPERO DE ANTICIPOS INVALIDO: "
                      WS-PORC-RECUPERO
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           MOVE WS-LOG-INICIO TO WS-CORRIDA
           PERFORM 0150-CARGAR-TASAS
           PERFORM 0155-CARGAR-TASAS-SUP
           PERFORM 0157-CARGAR-RETENIDOS
           PERFORM 0170-VERIFICAR-PERIODO
           PERFORM 0180-CARGAR-TASAS-DEVOL
           PERFORM 0110-LEER-CHECKPOINT
           IF WS-HAY-REINICIO
              PERFORM 0190-DESCARTAR-COPART-PREVIAS
           END-IF
           PERFORM 0200-OPEN-FILE
           IF NOT WS-HAY-REINICIO
              PERFORM 0300-WRITE-HEADER
              IF NOT FS-EMPLEADOS-END
                 PERFORM 0510-WRITE-DATA
              END-IF
              PERFORM 0510-WRITE-DATA UNTIL FS-EMPLEADOS-END
                                      OR R-EMP-LEGAJO > WS-CP-MAX-LEGAJO
              PERFORM 0545-WRITE-ORPHAN UNTIL FS-VENTAS-END
              PERFORM 0546-HUERFANAS-COPARTICIPES
              PERFORM 0519-TRASLADAR-DEUDAS
           END-IF
           IF WS-HAY-RETRO
              PERFORM 0570-PROCESAR-RETRO
           END-IF
           PERFORM 0660-PAGAR-SUPERVISION
           PERFORM 0600-WRITE-END
           PERFORM 0640-WRITE-CSV-FINAL
           PERFORM 0650-MARCAR-LIQUIDADO
                 MOVE R-CKPT-CSV-CANT TO WS-CSV-CANT
                 MOVE R-CKPT-CSV-TOTAL TO WS-CSV-SUMA-TOTAL
                 MOVE R-CKPT-CSV-COMIS TO WS-CSV-SUMA-COMIS
                 MOVE R-CKPT-DEVOL-CANT TO WS-DEVOL-CANT
                 MOVE R-CKPT-DEVOL-TOTAL TO WS-DEVOL-TOTAL
                 MOVE R-CKPT-DEVOL-COMIS TO WS-DEVOL-COMIS
                 MOVE R-CKPT-CANT-DEVOL TO WS-CANT-DEVOL
                 MOVE R-CKPT-CANT-DEUDAS TO WS-CANT-DEUDAS
                 MOVE R-CKPT-CANT-RECUP TO WS-CANT-RECUP
                 MOVE R-CKPT-TOTAL-RECUP TO WS-TOTAL-RECUP
                 MOVE R-CKPT-CORRIDA TO WS-CORRIDA
                 MOVE R-CKPT-CANT-SUPERV TO WS-CANT-SUPERV
                 MOVE R-CKPT-TOTAL-SUPERV TO WS-TOTAL-SUPERV
                 READ F-CHECKPOINT
              END-PERFORM
              CLOSE F-CHECKPOINT
                 MOVE 0 TO WS-CSV-CANT
                 MOVE 0 TO WS-CSV-SUMA-TOTAL
                 MOVE 0 TO WS-CSV-SUMA-COMIS
                 MOVE 0 TO WS-DEVOL-CANT
                 MOVE 0 TO WS-DEVOL-TOTAL
                 MOVE 0 TO WS-DEVOL-COMIS
                 MOVE 0 TO WS-CANT-DEVOL
                 MOVE 0 TO WS-CANT-DEUDAS
                 MOVE 0 TO WS-CANT-RECUP
                 MOVE 0 TO WS-TOTAL-RECUP
                 MOVE 0 TO WS-CANT-SUPERV
                 MOVE 0 TO WS-TOTAL-SUPERV
                 MOVE WS-LOG-INICIO TO WS-CORRIDA
              END-IF
              IF WS-HAY-REINICIO
                 AND (WS-FASE-ACTUAL = 'R' OR WS-FASE-ACTUAL = 'S')
                 MOVE 'S' TO WS-REINICIO-RETRO
              END-IF
              IF WS-HAY-REINICIO AND WS-FASE-ACTUAL = 'S'
                 MOVE 'S' TO WS-REINICIO-SUPERV
              END-IF
           END-IF
           OPEN OUTPUT F-CHECKPOINT.

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

           END-IF
           READ F-TASAS.

      *    SIN TABLA DE TASAS DE SUPERVISION NO SE PAGA COMISION DE
      *    SUPERVISION; CADA SUPERVISOR CON VENTAS DE EQUIPO SE INFORMA.
       0155-CARGAR-TASAS-SUP.
           OPEN INPUT F-TASAS-SUP
           IF NOT FS-TASAS-SUP-OK
              DISPLAY "SIN TABLA DE TASAS DE SUPERVISION: "
                      FS-TASAS-SUP
           ELSE
              READ F-TASAS-SUP
              PERFORM 0165-GUARDAR-TASA-SUP UNTIL NOT FS-TASAS-SUP-OK
              CLOSE F-TASAS-SUP
           END-IF.

      *    IGUAL QUE LA TASA DE COMISION: POR LEGAJO DE SUPERVISOR (O LA
      *    GENERAL) GANA LA VIGENCIA MAS RECIENTE HASTA EL PERIODO.
       0165-GUARDAR-TASA-SUP.
           COMPUTE WS-VIG-LEIDA =
              R-TSU-VIG-ANIO * 100 + R-TSU-VIG-MES
           END-COMPUTE
           IF WS-VIG-LEIDA <= WS-PERIODO-COMP
              PERFORM VARYING WS-IDX-TSU FROM 1 BY 1
                 UNTIL WS-IDX-TSU > WS-CANT-TSU
                    OR WS-TSU-LEGAJO (WS-IDX-TSU) = R-TSU-LEGAJO
                 CONTINUE
              END-PERFORM
              IF WS-IDX-TSU > WS-CANT-TSU
                 IF WS-CANT-TSU >= 200
                    DISPLAY "TABLA DE TASAS DE SUPERVISION LLENA. SE "
                            "DESCARTA LEGAJO: " R-TSU-LEGAJO
                 ELSE
                    ADD 1 TO WS-CANT-TSU
                    MOVE WS-CANT-TSU TO WS-IDX-TSU
                    MOVE R-TSU-LEGAJO TO WS-TSU-LEGAJO (WS-IDX-TSU)
                    MOVE R-TSU-TASA TO WS-TSU-TASA (WS-IDX-TSU)
                    MOVE WS-VIG-LEIDA TO WS-TSU-VIGENCIA (WS-IDX-TSU)
                 END-IF
              ELSE
                 IF WS-VIG-LEIDA >= WS-TSU-VIGENCIA (WS-IDX-TSU)
                    MOVE R-TSU-TASA TO WS-TSU-TASA (WS-IDX-TSU)
                    MOVE WS-VIG-LEIDA TO WS-TSU-VIGENCIA (WS-IDX-TSU)
                 END-IF
              END-IF
           END-IF
           READ F-TASAS-SUP.

      *    SIN ARCHIVO DE RETENIDOS NO HAY LEGAJOS RETENIDOS. UN LEGAJO
      *    QUE NO ENTRA EN LA TABLA SE PAGARIA: SE CANCELA.
       0157-CARGAR-RETENIDOS.
           OPEN INPUT F-RETENIDOS
           IF NOT FS-RETENIDOS-OK
              DISPLAY "SIN ARCHIVO DE LEGAJOS RETENIDOS: "
                      FS-RETENIDOS
           ELSE
              READ F-RETENIDOS
              PERFORM 0167-GUARDAR-RETENIDO UNTIL NOT FS-RETENIDOS-OK
              CLOSE F-RETENIDOS
           END-IF.

       0167-GUARDAR-RETENIDO.
           MOVE R-RTN-LEGAJO TO WS-RTN-BUSCAR
           PERFORM 0168-BUSCAR-RETENIDO
           IF NOT WS-LEGAJO-RETENIDO
              IF WS-CANT-RTN >= 200
                 DISPLAY "TABLA DE LEGAJOS RETENIDOS LLENA. LEGAJO: "
                         R-RTN-LEGAJO
                 CLOSE F-RETENIDOS
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

      *    LAS DEVOLUCIONES RECUPERAN LA COMISION A LA TASA CON QUE SE
      *    PAGO LA VENTA ORIGINAL. SE JUNTAN LOS PERIODOS ORIGINALES
      *    REFERIDOS EN VENTAS Y SE BUSCA SU TASA EN HISTORIA ANTES DE
      *    ABRIRLA PARA AGREGAR LOS REGISTROS DE ESTA CORRIDA. EN LA
      *    MISMA PASADA SE GUARDAN LAS PARTES DE LOS SEGUNDOS VENDEDORES
      *    DE LAS VENTAS COMPARTIDAS.
       0180-CARGAR-TASAS-DEVOL.
           OPEN INPUT F-VENTAS
           IF FS-VENTAS-OK
              READ F-VENTAS
              PERFORM 0185-GUARDAR-DEVOLUCION UNTIL NOT FS-VENTAS-OK
              CLOSE F-VENTAS
           END-IF
           IF WS-CANT-TD > 0
              OPEN INPUT F-HISTORIA
              IF FS-HISTORIA-OK
                 READ F-HISTORIA
                 PERFORM 0187-BUSCAR-TASA-HISTORIA
                    UNTIL NOT FS-HISTORIA-OK
                 CLOSE F-HISTORIA
              END-IF
           END-IF.

       0185-GUARDAR-DEVOLUCION.
           PERFORM 0503-CALCULAR-PARTES
           IF R-VENTA-ES-DEVOLUCION
              MOVE R-VENTA-LEGAJO TO WS-LEGAJO-DEVOL
              PERFORM 0186-REGISTRAR-PERIODO-DEVOL
           END-IF
           IF WS-MONTO-PARTE-2 > 0
              PERFORM 0188-GUARDAR-COPARTICIPE
              IF R-VENTA-ES-DEVOLUCION
                 MOVE R-VENTA-LEGAJO-2 TO WS-LEGAJO-DEVOL
                 PERFORM 0186-REGISTRAR-PERIODO-DEVOL
              END-IF
           END-IF
           READ F-VENTAS.

       0186-REGISTRAR-PERIODO-DEVOL.
           PERFORM VARYING WS-IDX-TD FROM 1 BY 1
              UNTIL WS-IDX-TD > WS-CANT-TD
                 OR (WS-TD-LEGAJO (WS-IDX-TD) = WS-LEGAJO-DEVOL
                     AND WS-TD-MES (WS-IDX-TD) = R-VENTA-ORIG-MES
                     AND WS-TD-ANIO (WS-IDX-TD) = R-VENTA-ORIG-ANIO)
              CONTINUE
           END-PERFORM
           IF WS-IDX-TD > WS-CANT-TD
              IF WS-CANT-TD >= 500
                 DISPLAY "TABLA DE DEVOLUCIONES LLENA. SE APLICARA "
                         "LA TASA VIGENTE AL RECIBO: " R-VENTA-RECIBO
              ELSE
                 ADD 1 TO WS-CANT-TD
                 MOVE WS-LEGAJO-DEVOL TO WS-TD-LEGAJO (WS-CANT-TD)
                 MOVE R-VENTA-ORIG-MES TO WS-TD-MES (WS-CANT-TD)
                 MOVE R-VENTA-ORIG-ANIO TO WS-TD-ANIO (WS-CANT-TD)
                 MOVE 0 TO WS-TD-TASA (WS-CANT-TD)
                 MOVE 'N' TO WS-TD-HALLADA (WS-CANT-TD)
              END-IF
           END-IF.

       0187-BUSCAR-TASA-HISTORIA.
           PERFORM VARYING WS-IDX-TD FROM 1 BY 1
              UNTIL WS-IDX-TD > WS-CANT-TD
                 OR (WS-TD-LEGAJO (WS-IDX-TD) = R-HIST-LEGAJO
                     AND WS-TD-MES (WS-IDX-TD) = R-HIST-MES
                     AND WS-TD-ANIO (WS-IDX-TD) = R-HIST-ANIO)
              CONTINUE
           END-PERFORM
           IF WS-IDX-TD <= WS-CANT-TD
              MOVE R-HIST-TASA TO WS-TD-TASA (WS-IDX-TD)
              MOVE 'S' TO WS-TD-HALLADA (WS-IDX-TD)
           END-IF
           READ F-HISTORIA.

      *    SIN LUGAR PARA TODAS LAS PARTES COMPARTIDAS LA LIQUIDACION
      *    QUEDARIA INCOMPLETA: SE CANCELA LA CORRIDA.
       0188-GUARDAR-COPARTICIPE.
           IF WS-CANT-CP >= 1000
              DISPLAY "TABLA DE VENTAS COMPARTIDAS LLENA. RECIBO: "
                      R-VENTA-RECIBO ". SE CANCELA LA CORRIDA."
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           ADD 1 TO WS-CANT-CP
           MOVE R-VENTA-LEGAJO-2 TO WS-CP-LEGAJO (WS-CANT-CP)
           MOVE WS-MONTO-PARTE-2 TO WS-CP-MONTO (WS-CANT-CP)
           MOVE R-VENTA-FECHA TO WS-CP-FECHA (WS-CANT-CP)
           MOVE R-VENTA-RECIBO TO WS-CP-RECIBO (WS-CANT-CP)
           MOVE R-VENTA-TIPO TO WS-CP-TIPO (WS-CANT-CP)
           MOVE R-VENTA-RECIBO-ORIG TO WS-CP-RECIBO-ORIG (WS-CANT-CP)
           MOVE R-VENTA-ORIG-MES TO WS-CP-ORIG-MES (WS-CANT-CP)
           MOVE R-VENTA-ORIG-ANIO TO WS-CP-ORIG-ANIO (WS-CANT-CP)
           MOVE 'N' TO WS-CP-APLICADA (WS-CANT-CP)
           IF R-VENTA-LEGAJO-2 > WS-CP-MAX-LEGAJO
              MOVE R-VENTA-LEGAJO-2 TO WS-CP-MAX-LEGAJO
           END-IF.

      *    EN UN REINICIO, LAS PARTES DE LOS LEGAJOS YA LIQUIDADOS ANTES
      *    DE LA INTERRUPCION NO SE VUELVEN A APLICAR.
       0190-DESCARTAR-COPART-PREVIAS.
           PERFORM VARYING WS-IDX-CP FROM 1 BY 1
              UNTIL WS-IDX-CP > WS-CANT-CP
              IF WS-CP-LEGAJO (WS-IDX-CP) NOT > WS-ULTIMO-LEGAJO
                 MOVE 'S' TO WS-CP-APLICADA (WS-IDX-CP)
              END-IF
           END-PERFORM.

      *    SOLO SE LIQUIDA UN PERIODO QUE PASO POR LA EDICION Y QUE NO
      *    FUE LIQUIDADO AUN. UN RERUN EXIGE REAPERTURA POR PVPERCTL.
      *    UNA CORRIDA INTERRUMPIDA DEJA EL ESTADO EN 'E', ASI EL
              DISPLAY "ERROR AL ABRIR CONTROL DE PERIODOS: "
                      FS-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           MOVE WS-ANIO-BUSCAR TO R-PER-ANIO
                      "LIQUIDAR."
              CLOSE F-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           IF NOT R-PER-EDITADO
                      "PVPERCTL."
              CLOSE F-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF.

              OPEN EXTEND F-SUSPENSO
              OPEN EXTEND F-ARRASTRE
              OPEN EXTEND F-CSV
              OPEN EXTEND F-DEVOLUCIONES
              OPEN EXTEND F-DEUDA-NUEVA
              OPEN EXTEND F-DESCUENTOS
           ELSE
              OPEN OUTPUT F-RESUMEN
              OPEN OUTPUT F-RECHAZOS
              OPEN OUTPUT F-SUSPENSO
              OPEN OUTPUT F-ARRASTRE
              OPEN OUTPUT F-CSV
              OPEN OUTPUT F-DEVOLUCIONES
              OPEN OUTPUT F-DEUDA-NUEVA
              OPEN OUTPUT F-DESCUENTOS
           END-IF
           IF NOT WS-RETOMA-RETRO
              PERFORM 0210-ABRIR-DEUDAS
           END-IF
           OPEN EXTEND F-HISTORIA
           IF FS-HISTORIA = 35
              OPEN OUTPUT F-HISTORIA
           END-IF
           PERFORM 0220-ABRIR-CTACTE
           IF NOT WS-HAY-REINICIO
              PERFORM 0250-WRITE-CSV-CABECERA
           END-IF.

      *    SIN DEUDAS ANTERIORES (PRIMERA CORRIDA) NO SE ABRE ARCHIVO.
      *    EN UN REINICIO SE SALTEAN LAS DEUDAS DE LOS LEGAJOS QUE YA
      *    PASARON A DEUDANEW ANTES DE LA INTERRUPCION.
       0210-ABRIR-DEUDAS.
           OPEN INPUT F-DEUDAS
           IF FS-DEUDAS-OK
              MOVE 'S' TO WS-ABRIO-DEUDAS
              PERFORM 0590-LEER-DEUDA
              PERFORM 0590-LEER-DEUDA
                 UNTIL WS-DEU-LEGAJO > WS-ULTIMO-LEGAJO
           ELSE
              DISPLAY "SIN ARCHIVO DE DEUDAS ANTERIORES: " FS-DEUDAS
              MOVE HIGH-VALUES TO WS-DEU-LEGAJO
           END-IF.

      *    SIN CUENTA CORRIENTE (NINGUN ANTICIPO CARGADO TODAVIA) NO
      *    HAY NADA QUE RECUPERAR. LOS PAGOS SE REGISTRAN IGUAL EN LOS
      *    MOVIMIENTOS PARA EL ESTADO DE CUENTA.
       0220-ABRIR-CTACTE.
           OPEN I-O F-CTACTE
           IF FS-CTACTE-OK
              MOVE 'S' TO WS-ABRIO-CTACTE
           ELSE
              DISPLAY "SIN CUENTA CORRIENTE DE VENDEDORES: " FS-CTACTE
           END-IF
           OPEN EXTEND F-CTAMOV
           IF FS-CTAMOV = 35
              OPEN OUTPUT F-CTAMOV
           END-IF.

      *    SUELDOS VERIFICA CABECERA Y FINAL PARA DETECTAR UNA
      *    TRANSMISION TRUNCA ANTES DE CARGARLA.
       0250-WRITE-CSV-CABECERA.

       0500-COMPARE-LEG.
           IF R-EMP-LEGAJO = R-VENTA-LEGAJO THEN
              PERFORM 0501-TOMAR-PARTE-PRINCIPAL
              PERFORM 0502-PROCESAR-PARTE
              ADD 1 TO WS-VENTAS-LEIDAS
              PERFORM 0550-GRABAR-CHECKPOINT
              READ F-VENTAS
              END-IF
           END-IF.

       0501-TOMAR-PARTE-PRINCIPAL.
           PERFORM 0503-CALCULAR-PARTES
           MOVE R-VENTA-LEGAJO TO WS-PA-LEGAJO
           MOVE WS-MONTO-PARTE-1 TO WS-PA-MONTO
           MOVE R-VENTA-FECHA TO WS-PA-FECHA
           MOVE R-VENTA-RECIBO TO WS-PA-RECIBO
           MOVE R-VENTA-TIPO TO WS-PA-TIPO
           MOVE R-VENTA-RECIBO-ORIG TO WS-PA-RECIBO-ORIG
           MOVE R-VENTA-ORIG-MES TO WS-PA-ORIG-MES
           MOVE R-VENTA-ORIG-ANIO TO WS-PA-ORIG-ANIO
           MOVE 'P' TO WS-PA-ORIGEN.

      *    CADA PARTE SE LIQUIDA COMO UNA VENTA DEL VENDEDOR EN CURSO:
      *    A SU TASA, Y A SUSPENSO SI ESTA INACTIVO. LA VENTA SE CUENTA
      *    UNA SOLA VEZ EN EL TOTAL GENERAL, CON EL PRIMER VENDEDOR.
       0502-PROCESAR-PARTE.
           CALL WS-SVERFECH USING WS-PA-FECHA, WS-VALIDAR
           IF WS-VALIDAR = "S" AND WS-PA-ES-DEVOLUCION
              PERFORM 0505-APLICAR-DEVOLUCION
           END-IF
           IF WS-VALIDAR = "S" AND NOT WS-PA-ES-DEVOLUCION
              IF WS-PA-MES = WS-MES-BUSCAR
                 AND WS-PA-ANIO = WS-ANIO-BUSCAR THEN
                 MOVE WS-PA-LEGAJO TO WS-RTN-BUSCAR
                 PERFORM 0168-BUSCAR-RETENIDO
                 IF R-EMP-INACTIVO OR WS-LEGAJO-RETENIDO
                    PERFORM 0540-WRITE-SUSPENSO
                 ELSE
                    ADD WS-PA-MONTO TO WS-CALCULAR-TOTAL
                    ADD 1 TO WS-EMP-VENTAS
                    IF WS-PA-ES-PRINCIPAL
                       ADD 1 TO WS-CANT-VENT
                    END-IF
                 END-IF
              ELSE
                 PERFORM 0542-WRITE-ARRASTRE
              END-IF
           END-IF
           IF WS-VALIDAR NOT = "S"
              DISPLAY "FECHA ERRONEA:" WS-PA-FECHA
                      " LEGAJO:" WS-PA-LEGAJO
              MOVE WS-PA-LEGAJO TO R-RECH-LEGAJO
              MOVE WS-PA-MONTO TO R-RECH-MONTO
              MOVE WS-PA-FECHA TO R-RECH-FECHA
              MOVE WS-PA-RECIBO TO R-RECH-RECIBO
              IF WS-PA-ES-DEVOLUCION
                 MOVE "DEVOL FECHA ERRONEA" TO R-RECH-MOTIVO
              ELSE
                 MOVE "FECHA ERRONEA" TO R-RECH-MOTIVO
              END-IF
              MOVE WS-MES-BUSCAR TO R-RECH-PER-MES
              MOVE WS-ANIO-BUSCAR TO R-RECH-PER-ANIO
              WRITE R-RECHAZO
              ADD 1 TO WS-CANT-RECHAZOS
           END-IF.

      *    LA PARTE DEL PRIMER VENDEDOR SE REDONDEA AL CENTAVO Y LA DEL
      *    SEGUNDO ES EL RESTO: LAS DOS SUMAN EL IMPORTE DE LA VENTA.
       0503-CALCULAR-PARTES.
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

      *    PARTES COMPARTIDAS PENDIENTES: LAS DE LEGAJOS QUE EL CRUCE
      *    YA PASO NO TIENEN EMPLEADO; LAS DEL LEGAJO EN CURSO SE LE
      *    LIQUIDAN JUNTO CON SUS PROPIAS VENTAS.
       0507-APLICAR-COPARTICIPES.
           PERFORM VARYING WS-IDX-CP FROM 1 BY 1
              UNTIL WS-IDX-CP > WS-CANT-CP
              IF WS-CP-APLICADA (WS-IDX-CP) = 'N'
                 AND WS-CP-LEGAJO (WS-IDX-CP) NOT > R-EMP-LEGAJO
                 PERFORM 0508-TOMAR-PARTE-COPARTICIPE
                 IF WS-CP-LEGAJO (WS-IDX-CP) < R-EMP-LEGAJO
                    PERFORM 0544-WRITE-ORPHAN-PARTE
                 ELSE
                    PERFORM 0502-PROCESAR-PARTE
                 END-IF
                 MOVE 'S' TO WS-CP-APLICADA (WS-IDX-CP)
              END-IF
           END-PERFORM.

       0508-TOMAR-PARTE-COPARTICIPE.
           MOVE WS-CP-LEGAJO (WS-IDX-CP) TO WS-PA-LEGAJO
           MOVE WS-CP-MONTO (WS-IDX-CP) TO WS-PA-MONTO
           MOVE WS-CP-FECHA (WS-IDX-CP) TO WS-PA-FECHA
           MOVE WS-CP-RECIBO (WS-IDX-CP) TO WS-PA-RECIBO
           MOVE WS-CP-TIPO (WS-IDX-CP) TO WS-PA-TIPO
           MOVE WS-CP-RECIBO-ORIG (WS-IDX-CP) TO WS-PA-RECIBO-ORIG
           MOVE WS-CP-ORIG-MES (WS-IDX-CP) TO WS-PA-ORIG-MES
           MOVE WS-CP-ORIG-ANIO (WS-IDX-CP) TO WS-PA-ORIG-ANIO
           MOVE 'C' TO WS-PA-ORIGEN.

       0510-WRITE-DATA.
           ADD 1 TO WS-CANT-EMP
           PERFORM 0507-APLICAR-COPARTICIPES
           PERFORM 0517-BUSCAR-DEUDA
           IF NOT R-EMP-INACTIVO
              PERFORM 0520-CALCULAR-ANTIGUEDAD
              PERFORM 0530-CALCULAR-PORC-COMIS
              COMPUTE
               WS-CALCULAR-COMIS = WS-CALCULAR-TOTAL * WS-PORC-COMIS
              END-COMPUTE
              PERFORM 0512-DESCONTAR-DEVOLUCIONES
              PERFORM 0514-RECUPERAR-ANTICIPOS
              MOVE R-EMP-NOMBRE TO WS-EMP-NOMBRE
              MOVE WS-CALCULAR-TOTAL TO WS-EMP-TOTAL
              MOVE WS-CALCULAR-COMIS TO WS-EMP-COMISION
              WRITE R-RESUMEN FROM WS-DATOS
              IF WS-DEVOL-CANT > 0 OR WS-DEUDA-ANTERIOR > 0
                 OR WS-RECUPERO > 0 OR WS-SALDO-CTA > 0
                 PERFORM 0513-WRITE-AJUSTES
              END-IF
              PERFORM 0515-WRITE-CSV
              COMPUTE WS-DEVOL-APLICADA = WS-DEVOL-COMIS
                 + WS-DEUDA-ANTERIOR - WS-DEUDA-NUEVA
              END-COMPUTE
              IF WS-DEVOL-APLICADA > 0 OR WS-RECUPERO > 0
                 MOVE "LIQUI" TO R-DSC-ORIGEN
                 PERFORM 0511-WRITE-DESCUENTO
              END-IF
              IF WS-EMP-VENTAS > 0
                 PERFORM 0516-WRITE-HISTORIA
              END-IF
           ELSE
              COMPUTE WS-DEUDA-NUEVA =
                 WS-DEUDA-ANTERIOR + WS-DEVOL-COMIS
              END-COMPUTE
              MOVE 0 TO WS-CALCULAR-COMIS
              MOVE 0 TO WS-COMIS-A-PAGAR
              PERFORM 0514-RECUPERAR-ANTICIPOS
           END-IF
           IF WS-DEUDA-NUEVA > 0
              PERFORM 0518-WRITE-DEUDA
           END-IF
           MOVE R-EMP-LEGAJO TO WS-ULTIMO-LEGAJO
           MOVE 0 TO WS-EMP-VENTAS
           MOVE 0 TO WS-CALCULAR-TOTAL
           MOVE 0 TO WS-DEVOL-CANT
           MOVE 0 TO WS-DEVOL-TOTAL
           MOVE 0 TO WS-DEVOL-COMIS
           PERFORM 0550-GRABAR-CHECKPOINT
           READ F-EMPLEADOS NEXT
           IF FS-EMPLEADOS NOT = 00 AND FS-EMPLEADOS NOT = 10
              PERFORM 0800-CLOSE-PROGRAM
           END-IF.

       0511-WRITE-DESCUENTO.
           MOVE R-EMP-LEGAJO TO R-DSC-LEGAJO
           MOVE WS-DEVOL-APLICADA TO R-DSC-DEVOL
           MOVE WS-RECUPERO TO R-DSC-RECUPERO
           MOVE WS-MES-BUSCAR TO R-DSC-PER-MES
           MOVE WS-ANIO-BUSCAR TO R-DSC-PER-ANIO
           WRITE R-DESCUENTO.

      *    LA COMISION DEL MES SE REDUCE POR LAS DEVOLUCIONES Y POR LA
      *    DEUDA QUE QUEDO DE PERIODOS ANTERIORES. NUNCA SE ENVIA UNA
      *    LIQUIDACION NEGATIVA: EL EXCEDENTE PASA COMO DEUDA A LA
      *    PROXIMA CORRIDA.
       0512-DESCONTAR-DEVOLUCIONES.
           COMPUTE WS-COMIS-NETA = WS-CALCULAR-COMIS
                                 - WS-DEVOL-COMIS - WS-DEUDA-ANTERIOR
           END-COMPUTE
           IF WS-COMIS-NETA < 0
              COMPUTE WS-DEUDA-NUEVA = 0 - WS-COMIS-NETA
              END-COMPUTE
              MOVE 0 TO WS-COMIS-A-PAGAR
           ELSE
              MOVE 0 TO WS-DEUDA-NUEVA
              MOVE WS-COMIS-NETA TO WS-COMIS-A-PAGAR
           END-IF.

       0513-WRITE-AJUSTES.
           IF WS-DEVOL-CANT > 0
              MOVE "  (-) DEVOLUCIONES" TO WS-AJU-CONCEPTO
              MOVE WS-DEVOL-CANT TO WS-AJU-CANT
              MOVE WS-DEVOL-TOTAL TO WS-AJU-TOTAL
              MOVE WS-DEVOL-COMIS TO WS-AJU-COMISION
              WRITE R-RESUMEN FROM WS-DATOS-AJUSTE
           END-IF
           IF WS-DEUDA-ANTERIOR > 0
              MOVE "  (-) DEUDA ANTERIOR" TO WS-AJU-CONCEPTO
              MOVE 0 TO WS-AJU-CANT
              MOVE 0 TO WS-AJU-TOTAL
              MOVE WS-DEUDA-ANTERIOR TO WS-AJU-COMISION
              WRITE R-RESUMEN FROM WS-DATOS-AJUSTE
           END-IF
           IF WS-RECUPERO > 0
              MOVE "  (-) RECUPERO DE ANTICIPOS" TO WS-AJU-CONCEPTO
              MOVE 0 TO WS-AJU-CANT
              MOVE 0 TO WS-AJU-TOTAL
              MOVE WS-RECUPERO TO WS-AJU-COMISION
              WRITE R-RESUMEN FROM WS-DATOS-AJUSTE
           END-IF
           MOVE "  NETO A LIQUIDAR" TO WS-AJU-CONCEPTO
           MOVE 0 TO WS-AJU-CANT
           MOVE 0 TO WS-AJU-TOTAL
           MOVE WS-COMIS-A-PAGAR TO WS-AJU-COMISION
           WRITE R-RESUMEN FROM WS-DATOS-AJUSTE
           IF WS-DEUDA-NUEVA > 0
              MOVE "  DEUDA A PROXIMO PERIODO" TO WS-AJU-CONCEPTO
              MOVE WS-DEUDA-NUEVA TO WS-AJU-COMISION
              WRITE R-RESUMEN FROM WS-DATOS-AJUSTE
           END-IF
           IF WS-SALDO-CTA > 0
              MOVE "  SALDO DE ANTICIPOS PENDIENTE" TO WS-AJU-CONCEPTO
              MOVE WS-SALDO-CTA TO WS-AJU-COMISION
              WRITE R-RESUMEN FROM WS-DATOS-AJUSTE
           END-IF.

      *    LOS ANTICIPOS SE RECUPERAN DE LO QUE QUEDA A PAGAR DESPUES DE
      *    DEVOLUCIONES Y DEUDA, HASTA EL PORCENTAJE MAXIMO DE LA
      *    COMISION DEL MES. SI EL PERIODO YA SE HABIA LIQUIDADO EN OTRA
      *    CORRIDA (RERUN TRAS UNA REAPERTURA) SE DEVUELVE PRIMERO AL
      *    SALDO LO QUE SE RECUPERO ENTONCES, PARA NO COBRARLO DOS
      *    VECES; LO MISMO SI EL VENDEDOR SE VUELVE A PROCESAR EN LA
      *    PASADA PRINCIPAL TRAS UN REINICIO. EN LAS LINEAS RETRO, UN
      *    RECUPERO DE ESTA MISMA CORRIDA SE CONSERVA Y SE LE SUMA EL
      *    DE LA LINEA, CON EL MISMO TOPE SOBRE SU COMISION.
       0514-RECUPERAR-ANTICIPOS.
           MOVE 0 TO WS-RECUPERO
           MOVE 0 TO WS-SALDO-CTA
           MOVE 0 TO WS-RECUP-PREVIO
           IF WS-HAY-CTACTE
              MOVE R-EMP-LEGAJO TO R-CTA-LEGAJO
              READ F-CTACTE
              IF FS-CTACTE-OK
                 IF R-CTA-REC-MES = WS-MES-BUSCAR
                    AND R-CTA-REC-ANIO = WS-ANIO-BUSCAR
                    IF WS-FASE-ACTUAL = 'R'
                       AND R-CTA-REC-CORRIDA = WS-CORRIDA
                       MOVE R-CTA-REC-IMPORTE TO WS-RECUP-PREVIO
                    ELSE
                       ADD R-CTA-REC-IMPORTE TO R-CTA-SALDO
                    END-IF
                 END-IF
                 COMPUTE WS-TOPE-RECUPERO ROUNDED =
                    WS-CALCULAR-COMIS * WS-PORC-RECUPERO / 100
                 END-COMPUTE
                 MOVE R-CTA-SALDO TO WS-RECUPERO
                 IF WS-RECUPERO > WS-TOPE-RECUPERO
                    MOVE WS-TOPE-RECUPERO TO WS-RECUPERO
                 END-IF
                 IF WS-RECUPERO > WS-COMIS-A-PAGAR
                    MOVE WS-COMIS-A-PAGAR TO WS-RECUPERO
                 END-IF
                 SUBTRACT WS-RECUPERO FROM R-CTA-SALDO
                 SUBTRACT WS-RECUPERO FROM WS-COMIS-A-PAGAR
                 MOVE WS-MES-BUSCAR TO R-CTA-REC-MES
                 MOVE WS-ANIO-BUSCAR TO R-CTA-REC-ANIO
                 COMPUTE R-CTA-REC-IMPORTE =
                    WS-RECUP-PREVIO + WS-RECUPERO
                 END-COMPUTE
                 MOVE WS-CORRIDA TO R-CTA-REC-CORRIDA
                 IF WS-RECUPERO > 0
                    MOVE WS-FECHA-ACTUAL TO R-CTA-FEC-ULT-MOV
                 END-IF
                 REWRITE R-CTACTE
                 IF NOT FS-CTACTE-OK
                    DISPLAY "ERROR AL GRABAR CUENTA CORRIENTE: "
                            FS-CTACTE " LEGAJO: " R-EMP-LEGAJO
                    MOVE 16 TO RETURN-CODE
                    PERFORM 0700-CLOSE-FILES
                    PERFORM 0800-CLOSE-PROGRAM
                 END-IF
                 MOVE R-CTA-SALDO TO WS-SALDO-CTA
                 IF WS-RECUPERO > 0
                    MOVE "RECUP" TO R-CTM-TIPO
                    MOVE WS-RECUPERO TO R-CTM-IMPORTE
                    MOVE "RECUPERO DE ANTICIPOS" TO R-CTM-MOTIVO
                    PERFORM 0595-GRABAR-MOVIMIENTO
                    ADD 1 TO WS-CANT-RECUP
                    ADD WS-RECUPERO TO WS-TOTAL-RECUP
                 END-IF
              END-IF
           END-IF.

       0515-WRITE-CSV.
           MOVE R-EMP-LEGAJO TO R-CSV-LEGAJO
           MOVE WS-CALCULAR-TOTAL TO R-CSV-TOTAL
           MOVE WS-COMIS-A-PAGAR TO R-CSV-COMISION
           MOVE 0 TO R-CSV-RETENCION
           MOVE WS-COMIS-A-PAGAR TO R-CSV-NETO
           MOVE "LIQUI" TO R-CSV-TIPO
           WRITE R-CSV
           ADD 1 TO WS-CSV-CANT
           ADD WS-CALCULAR-TOTAL TO WS-CSV-SUMA-TOTAL
           ADD WS-COMIS-A-PAGAR TO WS-CSV-SUMA-COMIS
           IF WS-COMIS-A-PAGAR > 0
              MOVE "LIQUI" TO R-CTM-TIPO
              MOVE WS-COMIS-A-PAGAR TO R-CTM-IMPORTE
              MOVE "LIQUIDACION MENSUAL" TO R-CTM-MOTIVO
              PERFORM 0595-GRABAR-MOVIMIENTO
           END-IF.

       0516-WRITE-HISTORIA.
           MOVE R-EMP-LEGAJO TO R-HIST-LEGAJO
           MOVE WS-CALCULAR-TOTAL TO R-HIST-TOTAL
           MOVE WS-CALCULAR-COMIS TO R-HIST-COMIS
           MOVE WS-PORC-COMIS TO R-HIST-TASA
           MOVE WS-DEVOL-TOTAL TO R-HIST-DEVOL-TOTAL
           MOVE WS-DEVOL-COMIS TO R-HIST-DEVOL-COMIS
           WRITE R-HISTORIA.

      *    LAS DEUDAS DE LEGAJOS ANTERIORES AL ACTUAL (SIN EMPLEADO EN
      *    EL MAESTRO) PASAN SIN CAMBIOS; LA DEL LEGAJO ACTUAL SE TOMA
      *    PARA DESCONTARLA DE SU LIQUIDACION.
       0517-BUSCAR-DEUDA.
           MOVE 0 TO WS-DEUDA-ANTERIOR
           MOVE 0 TO WS-DEUDA-NUEVA
           PERFORM 0591-COPIAR-DEUDA
              UNTIL WS-DEU-LEGAJO NOT < R-EMP-LEGAJO
           PERFORM 0592-TOMAR-DEUDA
              UNTIL WS-DEU-LEGAJO NOT = R-EMP-LEGAJO.

       0518-WRITE-DEUDA.
           MOVE R-EMP-LEGAJO TO R-DNV-LEGAJO
           MOVE WS-DEUDA-NUEVA TO R-DNV-MONTO
           MOVE WS-MES-BUSCAR TO R-DNV-PER-MES
           MOVE WS-ANIO-BUSCAR TO R-DNV-PER-ANIO
           WRITE R-DEUDA-NUEVA
           ADD 1 TO WS-CANT-DEUDAS.

       0519-TRASLADAR-DEUDAS.
           PERFORM 0591-COPIAR-DEUDA
              UNTIL WS-DEU-LEGAJO = HIGH-VALUES.

       0520-CALCULAR-ANTIGUEDAD.
           CALL WS-SVERFECH USING R-EMP-INGRESO, WS-VALIDAR
           IF WS-VALIDAR = "N" THEN
                      WS-ANTIGUEDAD " EN EL PERIODO " WS-MES-BUSCAR
                      "/" WS-ANIO-BUSCAR ". SE CANCELA LA CORRIDA."
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           MOVE WS-TS-TASA (WS-IDX-MEJOR) TO WS-PORC-COMIS.

      *    LA DEVOLUCION SE DESCUENTA EN LA CORRIDA EN QUE LLEGA, SIN
      *    IMPORTAR EL MES DE LA NOTA DE CREDITO, Y NUNCA VA A ARRASTRE
      *    NI A SUSPENSO: DE UN VENDEDOR INACTIVO PASA DIRECTO A DEUDA.
       0505-APLICAR-DEVOLUCION.
           PERFORM 0506-BUSCAR-TASA-DEVOL
           COMPUTE WS-COMIS-DEVOL = WS-PA-MONTO * WS-TASA-DEVOL
           END-COMPUTE
           ADD 1 TO WS-DEVOL-CANT
           ADD WS-PA-MONTO TO WS-DEVOL-TOTAL
           ADD WS-COMIS-DEVOL TO WS-DEVOL-COMIS
           ADD 1 TO WS-CANT-DEVOL
           MOVE WS-PA-LEGAJO TO R-DEV-LEGAJO
           MOVE WS-PA-MONTO TO R-DEV-MONTO
           MOVE WS-PA-FECHA TO R-DEV-FECHA
           MOVE WS-PA-RECIBO TO R-DEV-RECIBO
           MOVE WS-PA-RECIBO-ORIG TO R-DEV-RECIBO-ORIG
           MOVE WS-PA-ORIG-MES TO R-DEV-ORIG-MES
           MOVE WS-PA-ORIG-ANIO TO R-DEV-ORIG-ANIO
           MOVE WS-TASA-DEVOL TO R-DEV-TASA
           MOVE WS-COMIS-DEVOL TO R-DEV-COMIS
           IF R-EMP-INACTIVO
              MOVE 'D' TO R-DEV-DESTINO
           ELSE
              MOVE 'L' TO R-DEV-DESTINO
           END-IF
           MOVE WS-MES-BUSCAR TO R-DEV-PER-MES
           MOVE WS-ANIO-BUSCAR TO R-DEV-PER-ANIO
           WRITE R-DEVOLUCION.

       0506-BUSCAR-TASA-DEVOL.
           PERFORM VARYING WS-IDX-TD FROM 1 BY 1
              UNTIL WS-IDX-TD > WS-CANT-TD
                 OR (WS-TD-LEGAJO (WS-IDX-TD) = WS-PA-LEGAJO
                     AND WS-TD-MES (WS-IDX-TD) = WS-PA-ORIG-MES
                     AND WS-TD-ANIO (WS-IDX-TD) = WS-PA-ORIG-ANIO)
              CONTINUE
           END-PERFORM
           IF WS-IDX-TD <= WS-CANT-TD
              AND WS-TD-HALLADA (WS-IDX-TD) = 'S'
              MOVE WS-TD-TASA (WS-IDX-TD) TO WS-TASA-DEVOL
           ELSE
              DISPLAY "SIN HISTORIA " WS-PA-ORIG-MES "/"
                      WS-PA-ORIG-ANIO " PARA LA DEVOLUCION "
                      WS-PA-RECIBO " LEGAJO:" WS-PA-LEGAJO
                      ". SE APLICA LA TASA VIGENTE."
              PERFORM 0520-CALCULAR-ANTIGUEDAD
              PERFORM 0530-CALCULAR-PORC-COMIS
              MOVE WS-PORC-COMIS TO WS-TASA-DEVOL
           END-IF.

       0540-WRITE-SUSPENSO.
           MOVE WS-PA-LEGAJO TO R-SUSP-LEGAJO
           MOVE WS-PA-MONTO TO R-SUSP-MONTO
           MOVE WS-PA-FECHA TO R-SUSP-FECHA
           MOVE WS-PA-RECIBO TO R-SUSP-RECIBO
           IF R-EMP-INACTIVO
              MOVE "VENDEDOR INACTIVO" TO R-SUSP-MOTIVO
           ELSE
              MOVE "RETENIDA AUDITORIA" TO R-SUSP-MOTIVO
           END-IF
           WRITE R-SUSPENSO
           ADD 1 TO WS-CANT-SUSP.

       0542-WRITE-ARRASTRE.
           MOVE WS-PA-LEGAJO TO R-ARR-LEGAJO
           MOVE WS-PA-MONTO TO R-ARR-MONTO
           MOVE WS-PA-FECHA TO R-ARR-FECHA
           MOVE WS-PA-RECIBO TO R-ARR-RECIBO
           WRITE R-ARRASTRE.

       0544-WRITE-ORPHAN-PARTE.
           MOVE WS-PA-LEGAJO TO R-HUERF-LEGAJO
           MOVE WS-PA-MONTO TO R-HUERF-MONTO
           MOVE WS-PA-FECHA TO R-HUERF-FECHA
           MOVE WS-PA-RECIBO TO R-HUERF-RECIBO
           IF WS-PA-ES-DEVOLUCION
              MOVE "DEVOL LEGAJO INEXIST" TO R-HUERF-MOTIVO
           ELSE
              MOVE "LEGAJO INEXISTENTE" TO R-HUERF-MOTIVO
           END-IF
           MOVE WS-MES-BUSCAR TO R-HUERF-PER-MES
           MOVE WS-ANIO-BUSCAR TO R-HUERF-PER-ANIO
           WRITE R-HUERFANA
           ADD 1 TO WS-CANT-RECHAZOS.

      *    DE UNA VENTA COMPARTIDA SIN PRIMER VENDEDOR SOLO ES HUERFANA
      *    SU PARTE: LA DEL SEGUNDO QUEDA EN LA TABLA Y SE LIQUIDA CON
      *    SU PROPIO LEGAJO.
       0545-WRITE-ORPHAN.
           PERFORM 0501-TOMAR-PARTE-PRINCIPAL
           PERFORM 0544-WRITE-ORPHAN-PARTE
           ADD 1 TO WS-VENTAS-LEIDAS
           PERFORM 0550-GRABAR-CHECKPOINT
           READ F-VENTAS.

      *    PARTES COMPARTIDAS DE LEGAJOS POSTERIORES AL ULTIMO EMPLEADO.
       0546-HUERFANAS-COPARTICIPES.
           PERFORM VARYING WS-IDX-CP FROM 1 BY 1
              UNTIL WS-IDX-CP > WS-CANT-CP
              IF WS-CP-APLICADA (WS-IDX-CP) = 'N'
                 PERFORM 0508-TOMAR-PARTE-COPARTICIPE
                 PERFORM 0544-WRITE-ORPHAN-PARTE
                 MOVE 'S' TO WS-CP-APLICADA (WS-IDX-CP)
              END-IF
           END-PERFORM.

       0550-GRABAR-CHECKPOINT.
           MOVE WS-ULTIMO-LEGAJO TO R-CKPT-LEGAJO
           MOVE WS-MES-BUSCAR TO R-CKPT-MES
           MOVE WS-CSV-CANT TO R-CKPT-CSV-CANT
           MOVE WS-CSV-SUMA-TOTAL TO R-CKPT-CSV-TOTAL
           MOVE WS-CSV-SUMA-COMIS TO R-CKPT-CSV-COMIS
           MOVE WS-DEVOL-CANT TO R-CKPT-DEVOL-CANT
           MOVE WS-DEVOL-TOTAL TO R-CKPT-DEVOL-TOTAL
           MOVE WS-DEVOL-COMIS TO R-CKPT-DEVOL-COMIS
           MOVE WS-CANT-DEVOL TO R-CKPT-CANT-DEVOL
           MOVE WS-CANT-DEUDAS TO R-CKPT-CANT-DEUDAS
           MOVE WS-CANT-RECUP TO R-CKPT-CANT-RECUP
           MOVE WS-TOTAL-RECUP TO R-CKPT-TOTAL-RECUP
           MOVE WS-CORRIDA TO R-CKPT-CORRIDA
           MOVE WS-CANT-SUPERV TO R-CKPT-CANT-SUPERV
           MOVE WS-TOTAL-SUPERV TO R-CKPT-TOTAL-SUPERV
           WRITE R-CHECKPOINT.

       0560-LIMPIAR-CHECKPOINT.
           CLOSE F-CHECKPOINT
           OPEN OUTPUT F-CHECKPOINT.

       0590-LEER-DEUDA.
           READ F-DEUDAS
           IF FS-DEUDAS-OK
              MOVE R-DEU-LEGAJO TO WS-DEU-LEGAJO
           ELSE
              MOVE HIGH-VALUES TO WS-DEU-LEGAJO
           END-IF.

       0591-COPIAR-DEUDA.
           WRITE R-DEUDA-NUEVA FROM R-DEUDA
           ADD 1 TO WS-CANT-DEUDAS
           PERFORM 0590-LEER-DEUDA.

       0592-TOMAR-DEUDA.
           ADD R-DEU-MONTO TO WS-DEUDA-ANTERIOR
           PERFORM 0590-LEER-DEUDA.

       0595-GRABAR-MOVIMIENTO.
           MOVE R-EMP-LEGAJO TO R-CTM-LEGAJO
           MOVE WS-FECHA-ACTUAL TO R-CTM-FECHA
           MOVE WS-MES-BUSCAR TO R-CTM-PER-MES
           MOVE WS-ANIO-BUSCAR TO R-CTM-PER-ANIO
           MOVE "PVCOMVEN" TO R-CTM-USUARIO
           MOVE WS-CORRIDA TO R-CTM-CORRIDA
           WRITE R-CTAMOV.

       0570-PROCESAR-RETRO.
           MOVE 'R' TO WS-FASE-ACTUAL
           OPEN INPUT F-RETRO
                 WRITE R-RESUMEN FROM WS-GUIONES
                 WRITE R-RESUMEN FROM WS-SUBT-RETRO
              END-IF
              PERFORM 0571-CARGAR-DEUDAS-RETRO
              MOVE 0 TO WS-RETRO-SKIP
              READ F-RETRO
              PERFORM UNTIL NOT FS-RETRO-OK
              MOVE WS-MES-BUSCAR TO R-HUERF-PER-MES
              MOVE WS-ANIO-BUSCAR TO R-HUERF-PER-ANIO
              WRITE R-HUERFANA
              ADD 1 TO WS-CANT-RECHAZOS
           ELSE
              MOVE R-RETRO-LEGAJO TO WS-RTN-BUSCAR
              PERFORM 0168-BUSCAR-RETENIDO
              IF R-EMP-INACTIVO OR WS-LEGAJO-RETENIDO
                 MOVE R-RETRO-LEGAJO TO R-SUSP-LEGAJO
                 MOVE R-RETRO-MONTO TO R-SUSP-MONTO
                 MOVE R-RETRO-FECHA TO R-SUSP-FECHA
                 MOVE R-RETRO-RECIBO TO R-SUSP-RECIBO
                 IF R-EMP-INACTIVO
                    MOVE "RETRO VEND. INACTIVO" TO R-SUSP-MOTIVO
                 ELSE
                    MOVE "RETRO RETENIDA AUDIT" TO R-SUSP-MOTIVO
                 END-IF
                 WRITE R-SUSPENSO
                 ADD 1 TO WS-CANT-SUSP
              ELSE
           PERFORM 0550-GRABAR-CHECKPOINT
           READ F-RETRO.

      *    LA LINEA RETRO SE LIQUIDA COMO LA DEL MES: DESCUENTA LA
      *    DEUDA POR DEVOLUCIONES QUE QUEDO DESPUES DE LOS LEGAJOS Y
      *    RECUPERA ANTICIPOS, Y EN EL CSV VA LO QUE QUEDA A PAGAR.
       0580-PAGAR-RETRO-LINEA.
           PERFORM 0520-CALCULAR-ANTIGUEDAD
           PERFORM 0530-CALCULAR-PORC-COMIS
           MOVE R-RETRO-MONTO TO WS-RET-MONTO
           MOVE WS-CALCULAR-COMIS TO WS-RET-COMIS
           WRITE R-RESUMEN FROM WS-DATOS-RETRO
           PERFORM 0582-BUSCAR-DEUDA-RETRO
           PERFORM 0512-DESCONTAR-DEVOLUCIONES
           PERFORM 0514-RECUPERAR-ANTICIPOS
           IF WS-DEUDA-ANTERIOR > 0
              OR WS-RECUPERO > 0 OR WS-SALDO-CTA > 0
              PERFORM 0513-WRITE-AJUSTES
           END-IF
           COMPUTE WS-DEVOL-APLICADA =
              WS-DEUDA-ANTERIOR - WS-DEUDA-NUEVA
           END-COMPUTE
           IF WS-DEVOL-APLICADA > 0 OR WS-RECUPERO > 0
              MOVE "RETRO" TO R-DSC-ORIGEN
              PERFORM 0511-WRITE-DESCUENTO
           END-IF
           IF WS-DEUDA-ANTERIOR > 0
              MOVE WS-DEUDA-NUEVA TO WS-TDR-MONTO (WS-IDX-TDR)
              PERFORM 0584-REGRABAR-DEUDAS
           END-IF
           MOVE R-EMP-LEGAJO TO R-CSV-LEGAJO
           MOVE R-RETRO-MONTO TO R-CSV-TOTAL
           MOVE WS-COMIS-A-PAGAR TO R-CSV-COMISION
           MOVE 0 TO R-CSV-RETENCION
           MOVE WS-COMIS-A-PAGAR TO R-CSV-NETO
           MOVE "RETRO" TO R-CSV-TIPO
           WRITE R-CSV
           ADD 1 TO WS-CSV-CANT
           ADD R-RETRO-MONTO TO WS-CSV-SUMA-TOTAL
           ADD WS-COMIS-A-PAGAR TO WS-CSV-SUMA-COMIS
           ADD 1 TO WS-CANT-RETRO
           IF WS-COMIS-A-PAGAR > 0
              MOVE "RETRO" TO R-CTM-TIPO
              MOVE WS-COMIS-A-PAGAR TO R-CTM-IMPORTE
              MOVE "VENTA RETROACTIVA" TO R-CTM-MOTIVO
              PERFORM 0595-GRABAR-MOVIMIENTO
           END-IF.

      *    DEUDANEW YA ESTA COMPLETO CUANDO EMPIEZAN LAS LINEAS RETRO
      *    (TAMBIEN EN UN REINICIO DESDE ESTA FASE, CON LO DESCONTADO
      *    HASTA LA INTERRUPCION). SE CARGA PARA DESCONTAR DE EL.
       0571-CARGAR-DEUDAS-RETRO.
           MOVE 0 TO WS-CANT-TDR
           CLOSE F-DEUDA-NUEVA
           OPEN INPUT F-DEUDA-NUEVA
           IF FS-DEUDA-NUEVA-OK
              READ F-DEUDA-NUEVA
              PERFORM 0572-GUARDAR-DEUDA-RETRO
                 UNTIL NOT FS-DEUDA-NUEVA-OK
              CLOSE F-DEUDA-NUEVA
           END-IF
           OPEN EXTEND F-DEUDA-NUEVA.

       0572-GUARDAR-DEUDA-RETRO.
           IF WS-CANT-TDR >= 3000
              DISPLAY "TABLA DE DEUDAS LLENA. NO SE PUEDE DESCONTAR LA "
                      "DEUDA DE LAS VENTAS RETROACTIVAS. SE CANCELA "
                      "LA CORRIDA."
              MOVE 16 TO RETURN-CODE
              PERFORM 0700-CLOSE-FILES
              PERFORM 0800-CLOSE-PROGRAM
           END-IF
           ADD 1 TO WS-CANT-TDR
           MOVE R-DNV-LEGAJO TO WS-TDR-LEGAJO (WS-CANT-TDR)
           MOVE R-DNV-MONTO TO WS-TDR-MONTO (WS-CANT-TDR)
           MOVE R-DNV-PER-MES TO WS-TDR-PER-MES (WS-CANT-TDR)
           MOVE R-DNV-PER-ANIO TO WS-TDR-PER-ANIO (WS-CANT-TDR)
           READ F-DEUDA-NUEVA.

       0582-BUSCAR-DEUDA-RETRO.
           MOVE 0 TO WS-DEUDA-ANTERIOR
           MOVE 0 TO WS-DEUDA-NUEVA
           PERFORM VARYING WS-IDX-TDR FROM 1 BY 1
              UNTIL WS-IDX-TDR > WS-CANT-TDR
                 OR WS-TDR-LEGAJO (WS-IDX-TDR) = R-EMP-LEGAJO
              CONTINUE
           END-PERFORM
           IF WS-IDX-TDR <= WS-CANT-TDR
              MOVE WS-TDR-MONTO (WS-IDX-TDR) TO WS-DEUDA-ANTERIOR
           END-IF.

      *    DEUDANEW SE VUELVE A GRABAR ENTERO CADA VEZ QUE UNA LINEA
      *    RETRO DESCUENTA DEUDA, ASI UN REINICIO PARTE DE LA DEUDA QUE
      *    REALMENTE QUEDA. LA DEUDA CANCELADA DEL TODO NO SE GRABA.
       0584-REGRABAR-DEUDAS.
           CLOSE F-DEUDA-NUEVA
           OPEN OUTPUT F-DEUDA-NUEVA
           MOVE 0 TO WS-CANT-DEUDAS
           PERFORM 0585-GRABAR-DEUDA-RETRO
              VARYING WS-IDX-TDR FROM 1 BY 1
              UNTIL WS-IDX-TDR > WS-CANT-TDR.

       0585-GRABAR-DEUDA-RETRO.
           IF WS-TDR-MONTO (WS-IDX-TDR) > 0
              MOVE WS-TDR-LEGAJO (WS-IDX-TDR) TO R-DNV-LEGAJO
              MOVE WS-TDR-MONTO (WS-IDX-TDR) TO R-DNV-MONTO
              MOVE WS-TDR-PER-MES (WS-IDX-TDR) TO R-DNV-PER-MES
              MOVE WS-TDR-PER-ANIO (WS-IDX-TDR) TO R-DNV-PER-ANIO
              WRITE R-DEUDA-NUEVA
              ADD 1 TO WS-CANT-DEUDAS
           END-IF.

       0600-WRITE-END.
           WRITE R-RESUMEN FROM WS-GUIONES
           WRITE R-RESUMEN FROM WS-RESUMEN-GRAL
           WRITE R-RESUMEN FROM WS-RESUMEN-SUSP
           MOVE WS-CANT-DEVOL TO WS-CANT-DEVOL-ED
           MOVE WS-CANT-DEUDAS TO WS-CANT-DEUDAS-ED
           WRITE R-RESUMEN FROM WS-RESUMEN-DEVOL
           MOVE WS-CANT-RECUP TO WS-CANT-RECUP-ED
           MOVE WS-TOTAL-RECUP TO WS-TOTAL-RECUP-ED
           WRITE R-RESUMEN FROM WS-RESUMEN-RECUP
           IF WS-HAY-RETRO
              MOVE WS-CANT-RETRO TO WS-CANT-RETRO-ED
              WRITE R-RESUMEN FROM WS-RESUMEN-RETRO
           END-IF
           MOVE WS-CANT-SUPERV TO WS-CANT-SUPERV-ED
           MOVE WS-TOTAL-SUPERV TO WS-TOTAL-SUPERV-ED
           WRITE R-RESUMEN FROM WS-RESUMEN-SUPERV
           WRITE R-RESUMEN FROM WS-GUIONES.

      *    CADA SUPERVISOR ACTIVO COBRA UNA COMISION SOBRE LAS VENTAS
      *    PAGADAS EN EL PERIODO A LOS MIEMBROS ACTIVOS DE SU EQUIPO,
      *    EN UNA LINEA SUPER DEL CSV. LAS VENTAS SE TOMAN DE HISTORIA,
      *    YA COMPLETA PARA EL PERIODO, ASI UN REINICIO REARMA LOS
      *    MISMOS EQUIPOS Y SALTEA LOS SUPERVISORES YA PAGADOS.
       0660-PAGAR-SUPERVISION.
           MOVE 'S' TO WS-FASE-ACTUAL
           PERFORM 0665-CARGAR-VENTAS-HISTORIA
           PERFORM 0670-ARMAR-EQUIPOS
           IF WS-CANT-EQ > 0
              IF NOT WS-RETOMA-SUPERV
                 WRITE R-RESUMEN FROM WS-GUIONES
                 WRITE R-RESUMEN FROM WS-SUBT-SUPERV
              END-IF
              MOVE 0 TO WS-ORDEN-SUPERV
              PERFORM 0680-PAGAR-EQUIPO
                 VARYING WS-IDX-EQ FROM 1 BY 1
                 UNTIL WS-IDX-EQ > WS-CANT-EQ
           END-IF.

      *    DE HISTORIA GANA EL ULTIMO REGISTRO DEL LEGAJO EN EL PERIODO.
      *    LAS VENTAS DEL MIEMBRO SE TOMAN NETAS DE SUS DEVOLUCIONES.
       0665-CARGAR-VENTAS-HISTORIA.
           CLOSE F-HISTORIA
           OPEN INPUT F-HISTORIA
           IF FS-HISTORIA-OK
              READ F-HISTORIA
              PERFORM 0666-GUARDAR-VENTA-HISTORIA
                 UNTIL NOT FS-HISTORIA-OK
              CLOSE F-HISTORIA
           END-IF
           OPEN EXTEND F-HISTORIA.

       0666-GUARDAR-VENTA-HISTORIA.
           IF R-HIST-MES = WS-MES-BUSCAR
              AND R-HIST-ANIO = WS-ANIO-BUSCAR
              PERFORM VARYING WS-IDX-VH FROM 1 BY 1
                 UNTIL WS-IDX-VH > WS-CANT-VH
                    OR WS-VH-LEGAJO (WS-IDX-VH) = R-HIST-LEGAJO
                 CONTINUE
              END-PERFORM
              IF WS-IDX-VH > WS-CANT-VH
                 IF WS-CANT-VH >= 3000
                    DISPLAY "TABLA DE VENTAS DEL PERIODO LLENA. NO SE "
                            "PUEDE LIQUIDAR LA SUPERVISION. SE CANCELA "
                            "LA CORRIDA."
                    MOVE 16 TO RETURN-CODE
                    PERFORM 0700-CLOSE-FILES
                    PERFORM 0800-CLOSE-PROGRAM
                 END-IF
                 ADD 1 TO WS-CANT-VH
                 MOVE R-HIST-LEGAJO TO WS-VH-LEGAJO (WS-CANT-VH)
              END-IF
              IF R-HIST-TOTAL > R-HIST-DEVOL-TOTAL
                 COMPUTE WS-VH-TOTAL (WS-IDX-VH) =
                    R-HIST-TOTAL - R-HIST-DEVOL-TOTAL
                 END-COMPUTE
              ELSE
                 MOVE 0 TO WS-VH-TOTAL (WS-IDX-VH)
              END-IF
           END-IF
           READ F-HISTORIA.

       0670-ARMAR-EQUIPOS.
           MOVE LOW-VALUES TO R-EMP-LEGAJO
           START F-EMPLEADOS KEY IS NOT LESS THAN R-EMP-LEGAJO
           IF FS-EMPLEADOS-OK
              READ F-EMPLEADOS NEXT
              PERFORM 0675-SUMAR-MIEMBRO UNTIL NOT FS-EMPLEADOS-OK
           END-IF.

       0675-SUMAR-MIEMBRO.
           IF R-EMP-ACTIVO AND R-EMP-SUPERVISOR NOT = SPACES
              PERFORM VARYING WS-IDX-VH FROM 1 BY 1
                 UNTIL WS-IDX-VH > WS-CANT-VH
                    OR WS-VH-LEGAJO (WS-IDX-VH) = R-EMP-LEGAJO
                 CONTINUE
              END-PERFORM
              IF WS-IDX-VH <= WS-CANT-VH
                 AND WS-VH-TOTAL (WS-IDX-VH) > 0
                 PERFORM 0677-SUMAR-A-EQUIPO
              END-IF
           END-IF
           READ F-EMPLEADOS NEXT.

       0677-SUMAR-A-EQUIPO.
           PERFORM VARYING WS-IDX-EQ FROM 1 BY 1
              UNTIL WS-IDX-EQ > WS-CANT-EQ
                 OR WS-EQ-SUPERVISOR (WS-IDX-EQ) = R-EMP-SUPERVISOR
              CONTINUE
           END-PERFORM
           IF WS-IDX-EQ > WS-CANT-EQ
              IF WS-CANT-EQ >= 500
                 DISPLAY "TABLA DE EQUIPOS LLENA. NO SE PUEDE LIQUIDAR "
                         "LA SUPERVISION. SE CANCELA LA CORRIDA."
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0700-CLOSE-FILES
                 PERFORM 0800-CLOSE-PROGRAM
              END-IF
              ADD 1 TO WS-CANT-EQ
              MOVE R-EMP-SUPERVISOR TO WS-EQ-SUPERVISOR (WS-CANT-EQ)
              MOVE 0 TO WS-EQ-MIEMBROS (WS-CANT-EQ)
              MOVE 0 TO WS-EQ-VENTAS (WS-CANT-EQ)
           END-IF
           ADD 1 TO WS-EQ-MIEMBROS (WS-IDX-EQ)
           ADD WS-VH-TOTAL (WS-IDX-VH) TO WS-EQ-VENTAS (WS-IDX-EQ).

      *    UN SUPERVISOR INEXISTENTE O INACTIVO NO COBRA; EL REPORTE DE
      *    EQUIPOS LOS SENALA PARA CORREGIR EL MAESTRO.
       0680-PAGAR-EQUIPO.
           MOVE WS-EQ-SUPERVISOR (WS-IDX-EQ) TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           EVALUATE TRUE
              WHEN NOT FS-EMPLEADOS-OK
                 DISPLAY "SUPERVISOR INEXISTENTE: "
                         WS-EQ-SUPERVISOR (WS-IDX-EQ)
                         ". NO SE PAGA SUPERVISION."
              WHEN R-EMP-INACTIVO
                 DISPLAY "SUPERVISOR INACTIVO: "
                         WS-EQ-SUPERVISOR (WS-IDX-EQ)
                         ". NO SE PAGA SUPERVISION."
              WHEN OTHER
                 PERFORM 0685-BUSCAR-TASA-SUP
                 IF NOT WS-TASA-SUPERV-HALLADA
                    DISPLAY "SIN TASA DE SUPERVISION VIGENTE PARA "
                            "EL SUPERVISOR: " R-EMP-LEGAJO
                 ELSE
                    COMPUTE WS-COMIS-SUPERV ROUNDED =
                       WS-EQ-VENTAS (WS-IDX-EQ) * WS-TASA-SUPERV
                    END-COMPUTE
                    ADD 1 TO WS-ORDEN-SUPERV
                    IF WS-ORDEN-SUPERV > WS-CANT-SUPERV
                       PERFORM 0690-WRITE-SUPERVISION
                    END-IF
                 END-IF
           END-EVALUATE.

       0685-BUSCAR-TASA-SUP.
           MOVE 'N' TO WS-HAY-TASA-SUPERV
           PERFORM VARYING WS-IDX-TSU FROM 1 BY 1
              UNTIL WS-IDX-TSU > WS-CANT-TSU
                 OR WS-TSU-LEGAJO (WS-IDX-TSU) = R-EMP-LEGAJO
              CONTINUE
           END-PERFORM
           IF WS-IDX-TSU > WS-CANT-TSU
              PERFORM VARYING WS-IDX-TSU FROM 1 BY 1
                 UNTIL WS-IDX-TSU > WS-CANT-TSU
                    OR WS-TSU-LEGAJO (WS-IDX-TSU) = SPACES
                 CONTINUE
              END-PERFORM
           END-IF
           IF WS-IDX-TSU <= WS-CANT-TSU
              MOVE 'S' TO WS-HAY-TASA-SUPERV
              MOVE WS-TSU-TASA (WS-IDX-TSU) TO WS-TASA-SUPERV
           END-IF.

       0690-WRITE-SUPERVISION.
           MOVE R-EMP-NOMBRE TO WS-SUP-NOMBRE
           MOVE WS-EQ-MIEMBROS (WS-IDX-EQ) TO WS-SUP-MIEMBROS
           MOVE WS-EQ-VENTAS (WS-IDX-EQ) TO WS-SUP-VENTAS
           MOVE WS-COMIS-SUPERV TO WS-SUP-COMIS
           WRITE R-RESUMEN FROM WS-DATOS-SUPERV
           MOVE R-EMP-LEGAJO TO R-CSV-LEGAJO
           MOVE WS-EQ-VENTAS (WS-IDX-EQ) TO R-CSV-TOTAL
           MOVE WS-COMIS-SUPERV TO R-CSV-COMISION
           MOVE 0 TO R-CSV-RETENCION
           MOVE WS-COMIS-SUPERV TO R-CSV-NETO
           MOVE "SUPER" TO R-CSV-TIPO
           WRITE R-CSV
           ADD 1 TO WS-CSV-CANT
           ADD WS-EQ-VENTAS (WS-IDX-EQ) TO WS-CSV-SUMA-TOTAL
           ADD WS-COMIS-SUPERV TO WS-CSV-SUMA-COMIS
           IF WS-COMIS-SUPERV > 0
              MOVE "SUPER" TO R-CTM-TIPO
              MOVE WS-COMIS-SUPERV TO R-CTM-IMPORTE
              MOVE "COMISION DE SUPERVISION" TO R-CTM-MOTIVO
              PERFORM 0595-GRABAR-MOVIMIENTO
           END-IF
           ADD 1 TO WS-CANT-SUPERV
           ADD WS-COMIS-SUPERV TO WS-TOTAL-SUPERV
           PERFORM 0550-GRABAR-CHECKPOINT.

      *    LA RETENCION DE GANANCIAS LA CALCULA PVRETGAN SOBRE EL CSV
      *    COMPLETO: ACA TODAS LAS LINEAS SALEN SIN RETENCION Y CON EL
      *    NETO IGUAL A LA COMISION.
       0640-WRITE-CSV-FINAL.
           MOVE WS-CSV-CANT TO WS-FIN-CANT
           MOVE WS-CSV-SUMA-TOTAL TO WS-FIN-TOTAL
           MOVE WS-CSV-SUMA-COMIS TO WS-FIN-COMIS
           MOVE 0 TO WS-FIN-RETENCION
           MOVE WS-CSV-SUMA-COMIS TO WS-FIN-NETO
           WRITE R-CSV FROM WS-CSV-FINAL.

       0650-MARCAR-LIQUIDADO.
           CLOSE F-CHECKPOINT
           CLOSE F-HISTORIA
           CLOSE F-CSV
           CLOSE F-DEVOLUCIONES
           CLOSE F-DEUDA-NUEVA
           CLOSE F-DESCUENTOS
           IF WS-HAY-DEUDAS
              CLOSE F-DEUDAS
           END-IF
           IF WS-HAY-CTACTE
              CLOSE F-CTACTE
           END-IF
           CLOSE F-CTAMOV
           CLOSE F-PERIODOS.

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
              MOVE "PVCOMVEN" TO R-LOG-PROGRAMA
              MOVE WS-MES-BUSCAR TO R-LOG-PER-MES
              MOVE WS-ANIO-BUSCAR TO R-LOG-PER-ANIO
              MOVE WS-ES-REINICIO TO R-LOG-REINICIO
              MOVE WS-VENTAS-LEIDAS TO R-LOG-LEIDOS
              MOVE WS-CSV-CANT TO R-LOG-GRABADOS
              MOVE WS-CANT-RECHAZOS TO R-LOG-RECHAZADOS
              MOVE WS-CSV-SUMA-TOTAL TO R-LOG-IMPORTE
              MOVE WS-CSV-SUMA-COMIS TO R-LOG-COMISION
              MOVE WS-LOG-FEC-INICIO TO R-LOG-FEC-INICIO
              MOVE WS-LOG-HORA-INICIO TO R-LOG-HORA-INICIO
              ACCEPT R-LOG-FEC-FIN FROM DATE YYYYMMDD
              ACCEPT R-LOG-HORA-FIN FROM TIME
              MOVE RETURN-CODE TO R-LOG-RC
              WRITE R-RUNLOG
              CLOSE F-RUNLOG
           END-IF.
