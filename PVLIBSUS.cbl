           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

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

       FD F-SUSPENSO RECORDING MODE IS F
                     DATA RECORD IS R-SUSPENSO.
                    DATA RECORD IS R-REPORTE.
       01 R-REPORTE               PIC X(80).

      *    LEGAJOS RETENIDOS POR AUDITORIA: SU SUSPENSO NO SE LIBERA.
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
          88 FS-EMPLEADOS-OK         VALUE 00.

       01 FS-REPORTE              PIC 99.

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

       77 WS-CANT-LEIDAS          PIC 9(6) VALUE 0.

       77 WS-MONTO-LEIDAS         PIC 9(11)V99 VALUE 0.

       77 WS-MONTO-SIN-LEGAJO     PIC 9(11)V99 VALUE 0.

       77 WS-CANT-AUDITORIA       PIC 9(6) VALUE 0.

       77 WS-MONTO-AUDITORIA      PIC 9(11)V99 VALUE 0.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X(8) VALUE SPACES.
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
           PERFORM 0150-CARGAR-RETENIDOS
           PERFORM 0200-OPEN-FILE
           PERFORM 0300-WRITE-HEADER
           READ F-SUSPENSO
           PERFORM 0700-CLOSE-FILES
           PERFORM 0800-CLOSE-PROGRAM.

      *    SIN ARCHIVO DE RETENIDOS NO HAY LEGAJOS RETENIDOS. UN LEGAJO
      *    QUE NO ENTRA EN LA TABLA SE LIBERARIA: SE CANCELA.
       0150-CARGAR-RETENIDOS.
           OPEN INPUT F-RETENIDOS
           IF NOT FS-RETENIDOS-OK
              DISPLAY "SIN ARCHIVO DE LEGAJOS RETENIDOS: "
                      FS-RETENIDOS
           ELSE
              READ F-RETENIDOS
              PERFORM 0160-GUARDAR-RETENIDO UNTIL NOT FS-RETENIDOS-OK
              CLOSE F-RETENIDOS
           END-IF.

       0160-GUARDAR-RETENIDO.
           MOVE R-RTN-LEGAJO TO WS-RTN-BUSCAR
           PERFORM 0170-BUSCAR-RETENIDO
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

       0170-BUSCAR-RETENIDO.
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
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN INPUT F-SUSPENSO
              DISPLAY "ERROR AL ABRIR SUSPENSO: " FS-SUSPENSO
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN OUTPUT F-LIBERADAS
           IF NOT FS-EMPLEADOS-OK
              PERFORM 0430-RETENER-SIN-LEGAJO
           ELSE
              MOVE R-SUSP-LEGAJO TO WS-RTN-BUSCAR
              PERFORM 0170-BUSCAR-RETENIDO
              IF R-EMP-ACTIVO AND NOT WS-LEGAJO-RETENIDO
                 PERFORM 0410-LIBERAR
              ELSE
                 PERFORM 0420-RETENER
           MOVE R-EMP-NOMBRE TO WS-DET-NOMBRE
           PERFORM 0440-WRITE-DETALLE.

      *    UN LEGAJO RETENIDO POR AUDITORIA NO SE LIBERA AUNQUE ESTE
      *    ACTIVO; SE LIBERA EN LA PRIMERA CORRIDA SIN LA RETENCION.
       0420-RETENER.
           MOVE R-SUSPENSO TO R-SUSP-NUEVO
           WRITE R-SUSP-NUEVO
           ADD 1 TO WS-CANT-RETENIDAS
           ADD R-SUSP-MONTO TO WS-MONTO-RETENIDAS
           IF WS-LEGAJO-RETENIDO
              ADD 1 TO WS-CANT-AUDITORIA
              ADD R-SUSP-MONTO TO WS-MONTO-AUDITORIA
              MOVE 'AUD' TO WS-DET-ESTADO
           ELSE
              MOVE 'SUS' TO WS-DET-ESTADO
           END-IF
           MOVE R-EMP-NOMBRE TO WS-DET-NOMBRE
           PERFORM 0440-WRITE-DETALLE.

           MOVE WS-CANT-RETENIDAS TO WS-TOT-CANT
           MOVE WS-MONTO-RETENIDAS TO WS-TOT-MONTO
           WRITE R-REPORTE FROM WS-LINEA-TOTAL
           IF WS-CANT-AUDITORIA > 0
              MOVE "RETENIDAS POR AUDITORIA:" TO WS-TOT-CONCEPTO
              MOVE WS-CANT-AUDITORIA TO WS-TOT-CANT
              MOVE WS-MONTO-AUDITORIA TO WS-TOT-MONTO
              WRITE R-REPORTE FROM WS-LINEA-TOTAL
           END-IF
           IF WS-CANT-SIN-LEGAJO > 0
              MOVE "RETENIDAS SIN LEGAJO EN MAESTRO:"
                 TO WS-TOT-CONCEPTO
           CLOSE F-REPORTE.

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
              MOVE "PVLIBSUS" TO R-LOG-PROGRAMA
      *       ESTE PASO NO TRABAJA SOBRE UN PERIODO: SE REGISTRA
      *       CON PERIODO CERO.
              MOVE 0 TO R-LOG-PER-MES
              MOVE 0 TO R-LOG-PER-ANIO
              MOVE 'N' TO R-LOG-REINICIO
              MOVE WS-CANT-LEIDAS TO R-LOG-LEIDOS
              MOVE WS-CANT-LIBERADAS TO R-LOG-GRABADOS
              MOVE WS-CANT-SIN-LEGAJO TO R-LOG-RECHAZADOS
              MOVE WS-MONTO-LIBERADAS TO R-LOG-IMPORTE
              MOVE 0 TO R-LOG-COMISION
              MOVE WS-LOG-FEC-INICIO TO R-LOG-FEC-INICIO
              MOVE WS-LOG-HORA-INICIO TO R-LOG-HORA-INICIO
              ACCEPT R-LOG-FEC-FIN FROM DATE YYYYMMDD
              ACCEPT R-LOG-HORA-FIN FROM TIME
              MOVE RETURN-CODE TO R-LOG-RC
              WRITE R-RUNLOG
              CLOSE F-RUNLOG
           END-IF.
