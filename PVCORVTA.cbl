           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-HUERF-PEND.

           SELECT F-RUNLOG ASSIGN TO RUNLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.

          05 R-RCB-RECIBO         PIC X(10).
          05 R-RCB-PER-MES        PIC 9(2).
          05 R-RCB-PER-ANIO       PIC 9(4).
          05 R-RCB-LEGAJO         PIC X(5).
          05 R-RCB-MONTO          PIC 9(6)V99.
          05 R-RCB-TIPO           PIC X(1).
             88 R-RCB-ES-DEVOLUCION  VALUE 'D'.
          05 R-RCB-DEVUELTO       PIC X(1).
             88 R-RCB-YA-DEVUELTO    VALUE 'S'.
          05 R-RCB-LEGAJO-2       PIC X(5).
          05 R-RCB-PORC-2         PIC 9(3)V99.

       FD F-CORREGIDAS RECORDING MODE IS F
                       DATA RECORD IS R-VENTA-CORR.
          05 R-CORR-MONTO         PIC 9(6)V99.
          05 R-CORR-FECHA         PIC X(8).
          05 R-CORR-RECIBO        PIC X(10).
          05 R-CORR-TIPO          PIC X(1).
          05 R-CORR-RECIBO-ORIG   PIC X(10).
          05 R-CORR-ORIG-MES      PIC 9(2).
          05 R-CORR-ORIG-ANIO     PIC 9(4).
          05 R-CORR-LEGAJO-2      PIC X(5).
          05 R-CORR-PORC-1        PIC 9(3)V99.
          05 R-CORR-PORC-2        PIC 9(3)V99.

       FD F-BAJAS RECORDING MODE IS F
                  DATA RECORD IS R-BAJA.
                       DATA RECORD IS R-HUERF-PEND.
       01 R-HUERF-PEND            PIC X(57).

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
       01 FS-RECHAZOS             PIC 99.
          88 FS-RECHAZOS-OK          VALUE 00.
       77 WS-SIN-RECIBOS          PIC X VALUE 'N'.
          88 WS-HAY-RECIBOS          VALUE 'N'.

       01 FS-RUNLOG               PIC 99.
          88 FS-RUNLOG-OK            VALUE 00.

       01 WS-LOG-INICIO.
          05 WS-LOG-FEC-INICIO       PIC 9(8).
          05 WS-LOG-HORA-INICIO      PIC 9(8).

       PROCEDURE DIVISION.
       0100-MAIN-PROGRAM.
           ACCEPT WS-LOG-FEC-INICIO FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA-INICIO FROM TIME
           PERFORM 0300-CARGAR-TARJETAS
           PERFORM 0200-OPEN-FILES
           PERFORM 0400-PROCESAR-RECHAZOS
           PERFORM 0430-APLICAR-TARJETA
           READ F-HUERFANAS.

      *    UNA DEVOLUCION RECHAZADA YA MARCO SU VENTA ORIGINAL COMO
      *    DEVUELTA: NO SE LA PUEDE REINGRESAR COMO VENTA CORREGIDA,
      *    SOLO DAR DE BAJA.
       0430-APLICAR-TARJETA.
           PERFORM 0440-BUSCAR-TARJETA
           IF WS-IDX-TARJETA > WS-CANT-TARJETAS
              PERFORM 0470-DEJAR-PENDIENTE
           ELSE
              IF WS-TT-OPCION (WS-IDX-TARJETA) = 'C'
                 IF WS-PEND-MOTIVO (1:5) = "DEVOL"
                    DISPLAY "DEVOLUCION NO CORREGIBLE. LEGAJO: "
                            WS-PEND-LEGAJO " RECIBO: " WS-PEND-RECIBO
                    MOVE 'S' TO WS-TT-USADA (WS-IDX-TARJETA)
                    PERFORM 0470-DEJAR-PENDIENTE
                 ELSE
                    PERFORM 0450-CORREGIR
                 END-IF
              ELSE
                 PERFORM 0460-DAR-DE-BAJA
              END-IF
              MOVE WS-FECHA-CORREGIDA TO R-CORR-FECHA
              MOVE WS-PEND-MONTO TO R-CORR-MONTO
              MOVE WS-PEND-RECIBO TO R-CORR-RECIBO
              MOVE 'V' TO R-CORR-TIPO
              MOVE SPACES TO R-CORR-RECIBO-ORIG
              MOVE 0 TO R-CORR-ORIG-MES
              MOVE 0 TO R-CORR-ORIG-ANIO
              MOVE SPACES TO R-CORR-LEGAJO-2
              MOVE 100 TO R-CORR-PORC-1
              MOVE 0 TO R-CORR-PORC-2
              WRITE R-VENTA-CORR
              PERFORM 0455-LIBERAR-RECIBO
              ADD 1 TO WS-CANT-CORREGIDAS
           CLOSE F-HUERF-PEND.

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
              MOVE "PVCORVTA" TO R-LOG-PROGRAMA
      *       ESTE PASO NO TRABAJA SOBRE UN PERIODO: SE REGISTRA
      *       CON PERIODO CERO.
              MOVE 0 TO R-LOG-PER-MES
              MOVE 0 TO R-LOG-PER-ANIO
              MOVE 'N' TO R-LOG-REINICIO
              COMPUTE R-LOG-LEIDOS = WS-CANT-CORREGIDAS + WS-CANT-BAJAS
                 + WS-CANT-PENDIENTES
              END-COMPUTE
              MOVE WS-CANT-CORREGIDAS TO R-LOG-GRABADOS
              MOVE WS-CANT-BAJAS TO R-LOG-RECHAZADOS
              MOVE 0 TO R-LOG-IMPORTE
              MOVE 0 TO R-LOG-COMISION
              MOVE WS-LOG-FEC-INICIO TO R-LOG-FEC-INICIO
              MOVE WS-LOG-HORA-INICIO TO R-LOG-HORA-INICIO
              ACCEPT R-LOG-FEC-FIN FROM DATE YYYYMMDD
              ACCEPT R-LOG-HORA-FIN FROM TIME
              MOVE RETURN-CODE TO R-LOG-RC
              WRITE R-RUNLOG
              CLOSE F-RUNLOG
           END-IF.
