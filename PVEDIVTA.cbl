           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

           SELECT F-EMPLEADOS ASSIGN TO EMPLEADO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-EMP-LEGAJO
           FILE STATUS IS FS-EMPLEADOS.

           SELECT F-RECIBOS ASSIGN TO RECIBOS
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

       FD F-SALIDA RECORDING MODE IS F
                   DATA RECORD IS R-VENTA-OK.
             10 R-VTOK-MES        PIC 99.
             10 R-VTOK-ANIO       PIC 9(4).
          05 R-VTOK-RECIBO        PIC X(10).
          05 R-VTOK-TIPO          PIC X(1).
          05 R-VTOK-RECIBO-ORIG   PIC X(10).
          05 R-VTOK-ORIG-MES      PIC 9(2).
          05 R-VTOK-ORIG-ANIO     PIC 9(4).
          05 R-VTOK-LEGAJO-2      PIC X(5).
          05 R-VTOK-PORC-1        PIC 9(3)V99.
          05 R-VTOK-PORC-2        PIC 9(3)V99.

       FD F-RECHAZOS RECORDING MODE IS F
                     DATA RECORD IS R-RECHAZO.
          05 R-RECH-RECIBO        PIC X(10).
          05 R-RECH-MOTIVO        PIC X(20).

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

      *    EL REPARTO DE LA VENTA ORIGINAL QUEDA EN EL RECIBO PARA QUE
      *    LA DEVOLUCION SE DESCUENTE A LOS MISMOS VENDEDORES.
       FD F-RECIBOS DATA RECORD IS R-RECIBO.
       01 R-RECIBO.
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

      *    CADA ENTRADA DEL RECIBOLOG INDICA COMO DESHACERLA: 'A' ES UN
      *    RECIBO DADO DE ALTA (SE BORRA), 'D' ES UNA VENTA ORIGINAL
      *    MARCADA COMO DEVUELTA (SE LE QUITA LA MARCA).
       FD F-RECIBOLOG RECORDING MODE IS F
                      DATA RECORD IS R-RECIBOLOG.
       01 R-RECIBOLOG.
          05 R-RECLOG-RECIBO      PIC X(10).
          05 R-RECLOG-ACCION      PIC X(1).
             88 R-RECLOG-ALTA        VALUE 'A'.
             88 R-RECLOG-DEVOLUCION  VALUE 'D'.

       FD F-DUPLICADAS RECORDING MODE IS F
                       DATA RECORD IS R-DUPLICADA.
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
       01 FS-ENTRADA              PIC 99.

       01 FS-RECHAZOS             PIC 99.

       01 FS-EMPLEADOS            PIC 99.
          88 FS-EMPLEADOS-OK         VALUE 00.

       01 FS-RECIBOS              PIC 99.
          88 FS-RECIBOS-OK           VALUE 00.
          88 FS-RECIBOS-NOTFOUND     VALUE 23.

       77 WS-RECIBOS-LIBERADOS    PIC 9(6) VALUE 0.

       77 WS-CANT-DEVOLUCIONES    PIC 9(6) VALUE 0.

       77 WS-HASH-DEVOLUCIONES    PIC 9(11)V99 VALUE 0.

       77 WS-CANT-COMPARTIDAS     PIC 9(6) VALUE 0.

       77 WS-SUMA-PORC            PIC 9(4)V99.

       01 WS-PERIODO-ORIGINAL.
          05 WS-ORIG-MES             PIC 9(2).
          05 WS-ORIG-ANIO            PIC 9(4).

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X(23) VALUE SPACES.
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
           ACCEPT WS-PERIODO-BUSCAR FROM SYSIN
           PERFORM 0150-VERIFICAR-PERIODO
           PERFORM 0200-OPEN-FILE
              DISPLAY "ERROR AL ABRIR CONTROL DE PERIODOS: "
                      FS-PERIODOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           MOVE WS-ANIO-BUSCAR TO R-PER-ANIO
                         "PVPERCTL."
                 CLOSE F-PERIODOS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0850-GRABAR-RUNLOG
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT F-RECHAZOS
           OPEN OUTPUT F-DUPLICADAS
           OPEN OUTPUT F-REPORTE
           OPEN INPUT F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 0700-CLOSE-FILES
              PERFORM 0850-GRABAR-RUNLOG
              STOP RUN
           END-IF
           OPEN I-O F-RECIBOS
           IF FS-RECIBOS = 35
              OPEN OUTPUT F-RECIBOS
           MOVE R-RECLOG-RECIBO TO R-RCB-RECIBO
           READ F-RECIBOS
           IF FS-RECIBOS-OK
              IF R-RECLOG-DEVOLUCION
                 MOVE 'N' TO R-RCB-DEVUELTO
                 REWRITE R-RECIBO
              ELSE
                 DELETE F-RECIBOS
              END-IF
              ADD 1 TO WS-RECIBOS-LIBERADOS
           END-IF
           READ F-RECIBOLOG.
                 PERFORM 0435-RECHAZAR-MONTO-CERO
              WHEN R-VENTA-RECIBO = SPACES
                 PERFORM 0437-RECHAZAR-RECIBO
              WHEN NOT R-VENTA-ES-VENTA AND NOT R-VENTA-ES-DEVOLUCION
                 PERFORM 0438-RECHAZAR-TIPO
              WHEN R-VENTA-ES-DEVOLUCION
                   AND R-VENTA-RECIBO-ORIG = SPACES
                 PERFORM 0439-RECHAZAR-SIN-ORIGINAL
              WHEN OTHER
                 PERFORM 0440-VALIDAR-FECHA
           END-EVALUATE
           MOVE "RECIBO EN BLANCO" TO R-RECH-MOTIVO
           PERFORM 0460-WRITE-RECHAZO.

       0438-RECHAZAR-TIPO.
           MOVE "TIPO MOVIM. ERRONEO" TO R-RECH-MOTIVO
           PERFORM 0460-WRITE-RECHAZO.

       0439-RECHAZAR-SIN-ORIGINAL.
           MOVE "DEVOL SIN REC. ORIG." TO R-RECH-MOTIVO
           PERFORM 0460-WRITE-RECHAZO.

       0440-VALIDAR-FECHA.
           CALL WS-SVERFECH USING R-VENTA-FECHA, WS-VALIDAR
           IF WS-VALIDAR = 'N'
              MOVE "FECHA ERRONEA" TO R-RECH-MOTIVO
              PERFORM 0460-WRITE-RECHAZO
           ELSE
              IF R-VENTA-ES-VENTA AND R-VENTA-LEGAJO-2 NOT = SPACES
                 PERFORM 0445-VALIDAR-REPARTO
              ELSE
                 PERFORM 0450-VALIDAR-SECUENCIA
              END-IF
           END-IF.

      *    UNA VENTA COMPARTIDA TRAE UN SEGUNDO LEGAJO Y EL PORCENTAJE
      *    DE CADA VENDEDOR. AMBOS LEGAJOS DEBEN EXISTIR EN EMPLEADOS,
      *    SER DISTINTOS Y LOS PORCENTAJES DEBEN SUMAR 100.
       0445-VALIDAR-REPARTO.
           MOVE 0 TO WS-SUMA-PORC
           IF R-VENTA-PORC-1 IS NUMERIC AND R-VENTA-PORC-2 IS NUMERIC
              COMPUTE WS-SUMA-PORC = R-VENTA-PORC-1 + R-VENTA-PORC-2
           END-IF
           EVALUATE TRUE
              WHEN R-VENTA-LEGAJO-2 IS NOT NUMERIC
                 MOVE "LEGAJO 2 ERRONEO" TO R-RECH-MOTIVO
                 PERFORM 0460-WRITE-RECHAZO
              WHEN R-VENTA-LEGAJO-2 = R-VENTA-LEGAJO
                 MOVE "LEGAJO 2 REPETIDO" TO R-RECH-MOTIVO
                 PERFORM 0460-WRITE-RECHAZO
              WHEN WS-SUMA-PORC NOT = 100
                   OR R-VENTA-PORC-1 = 0 OR R-VENTA-PORC-2 = 0
                 MOVE "REPARTO NO SUMA 100" TO R-RECH-MOTIVO
                 PERFORM 0460-WRITE-RECHAZO
              WHEN OTHER
                 PERFORM 0447-VALIDAR-VENDEDORES
           END-EVALUATE.

       0447-VALIDAR-VENDEDORES.
           MOVE R-VENTA-LEGAJO TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              MOVE "LEGAJO INEXISTENTE" TO R-RECH-MOTIVO
              PERFORM 0460-WRITE-RECHAZO
           ELSE
              MOVE R-VENTA-LEGAJO-2 TO R-EMP-LEGAJO
              READ F-EMPLEADOS
              IF NOT FS-EMPLEADOS-OK
                 MOVE "LEGAJO 2 INEXISTENTE" TO R-RECH-MOTIVO
                 PERFORM 0460-WRITE-RECHAZO
              ELSE
                 PERFORM 0450-VALIDAR-SECUENCIA
              END-IF
           END-IF.

       0450-VALIDAR-SECUENCIA.
           IF FS-RECIBOS-OK
              PERFORM 0465-WRITE-DUPLICADA
           ELSE
              IF R-VENTA-ES-DEVOLUCION
                 PERFORM 0456-VALIDAR-DEVOLUCION
              ELSE
                 MOVE 0 TO WS-ORIG-MES
                 MOVE 0 TO WS-ORIG-ANIO
                 IF R-VENTA-LEGAJO-2 = SPACES
                    MOVE 100 TO R-VENTA-PORC-1
                    MOVE 0 TO R-VENTA-PORC-2
                 END-IF
                 PERFORM 0457-REGISTRAR-RECIBO
                 PERFORM 0470-WRITE-ACEPTADA
              END-IF
           END-IF.

      *    UNA DEVOLUCION (NOTA DE CREDITO) DEBE REFERIR A UNA VENTA
      *    REGISTRADA EN RECIBOS, DEL MISMO LEGAJO, NO DEVUELTA ANTES Y
      *    POR UN IMPORTE QUE NO LA SUPERE. EL PERIODO DE LA VENTA
      *    ORIGINAL VIAJA EN LA DEVOLUCION PARA QUE PVCOMVEN RECUPERE
      *    LA COMISION A LA TASA CON QUE SE LA PAGO. SI LA VENTA FUE
      *    COMPARTIDA, LA DEVOLUCION HEREDA SU REPARTO: LO QUE VENGA EN
      *    LA ENTRADA SE IGNORA.
       0456-VALIDAR-DEVOLUCION.
           MOVE R-VENTA-RECIBO-ORIG TO R-RCB-RECIBO
           READ F-RECIBOS
           EVALUATE TRUE
              WHEN NOT FS-RECIBOS-OK
                 MOVE "DEVOL SIN ORIGINAL" TO R-RECH-MOTIVO
                 PERFORM 0460-WRITE-RECHAZO
              WHEN R-RCB-ES-DEVOLUCION
                 MOVE "ORIGINAL ES DEVOLUC." TO R-RECH-MOTIVO
                 PERFORM 0460-WRITE-RECHAZO
              WHEN R-RCB-YA-DEVUELTO
                 MOVE "ORIGINAL YA DEVUELTO" TO R-RECH-MOTIVO
                 PERFORM 0460-WRITE-RECHAZO
              WHEN R-RCB-LEGAJO NOT = R-VENTA-LEGAJO
                 MOVE "DEVOL DE OTRO LEGAJO" TO R-RECH-MOTIVO
                 PERFORM 0460-WRITE-RECHAZO
              WHEN R-VENTA-MONTO > R-RCB-MONTO
                 MOVE "DEVOL SUPERA VENTA" TO R-RECH-MOTIVO
                 PERFORM 0460-WRITE-RECHAZO
              WHEN OTHER
                 PERFORM 0458-MARCAR-DEVUELTO
           END-EVALUATE.

       0457-REGISTRAR-RECIBO.
           MOVE R-VENTA-RECIBO TO R-RCB-RECIBO
           MOVE VENTA-MES TO R-RCB-PER-MES
           MOVE VENTA-ANIO TO R-RCB-PER-ANIO
           MOVE R-VENTA-LEGAJO TO R-RCB-LEGAJO
           MOVE R-VENTA-MONTO TO R-RCB-MONTO
           IF R-VENTA-ES-DEVOLUCION
              MOVE 'D' TO R-RCB-TIPO
           ELSE
              MOVE 'V' TO R-RCB-TIPO
           END-IF
           MOVE 'N' TO R-RCB-DEVUELTO
           MOVE R-VENTA-LEGAJO-2 TO R-RCB-LEGAJO-2
           MOVE R-VENTA-PORC-2 TO R-RCB-PORC-2
           MOVE R-VENTA-RECIBO TO R-RECLOG-RECIBO
           MOVE 'A' TO R-RECLOG-ACCION
           WRITE R-RECIBOLOG
           WRITE R-RECIBO.

       0458-MARCAR-DEVUELTO.
           MOVE R-RCB-PER-MES TO WS-ORIG-MES
           MOVE R-RCB-PER-ANIO TO WS-ORIG-ANIO
           IF R-RCB-LEGAJO-2 = SPACES OR R-RCB-PORC-2 IS NOT NUMERIC
              MOVE SPACES TO R-VENTA-LEGAJO-2
              MOVE 0 TO R-VENTA-PORC-2
           ELSE
              MOVE R-RCB-LEGAJO-2 TO R-VENTA-LEGAJO-2
              MOVE R-RCB-PORC-2 TO R-VENTA-PORC-2
           END-IF
           COMPUTE R-VENTA-PORC-1 = 100 - R-VENTA-PORC-2
           MOVE R-VENTA-RECIBO-ORIG TO R-RECLOG-RECIBO
           MOVE 'D' TO R-RECLOG-ACCION
           WRITE R-RECIBOLOG
           MOVE 'S' TO R-RCB-DEVUELTO
           REWRITE R-RECIBO
           PERFORM 0457-REGISTRAR-RECIBO
           PERFORM 0470-WRITE-ACEPTADA.

       0460-WRITE-RECHAZO.
           MOVE R-VENTA-LEGAJO TO R-RECH-LEGAJO
           MOVE R-VENTA-MONTO-X TO R-RECH-MONTO
           MOVE R-VENTA-MONTO TO R-VTOK-MONTO
           MOVE R-VENTA-FECHA TO R-VTOK-FECHA
           MOVE R-VENTA-RECIBO TO R-VTOK-RECIBO
           IF R-VENTA-ES-DEVOLUCION
              MOVE 'D' TO R-VTOK-TIPO
              MOVE R-VENTA-RECIBO-ORIG TO R-VTOK-RECIBO-ORIG
              ADD 1 TO WS-CANT-DEVOLUCIONES
              ADD R-VENTA-MONTO TO WS-HASH-DEVOLUCIONES
           ELSE
              MOVE 'V' TO R-VTOK-TIPO
              MOVE SPACES TO R-VTOK-RECIBO-ORIG
           END-IF
           MOVE WS-ORIG-MES TO R-VTOK-ORIG-MES
           MOVE WS-ORIG-ANIO TO R-VTOK-ORIG-ANIO
           MOVE R-VENTA-LEGAJO-2 TO R-VTOK-LEGAJO-2
           MOVE R-VENTA-PORC-1 TO R-VTOK-PORC-1
           MOVE R-VENTA-PORC-2 TO R-VTOK-PORC-2
           IF R-VENTA-LEGAJO-2 NOT = SPACES
              ADD 1 TO WS-CANT-COMPARTIDAS
           END-IF
           WRITE R-VENTA-OK
           ADD 1 TO WS-CANT-ACEPTADAS
           ADD R-VENTA-MONTO TO WS-HASH-ACEPTADAS
           MOVE "VENTAS DUPLICADAS:" TO WS-LC-CONCEPTO
           MOVE WS-CANT-DUPLICADAS TO WS-LC-CANTIDAD
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "DEVOLUCIONES ACEPTADAS (INCLUIDAS):" TO WS-LC-CONCEPTO
           MOVE WS-CANT-DEVOLUCIONES TO WS-LC-CANTIDAD
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "VENTAS COMPARTIDAS (INCLUIDAS):" TO WS-LC-CONCEPTO
           MOVE WS-CANT-COMPARTIDAS TO WS-LC-CANTIDAD
           WRITE R-REPORTE FROM WS-LINEA-CANT
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE "HASH TOTAL MONTOS LEIDOS:" TO WS-LH-CONCEPTO
           MOVE WS-HASH-LEIDAS TO WS-LH-MONTO
           MOVE "HASH TOTAL MONTOS DUPLICADOS:" TO WS-LH-CONCEPTO
           MOVE WS-HASH-DUPLICADAS TO WS-LH-MONTO
           WRITE R-REPORTE FROM WS-LINEA-HASH
           MOVE "HASH TOTAL MONTOS DEVUELTOS:" TO WS-LH-CONCEPTO
           MOVE WS-HASH-DEVOLUCIONES TO WS-LH-MONTO
           WRITE R-REPORTE FROM WS-LINEA-HASH
           WRITE R-REPORTE FROM WS-GUIONES.

       0550-MARCAR-EDITADO.
           CLOSE F-SALIDA
           CLOSE F-RECHAZOS
           CLOSE F-DUPLICADAS
           CLOSE F-EMPLEADOS
           CLOSE F-RECIBOS
           CLOSE F-RECIBOLOG
           CLOSE F-PERIODOS
           IF WS-CANT-RECHAZADAS > 0
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
              MOVE "PVEDIVTA" TO R-LOG-PROGRAMA
              MOVE WS-MES-BUSCAR TO R-LOG-PER-MES
              MOVE WS-ANIO-BUSCAR TO R-LOG-PER-ANIO
              MOVE 'N' TO R-LOG-REINICIO
              MOVE WS-CANT-LEIDAS TO R-LOG-LEIDOS
              MOVE WS-CANT-ACEPTADAS TO R-LOG-GRABADOS
              COMPUTE R-LOG-RECHAZADOS =
                 WS-CANT-RECHAZADAS + WS-CANT-DUPLICADAS
              END-COMPUTE
              MOVE WS-HASH-ACEPTADAS TO R-LOG-IMPORTE
              MOVE 0 TO R-LOG-COMISION
              MOVE WS-LOG-FEC-INICIO TO R-LOG-FEC-INICIO
              MOVE WS-LOG-HORA-INICIO TO R-LOG-HORA-INICIO
              ACCEPT R-LOG-FEC-FIN FROM DATE YYYYMMDD
              ACCEPT R-LOG-HORA-FIN FROM TIME
              MOVE RETURN-CODE TO R-LOG-RC
              WRITE R-RUNLOG
              CLOSE F-RUNLOG
           END-IF.
