       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVMANCTA.
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

           SELECT F-CTACTE ASSIGN TO CTACTE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-CTA-LEGAJO
           FILE STATUS IS FS-CTACTE.

           SELECT F-CTAMOV ASSIGN TO CTAMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CTAMOV.

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

      *    CUENTA CORRIENTE DEL VENDEDOR. EL SALDO ES LO QUE EL
      *    VENDEDOR ADEUDA (ANTICIPOS Y DEBITOS AUN NO RECUPERADOS).
      *    EL RECUPERO DEL PERIODO LO GRABA LA LIQUIDACION (PVCOMVEN)
      *    PARA PODER REVERTIRLO SI EL PERIODO SE VUELVE A LIQUIDAR.
       FD F-CTACTE DATA RECORD IS R-CTACTE.
       01 R-CTACTE.
          05 R-CTA-LEGAJO         PIC X(5).
          05 R-CTA-SALDO          PIC 9(7)V99.
          05 R-CTA-FEC-ULT-MOV    PIC 9(8).
          05 R-CTA-REC-MES        PIC 9(2).
          05 R-CTA-REC-ANIO       PIC 9(4).
          05 R-CTA-REC-IMPORTE    PIC 9(7)V99.
          05 R-CTA-REC-CORRIDA    PIC 9(16).

      *    MOVIMIENTOS DE LA CUENTA CORRIENTE, EN ORDEN DE GRABACION.
      *    ANTIC/DEBIT SUMAN AL SALDO, CREDI/RECUP LO BAJAN. LIQUI,
      *    RETRO Y AJUST SON LOS PAGOS EMITIDOS Y NO LO MUEVEN.
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

       WORKING-STORAGE SECTION.
       01 FS-EMPLEADOS            PIC 99.
          88 FS-EMPLEADOS-OK         VALUE 00.
          88 FS-EMPLEADOS-NOTFOUND   VALUE 23.

       01 FS-CTACTE               PIC 99.
          88 FS-CTACTE-OK            VALUE 00.
          88 FS-CTACTE-NOTFOUND      VALUE 23.

       01 FS-CTAMOV               PIC 99.
          88 FS-CTAMOV-OK            VALUE 00.

       01 WS-FECHA-ACTUAL         PIC 9(8).

       77 WS-CANT-LEIDAS          PIC 9(6) VALUE 0.

       77 WS-CANT-ANTICIPOS       PIC 9(6) VALUE 0.

       77 WS-CANT-DEBITOS         PIC 9(6) VALUE 0.

       77 WS-CANT-CREDITOS        PIC 9(6) VALUE 0.

       77 WS-CANT-RECHAZADAS      PIC 9(6) VALUE 0.

       77 WS-TRAN-VALIDA          PIC X VALUE 'N'.
          88 WS-TRAN-OK              VALUE 'S'.

       01 WS-TRANSACCION.
          05 WS-TRAN-OPCION          PIC X(1).
             88 WS-TRAN-ANTICIPO         VALUE 'A'.
             88 WS-TRAN-DEBITO           VALUE 'D'.
             88 WS-TRAN-CREDITO          VALUE 'C'.
             88 WS-TRAN-FIN              VALUE 'F'.
          05 WS-TRAN-LEGAJO          PIC X(5).
          05 WS-TRAN-IMPORTE         PIC 9(7)V99.
          05 WS-TRAN-USUARIO         PIC X(8).
          05 WS-TRAN-MOTIVO          PIC X(30).

       PROCEDURE DIVISION.
       0100-MAIN-PROGRAM.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           PERFORM 0200-OPEN-FILE
           ACCEPT WS-TRANSACCION FROM SYSIN
           PERFORM 0400-PROCESAR-TRANSACCION UNTIL WS-TRAN-FIN
           DISPLAY "TRANSACCIONES LEIDAS: " WS-CANT-LEIDAS
           DISPLAY "ANTICIPOS CARGADOS:   " WS-CANT-ANTICIPOS
           DISPLAY "DEBITOS CARGADOS:     " WS-CANT-DEBITOS
           DISPLAY "CREDITOS CARGADOS:    " WS-CANT-CREDITOS
           DISPLAY "TRANSACC. RECHAZADAS: " WS-CANT-RECHAZADAS
           PERFORM 0700-CLOSE-FILE
           PERFORM 0800-CLOSE-PROGRAM.

      *    LA PRIMERA CARGA CREA LA CUENTA CORRIENTE VACIA.
       0200-OPEN-FILE.
           OPEN INPUT F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O F-CTACTE
           IF FS-CTACTE = 35
              OPEN OUTPUT F-CTACTE
              CLOSE F-CTACTE
              OPEN I-O F-CTACTE
           END-IF
           IF NOT FS-CTACTE-OK
              DISPLAY "ERROR AL ABRIR CUENTA CORRIENTE: " FS-CTACTE
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND F-CTAMOV
           IF FS-CTAMOV = 35
              OPEN OUTPUT F-CTAMOV
           END-IF
           IF NOT FS-CTAMOV-OK
              DISPLAY "ERROR AL ABRIR MOVIMIENTOS DE CUENTA: "
                      FS-CTAMOV
              CLOSE F-EMPLEADOS
              CLOSE F-CTACTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0400-PROCESAR-TRANSACCION.
           ADD 1 TO WS-CANT-LEIDAS
           PERFORM 0405-VALIDAR-TRANSACCION
           IF WS-TRAN-OK
              EVALUATE TRUE
                 WHEN WS-TRAN-ANTICIPO
                    PERFORM 0410-ANTICIPO
                 WHEN WS-TRAN-DEBITO
                    PERFORM 0420-DEBITO
                 WHEN WS-TRAN-CREDITO
                    PERFORM 0430-CREDITO
              END-EVALUATE
           END-IF
           IF NOT WS-TRAN-OK
              ADD 1 TO WS-CANT-RECHAZADAS
           END-IF
           ACCEPT WS-TRANSACCION FROM SYSIN.

      *    TODO MOVIMIENTO MANUAL LLEVA USUARIO Y MOTIVO. NO SE DA UN
      *    ANTICIPO A UN VENDEDOR INACTIVO: NO TIENE LIQUIDACION DE LA
      *    QUE RECUPERARLO.
       0405-VALIDAR-TRANSACCION.
           MOVE 'S' TO WS-TRAN-VALIDA
           EVALUATE TRUE
              WHEN NOT WS-TRAN-ANTICIPO AND NOT WS-TRAN-DEBITO
                   AND NOT WS-TRAN-CREDITO
                 DISPLAY "OPCION INVALIDA: " WS-TRAN-OPCION
                 MOVE 'N' TO WS-TRAN-VALIDA
              WHEN WS-TRAN-IMPORTE IS NOT NUMERIC
                   OR WS-TRAN-IMPORTE = 0
                 DISPLAY "IMPORTE INVALIDO. LEGAJO: " WS-TRAN-LEGAJO
                 MOVE 'N' TO WS-TRAN-VALIDA
              WHEN WS-TRAN-USUARIO = SPACES
                 DISPLAY "FALTA EL USUARIO. LEGAJO: " WS-TRAN-LEGAJO
                 MOVE 'N' TO WS-TRAN-VALIDA
              WHEN WS-TRAN-MOTIVO = SPACES
                 DISPLAY "FALTA EL MOTIVO. LEGAJO: " WS-TRAN-LEGAJO
                 MOVE 'N' TO WS-TRAN-VALIDA
              WHEN OTHER
                 MOVE WS-TRAN-LEGAJO TO R-EMP-LEGAJO
                 READ F-EMPLEADOS
                 IF NOT FS-EMPLEADOS-OK
                    DISPLAY "EL LEGAJO NO EXISTE: " WS-TRAN-LEGAJO
                    MOVE 'N' TO WS-TRAN-VALIDA
                 ELSE
                    IF WS-TRAN-ANTICIPO AND R-EMP-INACTIVO
                       DISPLAY "ANTICIPO A VENDEDOR INACTIVO: "
                               WS-TRAN-LEGAJO
                       MOVE 'N' TO WS-TRAN-VALIDA
                    END-IF
                 END-IF
           END-EVALUATE.

       0410-ANTICIPO.
           PERFORM 0440-SUMAR-SALDO
           IF WS-TRAN-OK
              MOVE "ANTIC" TO R-CTM-TIPO
              MOVE WS-TRAN-IMPORTE TO R-CTM-IMPORTE
              PERFORM 0460-GRABAR-MOVIMIENTO
              ADD 1 TO WS-CANT-ANTICIPOS
              DISPLAY "ANTICIPO CARGADO. LEGAJO: " WS-TRAN-LEGAJO
                      " SALDO: " R-CTA-SALDO
           END-IF.

       0420-DEBITO.
           PERFORM 0440-SUMAR-SALDO
           IF WS-TRAN-OK
              MOVE "DEBIT" TO R-CTM-TIPO
              MOVE WS-TRAN-IMPORTE TO R-CTM-IMPORTE
              PERFORM 0460-GRABAR-MOVIMIENTO
              ADD 1 TO WS-CANT-DEBITOS
              DISPLAY "DEBITO CARGADO. LEGAJO: " WS-TRAN-LEGAJO
                      " SALDO: " R-CTA-SALDO
           END-IF.

      *    UN CREDITO SOLO CANCELA DEUDA: NO PUEDE DEJAR SALDO A FAVOR
      *    DEL VENDEDOR, QUE SE PAGA POR SUELDOS Y NO POR AQUI.
       0430-CREDITO.
           MOVE WS-TRAN-LEGAJO TO R-CTA-LEGAJO
           READ F-CTACTE
           IF NOT FS-CTACTE-OK
              DISPLAY "EL LEGAJO NO TIENE CUENTA CORRIENTE: "
                      WS-TRAN-LEGAJO
              MOVE 'N' TO WS-TRAN-VALIDA
           ELSE
              IF WS-TRAN-IMPORTE > R-CTA-SALDO
                 DISPLAY "EL CREDITO SUPERA EL SALDO. LEGAJO: "
                         WS-TRAN-LEGAJO " SALDO: " R-CTA-SALDO
                 MOVE 'N' TO WS-TRAN-VALIDA
              ELSE
                 SUBTRACT WS-TRAN-IMPORTE FROM R-CTA-SALDO
                 MOVE WS-FECHA-ACTUAL TO R-CTA-FEC-ULT-MOV
                 REWRITE R-CTACTE
                 IF NOT FS-CTACTE-OK
                    DISPLAY "ERROR AL GRABAR CUENTA CORRIENTE: "
                            FS-CTACTE
                    MOVE 'N' TO WS-TRAN-VALIDA
                 ELSE
                    MOVE "CREDI" TO R-CTM-TIPO
                    MOVE WS-TRAN-IMPORTE TO R-CTM-IMPORTE
                    PERFORM 0460-GRABAR-MOVIMIENTO
                    ADD 1 TO WS-CANT-CREDITOS
                    DISPLAY "CREDITO CARGADO. LEGAJO: " WS-TRAN-LEGAJO
                            " SALDO: " R-CTA-SALDO
                 END-IF
              END-IF
           END-IF.

      *    EL PRIMER MOVIMIENTO DE UN LEGAJO ABRE SU CUENTA.
       0440-SUMAR-SALDO.
           MOVE WS-TRAN-LEGAJO TO R-CTA-LEGAJO
           READ F-CTACTE
           IF FS-CTACTE-NOTFOUND
              MOVE WS-TRAN-LEGAJO TO R-CTA-LEGAJO
              MOVE WS-TRAN-IMPORTE TO R-CTA-SALDO
              MOVE WS-FECHA-ACTUAL TO R-CTA-FEC-ULT-MOV
              MOVE 0 TO R-CTA-REC-MES
              MOVE 0 TO R-CTA-REC-ANIO
              MOVE 0 TO R-CTA-REC-IMPORTE
              MOVE 0 TO R-CTA-REC-CORRIDA
              WRITE R-CTACTE
           ELSE
              ADD WS-TRAN-IMPORTE TO R-CTA-SALDO
              MOVE WS-FECHA-ACTUAL TO R-CTA-FEC-ULT-MOV
              REWRITE R-CTACTE
           END-IF
           IF NOT FS-CTACTE-OK
              DISPLAY "ERROR AL GRABAR CUENTA CORRIENTE: " FS-CTACTE
              MOVE 'N' TO WS-TRAN-VALIDA
           END-IF.

       0460-GRABAR-MOVIMIENTO.
           MOVE WS-TRAN-LEGAJO TO R-CTM-LEGAJO
           MOVE WS-FECHA-ACTUAL TO R-CTM-FECHA
           MOVE 0 TO R-CTM-PER-MES
           MOVE 0 TO R-CTM-PER-ANIO
           MOVE WS-TRAN-USUARIO TO R-CTM-USUARIO
           MOVE WS-TRAN-MOTIVO TO R-CTM-MOTIVO
           MOVE 0 TO R-CTM-CORRIDA
           WRITE R-CTAMOV.

       0700-CLOSE-FILE.
           CLOSE F-EMPLEADOS
           CLOSE F-CTACTE
           CLOSE F-CTAMOV.

       0800-CLOSE-PROGRAM.
           IF WS-CANT-RECHAZADAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
