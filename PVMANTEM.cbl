          05 R-EMP-ESTADO      PIC X(1).
             88 R-EMP-ACTIVO        VALUE 'A'.
             88 R-EMP-INACTIVO      VALUE 'I'.
          05 R-EMP-SUPERVISOR  PIC X(5).

       FD F-AUDITORIA RECORDING MODE IS F
                      DATA RECORD IS R-AUDITORIA.
          05 R-AUD-TIPO           PIC X(1).
          05 R-AUD-LEGAJO         PIC X(5).
          05 R-AUD-RESULTADO      PIC X(2).
          05 R-AUD-ANTES          PIC X(83).
          05 R-AUD-DESPUES        PIC X(83).

       FD F-CIUHIST RECORDING MODE IS F
                    DATA RECORD IS R-CIUHIST.

       77 WS-AUD-RESULTADO        PIC X(2).

       77 WS-AUD-ANTES            PIC X(83).

       77 WS-AUD-DESPUES          PIC X(83).

       77 WS-SUPERV-OK            PIC X VALUE 'S'.
          88 WS-SUPERV-VALIDO        VALUE 'S'.

       77 WS-SVERFECH             PIC X(08) VALUE 'VERFECH'.

             10 WS-TRAN-ING-ANIO        PIC 9(4).
          05 WS-TRAN-CIUDAD          PIC X(26).
          05 WS-TRAN-USUARIO         PIC X(8).
      *    SUPERVISOR DEL LEGAJO. EN BLANCO NO LO CAMBIA; '*****' LO
      *    QUITA.
          05 WS-TRAN-SUPERVISOR      PIC X(5).
             88 WS-TRAN-QUITAR-SUPERV    VALUE '*****'.

       PROCEDURE DIVISION.
       0100-MAIN-PROGRAM.
           ACCEPT WS-TRANSACCION FROM SYSIN.

       0410-ALTA.
           PERFORM 0450-VALIDAR-SUPERVISOR
           IF WS-SUPERV-VALIDO
              PERFORM 0412-GRABAR-ALTA
           END-IF.

       0412-GRABAR-ALTA.
           MOVE WS-TRAN-LEGAJO TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           IF FS-EMPLEADOS-OK
                    MOVE WS-TRAN-INGRESO TO R-EMP-INGRESO
                    MOVE WS-TRAN-CIUDAD TO R-EMP-CIUDAD
                    MOVE 'A' TO R-EMP-ESTADO
                    IF WS-TRAN-QUITAR-SUPERV
                       MOVE SPACES TO R-EMP-SUPERVISOR
                    ELSE
                       MOVE WS-TRAN-SUPERVISOR TO R-EMP-SUPERVISOR
                    END-IF
                    WRITE R-EMP
                    IF FS-EMPLEADOS-OK
                       MOVE R-EMP TO WS-AUD-DESPUES
           END-IF.

       0420-MODIFICAR.
           PERFORM 0450-VALIDAR-SUPERVISOR
           IF WS-SUPERV-VALIDO
              PERFORM 0422-GRABAR-MODIFICACION
           END-IF.

       0422-GRABAR-MODIFICACION.
           MOVE WS-TRAN-LEGAJO TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           IF FS-EMPLEADOS-NOTFOUND
              IF WS-TRAN-CIUDAD NOT = SPACES
                 MOVE WS-TRAN-CIUDAD TO R-EMP-CIUDAD
              END-IF
              IF WS-TRAN-QUITAR-SUPERV
                 MOVE SPACES TO R-EMP-SUPERVISOR
              ELSE
                 IF WS-TRAN-SUPERVISOR NOT = SPACES
                    MOVE WS-TRAN-SUPERVISOR TO R-EMP-SUPERVISOR
                 END-IF
              END-IF
              REWRITE R-EMP
              IF FS-EMPLEADOS-OK
                 MOVE R-EMP TO WS-AUD-DESPUES
           MOVE WS-AUD-DESPUES TO R-AUD-DESPUES
           WRITE R-AUDITORIA.

      *    EL SUPERVISOR DEBE SER UN LEGAJO ACTIVO DISTINTO DEL PROPIO
      *    Y QUE NO DEPENDA A SU VEZ DEL LEGAJO QUE SE MANTIENE. SE
      *    VALIDA ANTES DE LEER EL LEGAJO A GRABAR.
       0450-VALIDAR-SUPERVISOR.
           MOVE 'S' TO WS-SUPERV-OK
           IF WS-TRAN-SUPERVISOR NOT = SPACES
              AND NOT WS-TRAN-QUITAR-SUPERV
              IF WS-TRAN-SUPERVISOR = WS-TRAN-LEGAJO
                 DISPLAY "EL LEGAJO NO PUEDE SER SU PROPIO SUPERVISOR: "
                         WS-TRAN-LEGAJO
                 MOVE 'N' TO WS-SUPERV-OK
              ELSE
                 MOVE WS-TRAN-SUPERVISOR TO R-EMP-LEGAJO
                 READ F-EMPLEADOS
                 EVALUATE TRUE
                    WHEN NOT FS-EMPLEADOS-OK
                       DISPLAY "EL SUPERVISOR NO EXISTE: "
                               WS-TRAN-SUPERVISOR
                       MOVE 'N' TO WS-SUPERV-OK
                    WHEN R-EMP-INACTIVO
                       DISPLAY "EL SUPERVISOR ESTA DADO DE BAJA: "
                               WS-TRAN-SUPERVISOR
                       MOVE 'N' TO WS-SUPERV-OK
                    WHEN R-EMP-SUPERVISOR = WS-TRAN-LEGAJO
                       DISPLAY "EL SUPERVISOR " WS-TRAN-SUPERVISOR
                               " DEPENDE DEL LEGAJO " WS-TRAN-LEGAJO
                       MOVE 'N' TO WS-SUPERV-OK
                 END-EVALUATE
              END-IF
           END-IF.

       0700-CLOSE-FILE.
           CLOSE F-EMPLEADOS
           CLOSE F-AUDITORIA
