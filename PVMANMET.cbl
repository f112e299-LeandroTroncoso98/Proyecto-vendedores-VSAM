       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVMANMET.
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

           SELECT F-METAS ASSIGN TO METAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS R-META-CLAVE
           FILE STATUS IS FS-METAS.

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

      *    META MENSUAL DE VENTAS POR LEGAJO Y PERIODO. SE GUARDA QUIEN
      *    Y CUANDO LA CARGO O MODIFICO POR ULTIMA VEZ. EL BONO LO
      *    GRABA EL CUMPLIMIENTO DE METAS (PVCUMMET).
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

       WORKING-STORAGE SECTION.
       01 FS-EMPLEADOS            PIC 99.
          88 FS-EMPLEADOS-OK         VALUE 00.
          88 FS-EMPLEADOS-NOTFOUND   VALUE 23.

       01 FS-METAS                PIC 99.
          88 FS-METAS-OK             VALUE 00.
          88 FS-METAS-NOTFOUND       VALUE 23.

       01 WS-FECHA-ACTUAL         PIC 9(8).

       77 WS-CANT-LEIDAS          PIC 9(6) VALUE 0.

       77 WS-CANT-ALTAS           PIC 9(6) VALUE 0.

       77 WS-CANT-MODIF           PIC 9(6) VALUE 0.

       77 WS-CANT-BAJAS           PIC 9(6) VALUE 0.

       77 WS-CANT-RECHAZADAS      PIC 9(6) VALUE 0.

       77 WS-TRAN-VALIDA          PIC X VALUE 'N'.
          88 WS-TRAN-OK              VALUE 'S'.

       01 WS-TRANSACCION.
          05 WS-TRAN-OPCION          PIC X(1).
             88 WS-TRAN-ALTA             VALUE 'A'.
             88 WS-TRAN-MODIF            VALUE 'M'.
             88 WS-TRAN-BAJA             VALUE 'B'.
             88 WS-TRAN-FIN              VALUE 'F'.
          05 WS-TRAN-LEGAJO          PIC X(5).
          05 WS-TRAN-MES             PIC 9(2).
          05 WS-TRAN-ANIO            PIC 9(4).
          05 WS-TRAN-IMPORTE         PIC 9(7)V99.
          05 WS-TRAN-USUARIO         PIC X(8).

       PROCEDURE DIVISION.
       0100-MAIN-PROGRAM.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           PERFORM 0200-OPEN-FILE
           ACCEPT WS-TRANSACCION FROM SYSIN
           PERFORM 0400-PROCESAR-TRANSACCION UNTIL WS-TRAN-FIN
           DISPLAY "TRANSACCIONES LEIDAS: " WS-CANT-LEIDAS
           DISPLAY "METAS DADAS DE ALTA:  " WS-CANT-ALTAS
           DISPLAY "METAS MODIFICADAS:    " WS-CANT-MODIF
           DISPLAY "METAS DADAS DE BAJA:  " WS-CANT-BAJAS
           DISPLAY "TRANSACC. RECHAZADAS: " WS-CANT-RECHAZADAS
           PERFORM 0700-CLOSE-FILE
           PERFORM 0800-CLOSE-PROGRAM.

      *    LA PRIMERA CARGA CREA EL ARCHIVO DE METAS VACIO.
       0200-OPEN-FILE.
           OPEN INPUT F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O F-METAS
           IF FS-METAS = 35
              OPEN OUTPUT F-METAS
              CLOSE F-METAS
              OPEN I-O F-METAS
           END-IF
           IF NOT FS-METAS-OK
              DISPLAY "ERROR AL ABRIR METAS: " FS-METAS
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0400-PROCESAR-TRANSACCION.
           ADD 1 TO WS-CANT-LEIDAS
           PERFORM 0405-VALIDAR-TRANSACCION
           IF WS-TRAN-OK
              EVALUATE TRUE
                 WHEN WS-TRAN-ALTA
                    PERFORM 0410-ALTA
                 WHEN WS-TRAN-MODIF
                    PERFORM 0420-MODIFICAR
                 WHEN WS-TRAN-BAJA
                    PERFORM 0430-BAJA
              END-EVALUATE
           END-IF
           IF NOT WS-TRAN-OK
              ADD 1 TO WS-CANT-RECHAZADAS
           END-IF
           ACCEPT WS-TRANSACCION FROM SYSIN.

      *    UNA META SOLO SE CARGA PARA UN LEGAJO DEL MAESTRO Y UN
      *    PERIODO VALIDO. LA BAJA NO EXIGE QUE EL LEGAJO SIGA EN EL
      *    MAESTRO, PARA PODER LIMPIAR METAS DE LEGAJOS ELIMINADOS.
       0405-VALIDAR-TRANSACCION.
           MOVE 'S' TO WS-TRAN-VALIDA
           EVALUATE TRUE
              WHEN NOT WS-TRAN-ALTA AND NOT WS-TRAN-MODIF
                   AND NOT WS-TRAN-BAJA
                 DISPLAY "OPCION INVALIDA: " WS-TRAN-OPCION
                 MOVE 'N' TO WS-TRAN-VALIDA
              WHEN WS-TRAN-MES IS NOT NUMERIC
                   OR WS-TRAN-ANIO IS NOT NUMERIC
                   OR WS-TRAN-MES < 1 OR WS-TRAN-MES > 12
                 DISPLAY "PERIODO INVALIDO: " WS-TRAN-MES "/"
                         WS-TRAN-ANIO " LEGAJO: " WS-TRAN-LEGAJO
                 MOVE 'N' TO WS-TRAN-VALIDA
              WHEN WS-TRAN-BAJA
                 CONTINUE
              WHEN WS-TRAN-IMPORTE IS NOT NUMERIC
                   OR WS-TRAN-IMPORTE = 0
                 DISPLAY "IMPORTE DE META INVALIDO. LEGAJO: "
                         WS-TRAN-LEGAJO
                 MOVE 'N' TO WS-TRAN-VALIDA
              WHEN OTHER
                 MOVE WS-TRAN-LEGAJO TO R-EMP-LEGAJO
                 READ F-EMPLEADOS
                 IF NOT FS-EMPLEADOS-OK
                    DISPLAY "EL LEGAJO NO EXISTE: " WS-TRAN-LEGAJO
                    MOVE 'N' TO WS-TRAN-VALIDA
                 END-IF
           END-EVALUATE.

       0410-ALTA.
           PERFORM 0450-LEER-META
           IF FS-METAS-OK
              DISPLAY "LA META YA EXISTE. LEGAJO: " WS-TRAN-LEGAJO
                      " PERIODO: " WS-TRAN-MES "/" WS-TRAN-ANIO
              MOVE 'N' TO WS-TRAN-VALIDA
           ELSE
              MOVE WS-TRAN-IMPORTE TO R-META-IMPORTE
              MOVE WS-TRAN-USUARIO TO R-META-USUARIO
              MOVE WS-FECHA-ACTUAL TO R-META-FECHA
              MOVE 0 TO R-META-BONO
              WRITE R-META
              IF FS-METAS-OK
                 ADD 1 TO WS-CANT-ALTAS
                 DISPLAY "ALTA DE META. LEGAJO: " WS-TRAN-LEGAJO
                         " PERIODO: " WS-TRAN-MES "/" WS-TRAN-ANIO
              ELSE
                 DISPLAY "ERROR AL DAR DE ALTA LA META: " FS-METAS
                 MOVE 'N' TO WS-TRAN-VALIDA
              END-IF
           END-IF.

       0420-MODIFICAR.
           PERFORM 0450-LEER-META
           IF FS-METAS-NOTFOUND
              DISPLAY "LA META NO EXISTE. LEGAJO: " WS-TRAN-LEGAJO
                      " PERIODO: " WS-TRAN-MES "/" WS-TRAN-ANIO
              MOVE 'N' TO WS-TRAN-VALIDA
           ELSE
              MOVE WS-TRAN-IMPORTE TO R-META-IMPORTE
              MOVE WS-TRAN-USUARIO TO R-META-USUARIO
              MOVE WS-FECHA-ACTUAL TO R-META-FECHA
              REWRITE R-META
              IF FS-METAS-OK
                 ADD 1 TO WS-CANT-MODIF
                 DISPLAY "META MODIFICADA. LEGAJO: " WS-TRAN-LEGAJO
                         " PERIODO: " WS-TRAN-MES "/" WS-TRAN-ANIO
              ELSE
                 DISPLAY "ERROR AL MODIFICAR LA META: " FS-METAS
                 MOVE 'N' TO WS-TRAN-VALIDA
              END-IF
           END-IF.

       0430-BAJA.
           PERFORM 0450-LEER-META
           IF FS-METAS-NOTFOUND
              DISPLAY "LA META NO EXISTE. LEGAJO: " WS-TRAN-LEGAJO
                      " PERIODO: " WS-TRAN-MES "/" WS-TRAN-ANIO
              MOVE 'N' TO WS-TRAN-VALIDA
           ELSE
              DELETE F-METAS
              IF FS-METAS-OK
                 ADD 1 TO WS-CANT-BAJAS
                 DISPLAY "BAJA DE META. LEGAJO: " WS-TRAN-LEGAJO
                         " PERIODO: " WS-TRAN-MES "/" WS-TRAN-ANIO
              ELSE
                 DISPLAY "ERROR AL DAR DE BAJA LA META: " FS-METAS
                 MOVE 'N' TO WS-TRAN-VALIDA
              END-IF
           END-IF.

       0450-LEER-META.
           MOVE WS-TRAN-LEGAJO TO R-META-LEGAJO
           MOVE WS-TRAN-ANIO TO R-META-ANIO
           MOVE WS-TRAN-MES TO R-META-MES
           READ F-METAS.

       0700-CLOSE-FILE.
           CLOSE F-EMPLEADOS
           CLOSE F-METAS.

       0800-CLOSE-PROGRAM.
           IF WS-CANT-RECHAZADAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
