           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CIUHIST.

           SELECT F-AUDITORIA ASSIGN TO AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

          05 R-EMP-ESTADO      PIC X(1).
             88 R-EMP-ACTIVO        VALUE 'A'.
             88 R-EMP-INACTIVO      VALUE 'I'.
          05 R-EMP-SUPERVISOR  PIC X(5).

       FD F-RESPALDO RECORDING MODE IS F
                     DATA RECORD IS R-RESPALDO.
          05 R-RES-INGRESO        PIC X(8).
          05 R-RES-CIUDAD         PIC X(26).
          05 R-RES-ESTADO         PIC X(1).
          05 R-RES-SUPERVISOR     PIC X(5).

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
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

       WORKING-STORAGE SECTION.
       01 FS-EMPLEADOS            PIC 99.
          88 FS-EMPLEADOS-END        VALUE 10.

       01 FS-CIUHIST              PIC 99.

       01 FS-AUDITORIA            PIC 99.

      *    SEGUNDA TARJETA EN CARGA Y AGREGADO: USUARIO QUE FIGURA EN
      *    LA AUDITORIA DE CADA LEGAJO CARGADO.
       77 WS-USUARIO              PIC X(8).

       01 WS-FECHA-ACTUAL         PIC 9(8).

       77 WS-AUD-RESULTADO        PIC X(2).

       77 WS-AUD-ANTES            PIC X(83).

       77 WS-AUD-DESPUES          PIC X(83).

       01 WS-TAB-CIULEG.
          05 WS-CL-LEGAJO OCCURS 2000 TIMES
                                  PIC X(5).

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-MODO FROM SYSIN
           IF WS-MODO-CARGA OR WS-MODO-AGREGADO
              ACCEPT WS-USUARIO FROM SYSIN
              IF WS-USUARIO = SPACES
                 DISPLAY "FALTA EL USUARIO PARA LA AUDITORIA DE LA "
                         "CARGA."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT F-REPORTE
           EVALUATE TRUE
              WHEN WS-MODO-DESCARGA
           MOVE R-EMP-INGRESO TO R-RES-INGRESO
           MOVE R-EMP-CIUDAD TO R-RES-CIUDAD
           MOVE R-EMP-ESTADO TO R-RES-ESTADO
           MOVE R-EMP-SUPERVISOR TO R-RES-SUPERVISOR
           WRITE R-RESPALDO
           ADD 1 TO WS-CANT-GRABADOS
           READ F-EMPLEADOS NEXT
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM 0505-ABRIR-CIUHIST
                 PERFORM 0508-ABRIR-AUDITORIA
                 READ F-RESPALDO
                 PERFORM 0510-CARGAR-REGISTRO UNTIL FS-RESPALDO-END
                 CLOSE F-EMPLEADOS
                 CLOSE F-RESPALDO
                 CLOSE F-CIUHIST
                 CLOSE F-AUDITORIA
              END-IF
           END-IF.

              END-IF
           END-IF.

      *    CADA LEGAJO DE LA CARGA DEJA SU ASIENTO EN LA AUDITORIA DEL
      *    MAESTRO, COMO LAS ALTAS DE PVMANTEM, TAMBIEN LOS RECHAZADOS.
       0508-ABRIR-AUDITORIA.
           OPEN EXTEND F-AUDITORIA
           IF FS-AUDITORIA = 35
              OPEN OUTPUT F-AUDITORIA
           END-IF
           IF FS-AUDITORIA NOT = 00
              DISPLAY "ERROR AL ABRIR AUDITORIA: " FS-AUDITORIA
              CLOSE F-EMPLEADOS
              CLOSE F-RESPALDO
              CLOSE F-CIUHIST
              CLOSE F-REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0510-CARGAR-REGISTRO.
           ADD 1 TO WS-CANT-LEIDOS
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DESPUES
           MOVE 'ER' TO WS-AUD-RESULTADO
           PERFORM 0520-VALIDAR-REGISTRO
           IF WS-MOTIVO = SPACES
              PERFORM 0530-GRABAR-EMPLEADO
           ELSE
              PERFORM 0540-WRITE-EXCEPCION
           END-IF
           PERFORM 0545-GRABAR-AUDITORIA
           READ F-RESPALDO.

       0520-VALIDAR-REGISTRO.
                 MOVE "LEGAJO NO NUMERICO" TO WS-MOTIVO
              WHEN R-RES-ESTADO NOT = 'A' AND R-RES-ESTADO NOT = 'I'
                 MOVE "ESTADO INVALIDO" TO WS-MOTIVO
              WHEN R-RES-SUPERVISOR NOT = SPACES
                   AND (R-RES-SUPERVISOR IS NOT NUMERIC
                        OR R-RES-SUPERVISOR = R-RES-LEGAJO)
                 MOVE "SUPERVISOR INVALIDO" TO WS-MOTIVO
              WHEN OTHER
                 CALL WS-SVERFECH USING R-RES-NACIMIENTO, WS-VALIDAR
                 IF WS-VALIDAR = 'N'
           MOVE R-RES-INGRESO TO R-EMP-INGRESO
           MOVE R-RES-CIUDAD TO R-EMP-CIUDAD
           MOVE R-RES-ESTADO TO R-EMP-ESTADO
           MOVE R-RES-SUPERVISOR TO R-EMP-SUPERVISOR
           WRITE R-EMP
           EVALUATE TRUE
              WHEN FS-EMPLEADOS-OK
                 ADD 1 TO WS-CANT-GRABADOS
                 MOVE R-EMP TO WS-AUD-DESPUES
                 MOVE 'OK' TO WS-AUD-RESULTADO
                 PERFORM 0535-GRABAR-CIUDAD-ALTA
              WHEN FS-EMPLEADOS-DUP
                 MOVE "LEGAJO DUPLICADO" TO WS-MOTIVO
                 PERFORM 0540-WRITE-EXCEPCION
                 READ F-EMPLEADOS
                 IF FS-EMPLEADOS-OK
                    MOVE R-EMP TO WS-AUD-ANTES
                 END-IF
              WHEN OTHER
                 DISPLAY "ERROR EN FICHERO VSAM: " FS-EMPLEADOS
                 CLOSE F-EMPLEADOS
                 CLOSE F-RESPALDO
                 CLOSE F-CIUHIST
                 CLOSE F-AUDITORIA
                 CLOSE F-REPORTE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           WRITE R-REPORTE FROM WS-LINEA-EXCEP
           ADD 1 TO WS-CANT-RECHAZADOS.

       0545-GRABAR-AUDITORIA.
           MOVE WS-FECHA-ACTUAL TO R-AUD-FECHA
           MOVE WS-USUARIO TO R-AUD-USUARIO
           MOVE WS-MODO TO R-AUD-TIPO
           MOVE R-RES-LEGAJO TO R-AUD-LEGAJO
           MOVE WS-AUD-RESULTADO TO R-AUD-RESULTADO
           MOVE WS-AUD-ANTES TO R-AUD-ANTES
           MOVE WS-AUD-DESPUES TO R-AUD-DESPUES
           WRITE R-AUDITORIA.

       0600-WRITE-END.
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE "REGISTROS LEIDOS:" TO WS-LC-CONCEPTO
