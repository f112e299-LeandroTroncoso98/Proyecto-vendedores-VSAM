             88 R-PER-LIQUIDADO      VALUE 'L'.
             88 R-PER-CONCILIADO     VALUE 'C'.
             88 R-PER-TRANSMITIDO    VALUE 'T'.
             88 R-PER-PAGADO         VALUE 'P'.

       FD F-PERLOG RECORDING MODE IS F
                   DATA RECORD IS R-PERLOG.
      *    LA REAPERTURA VUELVE EL PERIODO A 'E' (EDITADO): LA
      *    LIQUIDACION PUEDE REPETIRSE SIN PASAR DE NUEVO POR LA
      *    EDICION, QUE VOLVERIA A MARCAR LOS RECIBOS COMO DUPLICADOS.
      *    UN PERIODO PAGADO NO SE REABRE: SE PAGARIA DOS VECES. SUS
      *    CORRECCIONES VAN POR RELIQUIDACION.
       0420-REABRIR.
           MOVE WS-TRAN-ANIO TO R-PER-ANIO
           MOVE WS-TRAN-MES TO R-PER-MES
                      WS-TRAN-ANIO
           ELSE
              MOVE R-PER-ESTADO TO WS-ESTADO-ANTERIOR
              IF R-PER-PAGADO
                 DISPLAY "PERIODO " WS-TRAN-MES "/" WS-TRAN-ANIO
                         " PAGADO. SE CORRIGE POR RELIQUIDACION."
              ELSE
                 MOVE 'E' TO R-PER-ESTADO
                 REWRITE R-PERIODO
                 IF FS-PERIODOS-OK
                    MOVE 'OK' TO WS-RESULTADO
                    DISPLAY "PERIODO " WS-TRAN-MES "/" WS-TRAN-ANIO
                            " REABIERTO. ESTADO ANTERIOR: "
                            WS-ESTADO-ANTERIOR
                 ELSE
                    DISPLAY "ERROR AL REABRIR: " FS-PERIODOS
                 END-IF
              END-IF
           END-IF.

