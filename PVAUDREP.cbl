          05 R-AUD-TIPO           PIC X(1).
          05 R-AUD-LEGAJO         PIC X(5).
          05 R-AUD-RESULTADO      PIC X(2).
          05 R-AUD-ANTES          PIC X(83).
          05 R-AUD-DESPUES        PIC X(83).

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
       01 WS-IMAGEN.
          05 WS-IMG-LEGAJO           PIC X(5).
          05 WS-IMG-RESTO            PIC X(73).
          05 WS-IMG-SUPERVISOR       PIC X(5).

       01 WS-IMAGEN-DESPUES.
          05 FILLER                  PIC X(78).
          05 WS-IMG-SUPERV-DESPUES   PIC X(5).

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-DET-IMAGEN        PIC X(73).
          05 FILLER               PIC X VALUE '|'.

      *    EL SUPERVISOR NO ENTRA EN LA LINEA DE LA IMAGEN: VA APARTE,
      *    ANTES Y DESPUES, CUANDO ALGUNA DE LAS DOS LO TIENE.
       01 WS-LINEA-SUPERV.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(4) VALUE 'SUP '.
          05 FILLER               PIC X(7) VALUE 'ANTES: '.
          05 WS-SUP-ANTES         PIC X(5).
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE 'DESPUES: '.
          05 WS-SUP-DESPUES       PIC X(5).
          05 FILLER               PIC X(43) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-TOTAL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
           MOVE R-AUD-DESPUES TO WS-IMAGEN
           MOVE WS-IMG-RESTO TO WS-DET-IMAGEN
           WRITE R-REPORTE FROM WS-DETALLE
           MOVE R-AUD-DESPUES TO WS-IMAGEN-DESPUES
           MOVE R-AUD-ANTES TO WS-IMAGEN
           IF WS-IMG-SUPERVISOR NOT = SPACES
              OR WS-IMG-SUPERV-DESPUES NOT = SPACES
              MOVE WS-IMG-SUPERVISOR TO WS-SUP-ANTES
              MOVE WS-IMG-SUPERV-DESPUES TO WS-SUP-DESPUES
              WRITE R-REPORTE FROM WS-LINEA-SUPERV
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES
           ADD 1 TO WS-CANT-LISTADAS.

