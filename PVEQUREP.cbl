       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVEQUREP.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLEADOS ASSIGN TO EMPLEADO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS R-EMP-LEGAJO
           FILE STATUS IS FS-EMPLEADOS.

           SELECT F-HISTORIA ASSIGN TO HISTORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT F-TASAS-SUP ASSIGN TO TASASUP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-TASAS-SUP.

           SELECT F-REPORTE ASSIGN TO EQUREPOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

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

       FD F-HISTORIA RECORDING MODE IS F
                     DATA RECORD IS R-HISTORIA.
       01 R-HISTORIA.
          05 R-HIST-LEGAJO        PIC X(5).
          05 R-HIST-MES           PIC 9(2).
          05 R-HIST-ANIO          PIC 9(4).
          05 R-HIST-CANT-VENTAS   PIC 9(5).
          05 R-HIST-TOTAL         PIC 9(7)V99.
          05 R-HIST-COMIS         PIC 9(7)V99.
          05 R-HIST-TASA          PIC 9V999.
          05 R-HIST-DEVOL-TOTAL   PIC 9(7)V99.
          05 R-HIST-DEVOL-COMIS   PIC 9(7)V99.

       FD F-TASAS-SUP RECORDING MODE IS F
                      DATA RECORD IS R-TASA-SUP.
       01 R-TASA-SUP.
          05 R-TSU-LEGAJO         PIC X(5).
          05 R-TSU-TASA           PIC 9V999.
          05 R-TSU-VIG-MES        PIC 9(2).
          05 R-TSU-VIG-ANIO       PIC 9(4).

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
       01 R-REPORTE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-EMPLEADOS            PIC 99.
          88 FS-EMPLEADOS-END        VALUE 10.
          88 FS-EMPLEADOS-OK         VALUE 00.

       01 FS-HISTORIA             PIC 99.
          88 FS-HISTORIA-OK          VALUE 00.

       01 FS-TASAS-SUP            PIC 99.
          88 FS-TASAS-SUP-OK         VALUE 00.

       01 FS-REPORTE              PIC 99.

       01 WS-PERIODO-BUSCAR.
          05 WS-MES-BUSCAR           PIC 9(2).
          05 WS-ANIO-BUSCAR          PIC 9(4).

       77 WS-PERIODO-COMP         PIC 9(6).

       77 WS-VIG-LEIDA            PIC 9(6).

      *    MAESTRO COMPLETO CON LO LIQUIDADO EN EL PERIODO SEGUN
      *    HISTORIA (SI EL PERIODO SE LIQUIDO MAS DE UNA VEZ GANA EL
      *    ULTIMO REGISTRO). QUEDA EN ORDEN DE LEGAJO.
       01 WS-TAB-EMP.
          05 WS-TE-ENTRY OCCURS 3000 TIMES.
             10 WS-TE-LEGAJO         PIC X(5).
             10 WS-TE-NOMBRE         PIC X(30).
             10 WS-TE-ESTADO         PIC X(1).
             10 WS-TE-SUPERVISOR     PIC X(5).
             10 WS-TE-CANT           PIC 9(5).
             10 WS-TE-VENTAS         PIC 9(7)V99.
             10 WS-TE-COMIS          PIC 9(7)V99.
             10 WS-TE-ES-JEFE        PIC X(1).
             10 WS-TE-SUP-HALLADO    PIC X(1).

       77 WS-CANT-EMP             PIC 9(4) VALUE 0.

       77 WS-IDX-1                PIC 9(4).

       77 WS-IDX-2                PIC 9(4).

      *    SUPERVISORES NOMBRADOS EN EL MAESTRO QUE NO EXISTEN COMO
      *    LEGAJO: SUS EQUIPOS SE LISTAN AL FINAL.
       01 WS-TAB-SUPINEX.
          05 WS-SI-LEGAJO OCCURS 500 TIMES
                                  PIC X(5).

       77 WS-CANT-SI              PIC 9(3) VALUE 0.

       77 WS-IDX-SI               PIC 9(3).

       01 WS-TAB-TASAS-SUP.
          05 WS-TSU-ENTRY OCCURS 200 TIMES.
             10 WS-TSU-LEGAJO        PIC X(5).
             10 WS-TSU-TASA          PIC 9V999.
             10 WS-TSU-VIGENCIA      PIC 9(6).

       77 WS-CANT-TSU             PIC 9(3) VALUE 0.

       77 WS-IDX-TSU              PIC 9(3).

      *    EQUIPO EN CURSO
       77 WS-SUP-ACTUAL           PIC X(5).

       77 WS-SUP-ESTADO           PIC X(1).
          88 WS-SUP-ACTIVO           VALUE 'A'.
          88 WS-SUP-INACTIVO         VALUE 'I'.
          88 WS-SUP-INEXISTENTE      VALUE 'X'.

       77 WS-HAY-CABECERA         PIC X VALUE 'N'.
          88 WS-CABECERA-EMITIDA     VALUE 'S'.

       77 WS-EQ-MIEMBROS          PIC 9(5).

       77 WS-EQ-CANT              PIC 9(7).

       77 WS-EQ-VENTAS            PIC 9(9)V99.

       77 WS-EQ-COMIS             PIC 9(9)V99.

       77 WS-EQ-VENTAS-ACTIVOS    PIC 9(9)V99.

       77 WS-TASA-SUPERV          PIC 9V999.

       77 WS-COMIS-SUPERV         PIC 9(9)V99.

      *    TOTALES DEL REPORTE
       77 WS-CANT-EQUIPOS         PIC 9(5) VALUE 0.

       77 WS-CANT-MIEMBROS        PIC 9(5) VALUE 0.

       77 WS-CANT-SIN-SUPERV      PIC 9(5) VALUE 0.

       77 WS-CANT-SUP-INACTIVOS   PIC 9(5) VALUE 0.

       77 WS-CANT-SUP-INEXIST     PIC 9(5) VALUE 0.

       77 WS-CANT-SIN-TASA        PIC 9(5) VALUE 0.

       77 WS-TOTAL-SUPERV         PIC 9(11)V99 VALUE 0.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X(33) VALUE
                                  'EQUIPOS DE SUPERVISION - PERIODO '.
          05 WS-TIT-MES           PIC 9(2).
          05 FILLER               PIC X VALUE '/'.
          05 WS-TIT-ANIO          PIC 9(4).
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-SUPERVISOR.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(12) VALUE 'SUPERVISOR: '.
          05 WS-SUP-LEGAJO        PIC X(5).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-SUP-NOMBRE        PIC X(30).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-SUP-OBS           PIC X(20).
          05 FILLER               PIC X(8) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUBTITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(6) VALUE 'LEGAJO'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(25) VALUE 'NOMBRE'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(5) VALUE 'VTAS.'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE '      VENTAS'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE '    COMISION'.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(13) VALUE 'OBSERVACION'.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-LEGAJO        PIC X(5).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-NOMBRE        PIC X(25).
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-CANT          PIC ZZZZ9.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-VENTAS        PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-COMIS         PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-DET-OBS           PIC X(13).
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-TOTAL-EQ.
          05 FILLER               PIC X VALUE '|'.
          05 WS-TEQ-TEXTO         PIC X(32).
          05 FILLER               PIC X VALUE '|'.
          05 WS-TEQ-CANT          PIC ZZZZ9.
          05 FILLER               PIC X VALUE '|'.
          05 WS-TEQ-VENTAS        PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 WS-TEQ-COMIS         PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-OVERRIDE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(21) VALUE
                                  'TASA DE SUPERVISION: '.
          05 WS-OVR-TASA          PIC 9,999.
          05 FILLER               PIC X(28) VALUE
                                  '   COMISION DE SUPERVISION: '.
          05 WS-OVR-COMIS         PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TIT-SIN-SUPERV.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(33) VALUE
             'VENDEDORES ACTIVOS SIN SUPERVISOR'.
          05 FILLER               PIC X(44) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-CANT.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CNT-CONCEPTO      PIC X(40).
          05 WS-CNT-VALOR         PIC ZZZZZ9.
          05 FILLER               PIC X(31) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-MONTO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-MTO-CONCEPTO      PIC X(40).
          05 WS-MTO-VALOR         PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           ACCEPT WS-PERIODO-BUSCAR FROM SYSIN
           IF WS-MES-BUSCAR IS NOT NUMERIC
              OR WS-ANIO-BUSCAR IS NOT NUMERIC
              OR WS-MES-BUSCAR < 1 OR WS-MES-BUSCAR > 12
              DISPLAY "PERIODO INVALIDO: " WS-PERIODO-BUSCAR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-PERIODO-COMP =
              WS-ANIO-BUSCAR * 100 + WS-MES-BUSCAR
           END-COMPUTE
           PERFORM 0200-OPEN-FILE
           PERFORM 0300-CARGAR-EMPLEADOS
           PERFORM 0320-CARGAR-HISTORIA
           PERFORM 0340-CARGAR-TASAS-SUP
           PERFORM 0360-MARCAR-SUPERVISORES
           PERFORM 0400-WRITE-HEADER
           PERFORM 0500-LISTAR-EQUIPO
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 > WS-CANT-EMP
           PERFORM 0550-LISTAR-EQUIPO-INEXIST
              VARYING WS-IDX-SI FROM 1 BY 1
              UNTIL WS-IDX-SI > WS-CANT-SI
           PERFORM 0600-LISTAR-SIN-SUPERVISOR
           PERFORM 0650-WRITE-RESUMEN
           PERFORM 0700-CLOSE-FILES
           PERFORM 0800-CLOSE-PROGRAM.

       0200-OPEN-FILE.
           OPEN INPUT F-EMPLEADOS
           IF NOT FS-EMPLEADOS-OK
              DISPLAY "ERROR AL ABRIR EMPLEADOS: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT F-HISTORIA
           IF NOT FS-HISTORIA-OK
              DISPLAY "ERROR AL ABRIR HISTORIA: " FS-HISTORIA
              CLOSE F-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT F-REPORTE.

       0300-CARGAR-EMPLEADOS.
           READ F-EMPLEADOS
           PERFORM 0310-GUARDAR-EMPLEADO UNTIL FS-EMPLEADOS-END
           CLOSE F-EMPLEADOS.

       0310-GUARDAR-EMPLEADO.
           IF WS-CANT-EMP >= 3000
              DISPLAY "TABLA DE EMPLEADOS LLENA. SE CANCELA EL "
                      "REPORTE."
              MOVE 16 TO RETURN-CODE
              CLOSE F-EMPLEADOS
              CLOSE F-HISTORIA
              PERFORM 0700-CLOSE-FILES
              PERFORM 0800-CLOSE-PROGRAM
           END-IF
           ADD 1 TO WS-CANT-EMP
           MOVE R-EMP-LEGAJO TO WS-TE-LEGAJO (WS-CANT-EMP)
           MOVE R-EMP-NOMBRE TO WS-TE-NOMBRE (WS-CANT-EMP)
           MOVE R-EMP-ESTADO TO WS-TE-ESTADO (WS-CANT-EMP)
           MOVE R-EMP-SUPERVISOR TO WS-TE-SUPERVISOR (WS-CANT-EMP)
           MOVE 0 TO WS-TE-CANT (WS-CANT-EMP)
           MOVE 0 TO WS-TE-VENTAS (WS-CANT-EMP)
           MOVE 0 TO WS-TE-COMIS (WS-CANT-EMP)
           MOVE 'N' TO WS-TE-ES-JEFE (WS-CANT-EMP)
           MOVE 'N' TO WS-TE-SUP-HALLADO (WS-CANT-EMP)
           READ F-EMPLEADOS
           IF FS-EMPLEADOS NOT = 00 AND FS-EMPLEADOS NOT = 10
              DISPLAY "ERROR EN FICHERO VSAM: " FS-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              CLOSE F-EMPLEADOS
              CLOSE F-HISTORIA
              PERFORM 0700-CLOSE-FILES
              PERFORM 0800-CLOSE-PROGRAM
           END-IF.

       0320-CARGAR-HISTORIA.
           READ F-HISTORIA
           PERFORM 0330-GUARDAR-HISTORIA UNTIL NOT FS-HISTORIA-OK
           CLOSE F-HISTORIA.

      *    LA HISTORIA DE UN LEGAJO QUE YA NO ESTA EN EL MAESTRO NO
      *    PERTENECE A NINGUN EQUIPO Y SE IGNORA. VENTAS Y COMISION SE
      *    TOMAN NETAS DE LAS DEVOLUCIONES DESCONTADAS EN EL PERIODO,
      *    COMO LAS TOMA LA LIQUIDACION PARA PAGAR SUPERVISION.
       0330-GUARDAR-HISTORIA.
           IF R-HIST-MES = WS-MES-BUSCAR
              AND R-HIST-ANIO = WS-ANIO-BUSCAR
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 > WS-CANT-EMP
                    OR WS-TE-LEGAJO (WS-IDX-2) = R-HIST-LEGAJO
                 CONTINUE
              END-PERFORM
              IF WS-IDX-2 <= WS-CANT-EMP
                 MOVE R-HIST-CANT-VENTAS TO WS-TE-CANT (WS-IDX-2)
                 IF R-HIST-TOTAL > R-HIST-DEVOL-TOTAL
                    COMPUTE WS-TE-VENTAS (WS-IDX-2) =
                       R-HIST-TOTAL - R-HIST-DEVOL-TOTAL
                    END-COMPUTE
                 ELSE
                    MOVE 0 TO WS-TE-VENTAS (WS-IDX-2)
                 END-IF
                 IF R-HIST-COMIS > R-HIST-DEVOL-COMIS
                    COMPUTE WS-TE-COMIS (WS-IDX-2) =
                       R-HIST-COMIS - R-HIST-DEVOL-COMIS
                    END-COMPUTE
                 ELSE
                    MOVE 0 TO WS-TE-COMIS (WS-IDX-2)
                 END-IF
              END-IF
           END-IF
           READ F-HISTORIA.

      *    MISMA TABLA QUE USA LA LIQUIDACION PARA PAGAR SUPERVISION.
       0340-CARGAR-TASAS-SUP.
           OPEN INPUT F-TASAS-SUP
           IF NOT FS-TASAS-SUP-OK
              DISPLAY "SIN TABLA DE TASAS DE SUPERVISION: "
                      FS-TASAS-SUP
           ELSE
              READ F-TASAS-SUP
              PERFORM 0345-GUARDAR-TASA-SUP UNTIL NOT FS-TASAS-SUP-OK
              CLOSE F-TASAS-SUP
           END-IF.

       0345-GUARDAR-TASA-SUP.
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

      *    SE MARCAN LOS LEGAJOS QUE TIENEN EQUIPO Y SE JUNTAN LOS
      *    SUPERVISORES QUE NO EXISTEN EN EL MAESTRO.
       0360-MARCAR-SUPERVISORES.
           PERFORM 0365-MARCAR-JEFE
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 > WS-CANT-EMP.

       0365-MARCAR-JEFE.
           IF WS-TE-SUPERVISOR (WS-IDX-1) NOT = SPACES
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 > WS-CANT-EMP
                    OR WS-TE-LEGAJO (WS-IDX-2) =
                       WS-TE-SUPERVISOR (WS-IDX-1)
                 CONTINUE
              END-PERFORM
              IF WS-IDX-2 <= WS-CANT-EMP
                 MOVE 'S' TO WS-TE-ES-JEFE (WS-IDX-2)
                 MOVE 'S' TO WS-TE-SUP-HALLADO (WS-IDX-1)
              ELSE
                 PERFORM 0370-ANOTAR-SUP-INEXISTENTE
              END-IF
           END-IF.

       0370-ANOTAR-SUP-INEXISTENTE.
           PERFORM VARYING WS-IDX-SI FROM 1 BY 1
              UNTIL WS-IDX-SI > WS-CANT-SI
                 OR WS-SI-LEGAJO (WS-IDX-SI) =
                    WS-TE-SUPERVISOR (WS-IDX-1)
              CONTINUE
           END-PERFORM
           IF WS-IDX-SI > WS-CANT-SI
              IF WS-CANT-SI >= 500
                 DISPLAY "TABLA DE SUPERVISORES INEXISTENTES LLENA. "
                         "NO SE LISTA EL EQUIPO DE: "
                         WS-TE-SUPERVISOR (WS-IDX-1)
              ELSE
                 ADD 1 TO WS-CANT-SI
                 MOVE WS-TE-SUPERVISOR (WS-IDX-1)
                    TO WS-SI-LEGAJO (WS-CANT-SI)
              END-IF
           END-IF.

       0400-WRITE-HEADER.
           MOVE WS-MES-BUSCAR TO WS-TIT-MES
           MOVE WS-ANIO-BUSCAR TO WS-TIT-ANIO
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-TITULO
           WRITE R-REPORTE FROM WS-GUIONES.

       0500-LISTAR-EQUIPO.
           IF WS-TE-ES-JEFE (WS-IDX-1) = 'S'
              MOVE WS-TE-LEGAJO (WS-IDX-1) TO WS-SUP-ACTUAL
              MOVE WS-TE-LEGAJO (WS-IDX-1) TO WS-SUP-LEGAJO
              MOVE WS-TE-NOMBRE (WS-IDX-1) TO WS-SUP-NOMBRE
              IF WS-TE-ESTADO (WS-IDX-1) = 'A'
                 MOVE 'A' TO WS-SUP-ESTADO
                 MOVE SPACES TO WS-SUP-OBS
              ELSE
                 MOVE 'I' TO WS-SUP-ESTADO
                 MOVE "SUPERVISOR INACTIVO" TO WS-SUP-OBS
                 ADD 1 TO WS-CANT-SUP-INACTIVOS
              END-IF
              PERFORM 0510-LISTAR-MIEMBROS
           END-IF.

       0550-LISTAR-EQUIPO-INEXIST.
           MOVE WS-SI-LEGAJO (WS-IDX-SI) TO WS-SUP-ACTUAL
           MOVE WS-SI-LEGAJO (WS-IDX-SI) TO WS-SUP-LEGAJO
           MOVE SPACES TO WS-SUP-NOMBRE
           MOVE 'X' TO WS-SUP-ESTADO
           MOVE "NO EXISTE EN MAESTRO" TO WS-SUP-OBS
           ADD 1 TO WS-CANT-SUP-INEXIST
           PERFORM 0510-LISTAR-MIEMBROS.

      *    LA COMISION DE SUPERVISION SE CALCULA COMO EN LA
      *    LIQUIDACION: SOBRE LAS VENTAS DE LOS MIEMBROS ACTIVOS, SOLO
      *    PARA UN SUPERVISOR ACTIVO CON TASA VIGENTE.
       0510-LISTAR-MIEMBROS.
           MOVE 'N' TO WS-HAY-CABECERA
           MOVE 0 TO WS-EQ-MIEMBROS
           MOVE 0 TO WS-EQ-CANT
           MOVE 0 TO WS-EQ-VENTAS
           MOVE 0 TO WS-EQ-COMIS
           MOVE 0 TO WS-EQ-VENTAS-ACTIVOS
           PERFORM 0520-LISTAR-MIEMBRO
              VARYING WS-IDX-2 FROM 1 BY 1
              UNTIL WS-IDX-2 > WS-CANT-EMP
           ADD 1 TO WS-CANT-EQUIPOS
           MOVE "TOTAL EQUIPO" TO WS-TEQ-TEXTO
           MOVE WS-EQ-CANT TO WS-TEQ-CANT
           MOVE WS-EQ-VENTAS TO WS-TEQ-VENTAS
           MOVE WS-EQ-COMIS TO WS-TEQ-COMIS
           WRITE R-REPORTE FROM WS-LINEA-TOTAL-EQ
           MOVE 0 TO WS-TASA-SUPERV
           MOVE 0 TO WS-COMIS-SUPERV
           IF WS-SUP-ACTIVO
              PERFORM 0530-BUSCAR-TASA-SUP
              IF WS-IDX-TSU > WS-CANT-TSU
                 IF WS-EQ-VENTAS-ACTIVOS > 0
                    ADD 1 TO WS-CANT-SIN-TASA
                 END-IF
              ELSE
                 MOVE WS-TSU-TASA (WS-IDX-TSU) TO WS-TASA-SUPERV
                 COMPUTE WS-COMIS-SUPERV ROUNDED =
                    WS-EQ-VENTAS-ACTIVOS * WS-TASA-SUPERV
                 END-COMPUTE
              END-IF
           END-IF
           MOVE WS-TASA-SUPERV TO WS-OVR-TASA
           MOVE WS-COMIS-SUPERV TO WS-OVR-COMIS
           WRITE R-REPORTE FROM WS-LINEA-OVERRIDE
           WRITE R-REPORTE FROM WS-GUIONES
           ADD WS-COMIS-SUPERV TO WS-TOTAL-SUPERV.

       0520-LISTAR-MIEMBRO.
           IF WS-TE-SUPERVISOR (WS-IDX-2) = WS-SUP-ACTUAL
              IF NOT WS-CABECERA-EMITIDA
                 WRITE R-REPORTE FROM WS-LINEA-SUPERVISOR
                 WRITE R-REPORTE FROM WS-SUBTITULO
                 MOVE 'S' TO WS-HAY-CABECERA
              END-IF
              MOVE WS-TE-LEGAJO (WS-IDX-2) TO WS-DET-LEGAJO
              MOVE WS-TE-NOMBRE (WS-IDX-2) TO WS-DET-NOMBRE
              MOVE WS-TE-CANT (WS-IDX-2) TO WS-DET-CANT
              MOVE WS-TE-VENTAS (WS-IDX-2) TO WS-DET-VENTAS
              MOVE WS-TE-COMIS (WS-IDX-2) TO WS-DET-COMIS
              IF WS-TE-ESTADO (WS-IDX-2) = 'A'
                 MOVE SPACES TO WS-DET-OBS
                 ADD WS-TE-VENTAS (WS-IDX-2) TO WS-EQ-VENTAS-ACTIVOS
              ELSE
                 MOVE "INACTIVO" TO WS-DET-OBS
              END-IF
              WRITE R-REPORTE FROM WS-DETALLE
              ADD 1 TO WS-EQ-MIEMBROS
              ADD 1 TO WS-CANT-MIEMBROS
              ADD WS-TE-CANT (WS-IDX-2) TO WS-EQ-CANT
              ADD WS-TE-VENTAS (WS-IDX-2) TO WS-EQ-VENTAS
              ADD WS-TE-COMIS (WS-IDX-2) TO WS-EQ-COMIS
           END-IF.

      *    UNA TASA PROPIA DEL SUPERVISOR TIENE PRIORIDAD SOBRE LA
      *    GENERAL (LEGAJO EN BLANCO).
       0530-BUSCAR-TASA-SUP.
           PERFORM VARYING WS-IDX-TSU FROM 1 BY 1
              UNTIL WS-IDX-TSU > WS-CANT-TSU
                 OR WS-TSU-LEGAJO (WS-IDX-TSU) = WS-SUP-ACTUAL
              CONTINUE
           END-PERFORM
           IF WS-IDX-TSU > WS-CANT-TSU
              PERFORM VARYING WS-IDX-TSU FROM 1 BY 1
                 UNTIL WS-IDX-TSU > WS-CANT-TSU
                    OR WS-TSU-LEGAJO (WS-IDX-TSU) = SPACES
                 CONTINUE
              END-PERFORM
           END-IF.

      *    UN LEGAJO QUE ENCABEZA UN EQUIPO NO SE CONSIDERA VENDEDOR SIN
      *    SUPERVISOR: ES LA CABEZA DE LA ESTRUCTURA.
       0600-LISTAR-SIN-SUPERVISOR.
           WRITE R-REPORTE FROM WS-TIT-SIN-SUPERV
           WRITE R-REPORTE FROM WS-SUBTITULO
           PERFORM 0610-LISTAR-SIN-SUPERVISOR
              VARYING WS-IDX-2 FROM 1 BY 1
              UNTIL WS-IDX-2 > WS-CANT-EMP
           WRITE R-REPORTE FROM WS-GUIONES.

       0610-LISTAR-SIN-SUPERVISOR.
           IF WS-TE-ESTADO (WS-IDX-2) = 'A'
              AND WS-TE-SUPERVISOR (WS-IDX-2) = SPACES
              AND WS-TE-ES-JEFE (WS-IDX-2) NOT = 'S'
              MOVE WS-TE-LEGAJO (WS-IDX-2) TO WS-DET-LEGAJO
              MOVE WS-TE-NOMBRE (WS-IDX-2) TO WS-DET-NOMBRE
              MOVE WS-TE-CANT (WS-IDX-2) TO WS-DET-CANT
              MOVE WS-TE-VENTAS (WS-IDX-2) TO WS-DET-VENTAS
              MOVE WS-TE-COMIS (WS-IDX-2) TO WS-DET-COMIS
              MOVE "SIN SUPERV." TO WS-DET-OBS
              WRITE R-REPORTE FROM WS-DETALLE
              ADD 1 TO WS-CANT-SIN-SUPERV
           END-IF.

       0650-WRITE-RESUMEN.
           MOVE "EQUIPOS LISTADOS:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-EQUIPOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "MIEMBROS DE EQUIPO:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-MIEMBROS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "VENDEDORES ACTIVOS SIN SUPERVISOR:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-SIN-SUPERV TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "SUPERVISORES INACTIVOS:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-SUP-INACTIVOS TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "SUPERVISORES INEXISTENTES:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-SUP-INEXIST TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "SUPERVISORES SIN TASA VIGENTE:" TO WS-CNT-CONCEPTO
           MOVE WS-CANT-SIN-TASA TO WS-CNT-VALOR
           WRITE R-REPORTE FROM WS-LINEA-CANT
           MOVE "TOTAL COMISION DE SUPERVISION:" TO WS-MTO-CONCEPTO
           MOVE WS-TOTAL-SUPERV TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           WRITE R-REPORTE FROM WS-GUIONES.

       0700-CLOSE-FILES.
           CLOSE F-REPORTE.

       0800-CLOSE-PROGRAM.
           IF WS-CANT-SIN-SUPERV > 0 OR WS-CANT-SUP-INACTIVOS > 0
              OR WS-CANT-SUP-INEXIST > 0 OR WS-CANT-SIN-TASA > 0
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.
