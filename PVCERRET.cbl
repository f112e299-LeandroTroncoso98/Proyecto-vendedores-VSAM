       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVCERRET.
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

           SELECT F-HISTORIA ASSIGN TO HISTORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT F-ESCALA ASSIGN TO RETGAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-ESCALA.

           SELECT F-RETHIST ASSIGN TO RETHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RETHIST.

           SELECT F-REPORTE ASSIGN TO CERREPOR
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

      *    ESCALA DE RETENCION DE GANANCIAS, CON VIGENCIA COMO TASACOM.
      *    TIPO 'M' ES EL MINIMO NO IMPONIBLE ANUAL (EN DESDE) Y TIPO
      *    'E' UN TRAMO DE LA ESCALA: DESDE QUE IMPORTE ANUAL, CUOTA
      *    FIJA ANUAL Y PORCENTAJE SOBRE EL EXCEDENTE.
       FD F-ESCALA RECORDING MODE IS F
                   DATA RECORD IS R-ESCALA.
       01 R-ESCALA.
          05 R-RG-TIPO            PIC X(1).
             88 R-RG-ES-MINIMO       VALUE 'M'.
             88 R-RG-ES-TRAMO        VALUE 'E'.
          05 R-RG-DESDE           PIC 9(9)V99.
          05 R-RG-FIJO            PIC 9(9)V99.
          05 R-RG-PORC            PIC 9(2)V99.
          05 R-RG-VIG-MES         PIC 9(2).
          05 R-RG-VIG-ANIO        PIC 9(4).

      *    HISTORIA DE RETENCIONES QUE DEJA PVRETGAN, UN REGISTRO POR
      *    LEGAJO Y PERIODO CALCULADO. DEVUELTO ES LA COMISION DEVUELTA
      *    DESCONTADA EN EL PERIODO.
       FD F-RETHIST RECORDING MODE IS F
                    DATA RECORD IS R-RETHIST.
       01 R-RETHIST.
          05 R-RH-LEGAJO          PIC X(5).
          05 R-RH-MES             PIC 9(2).
          05 R-RH-ANIO            PIC 9(4).
          05 R-RH-COMIS-MES       PIC 9(9)V99.
          05 R-RH-OTROS           PIC 9(9)V99.
          05 R-RH-DEVUELTO        PIC 9(9)V99.
          05 R-RH-BASE-ACUM       PIC 9(9)V99.
          05 R-RH-IMPUESTO-ACUM   PIC 9(9)V99.
          05 R-RH-RETENIDO-ANT    PIC 9(9)V99.
          05 R-RH-RETENCION       PIC 9(9)V99.
          05 R-RH-PENDIENTE       PIC 9(9)V99.
          05 R-RH-FECHA           PIC 9(8).

       FD F-REPORTE RECORDING MODE IS F
                    DATA RECORD IS R-REPORTE.
       01 R-REPORTE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-EMPLEADOS            PIC 99.
          88 FS-EMPLEADOS-OK         VALUE 00.
          88 FS-EMPLEADOS-NOTFOUND   VALUE 23.

       01 FS-HISTORIA             PIC 99.
          88 FS-HISTORIA-OK          VALUE 00.

       01 FS-ESCALA               PIC 99.
          88 FS-ESCALA-OK            VALUE 00.

       01 FS-RETHIST              PIC 99.
          88 FS-RETHIST-OK           VALUE 00.

       01 FS-REPORTE              PIC 99.

       77 WS-ANIO-BUSCAR          PIC 9(4).

       77 WS-PERIODO-COMP         PIC 9(6).

       77 WS-VIG-LEIDA            PIC 9(6).

      *    ESCALA VIGENTE AL CIERRE DEL ANIO
       01 WS-TAB-TRAMOS.
          05 WS-TT-ENTRY OCCURS 30 TIMES.
             10 WS-TT-DESDE          PIC 9(9)V99.
             10 WS-TT-FIJO           PIC 9(9)V99.
             10 WS-TT-PORC           PIC 9(2)V99.

       77 WS-CANT-TRAMOS          PIC 9(2) VALUE 0.

       77 WS-IDX-TRAMO            PIC 9(2).

       77 WS-TRAMO-ELEGIDO        PIC 9(2).

       77 WS-VIG-TRAMOS           PIC 9(6) VALUE 0.

       77 WS-VIG-MINIMO           PIC 9(6) VALUE 0.

       77 WS-MINIMO-ANUAL         PIC 9(9)V99 VALUE 0.

       77 WS-HAY-MINIMO           PIC X VALUE 'N'.
          88 WS-CON-MINIMO           VALUE 'S'.

      *    COMISION (HISTORIA), OTROS PAGOS, COMISION DEVUELTA Y
      *    RETENCION (RETHIST) DE CADA LEGAJO, MES A MES.
       01 WS-TAB-CERT.
          05 WS-TC-ENTRY OCCURS 1000 TIMES.
             10 WS-TC-LEGAJO         PIC X(5).
             10 WS-TC-MES-ENTRY OCCURS 12 TIMES.
                15 WS-TC-COMIS          PIC 9(9)V99.
                15 WS-TC-OTROS          PIC 9(9)V99.
                15 WS-TC-DEVUELTO       PIC 9(9)V99.
                15 WS-TC-RETENCION      PIC 9(9)V99.

       77 WS-CANT-TC              PIC 9(4) VALUE 0.

       77 WS-IDX-TC               PIC 9(4).

       77 WS-IDX-1                PIC 9(4).

       77 WS-IDX-2                PIC 9(4).

       77 WS-IDX-MES              PIC 9(2).

       01 WS-SWAP-ENTRY.
          05 WS-SWAP-LEGAJO          PIC X(5).
          05 WS-SWAP-MES-ENTRY OCCURS 12 TIMES.
             10 WS-SWAP-COMIS           PIC 9(9)V99.
             10 WS-SWAP-OTROS           PIC 9(9)V99.
             10 WS-SWAP-DEVUELTO        PIC 9(9)V99.
             10 WS-SWAP-RETENCION       PIC 9(9)V99.

       77 WS-LEGAJO-BUSCAR        PIC X(5).

       77 WS-REG-EXCLUIDOS        PIC 9(6) VALUE 0.

       77 WS-ANU-COMIS            PIC 9(11)V99.

       77 WS-ANU-OTROS            PIC 9(11)V99.

       77 WS-ANU-DEVUELTO         PIC 9(11)V99.

       77 WS-ANU-RETENCION        PIC 9(11)V99.

       77 WS-ANU-BASE             PIC 9(11)V99.

       77 WS-IMPONIBLE            PIC S9(11)V99.

       77 WS-IMPUESTO             PIC 9(11)V99.

       77 WS-SALDO                PIC S9(11)V99.

       77 WS-DESDE-ELEGIDO        PIC 9(9)V99.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(9) VALUE SPACES.
          05 FILLER               PIC X(53) VALUE
             'CERTIFICADO DE RETENCIONES DE GANANCIAS - COMISIONES '.
          05 WS-TIT-ANIO          PIC 9(4).
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUBT-LEG.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE 'LEGAJO: '.
          05 WS-SUB-LEGAJO        PIC X(5).
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X(8) VALUE 'NOMBRE: '.
          05 WS-SUB-NOMBRE        PIC X(30).
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-MES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-MES-LABEL         PIC X(8).
          05 FILLER               PIC X(10) VALUE 'COMISION: '.
          05 WS-MES-COMIS         PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X(9) VALUE '  OTROS: '.
          05 WS-MES-OTROS         PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X(13) VALUE '  RETENCION: '.
          05 WS-MES-RETENCION     PIC ZZZZZZZZ9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-MONTO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-MTO-CONCEPTO      PIC X(40).
          05 WS-MTO-VALOR         PIC ZZZZZZZZZ9,99.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA-EXCL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(42) VALUE
             'REGISTROS NO INFORMADOS POR TABLA LLENA: '.
          05 WS-EXCL-CANT         PIC ZZZZZ9.
          05 FILLER               PIC X(29) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.
       0100-INIT-PROGRAM.
           ACCEPT WS-ANIO-BUSCAR FROM SYSIN
           PERFORM 0150-VERIFICAR-PARAMETROS
           PERFORM 0180-CARGAR-ESCALA
           PERFORM 0200-OPEN-FILE
           PERFORM 0300-CARGAR-HISTORIA
           PERFORM 0350-CARGAR-RETENCIONES
           PERFORM 0450-ORDENAR-LEGAJOS
           PERFORM 0500-WRITE-REPORTE
           PERFORM 0700-CLOSE-FILES
           PERFORM 0800-CLOSE-PROGRAM.

       0150-VERIFICAR-PARAMETROS.
           IF WS-ANIO-BUSCAR IS NOT NUMERIC
              DISPLAY "ANIO INVALIDO: " WS-ANIO-BUSCAR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-PERIODO-COMP = WS-ANIO-BUSCAR * 100 + 12
           END-COMPUTE.

      *    EL IMPUESTO DEL ANIO SE DETERMINA CON LA ESCALA Y EL MINIMO
      *    VIGENTES EN DICIEMBRE.
       0180-CARGAR-ESCALA.
           OPEN INPUT F-ESCALA
           IF NOT FS-ESCALA-OK
              DISPLAY "ERROR AL ABRIR ESCALA DE RETENCIONES: "
                      FS-ESCALA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ F-ESCALA
           PERFORM 0185-GUARDAR-ESCALA UNTIL NOT FS-ESCALA-OK
           CLOSE F-ESCALA
           IF WS-CANT-TRAMOS = 0 OR NOT WS-CON-MINIMO
              DISPLAY "SIN ESCALA DE RETENCION O MINIMO NO IMPONIBLE "
                      "VIGENTE PARA EL ANIO " WS-ANIO-BUSCAR
                      ". NO SE EMITEN CERTIFICADOS."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    UNA VIGENCIA MAS NUEVA DE LA ESCALA DESCARTA LOS TRAMOS YA
      *    CARGADOS: LA ESCALA SE REEMPLAZA ENTERA, NO TRAMO A TRAMO.
       0185-GUARDAR-ESCALA.
           COMPUTE WS-VIG-LEIDA =
              R-RG-VIG-ANIO * 100 + R-RG-VIG-MES
           END-COMPUTE
           IF WS-VIG-LEIDA <= WS-PERIODO-COMP
              EVALUATE TRUE
                 WHEN R-RG-ES-MINIMO
                    IF NOT WS-CON-MINIMO
                       OR WS-VIG-LEIDA >= WS-VIG-MINIMO
                       MOVE 'S' TO WS-HAY-MINIMO
                       MOVE WS-VIG-LEIDA TO WS-VIG-MINIMO
                       MOVE R-RG-DESDE TO WS-MINIMO-ANUAL
                    END-IF
                 WHEN R-RG-ES-TRAMO
                    IF WS-VIG-LEIDA > WS-VIG-TRAMOS
                       MOVE 0 TO WS-CANT-TRAMOS
                       MOVE WS-VIG-LEIDA TO WS-VIG-TRAMOS
                    END-IF
                    IF WS-VIG-LEIDA = WS-VIG-TRAMOS
                       PERFORM 0187-AGREGAR-TRAMO
                    END-IF
                 WHEN OTHER
                    DISPLAY "TIPO DE REGISTRO DE ESCALA INVALIDO: "
                            R-RG-TIPO
              END-EVALUATE
           END-IF
           READ F-ESCALA.

       0187-AGREGAR-TRAMO.
           IF WS-CANT-TRAMOS >= 30
              DISPLAY "TABLA DE TRAMOS DE ESCALA LLENA. NO SE EMITEN "
                      "CERTIFICADOS."
              CLOSE F-ESCALA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CANT-TRAMOS
           MOVE R-RG-DESDE TO WS-TT-DESDE (WS-CANT-TRAMOS)
           MOVE R-RG-FIJO TO WS-TT-FIJO (WS-CANT-TRAMOS)
           MOVE R-RG-PORC TO WS-TT-PORC (WS-CANT-TRAMOS).

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

       0300-CARGAR-HISTORIA.
           READ F-HISTORIA
           PERFORM 0310-GUARDAR-HISTORIA UNTIL NOT FS-HISTORIA-OK
           CLOSE F-HISTORIA.

      *    EL ULTIMO REGISTRO DE UN LEGAJO/PERIODO PISA AL ANTERIOR,
      *    ASI UNA RELIQUIDACION DEL PERIODO NO DUPLICA LA COMISION.
       0310-GUARDAR-HISTORIA.
           IF R-HIST-ANIO = WS-ANIO-BUSCAR
              AND R-HIST-MES >= 1 AND R-HIST-MES <= 12
              MOVE R-HIST-LEGAJO TO WS-LEGAJO-BUSCAR
              PERFORM 0400-BUSCAR-LEGAJO
              IF WS-IDX-TC <= WS-CANT-TC
                 MOVE R-HIST-COMIS
                    TO WS-TC-COMIS (WS-IDX-TC, R-HIST-MES)
              END-IF
           END-IF
           READ F-HISTORIA.

      *    SIN HISTORIA DE RETENCIONES NO HUBO RETENCIONES EN EL ANIO:
      *    LOS CERTIFICADOS SE EMITEN IGUAL, CON EL IMPUESTO A INGRESAR.
      *    CUALQUIER OTRO ERROR AL ABRIRLA CANCELA LA CORRIDA, PARA NO
      *    CERTIFICAR RETENCIONES EN CERO.
       0350-CARGAR-RETENCIONES.
           OPEN INPUT F-RETHIST
           IF FS-RETHIST = 35
              DISPLAY "SIN HISTORIA DE RETENCIONES: " FS-RETHIST
           ELSE
              IF NOT FS-RETHIST-OK
                 DISPLAY "ERROR AL ABRIR HISTORIA DE RETENCIONES: "
                         FS-RETHIST
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0700-CLOSE-FILES
                 STOP RUN
              END-IF
              READ F-RETHIST
              PERFORM 0360-GUARDAR-RETENCION UNTIL NOT FS-RETHIST-OK
              CLOSE F-RETHIST
           END-IF.

       0360-GUARDAR-RETENCION.
           IF R-RH-ANIO = WS-ANIO-BUSCAR
              AND R-RH-MES >= 1 AND R-RH-MES <= 12
              MOVE R-RH-LEGAJO TO WS-LEGAJO-BUSCAR
              PERFORM 0400-BUSCAR-LEGAJO
              IF WS-IDX-TC <= WS-CANT-TC
                 MOVE R-RH-OTROS
                    TO WS-TC-OTROS (WS-IDX-TC, R-RH-MES)
                 MOVE R-RH-DEVUELTO
                    TO WS-TC-DEVUELTO (WS-IDX-TC, R-RH-MES)
                 MOVE R-RH-RETENCION
                    TO WS-TC-RETENCION (WS-IDX-TC, R-RH-MES)
              END-IF
           END-IF
           READ F-RETHIST.

      *    UN LEGAJO QUE NO ENTRA EN LA TABLA SE CUENTA Y SE INFORMA AL
      *    PIE; WS-IDX-TC QUEDA FUERA DE LA TABLA.
       0400-BUSCAR-LEGAJO.
           PERFORM VARYING WS-IDX-TC FROM 1 BY 1
              UNTIL WS-IDX-TC > WS-CANT-TC
                 OR WS-TC-LEGAJO (WS-IDX-TC) = WS-LEGAJO-BUSCAR
              CONTINUE
           END-PERFORM
           IF WS-IDX-TC > WS-CANT-TC
              IF WS-CANT-TC >= 1000
                 ADD 1 TO WS-REG-EXCLUIDOS
              ELSE
                 ADD 1 TO WS-CANT-TC
                 MOVE WS-CANT-TC TO WS-IDX-TC
                 PERFORM 0410-INICIAR-LEGAJO
              END-IF
           END-IF.

       0410-INICIAR-LEGAJO.
           MOVE WS-LEGAJO-BUSCAR TO WS-TC-LEGAJO (WS-IDX-TC)
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12
              MOVE 0 TO WS-TC-COMIS (WS-IDX-TC, WS-IDX-MES)
              MOVE 0 TO WS-TC-OTROS (WS-IDX-TC, WS-IDX-MES)
              MOVE 0 TO WS-TC-DEVUELTO (WS-IDX-TC, WS-IDX-MES)
              MOVE 0 TO WS-TC-RETENCION (WS-IDX-TC, WS-IDX-MES)
           END-PERFORM.

      *    LOS CERTIFICADOS SALEN POR LEGAJO.
       0450-ORDENAR-LEGAJOS.
           PERFORM 0460-PASADA-ORDENAR
              VARYING WS-IDX-1 FROM 1 BY 1
              UNTIL WS-IDX-1 >= WS-CANT-TC.

       0460-PASADA-ORDENAR.
           PERFORM 0470-COMPARAR-Y-SWAP
              VARYING WS-IDX-2 FROM 1 BY 1
              UNTIL WS-IDX-2 > WS-CANT-TC - WS-IDX-1.

       0470-COMPARAR-Y-SWAP.
           IF WS-TC-LEGAJO (WS-IDX-2) > WS-TC-LEGAJO (WS-IDX-2 + 1)
              MOVE WS-TC-ENTRY (WS-IDX-2) TO WS-SWAP-ENTRY
              MOVE WS-TC-ENTRY (WS-IDX-2 + 1) TO WS-TC-ENTRY (WS-IDX-2)
              MOVE WS-SWAP-ENTRY TO WS-TC-ENTRY (WS-IDX-2 + 1)
           END-IF.

       0500-WRITE-REPORTE.
           MOVE WS-ANIO-BUSCAR TO WS-TIT-ANIO
           PERFORM 0510-WRITE-CERTIFICADO
              VARYING WS-IDX-TC FROM 1 BY 1
              UNTIL WS-IDX-TC > WS-CANT-TC
           IF WS-REG-EXCLUIDOS > 0
              MOVE WS-REG-EXCLUIDOS TO WS-EXCL-CANT
              WRITE R-REPORTE FROM WS-GUIONES
              WRITE R-REPORTE FROM WS-LINEA-EXCL
              WRITE R-REPORTE FROM WS-GUIONES
           END-IF.

      *    EL IMPUESTO DEL ANIO SE DETERMINA SOBRE EL TOTAL ANUAL, NETO
      *    DE LA COMISION DEVUELTA POR DEVOLUCIONES, CON LA
      *    ESCALA COMPLETA; LA DIFERENCIA CON LO RETENIDO ES EL SALDO
      *    QUE QUEDA A INGRESAR O A FAVOR DEL VENDEDOR.
       0510-WRITE-CERTIFICADO.
           MOVE WS-TC-LEGAJO (WS-IDX-TC) TO WS-SUB-LEGAJO
           MOVE WS-TC-LEGAJO (WS-IDX-TC) TO R-EMP-LEGAJO
           READ F-EMPLEADOS
           IF FS-EMPLEADOS-OK
              MOVE R-EMP-NOMBRE TO WS-SUB-NOMBRE
           ELSE
              MOVE "NO EXISTE EN EMPLEADOS" TO WS-SUB-NOMBRE
           END-IF
           WRITE R-REPORTE FROM WS-GUIONES
           WRITE R-REPORTE FROM WS-TITULO
           WRITE R-REPORTE FROM WS-SUBT-LEG
           WRITE R-REPORTE FROM WS-GUIONES
           MOVE 0 TO WS-ANU-COMIS
           MOVE 0 TO WS-ANU-OTROS
           MOVE 0 TO WS-ANU-DEVUELTO
           MOVE 0 TO WS-ANU-RETENCION
           PERFORM 0520-WRITE-MES
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12
           WRITE R-REPORTE FROM WS-GUIONES
           COMPUTE WS-IMPONIBLE = WS-ANU-COMIS + WS-ANU-OTROS
              - WS-ANU-DEVUELTO
           END-COMPUTE
           IF WS-IMPONIBLE < 0
              MOVE 0 TO WS-IMPONIBLE
           END-IF
           MOVE WS-IMPONIBLE TO WS-ANU-BASE
           COMPUTE WS-IMPONIBLE = WS-ANU-BASE - WS-MINIMO-ANUAL
           END-COMPUTE
           IF WS-IMPONIBLE < 0
              MOVE 0 TO WS-IMPONIBLE
           END-IF
           MOVE 0 TO WS-IMPUESTO
           IF WS-IMPONIBLE > 0
              PERFORM 0530-CALCULAR-IMPUESTO
           END-IF
           MOVE "COMISION ANUAL (HISTORIA):" TO WS-MTO-CONCEPTO
           MOVE WS-ANU-COMIS TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "OTROS PAGOS (RETRO, BONOS, SUPERVISION):"
              TO WS-MTO-CONCEPTO
           MOVE WS-ANU-OTROS TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "(-) COMISION DEVUELTA POR DEVOLUCIONES:"
              TO WS-MTO-CONCEPTO
           MOVE WS-ANU-DEVUELTO TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "TOTAL GANANCIA BRUTA DEL ANIO:" TO WS-MTO-CONCEPTO
           MOVE WS-ANU-BASE TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "MINIMO NO IMPONIBLE ANUAL:" TO WS-MTO-CONCEPTO
           MOVE WS-MINIMO-ANUAL TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "GANANCIA IMPONIBLE:" TO WS-MTO-CONCEPTO
           MOVE WS-IMPONIBLE TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "IMPUESTO DETERMINADO:" TO WS-MTO-CONCEPTO
           MOVE WS-IMPUESTO TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           MOVE "TOTAL RETENIDO EN EL ANIO:" TO WS-MTO-CONCEPTO
           MOVE WS-ANU-RETENCION TO WS-MTO-VALOR
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           COMPUTE WS-SALDO = WS-IMPUESTO - WS-ANU-RETENCION
           END-COMPUTE
           IF WS-SALDO < 0
              MOVE "SALDO A FAVOR DEL VENDEDOR:" TO WS-MTO-CONCEPTO
              COMPUTE WS-MTO-VALOR = 0 - WS-SALDO
              END-COMPUTE
           ELSE
              MOVE "SALDO A INGRESAR POR EL VENDEDOR:"
                 TO WS-MTO-CONCEPTO
              MOVE WS-SALDO TO WS-MTO-VALOR
           END-IF
           WRITE R-REPORTE FROM WS-LINEA-MONTO
           WRITE R-REPORTE FROM WS-GUIONES.

       0520-WRITE-MES.
           MOVE SPACES TO WS-MES-LABEL
           STRING "MES " DELIMITED BY SIZE
                  WS-IDX-MES DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
              INTO WS-MES-LABEL
           END-STRING
           MOVE WS-TC-COMIS (WS-IDX-TC, WS-IDX-MES) TO WS-MES-COMIS
           MOVE WS-TC-OTROS (WS-IDX-TC, WS-IDX-MES) TO WS-MES-OTROS
           MOVE WS-TC-RETENCION (WS-IDX-TC, WS-IDX-MES)
              TO WS-MES-RETENCION
           WRITE R-REPORTE FROM WS-LINEA-MES
           ADD WS-TC-COMIS (WS-IDX-TC, WS-IDX-MES) TO WS-ANU-COMIS
           ADD WS-TC-OTROS (WS-IDX-TC, WS-IDX-MES) TO WS-ANU-OTROS
           ADD WS-TC-DEVUELTO (WS-IDX-TC, WS-IDX-MES)
              TO WS-ANU-DEVUELTO
           ADD WS-TC-RETENCION (WS-IDX-TC, WS-IDX-MES)
              TO WS-ANU-RETENCION.

      *    SE APLICA EL TRAMO DE MAYOR DESDE QUE NO SUPERE LA GANANCIA
      *    IMPONIBLE.
       0530-CALCULAR-IMPUESTO.
           MOVE 0 TO WS-TRAMO-ELEGIDO
           PERFORM 0540-EVALUAR-TRAMO
              VARYING WS-IDX-TRAMO FROM 1 BY 1
              UNTIL WS-IDX-TRAMO > WS-CANT-TRAMOS
           IF WS-TRAMO-ELEGIDO > 0
              COMPUTE WS-IMPUESTO ROUNDED =
                 WS-TT-FIJO (WS-TRAMO-ELEGIDO)
                 + (WS-IMPONIBLE - WS-TT-DESDE (WS-TRAMO-ELEGIDO))
                 * WS-TT-PORC (WS-TRAMO-ELEGIDO) / 100
              END-COMPUTE
           END-IF.

       0540-EVALUAR-TRAMO.
           IF WS-TT-DESDE (WS-IDX-TRAMO) <= WS-IMPONIBLE
              IF WS-TRAMO-ELEGIDO = 0
                 OR WS-TT-DESDE (WS-IDX-TRAMO) > WS-DESDE-ELEGIDO
                 MOVE WS-IDX-TRAMO TO WS-TRAMO-ELEGIDO
                 MOVE WS-TT-DESDE (WS-IDX-TRAMO) TO WS-DESDE-ELEGIDO
              END-IF
           END-IF.

       0700-CLOSE-FILES.
           CLOSE F-EMPLEADOS
           CLOSE F-REPORTE.

      *    LOS LEGAJOS QUE NO ENTRARON EN LA TABLA QUEDAN SIN
      *    CERTIFICADO: SE AVISA CON RC 4.
       0800-CLOSE-PROGRAM.
           IF WS-REG-EXCLUIDOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
