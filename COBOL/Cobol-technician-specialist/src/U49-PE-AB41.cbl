      *****************************************************************
      *                                                               *
      *   CLASIFICACION ABC DE LOS ARTICULOS. VALORA EL CONSUMO DE    *
      *   LOS ULTIMOS DOCE MESES DE CADA ARTICULO (UNIDADES SALIDAS   *
      *   DE LA HISTORIA DE DEMANDA ADEMANDA.SEC, CONSTRUIDA POR      *
      *   PE-DM31, POR SU COSTE COS-ARTI), ORDENA LOS ARTICULOS DE    *
      *   MAYOR A MENOR VALOR Y ASIGNA LA CLASE SEGUN EL PORCENTAJE   *
      *   ACUMULADO DEL VALOR TOTAL: CLASE A HASTA EL PRIMER CORTE,   *
      *   CLASE B HASTA EL SEGUNDO Y CLASE C EL RESTO. LA CLASE SE    *
      *   GRABA EN CLA-ABC-ARTI DE AARTI.REL, DONDE LA TOMA EL        *
      *   CALENDARIO DE RECUENTO CICLICO PE-CC42. PROCESO MENSUAL.    *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-AB41.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. CLASIFICACION ABC POR VALOR DE CONSUMO ANUAL. LOS
           CORTES DE LAS CLASES A Y B (POR OMISION 80 % Y 95 % DEL
           VALOR ACUMULADO) PUEDEN FIJARSE EN EL ARCHIVO OPCIONAL
           AB41PARM.SEC. LOS ARTICULOS DESCATALOGADOS NO SE
           CLASIFICAN. LISTADO ABC.LIS CON EL RANKING Y LA
           PARTICIPACION DE CADA CLASE EN EL VALOR TOTAL. EJECUTE
           ANTES PE-DM31 PARA QUE LA HISTORIA DE DEMANDA ESTE AL
           DIA.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL.
      * 15/10/2026  DSI     LAS BUSQUEDAS EN LA TABLA DE DEMANDA SE
      *                     DETIENEN EN EL ULTIMO ARTICULO CARGADO
      *                     (NUM-DEMANDAS), COMO EN PE-EX17 Y PE-DM31,
      *                     EN LUGAR DE RECORRER LAS POSICIONES SIN
      *                     CARGAR.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    DECLARACION DEL ARCHIVO INDEXADO DE ARTICULOS
      *
           SELECT A-ARTI-REL ASSIGN TO DISK 'AARTI.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-ARTI
               FILE STATUS IS FS-ARTI-REL.
      *
      *    DECLARACION DE LA HISTORIA DE DEMANDA (VER PE-DM31)
      *
           SELECT A-DEMANDA ASSIGN TO DISK 'ADEMANDA.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DEMANDA.
      *
      *    DECLARACION DEL ARCHIVO DE PARAMETROS (OPCIONAL)
      *
           SELECT A-PARAMETRO ASSIGN TO DISK 'AB41PARM.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.
      *
      *    VALOR DE CONSUMO POR ARTICULO (INTERMEDIO)
      *
           SELECT A-VALOR ASSIGN TO DISK 'VALABC.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VALOR.
      *
      *    VALOR DE CONSUMO ORDENADO DE MAYOR A MENOR (INTERMEDIO)
      *
           SELECT VALOR-ORD ASSIGN TO DISK 'VALORD.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VALOR-ORD.
      *
      *    ARCHIVO DE TRABAJO PARA LA ORDENACION (SORT)
      *
           SELECT WORK-ORDEN ASSIGN TO DISK 'WORKORD.TMP'.
      *
      *    LISTADO DE LA CLASIFICACION ABC (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'ABC.LIS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DE ARTICULOS
      *
       FD  A-ARTI-REL
           LABEL RECORD IS STANDARD.
       01  R-ARTICULO.
           02  COD-ARTI            PIC 9(04).
           02  NOM-ARTI            PIC X(25).
           02  NUM-ARTI            PIC 9(06).
           02  PRE-ARTI            PIC 9(04)V9(02).
           02  COD-TPARTI          PIC X(03).
           02  PRE-ARTI-ANT        PIC 9(04)V9(02).
           02  FEC-EFECT-PRECIO    PIC 9(08).
           02  STK-MIN-ARTI        PIC 9(06).
           02  CAN-REP-ARTI        PIC 9(06).
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
               88  EST-ARTI-ACTIVO         VALUE 'A'.
               88  EST-ARTI-BLOQUEADO      VALUE 'B'.
               88  EST-ARTI-DESCATALOGADO  VALUE 'D'.
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
               88  CLA-ABC-A               VALUE 'A'.
               88  CLA-ABC-B               VALUE 'B'.
               88  CLA-ABC-C               VALUE 'C'.
      *
      *    DESCRIPCION DEL REGISTRO DE LA HISTORIA DE DEMANDA
      *
       FD  A-DEMANDA
           LABEL RECORD IS STANDARD.
       01  R-DEMANDA.
           02  DEM-PERIODO         PIC 9(06).
           02  DEM-COD-ARTI        PIC 9(04).
           02  DEM-CANTIDAD        PIC 9(08).
      *
      *    DESCRIPCION DEL REGISTRO DE PARAMETROS. PORCENTAJES
      *    ACUMULADOS DEL VALOR TOTAL HASTA LOS QUE LLEGAN LAS
      *    CLASES A Y B.
      *
       FD  A-PARAMETRO
           LABEL RECORD IS STANDARD.
       01  R-PARAMETRO.
           02  PARM-CORTE-A        PIC 9(03)V9(02).
           02  PARM-CORTE-B        PIC 9(03)V9(02).
      *
      *    DESCRIPCION DEL REGISTRO DE VALOR DE CONSUMO
      *
       FD  A-VALOR
           LABEL RECORD IS STANDARD.
       01  R-VALOR.
           02  VA-VALOR            PIC 9(10)V9(02).
           02  VA-COD-ARTI         PIC 9(04).
           02  VA-NOM-ARTI         PIC X(25).
           02  VA-DEMANDA          PIC 9(08).
           02  VA-CLASE-ANT        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE TRABAJO DE LA ORDENACION.
      *    EL ORDEN DE LOS CAMPOS COINCIDE CON EL DE R-VALOR, YA
      *    QUE EL SORT TRANSFIERE EL REGISTRO FISICO POSICION A
      *    POSICION ENTRE EL ARCHIVO USING Y EL REGISTRO SD.
      *
       SD  WORK-ORDEN.
       01  R-WORK-ORDEN.
           02  VS-VALOR            PIC 9(10)V9(02).
           02  VS-COD-ARTI         PIC 9(04).
           02  VS-NOM-ARTI         PIC X(25).
           02  VS-DEMANDA          PIC 9(08).
           02  VS-CLASE-ANT        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE VALOR ORDENADO. MISMO ORDEN
      *    DE CAMPOS QUE R-WORK-ORDEN, POR LA MISMA RAZON.
      *
       FD  VALOR-ORD
           LABEL RECORD IS STANDARD.
       01  R-VALOR-ORD.
           02  VO-VALOR            PIC 9(10)V9(02).
           02  VO-COD-ARTI         PIC 9(04).
           02  VO-NOM-ARTI         PIC X(25).
           02  VO-DEMANDA          PIC 9(08).
           02  VO-CLASE-ANT        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
       FD  INFORME
           LABEL RECORD IS STANDARD.
       01  LIN-INFORME             PIC X(096).

       WORKING-STORAGE SECTION.
       77  FS-ARTI-REL             PIC X(02).
       77  FS-DEMANDA              PIC X(02).
       77  FS-PARAMETRO            PIC X(02).
       77  FS-VALOR                PIC X(02).
       77  FS-VALOR-ORD            PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FIN-ARTICULO            PIC X(01).
           88  FIN-ARTICULO-SI     VALUE 'S'.
           88  FIN-ARTICULO-NO     VALUE 'N'.
       77  FIN-DEMANDA             PIC X(01).
           88  FIN-DEMANDA-SI      VALUE 'S'.
           88  FIN-DEMANDA-NO      VALUE 'N'.
       77  FIN-VALOR-ORD           PIC X(01).
           88  FIN-VALOR-ORD-SI    VALUE 'S'.
           88  FIN-VALOR-ORD-NO    VALUE 'N'.
       77  WS-PROCESO              PIC X(01).
           88  WS-PROCESO-OK       VALUE 'S'.
           88  WS-PROCESO-NO       VALUE 'N'.
       77  WS-CORTE-A              PIC 9(03)V9(02).
       77  WS-CORTE-B              PIC 9(03)V9(02).
       77  WS-FECHA-HOY            PIC 9(08).
       77  WS-PERIODO-LIMITE       PIC 9(06).
       77  WS-MESES-TOTAL          PIC 9(06).
       77  WS-SALIDAS-12           PIC 9(08).
       77  WS-VALOR-ARTICULO       PIC 9(10)V9(02).
       77  WS-VALOR-TOTAL          PIC 9(10)V9(02).
       77  WS-VALOR-ACUMULADO      PIC 9(10)V9(02).
       77  WS-PORC-ARTICULO        PIC 9(03)V9(02).
       77  WS-PORC-PREVIO          PIC 9(03)V9(02).
       77  WS-PORC-ACUMULADO       PIC 9(03)V9(02).
       77  WS-CLASE-NUEVA          PIC X(01).
       77  WS-RANGO                PIC 9(06) COMP.
       77  WS-CONTADOR-LEIDOS      PIC 9(06) COMP.
       77  WS-CONTADOR-DESCATALOG  PIC 9(06) COMP.
       77  WS-CONTADOR-CLASIFICADOS PIC 9(06) COMP.
       77  WS-CONTADOR-CAMBIOS     PIC 9(06) COMP.

       01  WS-PERIODO-TRABAJO      PIC 9(06).
       01  WS-PERIODO-TRABAJO-R REDEFINES WS-PERIODO-TRABAJO.
           02  WS-PT-ANO           PIC 9(04).
           02  WS-PT-MES           PIC 9(02).

      *
      *    TABLA DE SALIDAS DE LOS ULTIMOS DOCE MESES POR ARTICULO,
      *    CARGADA DESDE ADEMANDA.SEC
      *
       01  TABLA-DEMANDA.
           05  ENTRADA-DEM OCCURS 1000 TIMES INDEXED BY IX-DEM.
               10  TD-COD-ARTI     PIC 9(04).
               10  TD-SALIDAS-12   PIC 9(08).
       77  NUM-DEMANDAS             PIC 9(04) COMP VALUE 0.
       77  WS-MAX-DEMANDAS          PIC 9(04) COMP VALUE 1000.

      *
      *    RESUMEN POR CLASE: ARTICULOS Y VALOR DE CONSUMO
      *
       01  TABLA-CLASES.
           05  ENTRADA-CLASE OCCURS 3 TIMES INDEXED BY IX-CLASE.
               10  TC-CLASE        PIC X(01).
               10  TC-ARTICULOS    PIC 9(06) COMP.
               10  TC-VALOR        PIC 9(10)V9(02).

       01  WS-CABECERA-1.
           05  FILLER              PIC X(40) VALUE
               'CLASIFICACION ABC DE ARTICULOS'.
           05  FILLER              PIC X(07) VALUE 'FECHA: '.
           05  WS-C1-FECHA         PIC 9(08).

       01  WS-CABECERA-2.
           05  FILLER              PIC X(25) VALUE
               'CONSUMO DE LOS MESES DE '.
           05  WS-C2-DESDE         PIC 9(06).
           05  FILLER              PIC X(03) VALUE ' A '.
           05  WS-C2-HASTA         PIC 9(06).
           05  FILLER              PIC X(12) VALUE ' - CORTE A: '.
           05  WS-C2-CORTE-A       PIC ZZ9,99.
           05  FILLER              PIC X(12) VALUE ' % CORTE B: '.
           05  WS-C2-CORTE-B       PIC ZZ9,99.
           05  FILLER              PIC X(02) VALUE ' %'.

       01  WS-CABECERA-3.
           05  FILLER              PIC X(06) VALUE 'RANGO'.
           05  FILLER              PIC X(06) VALUE 'COD.'.
           05  FILLER              PIC X(27) VALUE
               'NOMBRE DEL ARTICULO'.
           05  FILLER              PIC X(12) VALUE '   CONSUMO'.
           05  FILLER              PIC X(18) VALUE
               '           VALOR'.
           05  FILLER              PIC X(08) VALUE '  %VAL.'.
           05  FILLER              PIC X(08) VALUE '  %ACUM.'.
           05  FILLER              PIC X(05) VALUE 'CLA.'.
           05  FILLER              PIC X(04) VALUE 'ANT.'.

       01  WS-LINEA-DETALLE.
           05  WS-LD-RANGO         PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-COD-ARTI      PIC Z(03)9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-NOM-ARTI      PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-DEMANDA       PIC ZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-VALOR         PIC Z.ZZZ.ZZZ.ZZZ,99.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-PORC          PIC ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-ACUMULADO     PIC ZZ9,99.
           05  FILLER              PIC X(03) VALUE SPACE.
           05  WS-LD-CLASE         PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACE.
           05  WS-LD-CLASE-ANT     PIC X(01).

       01  WS-CABECERA-RESUMEN.
           05  FILLER              PIC X(08) VALUE 'CLASE'.
           05  FILLER              PIC X(12) VALUE '  ARTICULOS'.
           05  FILLER              PIC X(09) VALUE '   %ARTI.'.
           05  FILLER              PIC X(18) VALUE
               '           VALOR'.
           05  FILLER              PIC X(09) VALUE '   %VALOR'.

       01  WS-LINEA-RESUMEN.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LR-CLASE         PIC X(01).
           05  FILLER              PIC X(09) VALUE SPACE.
           05  WS-LR-ARTICULOS     PIC ZZZ.ZZ9.
           05  FILLER              PIC X(04) VALUE SPACE.
           05  WS-LR-PORC-ARTI     PIC ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LR-VALOR         PIC Z.ZZZ.ZZZ.ZZZ,99.
           05  FILLER              PIC X(03) VALUE SPACE.
           05  WS-LR-PORC-VALOR    PIC ZZ9,99.

       01  WS-LINEA-TOTAL.
           05  WS-LT-TEXTO         PIC X(34).
           05  WS-LT-CONTADOR      PIC ZZZ.ZZ9.

       01  WS-LINEA-VALOR-TOTAL.
           05  FILLER              PIC X(34) VALUE
               'VALOR TOTAL DE CONSUMO'.
           05  WS-LV-TOTAL         PIC Z.ZZZ.ZZZ.ZZZ,99.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.
           PERFORM 1500-CARGAR-TABLA-DEMANDA THRU 1500-EXIT.
           PERFORM 2000-VALORAR-ARTICULOS THRU 2000-EXIT.

           IF WS-PROCESO-OK
               PERFORM 3000-ORDENAR-VALOR THRU 3000-EXIT
               PERFORM 4000-ABRIR-CLASIFICACION THRU 4000-EXIT
               PERFORM 4100-LEER-VALOR-ORD THRU 4100-EXIT
               PERFORM 4200-CLASIFICAR-ARTICULO THRU 4200-EXIT
                   UNTIL FIN-VALOR-ORD-SI
               PERFORM 4700-IMPRIMIR-RESUMEN THRU 4700-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-ARTICULO.
           MOVE 'N' TO FIN-DEMANDA.
           MOVE 'N' TO FIN-VALOR-ORD.
           MOVE 'S' TO WS-PROCESO.
           MOVE ZERO TO WS-VALOR-TOTAL.
           MOVE ZERO TO WS-VALOR-ACUMULADO.
           MOVE ZERO TO WS-RANGO.
           MOVE ZERO TO WS-CONTADOR-LEIDOS.
           MOVE ZERO TO WS-CONTADOR-DESCATALOG.
           MOVE ZERO TO WS-CONTADOR-CLASIFICADOS.
           MOVE ZERO TO WS-CONTADOR-CAMBIOS.

           MOVE 'A' TO TC-CLASE (1).
           MOVE 'B' TO TC-CLASE (2).
           MOVE 'C' TO TC-CLASE (3).
           MOVE ZERO TO TC-ARTICULOS (1) TC-ARTICULOS (2)
               TC-ARTICULOS (3).
           MOVE ZERO TO TC-VALOR (1) TC-VALOR (2) TC-VALOR (3).

      *    LA VENTANA DE CONSUMO SON LOS DOCE ULTIMOS PERIODOS
      *    (EL MES EN CURSO INCLUIDO), COMO EN PE-LM32.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-PERIODO-TRABAJO = WS-FECHA-HOY / 100.
           COMPUTE WS-MESES-TOTAL =
               (WS-PT-ANO * 12) + WS-PT-MES - 12.
           COMPUTE WS-PT-ANO = (WS-MESES-TOTAL - 1) / 12.
           COMPUTE WS-PT-MES = WS-MESES-TOTAL - (WS-PT-ANO * 12).
           MOVE WS-PERIODO-TRABAJO TO WS-PERIODO-LIMITE.

           DISPLAY SPACE.
           DISPLAY '---- CLASIFICACION ABC DE ARTICULOS ----'.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1100-LEER-PARAMETRO.
      *-----------------------------------------------------------------
      *    TOMA LOS CORTES DE LAS CLASES DEL ARCHIVO DE PARAMETROS,
      *    SI EXISTE. SIN ARCHIVO, O CON CORTES INCOHERENTES, LA
      *    CLASE A LLEGA AL 80 % DEL VALOR ACUMULADO Y LA B AL 95 %.
      *-----------------------------------------------------------------
           MOVE 80 TO WS-CORTE-A.
           MOVE 95 TO WS-CORTE-B.

           OPEN INPUT A-PARAMETRO.

           IF FS-PARAMETRO = '35'
               CONTINUE
           ELSE
               READ A-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CORTE-A > ZERO AND
                               PARM-CORTE-A < PARM-CORTE-B AND
                               PARM-CORTE-B <= 100
                           MOVE PARM-CORTE-A TO WS-CORTE-A
                           MOVE PARM-CORTE-B TO WS-CORTE-B
                       ELSE
                           DISPLAY 'AVISO: CORTES DE AB41PARM.SEC '
                               'NO VALIDOS. SE TOMAN 80 % Y 95 %.'
                       END-IF
               END-READ
               CLOSE A-PARAMETRO
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1500-CARGAR-TABLA-DEMANDA.
      *-----------------------------------------------------------------
      *    ACUMULA EN MEMORIA, POR ARTICULO, LAS SALIDAS DE LOS
      *    ULTIMOS DOCE MESES. SIN HISTORIA DE DEMANDA TODOS LOS
      *    ARTICULOS QUEDAN CON VALOR CERO Y EN LA CLASE C.
      *-----------------------------------------------------------------
           OPEN INPUT A-DEMANDA.

           IF FS-DEMANDA = '35'
               DISPLAY 'AVISO: NO EXISTE ADEMANDA.SEC. EJECUTE '
                   'PE-DM31 PARA CONSTRUIR LA HISTORIA DE DEMANDA.'
               MOVE 'S' TO FIN-DEMANDA
           ELSE
               READ A-DEMANDA AT END MOVE 'S' TO FIN-DEMANDA
               END-READ

               PERFORM 1600-CARGAR-UNA-DEMANDA THRU 1600-EXIT
                   UNTIL FIN-DEMANDA-SI

               CLOSE A-DEMANDA
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1600-CARGAR-UNA-DEMANDA.
      *-----------------------------------------------------------------
           IF DEM-PERIODO > WS-PERIODO-LIMITE
               SET IX-DEM TO 1
               SEARCH ENTRADA-DEM
                   AT END
                       PERFORM 1700-ANADIR-ARTICULO THRU 1700-EXIT
                   WHEN IX-DEM > NUM-DEMANDAS
                       PERFORM 1700-ANADIR-ARTICULO THRU 1700-EXIT
                   WHEN TD-COD-ARTI (IX-DEM) = DEM-COD-ARTI
                       CONTINUE
               END-SEARCH

               IF NUM-DEMANDAS > ZERO AND
                       IX-DEM <= NUM-DEMANDAS
                   ADD DEM-CANTIDAD TO TD-SALIDAS-12 (IX-DEM)
               END-IF
           END-IF.

           READ A-DEMANDA AT END MOVE 'S' TO FIN-DEMANDA
           END-READ.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1700-ANADIR-ARTICULO.
      *-----------------------------------------------------------------
           IF NUM-DEMANDAS >= WS-MAX-DEMANDAS
               DISPLAY 'AVISO: SE HAN SUPERADO LOS ' WS-MAX-DEMANDAS
                   ' ARTICULOS CON DEMANDA ADMITIDOS. EL ARTICULO '
                   DEM-COD-ARTI ' Y LOS SIGUIENTES SE VALORARAN '
                   'A CERO.'
               SET IX-DEM TO WS-MAX-DEMANDAS
               SET IX-DEM UP BY 1
           ELSE
               ADD 1 TO NUM-DEMANDAS
               SET IX-DEM TO NUM-DEMANDAS
               MOVE DEM-COD-ARTI TO TD-COD-ARTI (IX-DEM)
               MOVE ZERO TO TD-SALIDAS-12 (IX-DEM)
           END-IF.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-VALORAR-ARTICULOS.
      *-----------------------------------------------------------------
      *    PRIMERA PASADA: GRABA EN VALABC.TMP EL VALOR DE CONSUMO
      *    DE CADA ARTICULO NO DESCATALOGADO Y ACUMULA EL TOTAL.
      *-----------------------------------------------------------------
           OPEN INPUT A-ARTI-REL.

           IF FS-ARTI-REL = '35'
               DISPLAY 'NO EXISTE EL ARCHIVO DE ARTICULOS '
                   'AARTI.REL. PROCESO CANCELADO.'
               MOVE 'N' TO WS-PROCESO
           ELSE
               OPEN OUTPUT A-VALOR
               PERFORM 2100-LEER-ARTICULO THRU 2100-EXIT
               PERFORM 2200-VALORAR-UN-ARTICULO THRU 2200-EXIT
                   UNTIL FIN-ARTICULO-SI
               CLOSE A-VALOR
               CLOSE A-ARTI-REL
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2100-LEER-ARTICULO.
      *-----------------------------------------------------------------
           READ A-ARTI-REL NEXT RECORD AT END MOVE 'S' TO FIN-ARTICULO
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-VALORAR-UN-ARTICULO.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CONTADOR-LEIDOS.

           IF EST-ARTI-DESCATALOGADO
               ADD 1 TO WS-CONTADOR-DESCATALOG
           ELSE
               MOVE ZERO TO WS-SALIDAS-12
               SET IX-DEM TO 1
               IF NUM-DEMANDAS > ZERO
                   SEARCH ENTRADA-DEM
                       AT END
                           CONTINUE
                       WHEN IX-DEM > NUM-DEMANDAS
                           CONTINUE
                       WHEN TD-COD-ARTI (IX-DEM) = COD-ARTI
                           MOVE TD-SALIDAS-12 (IX-DEM)
                               TO WS-SALIDAS-12
                   END-SEARCH
               END-IF

               COMPUTE WS-VALOR-ARTICULO = WS-SALIDAS-12 * COS-ARTI
                   ON SIZE ERROR
                       MOVE 9999999999,99 TO WS-VALOR-ARTICULO
               END-COMPUTE
               ADD WS-VALOR-ARTICULO TO WS-VALOR-TOTAL
                   ON SIZE ERROR
                       MOVE 9999999999,99 TO WS-VALOR-TOTAL
               END-ADD

               MOVE WS-VALOR-ARTICULO TO VA-VALOR
               MOVE COD-ARTI TO VA-COD-ARTI
               MOVE NOM-ARTI TO VA-NOM-ARTI
               MOVE WS-SALIDAS-12 TO VA-DEMANDA
               MOVE CLA-ABC-ARTI TO VA-CLASE-ANT
               WRITE R-VALOR
           END-IF.

           PERFORM 2100-LEER-ARTICULO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3000-ORDENAR-VALOR.
      *-----------------------------------------------------------------
      *    ORDENA LOS ARTICULOS DE MAYOR A MENOR VALOR DE CONSUMO
      *    (Y POR CODIGO A IGUALDAD DE VALOR).
      *-----------------------------------------------------------------
           SORT WORK-ORDEN
               ON DESCENDING KEY VS-VALOR
               ON ASCENDING KEY VS-COD-ARTI
               USING A-VALOR
               GIVING VALOR-ORD.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4000-ABRIR-CLASIFICACION.
      *-----------------------------------------------------------------
           OPEN INPUT VALOR-ORD.
           OPEN I-O A-ARTI-REL.
           OPEN OUTPUT INFORME.

           MOVE WS-FECHA-HOY TO WS-C1-FECHA.
           MOVE WS-CABECERA-1 TO LIN-INFORME.
           WRITE LIN-INFORME.
           COMPUTE WS-C2-HASTA = WS-FECHA-HOY / 100.
           MOVE WS-PERIODO-LIMITE TO WS-PERIODO-TRABAJO.
           ADD 1 TO WS-PT-MES.
           IF WS-PT-MES > 12
               MOVE 1 TO WS-PT-MES
               ADD 1 TO WS-PT-ANO
           END-IF.
           MOVE WS-PERIODO-TRABAJO TO WS-C2-DESDE.
           MOVE WS-CORTE-A TO WS-C2-CORTE-A.
           MOVE WS-CORTE-B TO WS-C2-CORTE-B.
           MOVE WS-CABECERA-2 TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-CABECERA-3 TO LIN-INFORME.
           WRITE LIN-INFORME.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4100-LEER-VALOR-ORD.
      *-----------------------------------------------------------------
           READ VALOR-ORD AT END MOVE 'S' TO FIN-VALOR-ORD
           END-READ.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4200-CLASIFICAR-ARTICULO.
      *-----------------------------------------------------------------
      *    LA CLASE DEPENDE DEL PORCENTAJE ACUMULADO ANTES DE SUMAR
      *    EL ARTICULO: EL ARTICULO QUE CRUZA UN CORTE SE QUEDA EN
      *    LA CLASE DE ESE CORTE. LOS ARTICULOS SIN CONSUMO VAN
      *    SIEMPRE A LA CLASE C.
      *-----------------------------------------------------------------
           ADD 1 TO WS-RANGO.

           IF WS-VALOR-TOTAL > ZERO
               COMPUTE WS-PORC-PREVIO ROUNDED =
                   WS-VALOR-ACUMULADO * 100 / WS-VALOR-TOTAL
               COMPUTE WS-PORC-ARTICULO ROUNDED =
                   VO-VALOR * 100 / WS-VALOR-TOTAL
           ELSE
               MOVE 100 TO WS-PORC-PREVIO
               MOVE ZERO TO WS-PORC-ARTICULO
           END-IF.

           ADD VO-VALOR TO WS-VALOR-ACUMULADO
               ON SIZE ERROR
                   MOVE WS-VALOR-TOTAL TO WS-VALOR-ACUMULADO
           END-ADD.
           IF WS-VALOR-TOTAL > ZERO
               COMPUTE WS-PORC-ACUMULADO ROUNDED =
                   WS-VALOR-ACUMULADO * 100 / WS-VALOR-TOTAL
           ELSE
               MOVE ZERO TO WS-PORC-ACUMULADO
           END-IF.

           EVALUATE TRUE
               WHEN VO-VALOR = ZERO
                   MOVE 'C' TO WS-CLASE-NUEVA
                   SET IX-CLASE TO 3
               WHEN WS-PORC-PREVIO < WS-CORTE-A
                   MOVE 'A' TO WS-CLASE-NUEVA
                   SET IX-CLASE TO 1
               WHEN WS-PORC-PREVIO < WS-CORTE-B
                   MOVE 'B' TO WS-CLASE-NUEVA
                   SET IX-CLASE TO 2
               WHEN OTHER
                   MOVE 'C' TO WS-CLASE-NUEVA
                   SET IX-CLASE TO 3
           END-EVALUATE.

           ADD 1 TO TC-ARTICULOS (IX-CLASE).
           ADD VO-VALOR TO TC-VALOR (IX-CLASE).
           ADD 1 TO WS-CONTADOR-CLASIFICADOS.

           PERFORM 4300-GRABAR-CLASE THRU 4300-EXIT.
           PERFORM 4400-IMPRIMIR-DETALLE THRU 4400-EXIT.

           PERFORM 4100-LEER-VALOR-ORD THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4300-GRABAR-CLASE.
      *-----------------------------------------------------------------
      *    SOLO SE REESCRIBE EL ARTICULO SI LA CLASE CAMBIA.
      *-----------------------------------------------------------------
           IF WS-CLASE-NUEVA NOT = VO-CLASE-ANT
               MOVE VO-COD-ARTI TO COD-ARTI
               READ A-ARTI-REL
                   INVALID KEY
                       DISPLAY 'AVISO: EL ARTICULO ' VO-COD-ARTI
                           ' YA NO EXISTE EN AARTI.REL.'
                   NOT INVALID KEY
                       MOVE WS-CLASE-NUEVA TO CLA-ABC-ARTI
                       REWRITE R-ARTICULO
                           INVALID KEY
                               DISPLAY 'ERROR INVALID: NO SE HA '
                                   'PODIDO ACTUALIZAR EL ARTICULO '
                                   COD-ARTI
                           NOT INVALID KEY
                               ADD 1 TO WS-CONTADOR-CAMBIOS
                       END-REWRITE
               END-READ
           END-IF.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4400-IMPRIMIR-DETALLE.
      *-----------------------------------------------------------------
           MOVE WS-RANGO TO WS-LD-RANGO.
           MOVE VO-COD-ARTI TO WS-LD-COD-ARTI.
           MOVE VO-NOM-ARTI TO WS-LD-NOM-ARTI.
           MOVE VO-DEMANDA TO WS-LD-DEMANDA.
           MOVE VO-VALOR TO WS-LD-VALOR.
           MOVE WS-PORC-ARTICULO TO WS-LD-PORC.
           MOVE WS-PORC-ACUMULADO TO WS-LD-ACUMULADO.
           MOVE WS-CLASE-NUEVA TO WS-LD-CLASE.
           MOVE VO-CLASE-ANT TO WS-LD-CLASE-ANT.
           MOVE WS-LINEA-DETALLE TO LIN-INFORME.
           WRITE LIN-INFORME.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4700-IMPRIMIR-RESUMEN.
      *-----------------------------------------------------------------
      *    PARTICIPACION DE CADA CLASE EN EL NUMERO DE ARTICULOS Y
      *    EN EL VALOR TOTAL DE CONSUMO.
      *-----------------------------------------------------------------
           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-CABECERA-RESUMEN TO LIN-INFORME.
           WRITE LIN-INFORME.

           SET IX-CLASE TO 1.
           PERFORM 4750-IMPRIMIR-UNA-CLASE THRU 4750-EXIT
               UNTIL IX-CLASE > 3.

           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-VALOR-TOTAL TO WS-LV-TOTAL.
           MOVE WS-LINEA-VALOR-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'ARTICULOS LEIDOS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-LEIDOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'ARTICULOS CLASIFICADOS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-CLASIFICADOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'ARTICULOS QUE CAMBIAN DE CLASE' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-CAMBIOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'DESCATALOGADOS SIN CLASIFICAR' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-DESCATALOG TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           DISPLAY 'ARTICULOS CLASIFICADOS: ' WS-CONTADOR-CLASIFICADOS.
           DISPLAY 'CAMBIOS DE CLASE:       ' WS-CONTADOR-CAMBIOS.
           DISPLAY 'VALOR TOTAL DE CONSUMO: ' WS-VALOR-TOTAL.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4750-IMPRIMIR-UNA-CLASE.
      *-----------------------------------------------------------------
           MOVE TC-CLASE (IX-CLASE) TO WS-LR-CLASE.
           MOVE TC-ARTICULOS (IX-CLASE) TO WS-LR-ARTICULOS.
           MOVE TC-VALOR (IX-CLASE) TO WS-LR-VALOR.

           IF WS-CONTADOR-CLASIFICADOS > ZERO
               COMPUTE WS-LR-PORC-ARTI ROUNDED =
                   TC-ARTICULOS (IX-CLASE) * 100
                   / WS-CONTADOR-CLASIFICADOS
           ELSE
               MOVE ZERO TO WS-LR-PORC-ARTI
           END-IF.

           IF WS-VALOR-TOTAL > ZERO
               COMPUTE WS-LR-PORC-VALOR ROUNDED =
                   TC-VALOR (IX-CLASE) * 100 / WS-VALOR-TOTAL
           ELSE
               MOVE ZERO TO WS-LR-PORC-VALOR
           END-IF.

           MOVE WS-LINEA-RESUMEN TO LIN-INFORME.
           WRITE LIN-INFORME.
           SET IX-CLASE UP BY 1.
       4750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE VALOR-ORD.
           CLOSE A-ARTI-REL.
           CLOSE INFORME.
       9000-EXIT.
           EXIT.
