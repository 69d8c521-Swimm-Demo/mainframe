      *****************************************************************
      *                                                               *
      *   CALENDARIO DE RECUENTO CICLICO. SELECCIONA LOS ARTICULOS    *
      *   QUE TOCA CONTAR EN LA FECHA DEL RECUENTO SEGUN SU CLASE     *
      *   ABC (CLA-ABC-ARTI, ASIGNADA POR PE-AB41): LA CLASE A SE     *
      *   CUENTA CADA MES, LA B CADA TRIMESTRE Y LA C CADA ANO. CON   *
      *   LOS ARTICULOS DEL DIA ABRE LA CAMPANA DE RECUENTO EN        *
      *   ARECU.REL E IMPRIME LAS HOJAS DE RECUENTO (HOJAREC.LIS)     *
      *   EXACTAMENTE COMO PE-RC22, DE MODO QUE PE-RC23 Y PE-RC24     *
      *   TRABAJAN SOBRE ELLA SIN CAMBIOS.                            *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-CC42.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. CADA ARTICULO TIENE UN DIA FIJO DEL MES (DEL 1 AL
           28, RESTO DE DIVIDIR EL COD-ARTI ENTRE 28, MAS UNO).
           LOS DE CLASE A SE CUENTAN ESE DIA TODOS LOS MESES; LOS
           DE CLASE B ESE DIA EN UNO DE LOS TRES MESES DE CADA
           TRIMESTRE Y LOS DE CLASE C ESE DIA EN UNO DE LOS DOCE
           MESES DEL ANO, REPARTIDOS TAMBIEN SEGUN EL COD-ARTI.
           LOS ARTICULOS SIN CLASIFICAR SE TRATAN COMO CLASE C Y
           LOS DESCATALOGADOS NO SE CUENTAN. LOS DIAS 29 A 31 NO
           TIENEN ARTICULOS. SI NINGUN ARTICULO TOCA EN LA FECHA,
           LA CAMPANA ANTERIOR SE CONSERVA.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL.
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
      *    DECLARACION DEL ARCHIVO DE RECUENTO (SALIDA)
      *
           SELECT A-RECUENTO ASSIGN TO DISK 'ARECU.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CLAVE
               FILE STATUS IS FS-RECUENTO.
      *
      *    DECLARACION DEL ARCHIVO DE STOCK POR ALMACEN
      *
           SELECT A-STOCK-ALMA ASSIGN TO DISK 'ASTKA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-CLAVE
               FILE STATUS IS FS-STOCK-ALMA.
      *
      *    HOJAS DE RECUENTO (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'HOJAREC.LIS'
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
      *    DESCRIPCION DEL REGISTRO DE RECUENTO (VER PE-RC22)
      *
       FD  A-RECUENTO
           LABEL RECORD IS STANDARD.
       01  R-RECUENTO.
           02  REC-CLAVE.
               03  REC-COD-ARTI    PIC 9(04).
               03  REC-COD-ALMA    PIC X(03).
           02  REC-COD-TPARTI      PIC X(03).
           02  REC-STOCK-TEORICO   PIC 9(06).
           02  REC-CANTIDAD        PIC 9(06).
           02  REC-ESTADO          PIC X(01).
               88  REC-PENDIENTE   VALUE 'P'.
               88  REC-CONTADO     VALUE 'C'.
               88  REC-APLICADO    VALUE 'A'.
      *
      *    DESCRIPCION DEL REGISTRO DE STOCK POR ALMACEN
      *
       FD  A-STOCK-ALMA
           LABEL RECORD IS STANDARD.
       01  R-STOCK-ALMA.
           02  STA-CLAVE.
               03  STA-COD-ARTI    PIC 9(04).
               03  STA-COD-ALMA    PIC X(03).
           02  STA-CANTIDAD        PIC 9(06).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
       FD  INFORME
           LABEL RECORD IS STANDARD.
       01  LIN-INFORME             PIC X(096).

       WORKING-STORAGE SECTION.
       77  FS-ARTI-REL             PIC X(02).
       77  FS-RECUENTO             PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FS-STOCK-ALMA           PIC X(02).
       77  FIN-ARTICULO            PIC X(01).
           88  FIN-ARTICULO-SI     VALUE 'S'.
           88  FIN-ARTICULO-NO     VALUE 'N'.
       77  FIN-STOCK-ALMA          PIC X(01).
           88  FIN-STOCK-ALMA-SI   VALUE 'S'.
           88  FIN-STOCK-ALMA-NO   VALUE 'N'.
       77  FIN-RECUENTO            PIC X(01).
           88  FIN-RECUENTO-SI     VALUE 'S'.
           88  FIN-RECUENTO-NO     VALUE 'N'.
       77  WS-PROCESO              PIC X(01).
           88  WS-PROCESO-OK       VALUE 'S'.
           88  WS-PROCESO-NO       VALUE 'N'.
       77  WS-CAMPANA              PIC X(01).
           88  WS-CAMPANA-ABIERTA  VALUE 'S'.
           88  WS-CAMPANA-CERRADA  VALUE 'N'.
       77  WS-TOCA-HOY             PIC X(01).
           88  WS-TOCA-HOY-SI      VALUE 'S'.
           88  WS-TOCA-HOY-NO      VALUE 'N'.
       77  WS-CONFIRMACION         PIC X(01).
       77  WS-ALMA-RECUENTO        PIC X(03).
       77  WS-STOCK-RECUENTO       PIC 9(06).
       77  WS-CLASE-RECUENTO       PIC X(01).
       77  WS-DIA-ARTICULO         PIC 9(02).
       77  WS-MES-ARTICULO         PIC 9(02).
       77  WS-MES-TRIMESTRE        PIC 9(02).
       77  WS-COCIENTE             PIC 9(04).
       77  WS-RESTO                PIC 9(02).
       77  WS-CONTADOR-PENDIENTES  PIC 9(06) COMP.
       77  WS-CONTADOR-UBICACIONES PIC 9(06) COMP.
       77  WS-CONTADOR-SIN-UBICAR  PIC 9(06) COMP.
       77  WS-CONTADOR-LEIDOS      PIC 9(06) COMP.
       77  WS-CONTADOR-ARTICULOS   PIC 9(06) COMP.
       77  WS-CONTADOR-HOJA        PIC 9(06) COMP.
       77  WS-LINEAS-PAGINA        PIC 9(02) COMP.
       77  WS-MAX-LINEAS           PIC 9(02) COMP VALUE 20.
       77  WS-PAGINA               PIC 9(04) COMP.

       01  WS-FECHA-RECUENTO       PIC 9(08).
       01  WS-FECHA-RECUENTO-R REDEFINES WS-FECHA-RECUENTO.
           02  WS-FR-ANO           PIC 9(04).
           02  WS-FR-MES           PIC 9(02).
           02  WS-FR-DIA           PIC 9(02).

       01  WS-CABECERA-1.
           05  FILLER              PIC X(36)
               VALUE 'HOJA DE RECUENTO CICLICO'.
           05  FILLER              PIC X(10) VALUE SPACE.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-C1-PAGINA        PIC ZZZ9.

       01  WS-CABECERA-2.
           05  FILLER              PIC X(07) VALUE 'FECHA: '.
           05  WS-C2-FECHA         PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACE.
           05  FILLER              PIC X(09) VALUE 'ALMACEN: '.
           05  FILLER              PIC X(07) VALUE 'TODOS'.

       01  WS-CABECERA-3.
           05  FILLER              PIC X(04) VALUE 'COD.'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(25) VALUE
               'NOMBRE DEL ARTICULO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(05) VALUE 'TIPO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(04) VALUE 'ALM'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(16) VALUE 'CANTIDAD CONTADA'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(05) VALUE 'CLASE'.

       01  WS-LINEA-DETALLE.
           05  WS-LD-COD-ARTI      PIC Z(03)9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-NOM-ARTI      PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-COD-TPARTI    PIC X(03).
           05  FILLER              PIC X(04) VALUE SPACE.
           05  WS-LD-COD-ALMA      PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACE.
           05  FILLER              PIC X(16) VALUE '________________'.
           05  FILLER              PIC X(04) VALUE SPACE.
           05  WS-LD-CLASE         PIC X(01).

       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(34) VALUE
               'ARTICULOS EN LA HOJA DE RECUENTO'.
           05  WS-LT-CONTADOR      PIC ZZZ.ZZ9.

       01  WS-LINEA-SIN-UBICAR.
           05  FILLER              PIC X(34) VALUE
               'ARTICULOS CON STOCK SIN UBICAR'.
           05  WS-LS-CONTADOR      PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1500-COMPROBAR-CAMPANA THRU 1500-EXIT.

           IF WS-PROCESO-OK
               PERFORM 2000-ABRIR-ARCHIVOS THRU 2000-EXIT
           END-IF.

           IF WS-PROCESO-OK
               PERFORM 2100-LEER-ARTICULO THRU 2100-EXIT
               PERFORM 2200-PROCESO-ARTICULO THRU 2200-EXIT
                   UNTIL FIN-ARTICULO-SI
               PERFORM 4700-IMPRIMIR-TOTAL THRU 4700-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-ARTICULO.
           MOVE 'N' TO WS-CAMPANA.
           MOVE 'S' TO WS-PROCESO.
           MOVE ZERO TO WS-CONTADOR-LEIDOS.
           MOVE ZERO TO WS-CONTADOR-ARTICULOS.
           MOVE ZERO TO WS-CONTADOR-HOJA.
           MOVE ZERO TO WS-CONTADOR-SIN-UBICAR.
           MOVE ZERO TO WS-PAGINA.
           MOVE 99 TO WS-LINEAS-PAGINA.

           DISPLAY SPACE.
           DISPLAY '---- CALENDARIO DE RECUENTO CICLICO ----'.
           DISPLAY 'FECHA DEL RECUENTO AAAAMMDD (0 = HOY):'.
           ACCEPT WS-FECHA-RECUENTO.

           IF WS-FECHA-RECUENTO = ZERO
               ACCEPT WS-FECHA-RECUENTO FROM DATE YYYYMMDD
           END-IF.

           IF WS-FR-MES < 1 OR WS-FR-MES > 12 OR
                   WS-FR-DIA < 1 OR WS-FR-DIA > 31
               DISPLAY 'FECHA NO VALIDA: ' WS-FECHA-RECUENTO
                   '. PROCESO CANCELADO.'
               MOVE 'N' TO WS-PROCESO
           END-IF.

           IF WS-PROCESO-OK AND WS-FR-DIA > 28
               DISPLAY 'LOS DIAS 29 A 31 NO TIENEN ARTICULOS EN EL '
                   'CALENDARIO. NO HAY RECUENTO.'
               MOVE 'N' TO WS-PROCESO
           END-IF.

      *    MES DENTRO DEL TRIMESTRE (1 A 3) DE LA FECHA DEL RECUENTO.
           IF WS-PROCESO-OK
               COMPUTE WS-MES-ARTICULO = WS-FR-MES - 1
               DIVIDE WS-MES-ARTICULO BY 3 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO
               COMPUTE WS-MES-TRIMESTRE = WS-RESTO + 1
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1500-COMPROBAR-CAMPANA.
      *-----------------------------------------------------------------
      *    LA CAMPANA DEL DIA SUSTITUYE A LA ANTERIOR, IGUAL QUE EN
      *    PE-RC22. SI LA ANTERIOR TIENE LINEAS SIN APLICAR (AUN NO
      *    CONTADAS, O CONTADAS SIN PASAR POR PE-RC24) SE AVISA Y SE
      *    PIDE CONFIRMACION ANTES DE PERDERLAS.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-CONTADOR-PENDIENTES.

           IF WS-PROCESO-OK
               OPEN INPUT A-RECUENTO
               IF FS-RECUENTO NOT = '35'
                   MOVE 'N' TO FIN-RECUENTO
                   PERFORM 1600-LEER-RECUENTO THRU 1600-EXIT
                       UNTIL FIN-RECUENTO-SI
                   CLOSE A-RECUENTO
               END-IF
           END-IF.

           IF WS-CONTADOR-PENDIENTES > ZERO
               DISPLAY 'ATENCION: LA CAMPANA DE RECUENTO ANTERIOR '
                   'TIENE ' WS-CONTADOR-PENDIENTES
                   ' LINEAS SIN APLICAR.'
               DISPLAY 'SUSTITUIRLA DE TODOS MODOS (S/N):'
               ACCEPT WS-CONFIRMACION
               IF WS-CONFIRMACION NOT = 'S'
                   DISPLAY 'PROCESO CANCELADO. APLIQUE LA CAMPANA '
                       'ANTERIOR CON PE-RC24.'
                   MOVE 'N' TO WS-PROCESO
               END-IF
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1600-LEER-RECUENTO.
      *-----------------------------------------------------------------
           READ A-RECUENTO NEXT RECORD
               AT END
                   MOVE 'S' TO FIN-RECUENTO
               NOT AT END
                   IF NOT REC-APLICADO
                       ADD 1 TO WS-CONTADOR-PENDIENTES
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-ABRIR-ARCHIVOS.
      *-----------------------------------------------------------------
      *    ARECU.REL Y LAS HOJAS NO SE ABREN HASTA ENCONTRAR EL
      *    PRIMER ARTICULO DEL DIA (VER 2600-ABRIR-CAMPANA).
      *-----------------------------------------------------------------
           OPEN INPUT A-ARTI-REL.

           IF FS-ARTI-REL = '35'
               DISPLAY 'NO EXISTE EL ARCHIVO DE ARTICULOS '
                   'AARTI.REL. PROCESO CANCELADO.'
               MOVE 'N' TO WS-PROCESO
           ELSE
               OPEN INPUT A-STOCK-ALMA
               IF FS-STOCK-ALMA = '35'
                   DISPLAY 'NO EXISTE EL ARCHIVO DE STOCK POR '
                       'ALMACEN ASTKA.REL (VER PE-AL33). PROCESO '
                       'CANCELADO.'
                   MOVE 'N' TO WS-PROCESO
                   CLOSE A-ARTI-REL
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2100-LEER-ARTICULO.
      *-----------------------------------------------------------------
           IF NOT FIN-ARTICULO-SI
               READ A-ARTI-REL NEXT RECORD
                   AT END MOVE 'S' TO FIN-ARTICULO
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-PROCESO-ARTICULO.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CONTADOR-LEIDOS.

           IF NOT EST-ARTI-DESCATALOGADO
               PERFORM 2210-EVALUAR-CALENDARIO THRU 2210-EXIT
               IF WS-TOCA-HOY-SI
                   IF WS-CAMPANA-CERRADA
                       PERFORM 2600-ABRIR-CAMPANA THRU 2600-EXIT
                   END-IF
                   ADD 1 TO WS-CONTADOR-ARTICULOS
                   PERFORM 2250-RECUENTO-UBICACIONES THRU 2250-EXIT
               END-IF
           END-IF.

           PERFORM 2100-LEER-ARTICULO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2210-EVALUAR-CALENDARIO.
      *-----------------------------------------------------------------
      *    DIA DEL ARTICULO = RESTO DE COD-ARTI ENTRE 28, MAS UNO.
      *    EL COCIENTE REPARTE LOS ARTICULOS DE CLASE B ENTRE LOS
      *    TRES MESES DEL TRIMESTRE Y LOS DE CLASE C ENTRE LOS DOCE
      *    MESES DEL ANO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-TOCA-HOY.

           DIVIDE COD-ARTI BY 28 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           COMPUTE WS-DIA-ARTICULO = WS-RESTO + 1.

           IF CLA-ABC-A OR CLA-ABC-B
               MOVE CLA-ABC-ARTI TO WS-CLASE-RECUENTO
           ELSE
               MOVE 'C' TO WS-CLASE-RECUENTO
           END-IF.

           IF WS-DIA-ARTICULO = WS-FR-DIA
               EVALUATE WS-CLASE-RECUENTO
                   WHEN 'A'
                       MOVE 'S' TO WS-TOCA-HOY
                   WHEN 'B'
                       DIVIDE WS-COCIENTE BY 3 GIVING WS-COCIENTE
                           REMAINDER WS-RESTO
                       COMPUTE WS-MES-ARTICULO = WS-RESTO + 1
                       IF WS-MES-ARTICULO = WS-MES-TRIMESTRE
                           MOVE 'S' TO WS-TOCA-HOY
                       END-IF
                   WHEN OTHER
                       DIVIDE WS-COCIENTE BY 12 GIVING WS-COCIENTE
                           REMAINDER WS-RESTO
                       COMPUTE WS-MES-ARTICULO = WS-RESTO + 1
                       IF WS-MES-ARTICULO = WS-FR-MES
                           MOVE 'S' TO WS-TOCA-HOY
                       END-IF
               END-EVALUATE
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2250-RECUENTO-UBICACIONES.
      *-----------------------------------------------------------------
      *    UNA LINEA POR CADA UBICACION DEL ARTICULO EN ASTKA.REL,
      *    COMO EN PE-RC22 CUANDO SE CUENTAN TODOS LOS ALMACENES.
      *    EL STOCK SIN UBICAR SE AVISA PARA QUE SE REGULARICE
      *    DESDE PE-AL33.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-CONTADOR-UBICACIONES.
           MOVE 'N' TO FIN-STOCK-ALMA.
           MOVE COD-ARTI TO STA-COD-ARTI.
           MOVE LOW-VALUES TO STA-COD-ALMA.

           START A-STOCK-ALMA KEY IS NOT LESS THAN STA-CLAVE
               INVALID KEY MOVE 'S' TO FIN-STOCK-ALMA
           END-START.

           PERFORM 2260-LEER-UBICACION THRU 2260-EXIT.
           PERFORM 2270-PROCESO-UBICACION THRU 2270-EXIT
               UNTIL FIN-STOCK-ALMA-SI.

           IF WS-CONTADOR-UBICACIONES = ZERO AND NUM-ARTI > ZERO
               DISPLAY 'AVISO: ARTICULO ' COD-ARTI
                   ' CON STOCK SIN UBICAR EN NINGUN ALMACEN. '
                   'NO ENTRA EN EL RECUENTO.'
               ADD 1 TO WS-CONTADOR-SIN-UBICAR
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2260-LEER-UBICACION.
      *-----------------------------------------------------------------
           IF NOT FIN-STOCK-ALMA-SI
               READ A-STOCK-ALMA NEXT RECORD
                   AT END MOVE 'S' TO FIN-STOCK-ALMA
               END-READ
               IF NOT FIN-STOCK-ALMA-SI AND STA-COD-ARTI NOT = COD-ARTI
                   MOVE 'S' TO FIN-STOCK-ALMA
               END-IF
           END-IF.
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2270-PROCESO-UBICACION.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CONTADOR-UBICACIONES.
           MOVE STA-COD-ALMA TO WS-ALMA-RECUENTO.
           MOVE STA-CANTIDAD TO WS-STOCK-RECUENTO.
           PERFORM 2300-GRABAR-RECUENTO THRU 2300-EXIT.
           PERFORM 2400-IMPRIMIR-DETALLE THRU 2400-EXIT.
           ADD 1 TO WS-CONTADOR-HOJA.

           PERFORM 2260-LEER-UBICACION THRU 2260-EXIT.
       2270-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-GRABAR-RECUENTO.
      *-----------------------------------------------------------------
           MOVE COD-ARTI TO REC-COD-ARTI.
           MOVE WS-ALMA-RECUENTO TO REC-COD-ALMA.
           MOVE COD-TPARTI TO REC-COD-TPARTI.
           MOVE WS-STOCK-RECUENTO TO REC-STOCK-TEORICO.
           MOVE ZERO TO REC-CANTIDAD.
           MOVE 'P' TO REC-ESTADO.

           WRITE R-RECUENTO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: ARTICULO REPETIDO EN EL '
                       'RECUENTO: ' COD-ARTI ' ' WS-ALMA-RECUENTO
           END-WRITE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2400-IMPRIMIR-DETALLE.
      *-----------------------------------------------------------------
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM 2500-IMPRIMIR-CABECERA THRU 2500-EXIT
           END-IF.

           MOVE COD-ARTI TO WS-LD-COD-ARTI.
           MOVE NOM-ARTI TO WS-LD-NOM-ARTI.
           MOVE COD-TPARTI TO WS-LD-COD-TPARTI.
           MOVE WS-ALMA-RECUENTO TO WS-LD-COD-ALMA.
           MOVE WS-CLASE-RECUENTO TO WS-LD-CLASE.
           MOVE WS-LINEA-DETALLE TO LIN-INFORME.
           WRITE LIN-INFORME.
           ADD 1 TO WS-LINEAS-PAGINA.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2500-IMPRIMIR-CABECERA.
      *-----------------------------------------------------------------
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO WS-C1-PAGINA.
           MOVE WS-CABECERA-1 TO LIN-INFORME.
           WRITE LIN-INFORME AFTER ADVANCING PAGE.
           MOVE WS-FECHA-RECUENTO TO WS-C2-FECHA.
           MOVE WS-CABECERA-2 TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-CABECERA-3 TO LIN-INFORME.
           WRITE LIN-INFORME AFTER ADVANCING 2 LINES.
           MOVE 4 TO WS-LINEAS-PAGINA.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2600-ABRIR-CAMPANA.
      *-----------------------------------------------------------------
           OPEN OUTPUT A-RECUENTO.
           OPEN OUTPUT INFORME.
           MOVE 'S' TO WS-CAMPANA.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4700-IMPRIMIR-TOTAL.
      *-----------------------------------------------------------------
           IF WS-CAMPANA-ABIERTA
               MOVE WS-CONTADOR-HOJA TO WS-LT-CONTADOR
               MOVE SPACE TO LIN-INFORME
               WRITE LIN-INFORME AFTER ADVANCING 2 LINES
               MOVE WS-LINEA-TOTAL TO LIN-INFORME
               WRITE LIN-INFORME
               IF WS-CONTADOR-SIN-UBICAR > ZERO
                   MOVE WS-CONTADOR-SIN-UBICAR TO WS-LS-CONTADOR
                   MOVE WS-LINEA-SIN-UBICAR TO LIN-INFORME
                   WRITE LIN-INFORME
               END-IF
           ELSE
               DISPLAY 'NINGUN ARTICULO TOCA RECUENTO EL '
                   WS-FECHA-RECUENTO
                   '. LA CAMPANA ANTERIOR SE CONSERVA.'
           END-IF.

           DISPLAY 'ARTICULOS LEIDOS:           ' WS-CONTADOR-LEIDOS.
           DISPLAY 'ARTICULOS DEL DIA:          '
               WS-CONTADOR-ARTICULOS.
           DISPLAY 'LINEAS EN EL RECUENTO:      ' WS-CONTADOR-HOJA.
           DISPLAY 'ARTICULOS SIN UBICAR:       '
               WS-CONTADOR-SIN-UBICAR.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-ARTI-REL.
           CLOSE A-STOCK-ALMA.

           IF WS-CAMPANA-ABIERTA
               CLOSE A-RECUENTO
               CLOSE INFORME
           END-IF.
       9000-EXIT.
           EXIT.
