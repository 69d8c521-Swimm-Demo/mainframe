      *****************************************************************
      *                                                               *
      *   DIARIO CONTABLE DE EXISTENCIAS. LEE LOS MOVIMIENTOS DEL     *
      *   LIBRO AMOVS.LED APLICADOS EN LA FECHA DEL DIARIO Y GRABA    *
      *   UN ASIENTO CUADRADO POR MOVIMIENTO, VALORADO A COSTE, EN EL *
      *   ARCHIVO DE INTERFAZ DIARIO.INT PARA CONTABILIDAD: LAS       *
      *   ENTRADAS CONTRA MERCANCIA RECIBIDA, LAS SALIDAS CONTRA      *
      *   COSTE DE VENTAS Y LOS AJUSTES DE RECUENTO (PE-RC24) CONTRA  *
      *   DIFERENCIAS DE INVENTARIO. LOS MOVIMIENTOS QUE NO PUEDEN    *
      *   VALORARSE SALEN EN EL LISTADO DE RECHAZOS DIARECH.LIS, Y LA *
      *   PRUEBA DE CUADRE DIAPRUE.LIS DEMUESTRA QUE EL VALOR A COSTE *
      *   DE APERTURA MAS EL DIARIO DA EL VALOR DE CIERRE DE PE-AS04. *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-DC39.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. GENERA EL DIARIO CONTABLE DE LOS MOVIMIENTOS DE
           STOCK DEL DIA, DELIMITADO POR PUNTO Y COMA, CON REGISTROS
           CAB (FECHA DEL DIARIO Y MOMENTO DE GENERACION), DET (UNA
           LINEA AL DEBE O AL HABER DE CADA ASIENTO) Y PIE (NUMERO
           DE LINEAS Y TOTALES DEL DEBE Y DEL HABER). LA FECHA DEL
           DIARIO Y LAS CUENTAS SE PUEDEN FIJAR EN EL ARCHIVO
           OPCIONAL DC39PARM.SEC. SE EJECUTA COMO PASO DE LA CADENA
           NOCTURNA PE-CN28, DESPUES DE PE-AS04.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     AMOVS.LED PASA A SER INDEXADO POR ARTICULO,
      *                     FECHA DE APLICACION Y SECUENCIA (VER
      *                     PE-LI43); SE SIGUE LEYENDO ENTERO, EN ORDEN
      *                     DE CLAVE.
      * 15/10/2026  DSI     EL REGISTRO DEL LIBRO INCORPORA EL LOTE Y
      *                     SU FECHA DE CADUCIDAD (VER PE-MV09); AQUI
      *                     SOLO SE ARRASTRAN.
      * 15/10/2026  DSI     LA PRUEBA DE CUADRE ROTULA EL VALOR DE
      *                     APERTURA COMO EL DE LA ULTIMA VALORACION
      *                     DE PE-AS04 ANTERIOR AL DIARIO, QUE ES LA
      *                     QUE SE TOMA, Y NO COMO LA DEL DIA.
      * 15/10/2026  DSI     EL REGISTRO DEL LIBRO INCORPORA EL ORIGEN
      *                     DEL MOVIMIENTO (LED-ORIGEN, VER PE-MV09);
      *                     AQUI SOLO SE ARRASTRA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    DECLARACION DEL LIBRO DE MOVIMIENTOS APLICADOS (ENTRADA)
      *
           SELECT A-LIBRO ASSIGN TO DISK 'AMOVS.LED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-CLAVE
               FILE STATUS IS FS-LIBRO.
      *
      *    DECLARACION DEL ARCHIVO INDEXADO DE ARTICULOS (ENTRADA)
      *
           SELECT A-ARTI-REL ASSIGN TO DISK 'AARTI.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-ARTI
               FILE STATUS IS FS-ARTI-REL.
      *
      *    HISTORICO DEL VALOR TOTAL A COSTE (VER PE-AS04)
      *
           SELECT A-VALOR-COSTE ASSIGN TO DISK 'VALCOSTE.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VALOR-COSTE.
      *
      *    DECLARACION DEL ARCHIVO DE PARAMETROS DE LA EJECUCION
      *    (OPCIONAL)
      *
           SELECT A-PARAMETRO ASSIGN TO DISK 'DC39PARM.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.
      *
      *    ARCHIVO DE INTERFAZ CON EL DIARIO CONTABLE (SALIDA)
      *
           SELECT A-INTERFAZ ASSIGN TO DISK 'DIARIO.INT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INTERFAZ.
      *
      *    LISTADO DE MOVIMIENTOS RECHAZADOS (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'DIARECH.LIS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFORME.
      *
      *    PRUEBA DE CUADRE DEL INVENTARIO (SALIDA)
      *
           SELECT INFORME-PRUEBA ASSIGN TO DISK 'DIAPRUE.LIS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFORME-PRUEBA.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DEL LIBRO DE MOVIMIENTOS
      *    (VER PE-MV09)
      *
       FD  A-LIBRO
           LABEL RECORD IS STANDARD.
       01  R-LIBRO.
           02  LED-CLAVE.
               03  LED-COD-ARTI    PIC 9(04).
               03  LED-FECHA-APLIC PIC 9(08).
               03  LED-SECUENCIA   PIC 9(06).
           02  LED-FECHA           PIC 9(08).
           02  LED-TIPO            PIC X(01).
               88  LED-ENTRADA     VALUE 'E'.
               88  LED-SALIDA      VALUE 'S'.
               88  LED-AJUSTE      VALUE 'A'.
               88  LED-TRASPASO    VALUE 'T'.
           02  LED-CANTIDAD        PIC 9(06).
           02  LED-OPERADOR        PIC X(08).
           02  LED-STOCK-ANT       PIC 9(06).
           02  LED-STOCK-NUE       PIC 9(06).
           02  LED-ESTADO          PIC X(01).
               88  LED-APLICADO    VALUE 'A'.
               88  LED-RECHAZADO   VALUE 'R'.
               88  LED-REENVIADO   VALUE 'Q'.
           02  LED-MOTIVO          PIC X(02).
           02  LED-COSTE           PIC 9(04)V9(02).
           02  LED-COD-ALMA        PIC X(03).
           02  LED-ALMA-DESTINO    PIC X(03).
           02  LED-NUM-LOTE        PIC X(10).
           02  LED-FEC-CADUC       PIC 9(08).
           02  LED-ORIGEN          PIC X(01).
               88  LED-DE-PEDIDO   VALUE 'P'.
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
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DEL HISTORICO DE VALOR A COSTE
      *
       FD  A-VALOR-COSTE
           LABEL RECORD IS STANDARD.
       01  R-VALOR-COSTE.
           02  VCO-FECHA           PIC 9(08).
           02  VCO-HORA            PIC 9(08).
           02  VCO-VALOR           PIC 9(10)V9(02).
      *
      *    DESCRIPCION DEL REGISTRO DE PARAMETROS. UNA FECHA A CERO
      *    O UNA CUENTA EN BLANCO TOMAN EL VALOR POR DEFECTO.
      *
       FD  A-PARAMETRO
           LABEL RECORD IS STANDARD.
       01  R-PARAMETRO.
           02  PARM-FECHA          PIC 9(08).
           02  PARM-CTA-EXISTENCIAS PIC X(10).
           02  PARM-CTA-RECEPCION  PIC X(10).
           02  PARM-CTA-COSTE-VENTAS PIC X(10).
           02  PARM-CTA-DIFERENCIAS PIC X(10).
      *
      *    DESCRIPCION DEL REGISTRO DE INTERFAZ
      *
       FD  A-INTERFAZ
           LABEL RECORD IS STANDARD.
       01  R-INTERFAZ              PIC X(120).
      *
      *    DESCRIPCION DEL REGISTRO DE LOS LISTADOS DE SALIDA
      *
       FD  INFORME
           LABEL RECORD IS STANDARD.
       01  LIN-INFORME             PIC X(096).

       FD  INFORME-PRUEBA
           LABEL RECORD IS STANDARD.
       01  LIN-PRUEBA              PIC X(096).

       WORKING-STORAGE SECTION.
       77  FS-LIBRO                PIC X(02).
       77  FS-ARTI-REL             PIC X(02).
       77  FS-VALOR-COSTE          PIC X(02).
       77  FS-PARAMETRO            PIC X(02).
       77  FS-INTERFAZ             PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FS-INFORME-PRUEBA       PIC X(02).
       77  FIN-LIBRO               PIC X(01).
           88  FIN-LIBRO-SI        VALUE 'S'.
           88  FIN-LIBRO-NO        VALUE 'N'.
       77  FIN-VALOR-COSTE         PIC X(01).
           88  FIN-VALOR-COSTE-SI  VALUE 'S'.
           88  FIN-VALOR-COSTE-NO  VALUE 'N'.
       77  WS-HAY-ARTICULOS        PIC X(01).
           88  HAY-ARTICULOS-SI    VALUE 'S'.
           88  HAY-ARTICULOS-NO    VALUE 'N'.
       77  WS-HAY-APERTURA         PIC X(01).
           88  HAY-APERTURA-SI     VALUE 'S'.
           88  HAY-APERTURA-NO     VALUE 'N'.
       77  WS-HAY-CIERRE           PIC X(01).
           88  HAY-CIERRE-SI       VALUE 'S'.
           88  HAY-CIERRE-NO       VALUE 'N'.
       77  WS-FECHA-DIARIO         PIC 9(08).
       77  WS-FECHA-GENERACION     PIC 9(08).
       77  WS-HORA-GENERACION      PIC 9(08).
       77  WS-FECHA-APERTURA       PIC 9(08).
       77  WS-FECHA-CIERRE         PIC 9(08).
       77  WS-CTA-EXISTENCIAS      PIC X(10).
       77  WS-CTA-RECEPCION        PIC X(10).
       77  WS-CTA-COSTE-VENTAS     PIC X(10).
       77  WS-CTA-DIFERENCIAS      PIC X(10).
       77  WS-CTA-DEBE             PIC X(10).
       77  WS-CTA-HABER            PIC X(10).
       77  WS-CONCEPTO             PIC X(20).
       77  WS-MOTIVO               PIC X(02).
       77  WS-COSTE-VALORACION     PIC 9(04)V9(02).
       77  WS-UNIDADES             PIC S9(07).
       77  WS-IMPORTE              PIC 9(10)V9(02).
       77  WS-NUM-ASIENTO          PIC 9(06).
       77  WS-CONTADOR-DATOS       PIC 9(08).
       77  WS-TOTAL-DEBE           PIC 9(12)V9(02).
       77  WS-TOTAL-HABER          PIC 9(12)V9(02).
       77  WS-VALOR-APERTURA       PIC 9(10)V9(02).
       77  WS-VALOR-CIERRE         PIC 9(10)V9(02).
       77  WS-TOTAL-ENTRADAS       PIC 9(12)V9(02).
       77  WS-TOTAL-SALIDAS        PIC 9(12)V9(02).
       77  WS-TOTAL-DIFERENCIAS    PIC S9(12)V9(02).
       77  WS-CIERRE-CALCULADO     PIC S9(12)V9(02).
       77  WS-DESCUADRE            PIC S9(12)V9(02).
       77  WS-CONTADOR-LEIDOS      PIC 9(06) COMP.
       77  WS-CONTADOR-ASIENTOS    PIC 9(06) COMP.
       77  WS-CONTADOR-RECHAZADOS  PIC 9(06) COMP.
       77  WS-CONTADOR-SIN-EFECTO  PIC 9(06) COMP.

       01  WS-CABECERA-1.
           05  FILLER              PIC X(40)
               VALUE 'DIARIO CONTABLE - MOVIMIENTOS RECHAZADOS'.
           05  FILLER              PIC X(17) VALUE '   FECHA DIARIO: '.
           05  WS-C1-FECHA         PIC 9(08).

       01  WS-CABECERA-2.
           05  FILLER              PIC X(06) VALUE 'ARTI'.
           05  FILLER              PIC X(10) VALUE 'FECHA'.
           05  FILLER              PIC X(05) VALUE 'TIPO'.
           05  FILLER              PIC X(08) VALUE ' UNIDAD.'.
           05  FILLER              PIC X(10) VALUE '     COSTE'.
           05  FILLER              PIC X(05) VALUE SPACE.
           05  FILLER              PIC X(30) VALUE 'MOTIVO'.

       01  WS-LINEA-RECHAZO.
           05  WS-LR-COD-ARTI      PIC Z(03)9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LR-FECHA         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LR-TIPO          PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACE.
           05  WS-LR-CANTIDAD      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LR-COSTE         PIC Z.ZZ9,99.
           05  FILLER              PIC X(05) VALUE SPACE.
           05  WS-LR-TEXTO         PIC X(30).

       01  WS-LINEA-TOTAL.
           05  WS-LT-TEXTO         PIC X(34).
           05  WS-LT-CONTADOR      PIC ZZZ.ZZ9.

       01  WS-CABECERA-PRUEBA.
           05  FILLER              PIC X(40)
               VALUE 'DIARIO CONTABLE - PRUEBA DE CUADRE'.
           05  FILLER              PIC X(17) VALUE '   FECHA DIARIO: '.
           05  WS-CP-FECHA         PIC 9(08).

       01  WS-LINEA-PRUEBA.
           05  WS-LP-TEXTO         PIC X(44).
           05  WS-LP-FECHA         PIC X(10).
           05  WS-LP-IMPORTE       PIC Z.ZZZ.ZZZ.ZZZ,99-.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LEER-LIBRO THRU 2000-EXIT.
           PERFORM 3000-PROCESAR-MOVIMIENTO THRU 3000-EXIT
               UNTIL FIN-LIBRO-SI.
           PERFORM 5000-ESCRIBIR-PIE THRU 5000-EXIT.
           PERFORM 6000-IMPRIMIR-TOTALES THRU 6000-EXIT.
           PERFORM 7000-BUSCAR-VALORACIONES THRU 7000-EXIT.
           PERFORM 7500-IMPRIMIR-PRUEBA THRU 7500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.

      *    LOS RECHAZOS Y EL DESCUADRE SON AVISOS: DEJAN RETURN-CODE
      *    4, QUE NO DETIENE LA CADENA NOCTURNA.
           IF WS-CONTADOR-RECHAZADOS > ZERO OR WS-DESCUADRE NOT = ZERO
                   OR HAY-APERTURA-NO OR HAY-CIERRE-NO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-LIBRO.
           MOVE 'N' TO FIN-VALOR-COSTE.
           MOVE ZERO TO WS-NUM-ASIENTO.
           MOVE ZERO TO WS-CONTADOR-DATOS.
           MOVE ZERO TO WS-TOTAL-DEBE.
           MOVE ZERO TO WS-TOTAL-HABER.
           MOVE ZERO TO WS-TOTAL-ENTRADAS.
           MOVE ZERO TO WS-TOTAL-SALIDAS.
           MOVE ZERO TO WS-TOTAL-DIFERENCIAS.
           MOVE ZERO TO WS-DESCUADRE.
           MOVE ZERO TO WS-CONTADOR-LEIDOS.
           MOVE ZERO TO WS-CONTADOR-ASIENTOS.
           MOVE ZERO TO WS-CONTADOR-RECHAZADOS.
           MOVE ZERO TO WS-CONTADOR-SIN-EFECTO.
           ACCEPT WS-FECHA-GENERACION FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-GENERACION FROM TIME.

           PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.

           OPEN INPUT A-LIBRO.
           IF FS-LIBRO = '35'
               DISPLAY 'NO EXISTE AMOVS.LED: EL DIARIO SALE SIN '
                   'ASIENTOS.'
               MOVE 'S' TO FIN-LIBRO
           END-IF.

           OPEN INPUT A-ARTI-REL.
           IF FS-ARTI-REL = '35'
               MOVE 'N' TO WS-HAY-ARTICULOS
           ELSE
               MOVE 'S' TO WS-HAY-ARTICULOS
           END-IF.

           OPEN OUTPUT A-INTERFAZ.
           OPEN OUTPUT INFORME.

           MOVE WS-FECHA-DIARIO TO WS-C1-FECHA.
           MOVE WS-CABECERA-1 TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-CABECERA-2 TO LIN-INFORME.
           WRITE LIN-INFORME.

           PERFORM 1200-ESCRIBIR-CABECERA THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1100-LEER-PARAMETRO.
      *-----------------------------------------------------------------
      *    TOMA DEL ARCHIVO DE PARAMETROS, SI EXISTE, LA FECHA DEL
      *    DIARIO (PARA REPETIR EL DE UN DIA ANTERIOR) Y LAS CUENTAS
      *    CONTABLES. SIN ARCHIVO, EL DIARIO ES EL DE HOY Y SE USAN
      *    LAS CUENTAS DEL PLAN DE LA EMPRESA.
      *-----------------------------------------------------------------
           MOVE WS-FECHA-GENERACION TO WS-FECHA-DIARIO.
           MOVE '3000000000' TO WS-CTA-EXISTENCIAS.
           MOVE '4009000000' TO WS-CTA-RECEPCION.
           MOVE '6100000000' TO WS-CTA-COSTE-VENTAS.
           MOVE '6590000000' TO WS-CTA-DIFERENCIAS.

           OPEN INPUT A-PARAMETRO.

           IF FS-PARAMETRO = '35'
               CONTINUE
           ELSE
               READ A-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1150-APLICAR-PARAMETRO THRU 1150-EXIT
               END-READ
               CLOSE A-PARAMETRO
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1150-APLICAR-PARAMETRO.
      *-----------------------------------------------------------------
           IF PARM-FECHA NOT = ZERO
               MOVE PARM-FECHA TO WS-FECHA-DIARIO
           END-IF.

           IF PARM-CTA-EXISTENCIAS NOT = SPACE
               MOVE PARM-CTA-EXISTENCIAS TO WS-CTA-EXISTENCIAS
           END-IF.

           IF PARM-CTA-RECEPCION NOT = SPACE
               MOVE PARM-CTA-RECEPCION TO WS-CTA-RECEPCION
           END-IF.

           IF PARM-CTA-COSTE-VENTAS NOT = SPACE
               MOVE PARM-CTA-COSTE-VENTAS TO WS-CTA-COSTE-VENTAS
           END-IF.

           IF PARM-CTA-DIFERENCIAS NOT = SPACE
               MOVE PARM-CTA-DIFERENCIAS TO WS-CTA-DIFERENCIAS
           END-IF.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1200-ESCRIBIR-CABECERA.
      *-----------------------------------------------------------------
           MOVE SPACE TO R-INTERFAZ.
           STRING 'CAB;' DELIMITED BY SIZE
               WS-FECHA-DIARIO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-FECHA-GENERACION DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-HORA-GENERACION DELIMITED BY SIZE
               INTO R-INTERFAZ.
           WRITE R-INTERFAZ.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-LEER-LIBRO.
      *-----------------------------------------------------------------
           IF NOT FIN-LIBRO-SI
               READ A-LIBRO
                   AT END MOVE 'S' TO FIN-LIBRO
               END-READ
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3000-PROCESAR-MOVIMIENTO.
      *-----------------------------------------------------------------
      *    SOLO ENTRAN EN EL DIARIO LOS MOVIMIENTOS APLICADOS EN LA
      *    FECHA DEL DIARIO. LOS RECHAZADOS POR PE-MV09 NO HAN
      *    MOVIDO EL INVENTARIO Y NO SE CONTABILIZAN.
      *-----------------------------------------------------------------
           IF LED-APLICADO AND LED-FECHA-APLIC = WS-FECHA-DIARIO
               ADD 1 TO WS-CONTADOR-LEIDOS
               MOVE SPACE TO WS-MOTIVO
               EVALUATE TRUE
                   WHEN LED-ENTRADA
                       PERFORM 3100-VALORAR-ENTRADA THRU 3100-EXIT
                   WHEN LED-SALIDA
                       PERFORM 3200-VALORAR-SALIDA THRU 3200-EXIT
                   WHEN LED-AJUSTE
                       PERFORM 3300-VALORAR-AJUSTE THRU 3300-EXIT
                   WHEN LED-TRASPASO
      *                UN TRASPASO ENTRE ALMACENES NO CAMBIA EL VALOR
      *                DEL INVENTARIO DE LA EMPRESA
                       ADD 1 TO WS-CONTADOR-SIN-EFECTO
                   WHEN OTHER
                       MOVE 'TI' TO WS-MOTIVO
               END-EVALUATE
               IF WS-MOTIVO NOT = SPACE
                   PERFORM 4500-IMPRIMIR-RECHAZO THRU 4500-EXIT
               END-IF
           END-IF.

           PERFORM 2000-LEER-LIBRO THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3100-VALORAR-ENTRADA.
      *-----------------------------------------------------------------
      *    LA ENTRADA SE VALORA AL COSTE DE RECEPCION: CARGO A
      *    EXISTENCIAS Y ABONO A MERCANCIA RECIBIDA PENDIENTE DE
      *    FACTURA. UNA ENTRADA SIN COSTE NO GENERA ASIENTO (SOLO
      *    BAJA EL COSTE MEDIO, SIN CAMBIAR EL VALOR TOTAL) Y SE
      *    LISTA PARA QUE SE REVISE.
      *-----------------------------------------------------------------
           MOVE LED-COSTE TO WS-COSTE-VALORACION.
           COMPUTE WS-IMPORTE = LED-CANTIDAD * WS-COSTE-VALORACION.

           IF WS-IMPORTE = ZERO
               MOVE 'CE' TO WS-MOTIVO
           ELSE
               MOVE WS-CTA-EXISTENCIAS TO WS-CTA-DEBE
               MOVE WS-CTA-RECEPCION TO WS-CTA-HABER
               MOVE 'RECEPCION' TO WS-CONCEPTO
               PERFORM 4000-ESCRIBIR-ASIENTO THRU 4000-EXIT
               ADD WS-IMPORTE TO WS-TOTAL-ENTRADAS
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3200-VALORAR-SALIDA.
      *-----------------------------------------------------------------
      *    LA SALIDA SE VALORA AL COSTE MEDIO QUE PE-MV09 DEJO EN EL
      *    LIBRO AL APLICARLA: CARGO A COSTE DE VENTAS Y ABONO A
      *    EXISTENCIAS.
      *-----------------------------------------------------------------
           PERFORM 3500-OBTENER-COSTE THRU 3500-EXIT.

           IF WS-MOTIVO = SPACE
               COMPUTE WS-IMPORTE =
                   LED-CANTIDAD * WS-COSTE-VALORACION
               MOVE WS-CTA-COSTE-VENTAS TO WS-CTA-DEBE
               MOVE WS-CTA-EXISTENCIAS TO WS-CTA-HABER
               MOVE 'SALIDA' TO WS-CONCEPTO
               PERFORM 4000-ESCRIBIR-ASIENTO THRU 4000-EXIT
               ADD WS-IMPORTE TO WS-TOTAL-SALIDAS
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3300-VALORAR-AJUSTE.
      *-----------------------------------------------------------------
      *    EL AJUSTE DE RECUENTO SE VALORA POR LA DIFERENCIA ENTRE
      *    EL STOCK DEL ARTICULO ANTES Y DESPUES DE APLICARLO. UN
      *    SOBRANTE SE CARGA A EXISTENCIAS CONTRA DIFERENCIAS DE
      *    INVENTARIO; UN FALTANTE, AL REVES. UN AJUSTE QUE NO
      *    CAMBIA EL STOCK NO GENERA ASIENTO.
      *-----------------------------------------------------------------
           COMPUTE WS-UNIDADES = LED-STOCK-NUE - LED-STOCK-ANT.

           IF WS-UNIDADES = ZERO
               ADD 1 TO WS-CONTADOR-SIN-EFECTO
           ELSE
               PERFORM 3500-OBTENER-COSTE THRU 3500-EXIT
           END-IF.

           IF WS-UNIDADES NOT = ZERO AND WS-MOTIVO = SPACE
               MOVE 'AJUSTE RECUENTO' TO WS-CONCEPTO
               IF WS-UNIDADES > ZERO
                   COMPUTE WS-IMPORTE =
                       WS-UNIDADES * WS-COSTE-VALORACION
                   MOVE WS-CTA-EXISTENCIAS TO WS-CTA-DEBE
                   MOVE WS-CTA-DIFERENCIAS TO WS-CTA-HABER
                   ADD WS-IMPORTE TO WS-TOTAL-DIFERENCIAS
               ELSE
                   COMPUTE WS-IMPORTE =
                       (ZERO - WS-UNIDADES) * WS-COSTE-VALORACION
                   MOVE WS-CTA-DIFERENCIAS TO WS-CTA-DEBE
                   MOVE WS-CTA-EXISTENCIAS TO WS-CTA-HABER
                   SUBTRACT WS-IMPORTE FROM WS-TOTAL-DIFERENCIAS
               END-IF
               PERFORM 4000-ESCRIBIR-ASIENTO THRU 4000-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3500-OBTENER-COSTE.
      *-----------------------------------------------------------------
      *    LAS SALIDAS Y AJUSTES TRAEN EN EL LIBRO EL COSTE MEDIO AL
      *    QUE SE APLICARON. LOS ANOTADOS ANTES DE QUE PE-MV09 LO
      *    GUARDARA LLEGAN A CERO Y SE VALORAN AL COSTE MEDIO ACTUAL
      *    DEL ARTICULO. SIN ARTICULO O SIN COSTE NO HAY VALORACION.
      *-----------------------------------------------------------------
           MOVE LED-COSTE TO WS-COSTE-VALORACION.

           IF WS-COSTE-VALORACION = ZERO
               IF HAY-ARTICULOS-NO
                   MOVE 'AI' TO WS-MOTIVO
               ELSE
                   MOVE LED-COD-ARTI TO COD-ARTI
                   READ A-ARTI-REL
                       INVALID KEY
                           MOVE 'AI' TO WS-MOTIVO
                       NOT INVALID KEY
                           MOVE COS-ARTI TO WS-COSTE-VALORACION
                   END-READ
               END-IF
           END-IF.

           IF WS-MOTIVO = SPACE AND WS-COSTE-VALORACION = ZERO
               MOVE 'CA' TO WS-MOTIVO
           END-IF.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4000-ESCRIBIR-ASIENTO.
      *-----------------------------------------------------------------
      *    CADA MOVIMIENTO ES UN ASIENTO CUADRADO DE DOS LINEAS, UNA
      *    AL DEBE (D) Y OTRA AL HABER (H), POR EL MISMO IMPORTE. EL
      *    IMPORTE VIAJA CON SUS DECIMALES IMPLICITOS, COMO EN
      *    ARTIMAST.INT (VER PE-EX17).
      *-----------------------------------------------------------------
           ADD 1 TO WS-NUM-ASIENTO.
           ADD 1 TO WS-CONTADOR-ASIENTOS.

           MOVE SPACE TO R-INTERFAZ.
           STRING 'DET;' DELIMITED BY SIZE
               WS-NUM-ASIENTO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-FECHA-DIARIO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-CTA-DEBE DELIMITED BY SIZE
               ';D;' DELIMITED BY SIZE
               WS-IMPORTE DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               LED-COD-ARTI DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               LED-TIPO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               LED-COD-ALMA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-CONCEPTO DELIMITED BY SIZE
               INTO R-INTERFAZ.
           WRITE R-INTERFAZ.

           MOVE SPACE TO R-INTERFAZ.
           STRING 'DET;' DELIMITED BY SIZE
               WS-NUM-ASIENTO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-FECHA-DIARIO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-CTA-HABER DELIMITED BY SIZE
               ';H;' DELIMITED BY SIZE
               WS-IMPORTE DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               LED-COD-ARTI DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               LED-TIPO DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               LED-COD-ALMA DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-CONCEPTO DELIMITED BY SIZE
               INTO R-INTERFAZ.
           WRITE R-INTERFAZ.

           ADD 2 TO WS-CONTADOR-DATOS.
           ADD WS-IMPORTE TO WS-TOTAL-DEBE.
           ADD WS-IMPORTE TO WS-TOTAL-HABER.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4500-IMPRIMIR-RECHAZO.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CONTADOR-RECHAZADOS.

           MOVE LED-COD-ARTI TO WS-LR-COD-ARTI.
           MOVE LED-FECHA TO WS-LR-FECHA.
           MOVE LED-TIPO TO WS-LR-TIPO.
           MOVE LED-CANTIDAD TO WS-LR-CANTIDAD.
           MOVE LED-COSTE TO WS-LR-COSTE.

           EVALUATE WS-MOTIVO
               WHEN 'CE'
                   MOVE 'ENTRADA SIN COSTE DE RECEPCION'
                       TO WS-LR-TEXTO
               WHEN 'CA'
                   MOVE 'ARTICULO SIN COSTE MEDIO'
                       TO WS-LR-TEXTO
               WHEN 'AI'
                   MOVE 'ARTICULO INEXISTENTE'
                       TO WS-LR-TEXTO
               WHEN 'TI'
                   MOVE 'TIPO DE MOVIMIENTO NO VALIDO'
                       TO WS-LR-TEXTO
               WHEN OTHER
                   MOVE SPACE TO WS-LR-TEXTO
           END-EVALUATE.

           MOVE WS-LINEA-RECHAZO TO LIN-INFORME.
           WRITE LIN-INFORME.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       5000-ESCRIBIR-PIE.
      *-----------------------------------------------------------------
      *    EL PIE LLEVA EL NUMERO DE LINEAS DET Y LOS TOTALES DEL
      *    DEBE Y DEL HABER, QUE CONTABILIDAD COMPRUEBA QUE CUADRAN
      *    ANTES DE CARGAR EL DIARIO.
      *-----------------------------------------------------------------
           MOVE SPACE TO R-INTERFAZ.
           STRING 'PIE;' DELIMITED BY SIZE
               WS-CONTADOR-DATOS DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-TOTAL-DEBE DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               WS-TOTAL-HABER DELIMITED BY SIZE
               INTO R-INTERFAZ.
           WRITE R-INTERFAZ.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       6000-IMPRIMIR-TOTALES.
      *-----------------------------------------------------------------
           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'MOVIMIENTOS APLICADOS DEL DIA' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-LEIDOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'ASIENTOS GENERADOS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-ASIENTOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'TRASPASOS Y AJUSTES SIN EFECTO' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-SIN-EFECTO TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'MOVIMIENTOS RECHAZADOS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-RECHAZADOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           DISPLAY 'ASIENTOS GENERADOS:     ' WS-CONTADOR-ASIENTOS.
           DISPLAY 'MOVIMIENTOS RECHAZADOS: ' WS-CONTADOR-RECHAZADOS.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       7000-BUSCAR-VALORACIONES.
      *-----------------------------------------------------------------
      *    EL VALOR DE CIERRE ES EL DE LA ULTIMA VALORACION DE PE-AS04
      *    CON LA FECHA DEL DIARIO; EL DE APERTURA, EL DE LA ULTIMA
      *    VALORACION DE UN DIA ANTERIOR. EL HISTORICO ESTA EN ORDEN
      *    DE GRABACION.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-HAY-APERTURA.
           MOVE 'N' TO WS-HAY-CIERRE.
           MOVE ZERO TO WS-VALOR-APERTURA.
           MOVE ZERO TO WS-VALOR-CIERRE.
           MOVE ZERO TO WS-FECHA-APERTURA.
           MOVE ZERO TO WS-FECHA-CIERRE.

           OPEN INPUT A-VALOR-COSTE.

           IF FS-VALOR-COSTE = '35'
               MOVE 'S' TO FIN-VALOR-COSTE
           ELSE
               PERFORM 7100-LEER-VALOR-COSTE THRU 7100-EXIT
               PERFORM 7200-ANOTAR-VALORACION THRU 7200-EXIT
                   UNTIL FIN-VALOR-COSTE-SI
               CLOSE A-VALOR-COSTE
           END-IF.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       7100-LEER-VALOR-COSTE.
      *-----------------------------------------------------------------
           READ A-VALOR-COSTE
               AT END MOVE 'S' TO FIN-VALOR-COSTE
           END-READ.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       7200-ANOTAR-VALORACION.
      *-----------------------------------------------------------------
           IF VCO-FECHA < WS-FECHA-DIARIO
               MOVE 'S' TO WS-HAY-APERTURA
               MOVE VCO-FECHA TO WS-FECHA-APERTURA
               MOVE VCO-VALOR TO WS-VALOR-APERTURA
           END-IF.

           IF VCO-FECHA = WS-FECHA-DIARIO
               MOVE 'S' TO WS-HAY-CIERRE
               MOVE VCO-FECHA TO WS-FECHA-CIERRE
               MOVE VCO-VALOR TO WS-VALOR-CIERRE
           END-IF.

           PERFORM 7100-LEER-VALOR-COSTE THRU 7100-EXIT.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       7500-IMPRIMIR-PRUEBA.
      *-----------------------------------------------------------------
      *    APERTURA + ENTRADAS - SALIDAS +/- DIFERENCIAS DE RECUENTO
      *    DEBE DAR EL CIERRE DE PE-AS04. UN DESCUADRE DE CENTIMOS
      *    PROCEDE DEL REDONDEO DEL COSTE MEDIO AL APLICAR ENTRADAS;
      *    CUALQUIER OTRO DEBE INVESTIGARSE (MOVIMIENTOS RECHAZADOS
      *    ARRIBA, VALORACION NO EJECUTADA, ETC.).
      *-----------------------------------------------------------------
           COMPUTE WS-CIERRE-CALCULADO = WS-VALOR-APERTURA
               + WS-TOTAL-ENTRADAS - WS-TOTAL-SALIDAS
               + WS-TOTAL-DIFERENCIAS.

           IF HAY-CIERRE-SI
               COMPUTE WS-DESCUADRE =
                   WS-VALOR-CIERRE - WS-CIERRE-CALCULADO
           ELSE
               MOVE ZERO TO WS-DESCUADRE
           END-IF.

           OPEN OUTPUT INFORME-PRUEBA.

           MOVE WS-FECHA-DIARIO TO WS-CP-FECHA.
           MOVE WS-CABECERA-PRUEBA TO LIN-PRUEBA.
           WRITE LIN-PRUEBA.
           MOVE SPACE TO LIN-PRUEBA.
           WRITE LIN-PRUEBA.

           IF HAY-APERTURA-SI
               MOVE 'VALOR DE APERTURA (ULTIMO PE-AS04 ANTERIOR)'
                   TO WS-LP-TEXTO
               MOVE WS-FECHA-APERTURA TO WS-LP-FECHA
           ELSE
               MOVE 'SIN VALORACION DE APERTURA EN VALCOSTE.SEC'
                   TO WS-LP-TEXTO
               MOVE SPACE TO WS-LP-FECHA
           END-IF.
           MOVE WS-VALOR-APERTURA TO WS-LP-IMPORTE.
           MOVE WS-LINEA-PRUEBA TO LIN-PRUEBA.
           WRITE LIN-PRUEBA.

           MOVE SPACE TO WS-LP-FECHA.
           MOVE '  + ENTRADAS (RECEPCIONES)' TO WS-LP-TEXTO.
           MOVE WS-TOTAL-ENTRADAS TO WS-LP-IMPORTE.
           MOVE WS-LINEA-PRUEBA TO LIN-PRUEBA.
           WRITE LIN-PRUEBA.

           MOVE '  - SALIDAS (COSTE DE VENTAS)' TO WS-LP-TEXTO.
           MOVE WS-TOTAL-SALIDAS TO WS-LP-IMPORTE.
           MOVE WS-LINEA-PRUEBA TO LIN-PRUEBA.
           WRITE LIN-PRUEBA.

           MOVE '  +/- DIFERENCIAS DE INVENTARIO' TO WS-LP-TEXTO.
           MOVE WS-TOTAL-DIFERENCIAS TO WS-LP-IMPORTE.
           MOVE WS-LINEA-PRUEBA TO LIN-PRUEBA.
           WRITE LIN-PRUEBA.

           MOVE '  = VALOR DE CIERRE CALCULADO' TO WS-LP-TEXTO.
           MOVE WS-CIERRE-CALCULADO TO WS-LP-IMPORTE.
           MOVE WS-LINEA-PRUEBA TO LIN-PRUEBA.
           WRITE LIN-PRUEBA.

           MOVE SPACE TO LIN-PRUEBA.
           WRITE LIN-PRUEBA.

           IF HAY-CIERRE-SI
               MOVE 'VALOR A COSTE DE CIERRE (PE-AS04 DEL DIA)'
                   TO WS-LP-TEXTO
               MOVE WS-FECHA-CIERRE TO WS-LP-FECHA
           ELSE
               MOVE 'SIN VALORACION DE CIERRE EN VALCOSTE.SEC'
                   TO WS-LP-TEXTO
               MOVE SPACE TO WS-LP-FECHA
           END-IF.
           MOVE WS-VALOR-CIERRE TO WS-LP-IMPORTE.
           MOVE WS-LINEA-PRUEBA TO LIN-PRUEBA.
           WRITE LIN-PRUEBA.

           MOVE SPACE TO WS-LP-FECHA.
           MOVE 'DESCUADRE (CIERRE - CALCULADO)' TO WS-LP-TEXTO.
           MOVE WS-DESCUADRE TO WS-LP-IMPORTE.
           MOVE WS-LINEA-PRUEBA TO LIN-PRUEBA.
           WRITE LIN-PRUEBA.

           CLOSE INFORME-PRUEBA.

           IF WS-DESCUADRE NOT = ZERO
               DISPLAY 'AVISO: EL DIARIO NO CUADRA CON LA VALORACION '
                   'DE PE-AS04. VER DIAPRUE.LIS.'
           END-IF.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           IF FS-LIBRO NOT = '35'
               CLOSE A-LIBRO
           END-IF.

           IF HAY-ARTICULOS-SI
               CLOSE A-ARTI-REL
           END-IF.

           CLOSE A-INTERFAZ.
           CLOSE INFORME.
       9000-EXIT.
           EXIT.
