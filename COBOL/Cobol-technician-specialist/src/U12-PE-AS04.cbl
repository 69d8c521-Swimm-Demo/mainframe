      *   LEE AARTI.SEC Y ATPAR.REL IGUAL QUE PE-AS03, CALCULA EL     *
      *   VALOR DE CADA ARTICULO (NUM-ARTI * PRE-ARTI) Y EMITE UN     *
      *   LISTADO CON CABECERA DE PAGINA, SUBTOTAL POR COD-TPARTI Y   *
      *   TOTAL GENERAL AL FINAL. SI EL ARCHIVO DE PARAMETROS         *
      *   AS04PARM.SEC INDICA UN ALMACEN, LA VALORACION SE HACE CON   *
      *   EL STOCK DE ESE ALMACEN (ASTKA.REL) EN LUGAR DE NUM-ARTI.   *
      *                                                               *
      *****************************************************************

       DATE-WRITTEN. 09/08/2026.
       DATE-COMPILED.
       REMARKS. INFORME DE VALORACION DE INVENTARIO CON SUBTOTALES
           POR TIPO DE ARTICULO Y TOTAL GENERAL, DE TODA LA EMPRESA
           O DE UN SOLO ALMACEN.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *                     NOCTURNA PE-CN28 SIN DETENERLA;
      *                     LANZADO SUELTO EL EFECTO ES EL
      *                     MISMO.
      * 15/10/2026  DSI     VALORACION POR ALMACEN. SI EXISTE EL
      *                     ARCHIVO DE PARAMETROS AS04PARM.SEC CON
      *                     UN CODIGO DE ALMACEN, LAS UNIDADES DE
      *                     CADA ARTICULO SON LAS DE ESE ALMACEN EN
      *                     ASTKA.REL (CERO SI NO ESTA UBICADO EN
      *                     EL) Y LA CABECERA MUESTRA EL ALMACEN.
      *                     SIN ARCHIVO O CON EL ALMACEN EN BLANCO
      *                     SE VALORA TODA LA EMPRESA COMO HASTA
      *                     AHORA. EL HISTORICO INVALHIS.SEC SOLO SE
      *                     GRABA EN LA VALORACION DE TODA LA
      *                     EMPRESA. UN ALMACEN INEXISTENTE TERMINA
      *                     CON RETURN-CODE 8.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     LA VALORACION DE TODA LA EMPRESA ANADE AL
      *                     HISTORICO VALCOSTE.SEC UN REGISTRO CON LA
      *                     FECHA, LA HORA Y EL VALOR TOTAL A COSTE, QUE
      *                     EL DIARIO CONTABLE PE-DC39 TOMA COMO VALOR
      *                     DE APERTURA Y DE CIERRE EN SU PRUEBA DE
      *                     CUADRE.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-HISTORIAL.
      *
      *    HISTORICO DEL VALOR TOTAL A COSTE POR EJECUCION (SALIDA)
      *
           SELECT A-VALOR-COSTE ASSIGN TO DISK 'VALCOSTE.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-VALOR-COSTE.
      *
      *    DECLARACION DEL ARCHIVO DE PARAMETROS DE LA EJECUCION
      *    (OPCIONAL)
      *
           SELECT A-PARAMETRO ASSIGN TO DISK 'AS04PARM.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.
      *
      *    DECLARACION DEL ARCHIVO DE ALMACENES
      *
           SELECT A-ALMACEN ASSIGN TO DISK 'AALMA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-COD-ALMA
               FILE STATUS IS FS-ALMACEN.
      *
      *    DECLARACION DEL ARCHIVO DE STOCK POR ALMACEN
      *
           SELECT A-STOCK-ALMA ASSIGN TO DISK 'ASTKA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-CLAVE
               FILE STATUS IS FS-STOCK-ALMA.

       DATA DIVISION.
       FILE SECTION.
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE TIPOS DE ARTICULO
      *
           02  CT-COD-PROVE        PIC X(04).
           02  CT-EST-ARTI         PIC X(01).
           02  CT-COS-ARTI         PIC 9(04)V9(02).
           02  CT-CAN-RES-ARTI     PIC 9(06).
           02  CT-CLA-ABC-ARTI     PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE ARTICULOS ORDENADOS POR TIPO.
      *    MISMO ORDEN DE CAMPOS QUE R-WORK-ORDEN, POR LA MISMA RAZON.
           02  CO-EST-ARTI         PIC X(01).
               88  CO-EST-DESCATALOGADO    VALUE 'D'.
           02  CO-COS-ARTI         PIC 9(04)V9(02).
           02  CO-CAN-RES-ARTI     PIC 9(06).
           02  CO-CLA-ABC-ARTI     PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
           02  HIS-COD-TPARTI      PIC X(03).
           02  HIS-UNIDADES        PIC 9(08).
           02  HIS-VALOR           PIC 9(10)V9(02).
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
      *    DESCRIPCION DEL REGISTRO DE PARAMETROS
      *
       FD  A-PARAMETRO
           LABEL RECORD IS STANDARD.
       01  R-PARAMETRO.
           02  PARM-COD-ALMA       PIC X(03).
      *
      *    DESCRIPCION DEL REGISTRO DE ALMACENES
      *
       FD  A-ALMACEN
           LABEL RECORD IS STANDARD.
       01  R-ALMACEN.
           02  ALM-COD-ALMA        PIC X(03).
           02  ALM-NOM-ALMA        PIC X(25).
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

       WORKING-STORAGE SECTION.
       77  FS-ARTICULO             PIC X(02).
       77  FS-ARTI-ORD             PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FS-HISTORIAL            PIC X(02).
       77  FS-VALOR-COSTE          PIC X(02).
       77  FS-PARAMETRO            PIC X(02).
       77  FS-ALMACEN              PIC X(02).
       77  FS-STOCK-ALMA           PIC X(02).
       77  WS-PROCESO              PIC X(01).
           88  WS-PROCESO-OK       VALUE 'S'.
           88  WS-PROCESO-NO       VALUE 'N'.
       77  WS-ALMA-SELEC           PIC X(03).
       77  WS-UNIDADES-ARTICULO    PIC 9(06).
       77  FIN-ARTICULO            PIC X(01).
           88  FIN-ARTICULO-SI     VALUE 'S'.
           88  FIN-ARTICULO-NO     VALUE 'N'.
           05  FILLER              PIC X(10) VALUE SPACE.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-C1-PAGINA        PIC ZZZ9.
           05  FILLER              PIC X(04) VALUE SPACE.
           05  FILLER              PIC X(09) VALUE 'ALMACEN: '.
           05  WS-C1-ALMACEN       PIC X(07).

       01  WS-CABECERA-2.
           05  FILLER              PIC X(04) VALUE 'COD.'.
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

           IF WS-PROCESO-OK
               PERFORM 2000-CARGAR-TABLA-TIPOS THRU 2000-EXIT
               PERFORM 3000-ORDENAR-ARTICULOS THRU 3000-EXIT
               PERFORM 4000-ABRIR-INFORME THRU 4000-EXIT
               PERFORM 4100-LEER-ARTICULO-ORD THRU 4100-EXIT
               PERFORM 4200-PROCESO-DETALLE THRU 4200-EXIT
                   UNTIL FIN-ARTICULO-SI
               IF NOT WS-ES-PRIMER-GRUPO
                   PERFORM 4500-IMPRIMIR-SUBTOTAL THRU 4500-EXIT
               END-IF
               PERFORM 4700-IMPRIMIR-TOTAL-GENERAL THRU 4700-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------------
           COMPUTE WS-PERIODO-ACTUAL = WS-FECHA-HOY / 100.
           MOVE ZERO TO WS-PAGINA.
           MOVE 99 TO WS-LINEAS-PAGINA.
           MOVE 'S' TO WS-PROCESO.

           PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.

           IF WS-ALMA-SELEC = SPACE
               MOVE 'TODOS' TO WS-C1-ALMACEN
           ELSE
               MOVE WS-ALMA-SELEC TO WS-C1-ALMACEN
               PERFORM 1200-ABRIR-ALMACENES THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1100-LEER-PARAMETRO.
      *-----------------------------------------------------------------
      *    TOMA EL ALMACEN A VALORAR DEL ARCHIVO DE PARAMETROS, SI
      *    EXISTE. SIN ARCHIVO, O CON EL ALMACEN EN BLANCO, SE
      *    VALORA TODA LA EMPRESA.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-ALMA-SELEC.

           OPEN INPUT A-PARAMETRO.

           IF FS-PARAMETRO = '35'
               CONTINUE
           ELSE
               READ A-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-COD-ALMA TO WS-ALMA-SELEC
               END-READ
               CLOSE A-PARAMETRO
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1200-ABRIR-ALMACENES.
      *-----------------------------------------------------------------
      *    COMPRUEBA QUE EL ALMACEN PEDIDO EXISTE Y DEJA ABIERTO EL
      *    STOCK POR ALMACEN PARA LA VALORACION.
      *-----------------------------------------------------------------
           OPEN INPUT A-ALMACEN.

           IF FS-ALMACEN = '35'
               DISPLAY 'NO EXISTE EL ARCHIVO DE ALMACENES AALMA.REL. '
                   'PROCESO CANCELADO.'
               MOVE 'N' TO WS-PROCESO
           ELSE
               MOVE WS-ALMA-SELEC TO ALM-COD-ALMA
               READ A-ALMACEN
                   INVALID KEY
                       DISPLAY 'NO EXISTE EL ALMACEN ' WS-ALMA-SELEC
                           ' PEDIDO EN AS04PARM.SEC. PROCESO '
                           'CANCELADO.'
                       MOVE 'N' TO WS-PROCESO
               END-READ
               CLOSE A-ALMACEN
           END-IF.

           IF WS-PROCESO-OK
               OPEN INPUT A-STOCK-ALMA
               IF FS-STOCK-ALMA = '35'
                   DISPLAY 'NO EXISTE EL ARCHIVO DE STOCK POR '
                       'ALMACEN ASTKA.REL. PROCESO CANCELADO.'
                   MOVE 'N' TO WS-PROCESO
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-CARGAR-TABLA-TIPOS.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           OPEN INPUT ARTICULO-ORD.
           OPEN OUTPUT INFORME.

           IF WS-ALMA-SELEC = SPACE
               OPEN EXTEND A-HISTORIAL
           END-IF.
       4000-EXIT.
           EXIT.

               PERFORM 4600-IMPRIMIR-CABECERA-GRUPO THRU 4600-EXIT
           END-IF.

           PERFORM 4250-OBTENER-UNIDADES THRU 4250-EXIT.

           COMPUTE WS-VALOR-ARTICULO =
               WS-UNIDADES-ARTICULO * CO-PRE-ARTI.
           COMPUTE WS-VALOR-COSTE =
               WS-UNIDADES-ARTICULO * CO-COS-ARTI.
           ADD WS-VALOR-ARTICULO TO WS-SUBTOTAL-TIPO.
           ADD WS-VALOR-COSTE TO WS-SUBTOTAL-COSTE.
           ADD WS-UNIDADES-ARTICULO TO WS-SUBTOTAL-UNIDADES.
           ADD WS-VALOR-ARTICULO TO WS-TOTAL-GENERAL.
           ADD WS-VALOR-COSTE TO WS-TOTAL-COSTE.

       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4250-OBTENER-UNIDADES.
      *-----------------------------------------------------------------
      *    UNIDADES A VALORAR: EL NUM-ARTI DE TODA LA EMPRESA O, SI
      *    SE VALORA UN SOLO ALMACEN, EL STOCK DEL ARTICULO EN EL.
      *-----------------------------------------------------------------
           IF WS-ALMA-SELEC = SPACE
               MOVE CO-NUM-ARTI TO WS-UNIDADES-ARTICULO
           ELSE
               MOVE CO-COD-ARTI TO STA-COD-ARTI
               MOVE WS-ALMA-SELEC TO STA-COD-ALMA
               READ A-STOCK-ALMA
                   INVALID KEY
                       MOVE ZERO TO WS-UNIDADES-ARTICULO
                   NOT INVALID KEY
                       MOVE STA-CANTIDAD TO WS-UNIDADES-ARTICULO
               END-READ
           END-IF.
       4250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4300-BUSCAR-DESCRIPCION-TIPO.
      *-----------------------------------------------------------------

           MOVE CO-COD-ARTI TO WS-LD-COD-ARTI.
           MOVE CO-NOM-ARTI TO WS-LD-NOM-ARTI.
           MOVE WS-UNIDADES-ARTICULO TO WS-LD-NUM-ARTI.
           MOVE CO-PRE-ARTI TO WS-LD-PRE-ARTI.
           MOVE WS-VALOR-ARTICULO TO WS-LD-VALOR.
           MOVE WS-VALOR-COSTE TO WS-LD-VALOR-COSTE.
           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           ADD 2 TO WS-LINEAS-PAGINA.

           IF WS-ALMA-SELEC = SPACE
               PERFORM 4550-GRABAR-HISTORIAL THRU 4550-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

           MOVE WS-CONTADOR-DESCATA TO WS-LX-CONTADOR.
           MOVE WS-LINEA-DESCATA TO LIN-INFORME.
           WRITE LIN-INFORME.

           IF WS-ALMA-SELEC = SPACE
               PERFORM 4750-GRABAR-VALOR-COSTE THRU 4750-EXIT
           END-IF.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4750-GRABAR-VALOR-COSTE.
      *-----------------------------------------------------------------
      *    ANADE AL HISTORICO VALCOSTE.SEC EL VALOR TOTAL A COSTE DE
      *    ESTA VALORACION. EL DIARIO CONTABLE PE-DC39 PRUEBA QUE LA
      *    ULTIMA VALORACION DE UN DIA MAS EL DIARIO DEL DIA
      *    SIGUIENTE DA LA ULTIMA VALORACION DE ESE DIA.
      *-----------------------------------------------------------------
           OPEN EXTEND A-VALOR-COSTE.
           MOVE WS-FECHA-HOY TO VCO-FECHA.
           ACCEPT VCO-HORA FROM TIME.
           MOVE WS-TOTAL-COSTE TO VCO-VALOR.
           WRITE R-VALOR-COSTE.
           CLOSE A-VALOR-COSTE.
       4750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE ARTICULO-ORD.
           CLOSE INFORME.

           IF WS-ALMA-SELEC = SPACE
               CLOSE A-HISTORIAL
           ELSE
               CLOSE A-STOCK-ALMA
           END-IF.
       9000-EXIT.
           EXIT.
