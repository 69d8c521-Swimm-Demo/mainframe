      *****************************************************************
      *                                                               *
      *   RECALCULO DEL STOCK MINIMO Y DE LA CANTIDAD DE REPOSICION   *
      *   DE LOS ARTICULOS ACTIVOS A PARTIR DE LA HISTORIA DE         *
      *   DEMANDA ADEMANDA.SEC (CONSTRUIDA POR PE-DM31) Y DEL PLAZO   *
      *   DE ENTREGA DEL PROVEEDOR (DIAS-ENTREGA DE APROV.REL). EL    *
      *   MINIMO PROPUESTO CUBRE LA DEMANDA MEDIA DURANTE EL PLAZO    *
      *   DE ENTREGA MAS LOS DIAS DE STOCK DE SEGURIDAD; LA CANTIDAD  *
      *   DE REPOSICION CUBRE LOS DIAS DE COBERTURA PEDIDOS. EN       *
      *   MODO SIMULACION SOLO EMITE EL LISTADO DE VALORES ACTUALES   *
      *   Y PROPUESTOS; EN MODO APLICACION ACTUALIZA AARTI.REL Y      *
      *   DEJA LA LINEA DE AUDITORIA EN AARTI.AUD A NOMBRE DEL        *
      *   OPERADOR FIRMADO.                                           *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-RM40.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. PROPUESTA Y APLICACION DE STK-MIN-ARTI Y
           CAN-REP-ARTI SEGUN LA DEMANDA MEDIA DE LOS ULTIMOS N
           MESES. LISTADO RECALMIN.LIS CON LOS VALORES ACTUALES Y
           PROPUESTOS Y LOS ARTICULOS OMITIDOS CON SU MOTIVO. LOS
           CAMBIOS APLICADOS SE AUDITAN CON LA OPERACION 'R'
           (REPOSICION), CUYAS IMAGENES ANTES Y DESPUES LLEVAN EL
           NOMBRE, EL MINIMO Y LA CANTIDAD DE REPOSICION. EJECUTE
           ANTES PE-DM31 PARA QUE LA HISTORIA DE DEMANDA ESTE AL
           DIA.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
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
      *    DECLARACION DEL ARCHIVO DE PROVEEDORES
      *
           SELECT A-PROVEEDOR ASSIGN TO DISK 'APROV.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROVE OF R-PROVEEDOR
               FILE STATUS IS FS-PROVEEDOR.
      *
      *    DECLARACION DE LA HISTORIA DE DEMANDA (VER PE-DM31)
      *
           SELECT A-DEMANDA ASSIGN TO DISK 'ADEMANDA.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-DEMANDA.
      *
      *    DECLARACION DEL ARCHIVO DE AUDITORIA DE ARTICULOS
      *
           SELECT A-AUDITORIA ASSIGN TO DISK 'AARTI.AUD'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      *
      *    LISTADO DE VALORES ACTUALES Y PROPUESTOS (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'RECALMIN.LIS'
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
      *
      *    DESCRIPCION DEL REGISTRO DE PROVEEDORES
      *
       FD  A-PROVEEDOR
           LABEL RECORD IS STANDARD.
       01  R-PROVEEDOR.
           02  COD-PROVE           PIC X(04).
           02  NOM-PROVE           PIC X(25).
           02  CON-PROVE           PIC X(25).
           02  DIAS-ENTREGA        PIC 9(03).
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
      *    DESCRIPCION DEL REGISTRO DE AUDITORIA (VER PE-AR02). EN
      *    LA OPERACION 'R' LAS IMAGENES ANTES Y DESPUES LLEVAN EL
      *    STOCK MINIMO Y LA CANTIDAD DE REPOSICION EN LUGAR DEL
      *    STOCK, EL PRECIO Y EL TIPO.
      *
       FD  A-AUDITORIA
           LABEL RECORD IS STANDARD.
       01  R-AUDITORIA.
           02  AUD-FECHA           PIC 9(08).
           02  AUD-HORA            PIC 9(08).
           02  AUD-OPERADOR        PIC X(08).
           02  AUD-OPERACION       PIC X(01).
               88  AUD-OPER-ALTA   VALUE 'A'.
               88  AUD-OPER-MODIF  VALUE 'M'.
               88  AUD-OPER-BAJA   VALUE 'B'.
               88  AUD-OPER-REPOS  VALUE 'R'.
           02  AUD-COD-ARTI        PIC 9(04).
           02  AUD-ANTES.
               03  AUD-NOM-ARTI-ANT    PIC X(25).
               03  AUD-STK-MIN-ANT     PIC 9(06).
               03  AUD-CAN-REP-ANT     PIC 9(06).
               03  FILLER              PIC X(03).
           02  AUD-DESPUES.
               03  AUD-NOM-ARTI-DES    PIC X(25).
               03  AUD-STK-MIN-DES     PIC 9(06).
               03  AUD-CAN-REP-DES     PIC 9(06).
               03  FILLER              PIC X(03).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
       FD  INFORME
           LABEL RECORD IS STANDARD.
       01  LIN-INFORME             PIC X(096).

       WORKING-STORAGE SECTION.
       77  FS-ARTI-REL             PIC X(02).
       77  FS-PROVEEDOR            PIC X(02).
       77  FS-DEMANDA              PIC X(02).
       77  FS-AUDITORIA            PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FIN-ARTICULO            PIC X(01).
           88  FIN-ARTICULO-SI     VALUE 'S'.
           88  FIN-ARTICULO-NO     VALUE 'N'.
       77  FIN-DEMANDA             PIC X(01).
           88  FIN-DEMANDA-SI      VALUE 'S'.
           88  FIN-DEMANDA-NO      VALUE 'N'.
       77  WS-SIMULACION           PIC X(01).
           88  WS-SIMULACION-SI    VALUE 'S'.
           88  WS-SIMULACION-NO    VALUE 'N'.
       77  WS-OPERADOR             PIC X(08).
       77  WS-CLAVE                PIC X(08).
       77  WS-ACCESO               PIC X(01).
           88  WS-ACCESO-SI        VALUE 'S'.
           88  WS-ACCESO-NO        VALUE 'N'.
       77  WS-MESES-HISTORIA       PIC 9(02).
       77  WS-DIAS-SEGURIDAD       PIC 9(03).
       77  WS-DIAS-COBERTURA       PIC 9(03).
       77  WS-FECHA-HOY            PIC 9(08).
       77  WS-PERIODO-LIMITE       PIC 9(06).
       77  WS-MESES-RESTAR         PIC 9(02).
       77  WS-MESES-TOTAL          PIC 9(06).
       77  WS-DIAS-ENTREGA         PIC 9(03).
       77  WS-SALIDAS-PERIODO      PIC 9(08).
       77  WS-DEMANDA-MEDIA        PIC 9(06)V9(02).
       77  WS-DEMANDA-DIARIA       PIC 9(06)V9(04).
       77  WS-MIN-NUEVO            PIC 9(06).
       77  WS-REP-NUEVO            PIC 9(06).
       77  WS-MOTIVO               PIC X(30).
       77  WS-PROPUESTA            PIC X(01).
           88  WS-PROPUESTA-SI     VALUE 'S'.
           88  WS-PROPUESTA-NO     VALUE 'N'.
       77  WS-CONTADOR-LEIDOS      PIC 9(06) COMP.
       77  WS-CONTADOR-INACTIVOS   PIC 9(06) COMP.
       77  WS-CONTADOR-PROPUESTOS  PIC 9(06) COMP.
       77  WS-CONTADOR-CAMBIADOS   PIC 9(06) COMP.
       77  WS-CONTADOR-OMITIDOS    PIC 9(06) COMP.

       01  WS-PERIODO-TRABAJO      PIC 9(06).
       01  WS-PERIODO-TRABAJO-R REDEFINES WS-PERIODO-TRABAJO.
           02  WS-PT-ANO           PIC 9(04).
           02  WS-PT-MES           PIC 9(02).

      *
      *    TABLA DE SALIDAS POR ARTICULO EN LOS ULTIMOS N MESES,
      *    CARGADA DESDE ADEMANDA.SEC
      *
       01  TABLA-DEMANDA.
           05  ENTRADA-DEM OCCURS 1000 TIMES INDEXED BY IX-DEM.
               10  TD-COD-ARTI     PIC 9(04).
               10  TD-SALIDAS      PIC 9(08).
       77  NUM-DEMANDAS             PIC 9(04) COMP VALUE 0.
       77  WS-MAX-DEMANDAS          PIC 9(04) COMP VALUE 1000.

       01  WS-CABECERA-1.
           05  FILLER              PIC X(40) VALUE
               'RECALCULO DE MINIMOS Y REPOSICION'.
           05  WS-C1-MODO          PIC X(12).
           05  FILLER              PIC X(07) VALUE 'FECHA: '.
           05  WS-C1-FECHA         PIC 9(08).

       01  WS-CABECERA-2.
           05  FILLER              PIC X(18) VALUE
               'MESES DE DEMANDA: '.
           05  WS-C2-MESES         PIC Z9.
           05  FILLER              PIC X(22) VALUE
               '  DIAS DE SEGURIDAD: '.
           05  WS-C2-SEGURIDAD     PIC ZZ9.
           05  FILLER              PIC X(22) VALUE
               '  DIAS DE COBERTURA: '.
           05  WS-C2-COBERTURA     PIC ZZ9.

       01  WS-CABECERA-3.
           05  FILLER              PIC X(04) VALUE 'COD.'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(25) VALUE
               'NOMBRE DEL ARTICULO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(04) VALUE 'PROV'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(05) VALUE 'PLAZO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(09) VALUE ' DEM.MES.'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(07) VALUE 'MIN.ACT'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(07) VALUE 'MIN.NUE'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(07) VALUE 'REP.ACT'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(07) VALUE 'REP.NUE'.

       01  WS-LINEA-DETALLE.
           05  WS-LD-COD-ARTI      PIC Z(03)9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-NOM-ARTI      PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-COD-PROVE     PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACE.
           05  WS-LD-PLAZO         PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-MEDIA         PIC ZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-MIN-ACTUAL    PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-MIN-NUEVO     PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-REP-ACTUAL    PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-REP-NUEVO     PIC ZZZ.ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-MARCA         PIC X(01).

       01  WS-LINEA-OMITIDO.
           05  WS-LO-COD-ARTI      PIC Z(03)9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LO-NOM-ARTI      PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LO-COD-PROVE     PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'OMITIDO: '.
           05  WS-LO-MOTIVO        PIC X(30).

       01  WS-LINEA-TOTAL.
           05  WS-LT-TEXTO         PIC X(34).
           05  WS-LT-CONTADOR      PIC ZZZ.ZZ9.

      *
      *    PARAMETROS DEL MODULO DE SEGURIDAD PE-SG30
      *
       01  SEG-PARAMETROS.
           02  SEG-PROGRAMA        PIC X(08).
           02  SEG-OPERADOR        PIC X(08).
           02  SEG-CLAVE           PIC X(08).
           02  SEG-ACCESO          PIC X(01).
           02  SEG-NIVEL           PIC 9(01).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

           IF WS-ACCESO-NO
               DISPLAY 'ACCESO DENEGADO. PROCESO CANCELADO.'
           ELSE
               PERFORM 1500-CARGAR-TABLA-DEMANDA THRU 1500-EXIT
               PERFORM 2000-ABRIR-ARCHIVOS THRU 2000-EXIT
               PERFORM 2100-LEER-ARTICULO THRU 2100-EXIT
               PERFORM 2200-PROCESO-ARTICULO THRU 2200-EXIT
                   UNTIL FIN-ARTICULO-SI
               PERFORM 4700-IMPRIMIR-TOTALES THRU 4700-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-ARTICULO.
           MOVE 'N' TO FIN-DEMANDA.
           MOVE ZERO TO WS-CONTADOR-LEIDOS.
           MOVE ZERO TO WS-CONTADOR-INACTIVOS.
           MOVE ZERO TO WS-CONTADOR-PROPUESTOS.
           MOVE ZERO TO WS-CONTADOR-CAMBIADOS.
           MOVE ZERO TO WS-CONTADOR-OMITIDOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY SPACE.
           DISPLAY '---- RECALCULO DE MINIMOS Y REPOSICION ----'.
           DISPLAY 'INTRODUCE TU CODIGO DE OPERADOR:'.
           ACCEPT WS-OPERADOR.
           DISPLAY 'INTRODUCE TU CLAVE DE ACCESO:'.
           ACCEPT WS-CLAVE.

           PERFORM 1100-VALIDAR-OPERADOR THRU 1100-EXIT.

           IF WS-ACCESO-SI
               DISPLAY 'MESES DE DEMANDA A PROMEDIAR (0 = 12):'
               ACCEPT WS-MESES-HISTORIA
               DISPLAY 'DIAS DE STOCK DE SEGURIDAD:'
               ACCEPT WS-DIAS-SEGURIDAD
               DISPLAY 'DIAS DE DEMANDA QUE CUBRE LA CANTIDAD DE '
                   'REPOSICION (0 = 30):'
               ACCEPT WS-DIAS-COBERTURA
               DISPLAY 'MODO SIMULACION, SIN ACTUALIZAR (S/N):'
               ACCEPT WS-SIMULACION

               IF NOT WS-SIMULACION-NO
                   MOVE 'S' TO WS-SIMULACION
               END-IF
               IF WS-MESES-HISTORIA = ZERO
                   MOVE 12 TO WS-MESES-HISTORIA
                   DISPLAY 'SE TOMAN 12 MESES DE DEMANDA POR OMISION.'
               END-IF
               IF WS-DIAS-COBERTURA = ZERO
                   MOVE 30 TO WS-DIAS-COBERTURA
                   DISPLAY 'SE TOMAN 30 DIAS DE COBERTURA POR '
                       'OMISION.'
               END-IF

               COMPUTE WS-PERIODO-TRABAJO = WS-FECHA-HOY / 100
               MOVE WS-MESES-HISTORIA TO WS-MESES-RESTAR
               PERFORM 1200-RESTAR-MESES THRU 1200-EXIT
               MOVE WS-PERIODO-TRABAJO TO WS-PERIODO-LIMITE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1100-VALIDAR-OPERADOR.
      *-----------------------------------------------------------------
      *    VALIDA LA FIRMA DEL OPERADOR A TRAVES DEL MODULO DE
      *    SEGURIDAD PE-SG30 (CLAVE, CADUCIDAD, BLOQUEO Y DIARIO
      *    DE ACCESOS). DEVUELVE EL RESULTADO EN WS-ACCESO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-ACCESO.
           MOVE 'PE-RM40' TO SEG-PROGRAMA.
           MOVE WS-OPERADOR TO SEG-OPERADOR.
           MOVE WS-CLAVE TO SEG-CLAVE.
           MOVE 'N' TO SEG-ACCESO.
           MOVE ZERO TO SEG-NIVEL.

           CALL 'PE-SG30' USING SEG-PARAMETROS
               ON EXCEPTION
                   DISPLAY 'ERROR: NO SE HA PODIDO CARGAR EL '
                       'MODULO DE SEGURIDAD PE-SG30.'
           END-CALL.

           MOVE SEG-ACCESO TO WS-ACCESO.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1200-RESTAR-MESES.
      *-----------------------------------------------------------------
      *    RESTA WS-MESES-RESTAR MESES AL PERIODO AAAAMM DE
      *    WS-PERIODO-TRABAJO, PASANDO POR EL TOTAL DE MESES PARA
      *    NO TROPEZAR CON EL CAMBIO DE ANO (VER PE-LM32).
      *-----------------------------------------------------------------
           COMPUTE WS-MESES-TOTAL =
               (WS-PT-ANO * 12) + WS-PT-MES - WS-MESES-RESTAR.
           COMPUTE WS-PT-ANO = (WS-MESES-TOTAL - 1) / 12.
           COMPUTE WS-PT-MES = WS-MESES-TOTAL - (WS-PT-ANO * 12).
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1500-CARGAR-TABLA-DEMANDA.
      *-----------------------------------------------------------------
      *    ACUMULA EN MEMORIA, POR ARTICULO, LAS SALIDAS DE LOS
      *    ULTIMOS N MESES (EL MES EN CURSO INCLUIDO, COMO EN
      *    PE-LM32). SIN HISTORIA DE DEMANDA LA TABLA QUEDA VACIA
      *    Y NINGUN ARTICULO RECIBE PROPUESTA.
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
                   ADD DEM-CANTIDAD TO TD-SALIDAS (IX-DEM)
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
                   DEM-COD-ARTI ' Y LOS SIGUIENTES SALDRAN COMO '
                   'SIN DEMANDA.'
               SET IX-DEM TO WS-MAX-DEMANDAS
               SET IX-DEM UP BY 1
           ELSE
               ADD 1 TO NUM-DEMANDAS
               SET IX-DEM TO NUM-DEMANDAS
               MOVE DEM-COD-ARTI TO TD-COD-ARTI (IX-DEM)
               MOVE ZERO TO TD-SALIDAS (IX-DEM)
           END-IF.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-ABRIR-ARCHIVOS.
      *-----------------------------------------------------------------
      *    EN SIMULACION EL ARCHIVO DE ARTICULOS SE ABRE SOLO EN
      *    LECTURA Y NO SE ABRE LA AUDITORIA, IGUAL QUE EN PE-PC15.
      *-----------------------------------------------------------------
           IF WS-SIMULACION-SI
               OPEN INPUT A-ARTI-REL
               MOVE ' (SIMULADO)' TO WS-C1-MODO
           ELSE
               OPEN I-O A-ARTI-REL
               OPEN EXTEND A-AUDITORIA
               MOVE ' (APLICADO)' TO WS-C1-MODO
           END-IF.

           OPEN INPUT A-PROVEEDOR.
           OPEN OUTPUT INFORME.

           MOVE WS-FECHA-HOY TO WS-C1-FECHA.
           MOVE WS-CABECERA-1 TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-MESES-HISTORIA TO WS-C2-MESES.
           MOVE WS-DIAS-SEGURIDAD TO WS-C2-SEGURIDAD.
           MOVE WS-DIAS-COBERTURA TO WS-C2-COBERTURA.
           MOVE WS-CABECERA-2 TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-CABECERA-3 TO LIN-INFORME.
           WRITE LIN-INFORME.
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
       2200-PROCESO-ARTICULO.
      *-----------------------------------------------------------------
      *    SOLO LOS ARTICULOS ACTIVOS RECIBEN PROPUESTA. LOS
      *    BLOQUEADOS Y DESCATALOGADOS SE SALTAN SIN LISTARSE.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CONTADOR-LEIDOS.

           IF EST-ARTI-ACTIVO
               PERFORM 2300-CALCULAR-PROPUESTA THRU 2300-EXIT
               IF WS-PROPUESTA-SI
                   ADD 1 TO WS-CONTADOR-PROPUESTOS
                   PERFORM 2400-IMPRIMIR-PROPUESTA THRU 2400-EXIT
                   IF NOT WS-SIMULACION-SI
                       IF WS-MIN-NUEVO NOT = STK-MIN-ARTI OR
                               WS-REP-NUEVO NOT = CAN-REP-ARTI
                           PERFORM 2500-APLICAR-PROPUESTA
                               THRU 2500-EXIT
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-CONTADOR-OMITIDOS
                   PERFORM 2450-IMPRIMIR-OMITIDO THRU 2450-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-INACTIVOS
           END-IF.

           PERFORM 2100-LEER-ARTICULO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-CALCULAR-PROPUESTA.
      *-----------------------------------------------------------------
      *    LA DEMANDA DIARIA ES LA SALIDA DE LOS N MESES ENTRE N
      *    MESES DE TREINTA DIAS. MINIMO PROPUESTO = DEMANDA DIARIA
      *    POR (PLAZO DE ENTREGA + DIAS DE SEGURIDAD); REPOSICION
      *    PROPUESTA = DEMANDA DIARIA POR LOS DIAS DE COBERTURA,
      *    NUNCA MENOS DE UNA UNIDAD. SIN PROVEEDOR, SIN PLAZO DE
      *    ENTREGA O SIN DEMANDA EN EL PERIODO NO HAY PROPUESTA Y
      *    EL ARTICULO CONSERVA SUS VALORES.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-PROPUESTA.
           MOVE ZERO TO WS-DIAS-ENTREGA.
           MOVE ZERO TO WS-SALIDAS-PERIODO.
           MOVE ZERO TO WS-DEMANDA-MEDIA.

           MOVE COD-PROVE OF R-ARTICULO TO COD-PROVE OF R-PROVEEDOR.
           READ A-PROVEEDOR
               INVALID KEY
                   MOVE 'SIN PROVEEDOR EN APROV.REL' TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE DIAS-ENTREGA TO WS-DIAS-ENTREGA
           END-READ.

           IF FS-PROVEEDOR = '00'
               SET IX-DEM TO 1
               IF NUM-DEMANDAS > ZERO
                   SEARCH ENTRADA-DEM
                       AT END
                           CONTINUE
                       WHEN IX-DEM > NUM-DEMANDAS
                           CONTINUE
                       WHEN TD-COD-ARTI (IX-DEM) = COD-ARTI
                           MOVE TD-SALIDAS (IX-DEM)
                               TO WS-SALIDAS-PERIODO
                   END-SEARCH
               END-IF

               EVALUATE TRUE
                   WHEN WS-DIAS-ENTREGA = ZERO
                       MOVE 'PROVEEDOR SIN PLAZO DE ENTREGA'
                           TO WS-MOTIVO
                   WHEN WS-SALIDAS-PERIODO = ZERO
                       MOVE 'SIN DEMANDA EN EL PERIODO' TO WS-MOTIVO
                   WHEN OTHER
                       PERFORM 2350-APLICAR-FORMULA THRU 2350-EXIT
               END-EVALUATE
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2350-APLICAR-FORMULA.
      *-----------------------------------------------------------------
           MOVE 'S' TO WS-PROPUESTA.

           COMPUTE WS-DEMANDA-MEDIA ROUNDED =
               WS-SALIDAS-PERIODO / WS-MESES-HISTORIA
               ON SIZE ERROR MOVE 'N' TO WS-PROPUESTA
           END-COMPUTE.
           COMPUTE WS-DEMANDA-DIARIA ROUNDED =
               WS-SALIDAS-PERIODO / (WS-MESES-HISTORIA * 30)
               ON SIZE ERROR MOVE 'N' TO WS-PROPUESTA
           END-COMPUTE.
           COMPUTE WS-MIN-NUEVO ROUNDED =
               WS-DEMANDA-DIARIA *
               (WS-DIAS-ENTREGA + WS-DIAS-SEGURIDAD)
               ON SIZE ERROR MOVE 'N' TO WS-PROPUESTA
           END-COMPUTE.
           COMPUTE WS-REP-NUEVO ROUNDED =
               WS-DEMANDA-DIARIA * WS-DIAS-COBERTURA
               ON SIZE ERROR MOVE 'N' TO WS-PROPUESTA
           END-COMPUTE.

           IF WS-PROPUESTA-SI
               IF WS-REP-NUEVO = ZERO
                   MOVE 1 TO WS-REP-NUEVO
               END-IF
           ELSE
               MOVE 'EL CALCULO DESBORDA LA IMAGEN' TO WS-MOTIVO
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2400-IMPRIMIR-PROPUESTA.
      *-----------------------------------------------------------------
      *    LOS ARTICULOS CUYA PROPUESTA DIFIERE DE LOS VALORES
      *    ACTUALES LLEVAN UN ASTERISCO AL FINAL DE LA LINEA.
      *-----------------------------------------------------------------
           MOVE COD-ARTI TO WS-LD-COD-ARTI.
           MOVE NOM-ARTI TO WS-LD-NOM-ARTI.
           MOVE COD-PROVE OF R-ARTICULO TO WS-LD-COD-PROVE.
           MOVE WS-DIAS-ENTREGA TO WS-LD-PLAZO.
           MOVE WS-DEMANDA-MEDIA TO WS-LD-MEDIA.
           MOVE STK-MIN-ARTI TO WS-LD-MIN-ACTUAL.
           MOVE WS-MIN-NUEVO TO WS-LD-MIN-NUEVO.
           MOVE CAN-REP-ARTI TO WS-LD-REP-ACTUAL.
           MOVE WS-REP-NUEVO TO WS-LD-REP-NUEVO.

           IF WS-MIN-NUEVO NOT = STK-MIN-ARTI OR
                   WS-REP-NUEVO NOT = CAN-REP-ARTI
               MOVE '*' TO WS-LD-MARCA
           ELSE
               MOVE SPACE TO WS-LD-MARCA
           END-IF.

           MOVE WS-LINEA-DETALLE TO LIN-INFORME.
           WRITE LIN-INFORME.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2450-IMPRIMIR-OMITIDO.
      *-----------------------------------------------------------------
           MOVE COD-ARTI TO WS-LO-COD-ARTI.
           MOVE NOM-ARTI TO WS-LO-NOM-ARTI.
           MOVE COD-PROVE OF R-ARTICULO TO WS-LO-COD-PROVE.
           MOVE WS-MOTIVO TO WS-LO-MOTIVO.
           MOVE WS-LINEA-OMITIDO TO LIN-INFORME.
           WRITE LIN-INFORME.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2500-APLICAR-PROPUESTA.
      *-----------------------------------------------------------------
      *    ACTUALIZA EL MINIMO Y LA CANTIDAD DE REPOSICION DEL
      *    ARTICULO. CADA ACTUALIZACION DEJA SU LINEA DE AUDITORIA
      *    CON LA OPERACION 'R' A NOMBRE DEL OPERADOR FIRMADO.
      *-----------------------------------------------------------------
           PERFORM 2600-PREPARAR-AUDITORIA THRU 2600-EXIT.

           MOVE WS-MIN-NUEVO TO STK-MIN-ARTI.
           MOVE WS-REP-NUEVO TO CAN-REP-ARTI.

           REWRITE R-ARTICULO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                       'ACTUALIZAR EL ARTICULO ' COD-ARTI
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CAMBIADOS
                   PERFORM 2700-GRABAR-AUDITORIA THRU 2700-EXIT
           END-REWRITE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2600-PREPARAR-AUDITORIA.
      *-----------------------------------------------------------------
           MOVE SPACE TO R-AUDITORIA.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE 'R' TO AUD-OPERACION.
           MOVE COD-ARTI TO AUD-COD-ARTI.
           MOVE NOM-ARTI TO AUD-NOM-ARTI-ANT.
           MOVE STK-MIN-ARTI TO AUD-STK-MIN-ANT.
           MOVE CAN-REP-ARTI TO AUD-CAN-REP-ANT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2700-GRABAR-AUDITORIA.
      *-----------------------------------------------------------------
           MOVE NOM-ARTI TO AUD-NOM-ARTI-DES.
           MOVE STK-MIN-ARTI TO AUD-STK-MIN-DES.
           MOVE CAN-REP-ARTI TO AUD-CAN-REP-DES.
           WRITE R-AUDITORIA.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4700-IMPRIMIR-TOTALES.
      *-----------------------------------------------------------------
           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'ARTICULOS LEIDOS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-LEIDOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'ARTICULOS NO ACTIVOS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-INACTIVOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'ARTICULOS CON PROPUESTA' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-PROPUESTOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           IF NOT WS-SIMULACION-SI
               MOVE 'ARTICULOS ACTUALIZADOS' TO WS-LT-TEXTO
               MOVE WS-CONTADOR-CAMBIADOS TO WS-LT-CONTADOR
               MOVE WS-LINEA-TOTAL TO LIN-INFORME
               WRITE LIN-INFORME
           END-IF.

           MOVE 'ARTICULOS OMITIDOS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-OMITIDOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           DISPLAY 'ARTICULOS LEIDOS:        ' WS-CONTADOR-LEIDOS.
           DISPLAY 'ARTICULOS CON PROPUESTA: ' WS-CONTADOR-PROPUESTOS.
           DISPLAY 'ARTICULOS ACTUALIZADOS:  ' WS-CONTADOR-CAMBIADOS.
           DISPLAY 'ARTICULOS OMITIDOS:      ' WS-CONTADOR-OMITIDOS.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-ARTI-REL.
           CLOSE A-PROVEEDOR.
           CLOSE INFORME.

           IF NOT WS-SIMULACION-SI
               CLOSE A-AUDITORIA
           END-IF.
       9000-EXIT.
           EXIT.
