      *****************************************************************
      *                                                               *
      *   INFORME NOCTURNO DE CADUCIDADES. RECORRE LOS LOTES CON      *
      *   EXISTENCIAS DE ALOTE.REL (MANTENIDOS POR PE-MV09) Y LISTA   *
      *   LOS YA CADUCADOS Y LOS QUE CADUCAN DENTRO DEL PLAZO DE      *
      *   AVISO, VALORADOS AL COSTE MEDIO DEL ARTICULO (COS-ARTI) Y   *
      *   AGRUPADOS POR TIPO DE ARTICULO (COD-TPARTI), CON EL TOTAL   *
      *   CADUCADO Y PROXIMO A CADUCAR DE CADA TIPO Y DEL CONJUNTO.   *
      *   SALIDA EN CADUCA.LIS.                                       *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-CA45.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. LISTADO DE LOTES CADUCADOS Y PROXIMOS A CADUCAR. EL
           PLAZO DE AVISO (POR OMISION 30 DIAS) PUEDE FIJARSE EN EL
           ARCHIVO OPCIONAL CA45PARM.SEC. LOS LOTES SIN CADUCIDAD
           NO SE LISTAN. SE EJECUTA COMO PASO DE LA CADENA NOCTURNA
           PE-CN28, DESPUES DE PE-MV09, Y TERMINA CON RETURN-CODE 4
           SI HAY LOTES CADUCADOS CON EXISTENCIAS.

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
      *    DECLARACION DEL ARCHIVO DE LOTES (VER PE-MV09)
      *
           SELECT A-LOTE ASSIGN TO DISK 'ALOTE.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CLAVE
               FILE STATUS IS FS-LOTE.
      *
      *    DECLARACION DEL ARCHIVO INDEXADO DE ARTICULOS
      *
           SELECT A-ARTI-REL ASSIGN TO DISK 'AARTI.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-ARTI
               FILE STATUS IS FS-ARTI-REL.
      *
      *    DECLARACION DEL ARCHIVO DE PARAMETROS (OPCIONAL)
      *
           SELECT A-PARAMETRO ASSIGN TO DISK 'CA45PARM.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.
      *
      *    LOTES SELECCIONADOS PARA EL LISTADO (INTERMEDIO)
      *
           SELECT A-CADUC ASSIGN TO DISK 'CADUC.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CADUC.
      *
      *    LOTES SELECCIONADOS ORDENADOS POR TIPO (INTERMEDIO)
      *
           SELECT CADUC-ORD ASSIGN TO DISK 'CADORD.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CADUC-ORD.
      *
      *    ARCHIVO DE TRABAJO PARA LA ORDENACION (SORT)
      *
           SELECT WORK-ORDEN ASSIGN TO DISK 'WORKCAD.TMP'.
      *
      *    LISTADO DE CADUCIDADES (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'CADUCA.LIS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DE LOTE (VER PE-MV09)
      *
       FD  A-LOTE
           LABEL RECORD IS STANDARD.
       01  R-LOTE.
           02  LOT-CLAVE.
               03  LOT-COD-ARTI    PIC 9(04).
               03  LOT-FEC-CADUC   PIC 9(08).
               03  LOT-NUM-LOTE    PIC X(10).
           02  LOT-CANTIDAD        PIC 9(06).
           02  LOT-FEC-ENTRADA     PIC 9(08).
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
      *    DESCRIPCION DEL REGISTRO DE PARAMETROS. DIAS QUE FALTAN
      *    PARA LA CADUCIDAD POR DEBAJO DE LOS CUALES SE AVISA.
      *
       FD  A-PARAMETRO
           LABEL RECORD IS STANDARD.
       01  R-PARAMETRO.
           02  PARM-DIAS-AVISO     PIC 9(03).
      *
      *    DESCRIPCION DEL REGISTRO DE LOTE SELECCIONADO. LA
      *    SITUACION ES 'C' (CADUCADO) O 'P' (PROXIMO A CADUCAR);
      *    LOS DIAS SON LOS TRANSCURRIDOS DESDE LA CADUCIDAD EN LOS
      *    CADUCADOS Y LOS QUE FALTAN PARA ELLA EN LOS PROXIMOS.
      *
       FD  A-CADUC
           LABEL RECORD IS STANDARD.
       01  R-CADUC.
           02  CA-TPARTI           PIC X(03).
           02  CA-FEC-CADUC        PIC 9(08).
           02  CA-COD-ARTI         PIC 9(04).
           02  CA-NUM-LOTE         PIC X(10).
           02  CA-NOM-ARTI         PIC X(25).
           02  CA-SITUACION        PIC X(01).
           02  CA-DIAS             PIC 9(05).
           02  CA-CANTIDAD         PIC 9(06).
           02  CA-COSTE            PIC 9(04)V9(02).
           02  CA-VALOR            PIC 9(10)V9(02).
      *
      *    DESCRIPCION DEL REGISTRO DE TRABAJO DE LA ORDENACION.
      *    EL ORDEN DE LOS CAMPOS COINCIDE CON EL DE R-CADUC, YA
      *    QUE EL SORT TRANSFIERE EL REGISTRO FISICO POSICION A
      *    POSICION ENTRE EL ARCHIVO USING Y EL REGISTRO SD.
      *
       SD  WORK-ORDEN.
       01  R-WORK-ORDEN.
           02  VS-TPARTI           PIC X(03).
           02  VS-FEC-CADUC        PIC 9(08).
           02  VS-COD-ARTI         PIC 9(04).
           02  VS-NUM-LOTE         PIC X(10).
           02  VS-NOM-ARTI         PIC X(25).
           02  VS-SITUACION        PIC X(01).
           02  VS-DIAS             PIC 9(05).
           02  VS-CANTIDAD         PIC 9(06).
           02  VS-COSTE            PIC 9(04)V9(02).
           02  VS-VALOR            PIC 9(10)V9(02).
      *
      *    DESCRIPCION DEL REGISTRO DE LOTE ORDENADO. MISMO ORDEN
      *    DE CAMPOS QUE R-WORK-ORDEN, POR LA MISMA RAZON.
      *
       FD  CADUC-ORD
           LABEL RECORD IS STANDARD.
       01  R-CADUC-ORD.
           02  CO-TPARTI           PIC X(03).
           02  CO-FEC-CADUC        PIC 9(08).
           02  CO-COD-ARTI         PIC 9(04).
           02  CO-NUM-LOTE         PIC X(10).
           02  CO-NOM-ARTI         PIC X(25).
           02  CO-SITUACION        PIC X(01).
               88  CO-CADUCADO     VALUE 'C'.
               88  CO-PROXIMO      VALUE 'P'.
           02  CO-DIAS             PIC 9(05).
           02  CO-CANTIDAD         PIC 9(06).
           02  CO-COSTE            PIC 9(04)V9(02).
           02  CO-VALOR            PIC 9(10)V9(02).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
       FD  INFORME
           LABEL RECORD IS STANDARD.
       01  LIN-INFORME             PIC X(096).

       WORKING-STORAGE SECTION.
       77  FS-LOTE                 PIC X(02).
       77  FS-ARTI-REL             PIC X(02).
       77  FS-PARAMETRO            PIC X(02).
       77  FS-CADUC                PIC X(02).
       77  FS-CADUC-ORD            PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FIN-LOTE                PIC X(01).
           88  FIN-LOTE-SI         VALUE 'S'.
           88  FIN-LOTE-NO         VALUE 'N'.
       77  FIN-CADUC-ORD           PIC X(01).
           88  FIN-CADUC-ORD-SI    VALUE 'S'.
           88  FIN-CADUC-ORD-NO    VALUE 'N'.
       77  WS-PROCESO              PIC X(01).
           88  WS-PROCESO-OK       VALUE 'S'.
           88  WS-PROCESO-NO       VALUE 'N'.
       77  WS-FECHA-HOY            PIC 9(08).
       77  WS-DIAS-AVISO           PIC 9(03).
       77  WS-DIAS-HOY             PIC 9(07).
       77  WS-DIAS-CADUC           PIC 9(07).
       77  WS-TIPO-ACTUAL          PIC X(03).
       77  WS-TT-LOTES             PIC 9(06) COMP.
       77  WS-TT-CADUCADO          PIC 9(10)V9(02).
       77  WS-TT-PROXIMO           PIC 9(10)V9(02).
       77  WS-TG-CADUCADO          PIC 9(10)V9(02).
       77  WS-TG-PROXIMO           PIC 9(10)V9(02).
       77  WS-CONTADOR-LEIDOS      PIC 9(06) COMP.
       77  WS-CONTADOR-CADUCADOS   PIC 9(06) COMP.
       77  WS-CONTADOR-PROXIMOS    PIC 9(06) COMP.
       77  WS-CONTADOR-LISTADOS    PIC 9(06) COMP.

      *
      *    CALCULO DEL NUMERO DE DIA DE UNA FECHA AAAAMMDD, PARA
      *    RESTAR FECHAS SIN DEPENDER DE LA LONGITUD DE LOS MESES
      *
       01  WS-FC-FECHA             PIC 9(08).
       01  WS-FC-FECHA-R REDEFINES WS-FC-FECHA.
           05  WS-FC-ANO           PIC 9(04).
           05  WS-FC-MES           PIC 9(02).
           05  WS-FC-DIA           PIC 9(02).
       01  WS-FC-CALCULO.
           05  WS-FC-DIAS          PIC 9(07).
           05  WS-FC-ANOS-PREVIOS  PIC 9(04).
           05  WS-FC-BISIESTOS-4   PIC 9(04).
           05  WS-FC-BISIESTOS-100 PIC 9(04).
           05  WS-FC-BISIESTOS-400 PIC 9(04).
           05  WS-FC-COCIENTE      PIC 9(04).
           05  WS-FC-RESTO-4       PIC 9(04).
           05  WS-FC-RESTO-100     PIC 9(04).
           05  WS-FC-RESTO-400     PIC 9(04).
       01  WS-TABLA-MESES.
           05  FILLER              PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-TABLA-MESES-R REDEFINES WS-TABLA-MESES.
           05  WS-DIAS-PREVIOS     PIC 9(03) OCCURS 12.

       01  WS-CABECERA-1.
           05  FILLER              PIC X(40) VALUE
               'LOTES CADUCADOS Y PROXIMOS A CADUCAR'.
           05  FILLER              PIC X(07) VALUE 'FECHA: '.
           05  WS-C1-FECHA         PIC 9(08).

       01  WS-CABECERA-2.
           05  FILLER              PIC X(16) VALUE
               'PLAZO DE AVISO: '.
           05  WS-C2-DIAS          PIC ZZ9.
           05  FILLER              PIC X(44) VALUE
               ' DIAS. VALORADOS AL COSTE MEDIO DEL ARTICULO'.

       01  WS-CABECERA-3.
           05  FILLER              PIC X(60) VALUE
               '* = LOTE CADUCADO (DIAS DESDE LA CADUCIDAD)'.

       01  WS-CABECERA-TIPO.
           05  FILLER              PIC X(18) VALUE
               'TIPO DE ARTICULO: '.
           05  WS-CT-TPARTI        PIC X(03).

       01  WS-CABECERA-4.
           05  FILLER              PIC X(06) VALUE 'COD.'.
           05  FILLER              PIC X(26) VALUE
               'NOMBRE DEL ARTICULO'.
           05  FILLER              PIC X(11) VALUE 'LOTE'.
           05  FILLER              PIC X(09) VALUE 'CADUCIDAD'.
           05  FILLER              PIC X(08) VALUE '  DIAS'.
           05  FILLER              PIC X(08) VALUE 'CANTIDAD'.
           05  FILLER              PIC X(09) VALUE '   COSTE'.
           05  FILLER              PIC X(16) VALUE
               '           VALOR'.

       01  WS-LINEA-DETALLE.
           05  WS-LD-COD-ARTI      PIC Z(03)9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-NOM-ARTI      PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-NUM-LOTE      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-FEC-CADUC     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-MARCA         PIC X(01).
           05  WS-LD-DIAS          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-CANTIDAD      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-COSTE         PIC Z.ZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-VALOR         PIC Z.ZZZ.ZZZ.ZZZ,99.

       01  WS-LINEA-TOTAL-TIPO.
           05  FILLER              PIC X(11) VALUE 'TOTAL TIPO '.
           05  WS-LTT-TPARTI       PIC X(03).
           05  FILLER              PIC X(10) VALUE ' - LOTES: '.
           05  WS-LTT-LOTES        PIC ZZZ.ZZ9.
           05  FILLER              PIC X(12) VALUE ' CADUCADO: '.
           05  WS-LTT-CADUCADO     PIC Z.ZZZ.ZZZ.ZZZ,99.
           05  FILLER              PIC X(11) VALUE ' PROXIMO: '.
           05  WS-LTT-PROXIMO      PIC Z.ZZZ.ZZZ.ZZZ,99.

       01  WS-LINEA-TOTAL.
           05  WS-LT-TEXTO         PIC X(34).
           05  WS-LT-CONTADOR      PIC ZZZ.ZZ9.

       01  WS-LINEA-VALOR-TOTAL.
           05  WS-LV-TEXTO         PIC X(34).
           05  WS-LV-VALOR         PIC Z.ZZZ.ZZZ.ZZZ,99.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.
           PERFORM 2000-SELECCIONAR-LOTES THRU 2000-EXIT.

           IF WS-PROCESO-OK
               PERFORM 3000-ORDENAR-LOTES THRU 3000-EXIT
               PERFORM 4000-ABRIR-LISTADO THRU 4000-EXIT
               PERFORM 4100-LEER-CADUC-ORD THRU 4100-EXIT
               PERFORM 4200-IMPRIMIR-LOTE THRU 4200-EXIT
                   UNTIL FIN-CADUC-ORD-SI
               PERFORM 4700-IMPRIMIR-TOTALES THRU 4700-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.

      *    LOS LOTES CADUCADOS SON UN AVISO: DEJAN RETURN-CODE 4,
      *    QUE NO DETIENE LA CADENA NOCTURNA. SIN ARCHIVO DE
      *    ARTICULOS NO HAY INFORME Y EL PASO TERMINA CON 8.
           IF WS-PROCESO-NO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-CADUCADOS > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-LOTE.
           MOVE 'N' TO FIN-CADUC-ORD.
           MOVE 'S' TO WS-PROCESO.
           MOVE HIGH-VALUES TO WS-TIPO-ACTUAL.
           MOVE ZERO TO WS-TT-LOTES.
           MOVE ZERO TO WS-TT-CADUCADO.
           MOVE ZERO TO WS-TT-PROXIMO.
           MOVE ZERO TO WS-TG-CADUCADO.
           MOVE ZERO TO WS-TG-PROXIMO.
           MOVE ZERO TO WS-CONTADOR-LEIDOS.
           MOVE ZERO TO WS-CONTADOR-CADUCADOS.
           MOVE ZERO TO WS-CONTADOR-PROXIMOS.
           MOVE ZERO TO WS-CONTADOR-LISTADOS.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FC-FECHA.
           PERFORM 8000-CALCULAR-DIAS THRU 8000-EXIT.
           MOVE WS-FC-DIAS TO WS-DIAS-HOY.

           DISPLAY SPACE.
           DISPLAY '---- INFORME DE CADUCIDADES ----'.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1100-LEER-PARAMETRO.
      *-----------------------------------------------------------------
      *    TOMA EL PLAZO DE AVISO DEL ARCHIVO DE PARAMETROS, SI
      *    EXISTE. SIN ARCHIVO SE AVISA DE LOS LOTES QUE CADUCAN EN
      *    LOS PROXIMOS 30 DIAS. UN PLAZO CERO LISTA SOLO LOS LOTES
      *    CADUCADOS Y LOS QUE CADUCAN HOY.
      *-----------------------------------------------------------------
           MOVE 30 TO WS-DIAS-AVISO.

           OPEN INPUT A-PARAMETRO.

           IF FS-PARAMETRO = '35'
               CONTINUE
           ELSE
               READ A-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-DIAS-AVISO TO WS-DIAS-AVISO
               END-READ
               CLOSE A-PARAMETRO
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-SELECCIONAR-LOTES.
      *-----------------------------------------------------------------
      *    PRIMERA PASADA: GRABA EN CADUC.TMP LOS LOTES CON
      *    EXISTENCIAS QUE YA HAN CADUCADO O CADUCAN DENTRO DEL
      *    PLAZO, CON EL TIPO, EL NOMBRE Y EL VALOR DEL ARTICULO.
      *-----------------------------------------------------------------
           OPEN INPUT A-ARTI-REL.

           IF FS-ARTI-REL = '35'
               DISPLAY 'NO EXISTE EL ARCHIVO DE ARTICULOS '
                   'AARTI.REL. PROCESO CANCELADO.'
               MOVE 'N' TO WS-PROCESO
           ELSE
               OPEN OUTPUT A-CADUC
               OPEN INPUT A-LOTE
               IF FS-LOTE = '35'
                   DISPLAY 'AVISO: NO HAY LOTES REGISTRADOS '
                       '(ALOTE.REL).'
               ELSE
                   PERFORM 2100-LEER-LOTE THRU 2100-EXIT
                   PERFORM 2200-EVALUAR-LOTE THRU 2200-EXIT
                       UNTIL FIN-LOTE-SI
                   CLOSE A-LOTE
               END-IF
               CLOSE A-CADUC
               CLOSE A-ARTI-REL
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2100-LEER-LOTE.
      *-----------------------------------------------------------------
           READ A-LOTE NEXT RECORD AT END MOVE 'S' TO FIN-LOTE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-EVALUAR-LOTE.
      *-----------------------------------------------------------------
      *    UN LOTE ESTA CADUCADO SI SU FECHA DE CADUCIDAD ES
      *    ANTERIOR A HOY, Y PROXIMO A CADUCAR SI CADUCA HOY O EN
      *    LOS WS-DIAS-AVISO DIAS SIGUIENTES. LOS LOTES SIN
      *    CADUCIDAD (99999999) Y LOS AGOTADOS NO SE EVALUAN.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CONTADOR-LEIDOS.

           IF LOT-CANTIDAD > ZERO AND LOT-FEC-CADUC NOT = 99999999
               MOVE LOT-FEC-CADUC TO WS-FC-FECHA
               PERFORM 8000-CALCULAR-DIAS THRU 8000-EXIT
               MOVE WS-FC-DIAS TO WS-DIAS-CADUC

               IF WS-DIAS-CADUC < WS-DIAS-HOY
                   MOVE 'C' TO CA-SITUACION
                   COMPUTE CA-DIAS = WS-DIAS-HOY - WS-DIAS-CADUC
                   ADD 1 TO WS-CONTADOR-CADUCADOS
                   PERFORM 2300-GRABAR-SELECCION THRU 2300-EXIT
               ELSE
                   IF WS-DIAS-CADUC - WS-DIAS-HOY <= WS-DIAS-AVISO
                       MOVE 'P' TO CA-SITUACION
                       COMPUTE CA-DIAS = WS-DIAS-CADUC - WS-DIAS-HOY
                       ADD 1 TO WS-CONTADOR-PROXIMOS
                       PERFORM 2300-GRABAR-SELECCION THRU 2300-EXIT
                   END-IF
               END-IF
           END-IF.

           PERFORM 2100-LEER-LOTE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-GRABAR-SELECCION.
      *-----------------------------------------------------------------
      *    COMPLETA EL LOTE SELECCIONADO CON LOS DATOS DEL ARTICULO.
      *    UN LOTE DE UN ARTICULO QUE YA NO EXISTE SE LISTA BAJO EL
      *    TIPO '???' Y SIN VALORAR.
      *-----------------------------------------------------------------
           MOVE LOT-COD-ARTI TO COD-ARTI.
           READ A-ARTI-REL
               INVALID KEY
                   MOVE '???' TO CA-TPARTI
                   MOVE 'ARTICULO INEXISTENTE' TO CA-NOM-ARTI
                   MOVE ZERO TO CA-COSTE
               NOT INVALID KEY
                   MOVE COD-TPARTI TO CA-TPARTI
                   MOVE NOM-ARTI TO CA-NOM-ARTI
                   MOVE COS-ARTI TO CA-COSTE
           END-READ.

           MOVE LOT-FEC-CADUC TO CA-FEC-CADUC.
           MOVE LOT-COD-ARTI TO CA-COD-ARTI.
           MOVE LOT-NUM-LOTE TO CA-NUM-LOTE.
           MOVE LOT-CANTIDAD TO CA-CANTIDAD.
           COMPUTE CA-VALOR = LOT-CANTIDAD * CA-COSTE.

           WRITE R-CADUC.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3000-ORDENAR-LOTES.
      *-----------------------------------------------------------------
      *    ORDENA LOS LOTES SELECCIONADOS POR TIPO DE ARTICULO Y,
      *    DENTRO DE CADA TIPO, POR FECHA DE CADUCIDAD.
      *-----------------------------------------------------------------
           SORT WORK-ORDEN
               ON ASCENDING KEY VS-TPARTI
               ON ASCENDING KEY VS-FEC-CADUC
               ON ASCENDING KEY VS-COD-ARTI
               ON ASCENDING KEY VS-NUM-LOTE
               USING A-CADUC
               GIVING CADUC-ORD.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4000-ABRIR-LISTADO.
      *-----------------------------------------------------------------
           OPEN INPUT CADUC-ORD.
           OPEN OUTPUT INFORME.

           MOVE WS-FECHA-HOY TO WS-C1-FECHA.
           MOVE WS-CABECERA-1 TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-DIAS-AVISO TO WS-C2-DIAS.
           MOVE WS-CABECERA-2 TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-CABECERA-3 TO LIN-INFORME.
           WRITE LIN-INFORME.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4100-LEER-CADUC-ORD.
      *-----------------------------------------------------------------
           READ CADUC-ORD AT END MOVE 'S' TO FIN-CADUC-ORD
           END-READ.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4200-IMPRIMIR-LOTE.
      *-----------------------------------------------------------------
      *    AL CAMBIAR DE TIPO DE ARTICULO SE CIERRA EL TOTAL DEL
      *    TIPO ANTERIOR Y SE ABRE EL GRUPO DEL NUEVO.
      *-----------------------------------------------------------------
           IF CO-TPARTI NOT = WS-TIPO-ACTUAL
               IF WS-TIPO-ACTUAL NOT = HIGH-VALUES
                   PERFORM 4400-TOTAL-TIPO THRU 4400-EXIT
               END-IF
               PERFORM 4300-CABECERA-TIPO THRU 4300-EXIT
           END-IF.

           MOVE CO-COD-ARTI TO WS-LD-COD-ARTI.
           MOVE CO-NOM-ARTI TO WS-LD-NOM-ARTI.
           MOVE CO-NUM-LOTE TO WS-LD-NUM-LOTE.
           MOVE CO-FEC-CADUC TO WS-LD-FEC-CADUC.
           MOVE CO-DIAS TO WS-LD-DIAS.
           MOVE CO-CANTIDAD TO WS-LD-CANTIDAD.
           MOVE CO-COSTE TO WS-LD-COSTE.
           MOVE CO-VALOR TO WS-LD-VALOR.

           IF CO-CADUCADO
               MOVE '*' TO WS-LD-MARCA
               ADD CO-VALOR TO WS-TT-CADUCADO
                   ON SIZE ERROR
                       MOVE 9999999999,99 TO WS-TT-CADUCADO
               END-ADD
           ELSE
               MOVE SPACE TO WS-LD-MARCA
               ADD CO-VALOR TO WS-TT-PROXIMO
                   ON SIZE ERROR
                       MOVE 9999999999,99 TO WS-TT-PROXIMO
               END-ADD
           END-IF.

           MOVE WS-LINEA-DETALLE TO LIN-INFORME.
           WRITE LIN-INFORME.
           ADD 1 TO WS-TT-LOTES.
           ADD 1 TO WS-CONTADOR-LISTADOS.

           PERFORM 4100-LEER-CADUC-ORD THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4300-CABECERA-TIPO.
      *-----------------------------------------------------------------
           MOVE CO-TPARTI TO WS-TIPO-ACTUAL.
           MOVE ZERO TO WS-TT-LOTES.
           MOVE ZERO TO WS-TT-CADUCADO.
           MOVE ZERO TO WS-TT-PROXIMO.

           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE CO-TPARTI TO WS-CT-TPARTI.
           MOVE WS-CABECERA-TIPO TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-CABECERA-4 TO LIN-INFORME.
           WRITE LIN-INFORME.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4400-TOTAL-TIPO.
      *-----------------------------------------------------------------
      *    IMPRIME EL TOTAL DEL TIPO QUE SE CIERRA Y LO SUMA AL
      *    TOTAL GENERAL.
      *-----------------------------------------------------------------
           MOVE WS-TIPO-ACTUAL TO WS-LTT-TPARTI.
           MOVE WS-TT-LOTES TO WS-LTT-LOTES.
           MOVE WS-TT-CADUCADO TO WS-LTT-CADUCADO.
           MOVE WS-TT-PROXIMO TO WS-LTT-PROXIMO.
           MOVE WS-LINEA-TOTAL-TIPO TO LIN-INFORME.
           WRITE LIN-INFORME.

           ADD WS-TT-CADUCADO TO WS-TG-CADUCADO
               ON SIZE ERROR
                   MOVE 9999999999,99 TO WS-TG-CADUCADO
           END-ADD.
           ADD WS-TT-PROXIMO TO WS-TG-PROXIMO
               ON SIZE ERROR
                   MOVE 9999999999,99 TO WS-TG-PROXIMO
           END-ADD.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4700-IMPRIMIR-TOTALES.
      *-----------------------------------------------------------------
           IF WS-CONTADOR-LISTADOS > ZERO
               PERFORM 4400-TOTAL-TIPO THRU 4400-EXIT
           ELSE
               MOVE SPACE TO LIN-INFORME
               WRITE LIN-INFORME
               MOVE 'NINGUN LOTE CADUCADO NI PROXIMO A CADUCAR.'
                   TO LIN-INFORME
               WRITE LIN-INFORME
           END-IF.

           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'LOTES LEIDOS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-LEIDOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'LOTES CADUCADOS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-CADUCADOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'LOTES PROXIMOS A CADUCAR' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-PROXIMOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'VALOR TOTAL CADUCADO' TO WS-LV-TEXTO.
           MOVE WS-TG-CADUCADO TO WS-LV-VALOR.
           MOVE WS-LINEA-VALOR-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'VALOR TOTAL PROXIMO A CADUCAR' TO WS-LV-TEXTO.
           MOVE WS-TG-PROXIMO TO WS-LV-VALOR.
           MOVE WS-LINEA-VALOR-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       8000-CALCULAR-DIAS.
      *-----------------------------------------------------------------
      *    CONVIERTE LA FECHA DE WS-FC-FECHA EN UN NUMERO DE DIA
      *    CORRIDO (WS-FC-DIAS): DIAS DE LOS ANOS ANTERIORES, CON
      *    SUS BISIESTOS, MAS LOS DE LOS MESES ANTERIORES DEL ANO Y
      *    EL DIA DEL MES. LA DIFERENCIA ENTRE DOS NUMEROS ES LA
      *    DISTANCIA EN DIAS ENTRE LAS FECHAS.
      *-----------------------------------------------------------------
           IF WS-FC-MES < 1 OR WS-FC-MES > 12
               MOVE 1 TO WS-FC-MES
           END-IF.

           SUBTRACT 1 FROM WS-FC-ANO GIVING WS-FC-ANOS-PREVIOS.
           DIVIDE WS-FC-ANOS-PREVIOS BY 4 GIVING WS-FC-BISIESTOS-4.
           DIVIDE WS-FC-ANOS-PREVIOS BY 100
               GIVING WS-FC-BISIESTOS-100.
           DIVIDE WS-FC-ANOS-PREVIOS BY 400
               GIVING WS-FC-BISIESTOS-400.

           COMPUTE WS-FC-DIAS = WS-FC-ANOS-PREVIOS * 365
               + WS-FC-BISIESTOS-4 - WS-FC-BISIESTOS-100
               + WS-FC-BISIESTOS-400
               + WS-DIAS-PREVIOS (WS-FC-MES) + WS-FC-DIA.

           DIVIDE WS-FC-ANO BY 4 GIVING WS-FC-COCIENTE
               REMAINDER WS-FC-RESTO-4.
           DIVIDE WS-FC-ANO BY 100 GIVING WS-FC-COCIENTE
               REMAINDER WS-FC-RESTO-100.
           DIVIDE WS-FC-ANO BY 400 GIVING WS-FC-COCIENTE
               REMAINDER WS-FC-RESTO-400.

           IF WS-FC-MES > 2 AND WS-FC-RESTO-4 = ZERO
               IF WS-FC-RESTO-100 NOT = ZERO OR
                       WS-FC-RESTO-400 = ZERO
                   ADD 1 TO WS-FC-DIAS
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE CADUC-ORD.
           CLOSE INFORME.

           DISPLAY 'LOTES LEIDOS:              ' WS-CONTADOR-LEIDOS.
           DISPLAY 'LOTES CADUCADOS:           ' WS-CONTADOR-CADUCADOS.
           DISPLAY 'LOTES PROXIMOS A CADUCAR:  ' WS-CONTADOR-PROXIMOS.
           DISPLAY 'VER CADUCA.LIS.'.
       9000-EXIT.
           EXIT.
