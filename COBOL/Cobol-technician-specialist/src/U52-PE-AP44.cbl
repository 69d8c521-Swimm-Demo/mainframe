      *****************************************************************
      *                                                               *
      *   APROBACION POR SEGUNDA FIRMA DE LOS CAMBIOS RETENIDOS EN    *
      *   EL ARCHIVO DE SOLICITUDES APROB.REL. LOS CAMBIOS DE PRECIO  *
      *   DE PE-AR02 Y PE-PC15 QUE SUPERAN EL PORCENTAJE LIMITE Y LOS *
      *   AJUSTES DE RECUENTO DE PE-RC24 QUE SUPERAN EL VALOR LIMITE  *
      *   NO SE APLICAN: QUEDAN PENDIENTES HASTA QUE UN SUPERVISOR    *
      *   DISTINTO DEL QUE LOS SOLICITO LOS APRUEBE O LOS RECHACE.    *
      *   SOLO LA APROBACION ACTUALIZA EL PRECIO EN AARTI.REL O       *
      *   GRABA EL MOVIMIENTO DE AJUSTE 'A' EN AMOVS.SEC, Y CADA      *
      *   DECISION DEJA EN AARTI.AUD UNA LINEA 'V' CON LOS DOS        *
      *   OPERADORES. INCLUYE EL LISTADO DE ANTIGUEDAD DE LAS         *
      *   SOLICITUDES QUE LLEVAN MAS DE LOS DIAS FIJADOS SIN DECIDIR. *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-AP44.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. APROBACION O RECHAZO, POR UN SUPERVISOR DISTINTO DEL
           SOLICITANTE, DE LOS CAMBIOS DE PRECIO Y AJUSTES DE
           RECUENTO RETENIDOS EN APROB.REL, Y LISTADO DE
           ANTIGUEDAD APROBANT.LIS. LOS LIMITES Y LOS DIAS DE LA
           ANTIGUEDAD SE TOMAN DEL ARCHIVO OPCIONAL AP44PARM.SEC,
           QUE TAMBIEN LEEN PE-AR02, PE-PC15 Y PE-RC24.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL. LAS REPRECIACIONES Y
      *                     LOS AJUSTES DE RECUENTO IMPORTANTES, QUE
      *                     UN SOLO SUPERVISOR PODIA APLICAR, PASAN A
      *                     EXIGIR LA APROBACION DE UN SEGUNDO.
      * 15/10/2026  DSI     EL MOVIMIENTO INCORPORA EL LOTE Y SU FECHA
      *                     DE CADUCIDAD (VER PE-MV08); LOS AJUSTES SE
      *                     GRABAN SIN LOTE.
      * 15/10/2026  DSI     EL AJUSTE SOLO SE APRUEBA SI EL STOCK DEL
      *                     ALMACEN (ASTKA.REL) SIGUE SIENDO EL DE LA
      *                     SOLICITUD; SI HA HABIDO MOVIMIENTOS DESDE
      *                     EL RECUENTO SOLO CABE RECHAZARLO Y VOLVER
      *                     A CONTAR. SIN ARCHIVO DE ARTICULOS SE
      *                     DENIEGA EL ACCESO.
      * 15/10/2026  DSI     EL MOVIMIENTO INCORPORA EL ORIGEN
      *                     (MOV-ORIGEN, 'P' = SALIDA POR DESPACHO DE
      *                     PEDIDO DE CLIENTE, VER PE-DS36); AQUI SE
      *                     GRABA EN BLANCO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    DECLARACION DEL ARCHIVO DE SOLICITUDES DE APROBACION
      *
           SELECT A-APROBACION ASSIGN TO DISK 'APROB.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-CLAVE
               FILE STATUS IS FS-APROBACION.
      *
      *    DECLARACION DEL ARCHIVO DE ARTICULOS
      *
           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-ARTI
               FILE STATUS IS FS-ARTICULO.
      *
      *    DECLARACION DEL ARCHIVO DE STOCK POR ALMACEN (LECTURA)
      *
           SELECT A-STOCK-ALMA ASSIGN TO DISK 'ASTKA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-CLAVE
               FILE STATUS IS FS-STOCK-ALMA.
      *
      *    DECLARACION DEL ARCHIVO DE AUDITORIA DE ARTICULOS
      *
           SELECT A-AUDITORIA ASSIGN TO DISK 'AARTI.AUD'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      *
      *    DECLARACION DEL ARCHIVO DE MOVIMIENTOS PENDIENTES
      *
           SELECT A-MOVIMIENTO ASSIGN TO DISK 'AMOVS.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVIMIENTO.
      *
      *    DECLARACION DEL ARCHIVO DE PARAMETROS DE LA APROBACION
      *    (OPCIONAL)
      *
           SELECT A-PARAMETRO ASSIGN TO DISK 'AP44PARM.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.
      *
      *    LISTADO DE ANTIGUEDAD DE LAS SOLICITUDES (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'APROBANT.LIS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DE SOLICITUD DE APROBACION. LA
      *    CLAVE ES EL MOMENTO DE LA SOLICITUD MAS EL ARTICULO Y EL
      *    ALMACEN (EN BLANCO EN LOS CAMBIOS DE PRECIO). EN LOS
      *    CAMBIOS DE PRECIO ('P') SE INFORMAN LOS PRECIOS ACTUAL Y
      *    PROPUESTO; EN LOS AJUSTES DE RECUENTO ('A') EL STOCK DEL
      *    ALMACEN, LA CANTIDAD CONTADA Y EL VALOR DE LA DIFERENCIA.
      *
       FD  A-APROBACION
           LABEL RECORD IS STANDARD.
       01  R-APROBACION.
           02  APR-CLAVE.
               03  APR-FECHA-SOLIC PIC 9(08).
               03  APR-HORA-SOLIC  PIC 9(08).
               03  APR-COD-ARTI    PIC 9(04).
               03  APR-COD-ALMA    PIC X(03).
           02  APR-TIPO            PIC X(01).
               88  APR-TIPO-PRECIO VALUE 'P'.
               88  APR-TIPO-AJUSTE VALUE 'A'.
           02  APR-ORIGEN          PIC X(08).
           02  APR-OPE-SOLIC       PIC X(08).
           02  APR-PRECIO-ACTUAL   PIC 9(04)V9(02).
           02  APR-PRECIO-NUEVO    PIC 9(04)V9(02).
           02  APR-STOCK-TEORICO   PIC 9(06).
           02  APR-CANTIDAD        PIC 9(06).
           02  APR-VALOR-DIF       PIC 9(10)V9(02).
           02  APR-ESTADO          PIC X(01).
               88  APR-PENDIENTE   VALUE 'P'.
               88  APR-APROBADA    VALUE 'A'.
               88  APR-RECHAZADA   VALUE 'R'.
           02  APR-OPE-DECIS       PIC X(08).
           02  APR-FECHA-DECIS     PIC 9(08).
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
      *    DESCRIPCION DEL REGISTRO DE ARTICULOS
      *
       FD  A-ARTICULO
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
               88  EST-ARTI-BLOQUEADO      VALUE 'B'.
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE AUDITORIA (VER PE-AR02). EN LA
      *    OPERACION 'V' (DECISION SOBRE UNA SOLICITUD) LA IMAGEN
      *    ANTERIOR LLEVA EL SOLICITANTE Y EL VALOR ACTUAL, Y LA
      *    POSTERIOR LA DECISION Y EL VALOR PROPUESTO; EL OPERADOR
      *    DE LA LINEA ES EL SUPERVISOR QUE DECIDE.
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
               88  AUD-OPER-APROB  VALUE 'V'.
           02  AUD-COD-ARTI        PIC 9(04).
           02  AUD-ANTES.
               03  AUD-NOM-ARTI-ANT    PIC X(25).
               03  AUD-NUM-ARTI-ANT    PIC 9(06).
               03  AUD-PRE-ARTI-ANT    PIC 9(04)V9(02).
               03  AUD-TPARTI-ANT      PIC X(03).
           02  AUD-ANTES-V REDEFINES AUD-ANTES.
               03  AUD-OPE-SOLIC       PIC X(08).
               03  AUD-FEC-SOLIC       PIC 9(08).
               03  AUD-TIPO-SOLIC      PIC X(01).
               03  AUD-COD-ALMA-SOLIC  PIC X(03).
               03  AUD-PRE-SOLIC-ANT   PIC 9(04)V9(02).
               03  AUD-CAN-SOLIC-ANT REDEFINES AUD-PRE-SOLIC-ANT
                                       PIC 9(06).
               03  FILLER              PIC X(14).
           02  AUD-DESPUES.
               03  AUD-NOM-ARTI-DES    PIC X(25).
               03  AUD-NUM-ARTI-DES    PIC 9(06).
               03  AUD-PRE-ARTI-DES    PIC 9(04)V9(02).
               03  AUD-TPARTI-DES      PIC X(03).
           02  AUD-DESPUES-V REDEFINES AUD-DESPUES.
               03  AUD-DECISION        PIC X(01).
               03  AUD-PRE-SOLIC-DES   PIC 9(04)V9(02).
               03  AUD-CAN-SOLIC-DES REDEFINES AUD-PRE-SOLIC-DES
                                       PIC 9(06).
               03  AUD-ORIGEN-SOLIC    PIC X(08).
               03  FILLER              PIC X(25).
      *
      *    DESCRIPCION DEL REGISTRO DE MOVIMIENTO PENDIENTE
      *    (VER PE-MV08)
      *
       FD  A-MOVIMIENTO
           LABEL RECORD IS STANDARD.
       01  R-MOVIMIENTO.
           02  MOV-COD-ARTI        PIC 9(04).
           02  MOV-FECHA           PIC 9(08).
           02  MOV-TIPO            PIC X(01).
               88  MOV-ENTRADA     VALUE 'E'.
               88  MOV-SALIDA      VALUE 'S'.
               88  MOV-AJUSTE      VALUE 'A'.
               88  MOV-TRASPASO    VALUE 'T'.
           02  MOV-CANTIDAD        PIC 9(06).
           02  MOV-OPERADOR        PIC X(08).
           02  MOV-COSTE           PIC 9(04)V9(02).
           02  MOV-COD-ALMA        PIC X(03).
           02  MOV-ALMA-DESTINO    PIC X(03).
           02  MOV-NUM-LOTE        PIC X(10).
           02  MOV-FEC-CADUC       PIC 9(08).
           02  MOV-ORIGEN          PIC X(01).
               88  MOV-DE-PEDIDO   VALUE 'P'.
      *
      *    DESCRIPCION DEL REGISTRO DE PARAMETROS. EL LIMITE DE
      *    PRECIO ES UN PORCENTAJE DE VARIACION CON DOS DECIMALES
      *    (01000 = 10,00 %), EL DE AJUSTE UN IMPORTE CON DOS
      *    DECIMALES Y LA ANTIGUEDAD UN NUMERO DE DIAS.
      *
       FD  A-PARAMETRO
           LABEL RECORD IS STANDARD.
       01  R-PARAMETRO.
           02  PARM-LIM-PRECIO     PIC 9(03)V9(02).
           02  PARM-LIM-AJUSTE     PIC 9(07)V9(02).
           02  PARM-DIAS-ANTIG     PIC 9(03).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
       FD  INFORME
           LABEL RECORD IS STANDARD.
       01  LIN-INFORME             PIC X(096).

       WORKING-STORAGE SECTION.
       77  FS-APROBACION           PIC X(02).
       77  FS-ARTICULO             PIC X(02).
           88  FS-ARTICULO-OK      VALUE '00'.
       77  FS-STOCK-ALMA           PIC X(02).
       77  FS-AUDITORIA            PIC X(02).
       77  FS-MOVIMIENTO           PIC X(02).
       77  FS-PARAMETRO            PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FIN-SOLICITUD           PIC X(01).
           88  FIN-SOLICITUD-SI    VALUE 'S'.
           88  FIN-SOLICITUD-NO    VALUE 'N'.
       77  WS-OPCION               PIC X(01).
           88  WS-OPCION-REVISAR   VALUE '1'.
           88  WS-OPCION-LISTADO   VALUE '2'.
           88  WS-OPCION-FIN       VALUE '0'.
           88  WS-OPCION-VALIDA    VALUE '0' '1' '2'.
       77  WS-DECISION             PIC X(01).
           88  WS-DECISION-APROBAR VALUE 'A'.
           88  WS-DECISION-RECHAZAR VALUE 'R'.
           88  WS-DECISION-FIN     VALUE 'F'.
       77  WS-APLICADA             PIC X(01).
           88  WS-APLICADA-SI      VALUE 'S'.
           88  WS-APLICADA-NO      VALUE 'N'.
       77  WS-STOCK-ALMACEN        PIC 9(06).
       77  WS-OPERADOR             PIC X(08).
       77  WS-CLAVE                PIC X(08).
       77  WS-ACCESO               PIC X(01).
           88  WS-ACCESO-SI        VALUE 'S'.
           88  WS-ACCESO-NO        VALUE 'N'.
       77  WS-NIVEL-ACCESO         PIC 9(01).
           88  WS-NIVEL-SUPERVISOR VALUE 2.
       77  WS-FECHA-HOY            PIC 9(08).
       77  WS-DIAS-ANTIG           PIC 9(03).
       77  WS-DIAS-HOY             PIC 9(07).
       77  WS-DIAS-SOLICITUD       PIC 9(07).
       77  WS-ANTIGUEDAD           PIC S9(07).
       77  WS-CONTADOR-REVISADAS   PIC 9(06) COMP.
       77  WS-CONTADOR-APROBADAS   PIC 9(06) COMP.
       77  WS-CONTADOR-RECHAZADAS  PIC 9(06) COMP.
       77  WS-CONTADOR-PROPIAS     PIC 9(06) COMP.
       77  WS-CONTADOR-PENDIENTES  PIC 9(06) COMP.
       77  WS-CONTADOR-ANTIGUAS    PIC 9(06) COMP.

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
           05  FILLER              PIC X(44) VALUE
               'SOLICITUDES DE APROBACION PENDIENTES DESDE'.
           05  FILLER              PIC X(08) VALUE 'MAS DE '.
           05  WS-C1-DIAS          PIC ZZ9.
           05  FILLER              PIC X(06) VALUE ' DIAS'.
           05  FILLER              PIC X(05) VALUE 'A '.
           05  WS-C1-FECHA         PIC 9(08).

       01  WS-CABECERA-2.
           05  FILLER              PIC X(08) VALUE 'SOLICIT.'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(05) VALUE 'DIAS'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(01) VALUE 'T'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(04) VALUE 'COD.'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(03) VALUE 'ALM'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(08) VALUE 'OPERADOR'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(08) VALUE 'ORIGEN'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'ACTUAL'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'PROPUESTO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(16) VALUE '      VALOR DIF.'.

       01  WS-LINEA-DETALLE.
           05  WS-LD-FECHA         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-DIAS          PIC Z.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-TIPO          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-COD-ARTI      PIC Z(03)9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-COD-ALMA      PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-OPERADOR      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-ORIGEN        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-ACTUAL        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-PROPUESTO     PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-VALOR         PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WS-EDICION.
           05  WS-ED-PRECIO        PIC Z.ZZZ,99.
           05  WS-ED-CANTIDAD      PIC ZZZ.ZZ9.

       01  WS-LINEA-TOTAL.
           05  WS-LT-TEXTO         PIC X(40).
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

           IF WS-ACCESO-SI
               PERFORM 2000-PROCESO-MENU THRU 2000-EXIT
                   UNTIL WS-OPCION-FIN
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           ELSE
               DISPLAY 'ACCESO DENEGADO. PROCESO CANCELADO.'
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
      *    LAS DECISIONES ESTAN RESERVADAS A SUPERVISORES: UN
      *    OPERADOR DE NIVEL 1 NO PASA DE LA FIRMA.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-OPCION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY SPACE.
           DISPLAY '---- APROBACION DE CAMBIOS RETENIDOS ----'.
           DISPLAY 'INTRODUCE TU CODIGO DE OPERADOR:'.
           ACCEPT WS-OPERADOR.
           DISPLAY 'INTRODUCE TU CLAVE DE ACCESO:'.
           ACCEPT WS-CLAVE.

           PERFORM 1100-VALIDAR-OPERADOR THRU 1100-EXIT.

           IF WS-ACCESO-SI AND NOT WS-NIVEL-SUPERVISOR
               DISPLAY 'LA APROBACION DE CAMBIOS ESTA RESERVADA A '
                   'SUPERVISORES.'
               MOVE 'N' TO WS-ACCESO
           END-IF.

           IF WS-ACCESO-SI
               OPEN I-O A-ARTICULO
               IF FS-ARTICULO = '35'
                   DISPLAY 'NO EXISTE EL ARCHIVO DE ARTICULOS '
                       'AARTI.REL. DE DE ALTA LOS ARTICULOS CON '
                       'PE-AR02.'
                   MOVE 'N' TO WS-ACCESO
               END-IF
           END-IF.

           IF WS-ACCESO-SI
               PERFORM 1200-LEER-PARAMETRO THRU 1200-EXIT
               OPEN INPUT A-STOCK-ALMA
               OPEN EXTEND A-AUDITORIA
               OPEN EXTEND A-MOVIMIENTO
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
           MOVE ZERO TO WS-NIVEL-ACCESO.
           MOVE 'PE-AP44' TO SEG-PROGRAMA.
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
           MOVE SEG-NIVEL TO WS-NIVEL-ACCESO.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1200-LEER-PARAMETRO.
      *-----------------------------------------------------------------
      *    TOMA LOS DIAS DE ANTIGUEDAD DEL ARCHIVO DE PARAMETROS, SI
      *    EXISTE (LOS LIMITES LOS APLICAN LOS PROGRAMAS QUE RETIENEN
      *    LOS CAMBIOS). SIN ARCHIVO SE LISTAN LAS SOLICITUDES QUE
      *    LLEVAN MAS DE 3 DIAS PENDIENTES.
      *-----------------------------------------------------------------
           MOVE 3 TO WS-DIAS-ANTIG.

           OPEN INPUT A-PARAMETRO.

           IF FS-PARAMETRO = '35'
               CONTINUE
           ELSE
               READ A-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-DIAS-ANTIG TO WS-DIAS-ANTIG
               END-READ
               CLOSE A-PARAMETRO
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-PROCESO-MENU.
      *-----------------------------------------------------------------
           PERFORM 2100-MOSTRAR-MENU THRU 2100-EXIT.

           EVALUATE TRUE
               WHEN WS-OPCION-REVISAR
                   PERFORM 2200-REVISAR-SOLICITUDES THRU 2200-EXIT
               WHEN WS-OPCION-LISTADO
                   PERFORM 3000-LISTADO-ANTIGUEDAD THRU 3000-EXIT
               WHEN WS-OPCION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCION NO VALIDA. VUELVA A INTENTARLO.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2100-MOSTRAR-MENU.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY '---- APROBACION DE CAMBIOS RETENIDOS ----'.
           DISPLAY '1. REVISAR SOLICITUDES PENDIENTES'.
           DISPLAY '2. LISTADO DE ANTIGUEDAD (APROBANT.LIS)'.
           DISPLAY '0. FIN'.
           DISPLAY 'ELIJA UNA OPCION:'.
           ACCEPT WS-OPCION.

           IF NOT WS-OPCION-VALIDA
               DISPLAY 'OPCION NO VALIDA. VUELVA A INTENTARLO.'
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-REVISAR-SOLICITUDES.
      *-----------------------------------------------------------------
      *    RECORRE LAS SOLICITUDES EN ORDEN DE LLEGADA Y PRESENTA
      *    CADA UNA PENDIENTE PARA APROBARLA, RECHAZARLA O DEJARLA
      *    PARA MAS ADELANTE. LAS SOLICITADAS POR EL PROPIO
      *    SUPERVISOR SE SALTAN: DEBE DECIDIRLAS OTRO.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-SOLICITUD.
           MOVE ZERO TO WS-CONTADOR-REVISADAS.
           MOVE ZERO TO WS-CONTADOR-APROBADAS.
           MOVE ZERO TO WS-CONTADOR-RECHAZADAS.
           MOVE ZERO TO WS-CONTADOR-PROPIAS.

           OPEN I-O A-APROBACION.

           IF FS-APROBACION = '35'
               DISPLAY 'NO EXISTEN SOLICITUDES DE APROBACION.'
           ELSE
               PERFORM 2250-LEER-SOLICITUD THRU 2250-EXIT
               PERFORM 2300-REVISAR-SOLICITUD THRU 2300-EXIT
                   UNTIL FIN-SOLICITUD-SI
               CLOSE A-APROBACION

               DISPLAY SPACE
               DISPLAY 'SOLICITUDES PRESENTADAS:  '
                   WS-CONTADOR-REVISADAS
               DISPLAY 'SOLICITUDES APROBADAS:    '
                   WS-CONTADOR-APROBADAS
               DISPLAY 'SOLICITUDES RECHAZADAS:   '
                   WS-CONTADOR-RECHAZADAS
               DISPLAY 'PROPIAS, SIN PRESENTAR:   '
                   WS-CONTADOR-PROPIAS
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2250-LEER-SOLICITUD.
      *-----------------------------------------------------------------
           READ A-APROBACION NEXT RECORD
               AT END MOVE 'S' TO FIN-SOLICITUD
           END-READ.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-REVISAR-SOLICITUD.
      *-----------------------------------------------------------------
           IF APR-PENDIENTE
               IF APR-OPE-SOLIC = WS-OPERADOR
                   ADD 1 TO WS-CONTADOR-PROPIAS
               ELSE
                   ADD 1 TO WS-CONTADOR-REVISADAS
                   PERFORM 2350-MOSTRAR-SOLICITUD THRU 2350-EXIT
                   EVALUATE TRUE
                       WHEN WS-DECISION-APROBAR
                           PERFORM 2400-APROBAR-SOLICITUD
                               THRU 2400-EXIT
                       WHEN WS-DECISION-RECHAZAR
                           PERFORM 2700-CERRAR-SOLICITUD
                               THRU 2700-EXIT
                       WHEN WS-DECISION-FIN
                           MOVE 'S' TO FIN-SOLICITUD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

           IF FIN-SOLICITUD-NO
               PERFORM 2250-LEER-SOLICITUD THRU 2250-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2350-MOSTRAR-SOLICITUD.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'SOLICITUD DEL ' APR-FECHA-SOLIC ' A LAS '
               APR-HORA-SOLIC ' POR ' APR-OPE-SOLIC
               ' DESDE ' APR-ORIGEN.

           IF APR-TIPO-PRECIO
               DISPLAY 'CAMBIO DE PRECIO DEL ARTICULO ' APR-COD-ARTI
                   ': DE ' APR-PRECIO-ACTUAL ' A ' APR-PRECIO-NUEVO
           ELSE
               DISPLAY 'AJUSTE DE RECUENTO DEL ARTICULO '
                   APR-COD-ARTI ' EN EL ALMACEN ' APR-COD-ALMA
                   ': STOCK ' APR-STOCK-TEORICO ' - CONTADO '
                   APR-CANTIDAD ' - VALOR ' APR-VALOR-DIF
           END-IF.

           DISPLAY 'A=APROBAR, R=RECHAZAR, F=TERMINAR LA REVISION, '
               'OTRA TECLA=DEJAR PENDIENTE:'.
           ACCEPT WS-DECISION.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2400-APROBAR-SOLICITUD.
      *-----------------------------------------------------------------
      *    APLICA EL CAMBIO APROBADO. SI NO PUEDE APLICARSE (EL
      *    ARTICULO YA NO EXISTE, SU PRECIO O EL STOCK DEL ALMACEN
      *    HAN CAMBIADO DESDE LA SOLICITUD O ESTA BLOQUEADO) LA
      *    SOLICITUD SIGUE PENDIENTE Y SOLO CABE RECHAZARLA.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-APLICADA.
           MOVE APR-COD-ARTI TO COD-ARTI.

           READ A-ARTICULO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: EL ARTICULO ' APR-COD-ARTI
                       ' YA NO EXISTE. SOLO PUEDE RECHAZARSE.'
           END-READ.

           IF FS-ARTICULO-OK
               IF APR-TIPO-PRECIO
                   PERFORM 2450-APROBAR-PRECIO THRU 2450-EXIT
               ELSE
                   PERFORM 2500-APROBAR-AJUSTE THRU 2500-EXIT
               END-IF
           END-IF.

           IF WS-APLICADA-SI
               PERFORM 2700-CERRAR-SOLICITUD THRU 2700-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2450-APROBAR-PRECIO.
      *-----------------------------------------------------------------
      *    EL PRECIO SE ACTUALIZA IGUAL QUE EN LA MODIFICACION DE
      *    PE-AR02, CON EL PRECIO ANTERIOR Y LA FECHA DE EFECTO.
      *-----------------------------------------------------------------
           IF PRE-ARTI NOT = APR-PRECIO-ACTUAL
               DISPLAY 'EL PRECIO DEL ARTICULO HA CAMBIADO DESDE LA '
                   'SOLICITUD (AHORA ' PRE-ARTI '). SOLO PUEDE '
                   'RECHAZARSE.'
           ELSE
               MOVE PRE-ARTI TO PRE-ARTI-ANT
               MOVE WS-FECHA-HOY TO FEC-EFECT-PRECIO
               MOVE APR-PRECIO-NUEVO TO PRE-ARTI

               REWRITE R-ARTICULO
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                           'ACTUALIZAR EL ARTICULO ' COD-ARTI
                   NOT INVALID KEY
                       MOVE 'S' TO WS-APLICADA
               END-REWRITE
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2500-APROBAR-AJUSTE.
      *-----------------------------------------------------------------
      *    GRABA EL MOVIMIENTO DE AJUSTE CON LA CANTIDAD CONTADA,
      *    EXACTAMENTE COMO LO HABRIA GRABADO PE-RC24, A NOMBRE DEL
      *    SUPERVISOR QUE LO APRUEBA. PE-MV09 RECHAZARIA EL AJUSTE
      *    DE UN ARTICULO BLOQUEADO, ASI QUE NO SE ADMITE. COMO EL
      *    AJUSTE DEJA EL ALMACEN EN LA CANTIDAD CONTADA, TAMPOCO SE
      *    ADMITE SI EL STOCK DEL ALMACEN HA CAMBIADO DESDE LA
      *    SOLICITUD: LOS MOVIMIENTOS POSTERIORES AL RECUENTO SE
      *    PERDERIAN. LA LINEA HA DE RECHAZARSE Y VOLVER A CONTARSE.
      *-----------------------------------------------------------------
           PERFORM 2550-LEER-STOCK-ALMACEN THRU 2550-EXIT.

           IF EST-ARTI-BLOQUEADO
               DISPLAY 'EL ARTICULO ESTA BLOQUEADO EN AARTI.REL. '
                   'NO SE PUEDE APROBAR EL AJUSTE.'
           ELSE
               IF WS-STOCK-ALMACEN NOT = APR-STOCK-TEORICO
                   DISPLAY 'EL STOCK DEL ALMACEN HA CAMBIADO DESDE LA '
                       'SOLICITUD (AHORA ' WS-STOCK-ALMACEN '). SOLO '
                       'PUEDE RECHAZARSE; VUELVA A CONTAR LA LINEA.'
               ELSE
                   MOVE APR-COD-ARTI TO MOV-COD-ARTI
                   MOVE WS-FECHA-HOY TO MOV-FECHA
                   MOVE 'A' TO MOV-TIPO
                   MOVE APR-CANTIDAD TO MOV-CANTIDAD
                   MOVE WS-OPERADOR TO MOV-OPERADOR
                   MOVE ZERO TO MOV-COSTE
                   MOVE APR-COD-ALMA TO MOV-COD-ALMA
                   MOVE SPACE TO MOV-ALMA-DESTINO
                   MOVE SPACE TO MOV-NUM-LOTE
                   MOVE ZERO TO MOV-FEC-CADUC
                   MOVE SPACE TO MOV-ORIGEN
                   WRITE R-MOVIMIENTO
                   MOVE 'S' TO WS-APLICADA
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2550-LEER-STOCK-ALMACEN.
      *-----------------------------------------------------------------
      *    DEVUELVE EN WS-STOCK-ALMACEN EL STOCK ACTUAL DEL ARTICULO
      *    EN EL ALMACEN DE LA SOLICITUD (CERO SI NO TIENE UBICACION
      *    O NO EXISTE ASTKA.REL), COMO LO CALCULA PE-RC24.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-STOCK-ALMACEN.

           IF FS-STOCK-ALMA NOT = '35'
               MOVE APR-COD-ARTI TO STA-COD-ARTI
               MOVE APR-COD-ALMA TO STA-COD-ALMA
               READ A-STOCK-ALMA
                   INVALID KEY
                       MOVE ZERO TO WS-STOCK-ALMACEN
                   NOT INVALID KEY
                       MOVE STA-CANTIDAD TO WS-STOCK-ALMACEN
               END-READ
           END-IF.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2700-CERRAR-SOLICITUD.
      *-----------------------------------------------------------------
      *    DEJA LA SOLICITUD APROBADA O RECHAZADA CON LA FIRMA DEL
      *    SUPERVISOR Y LA FECHA, Y GRABA LA LINEA DE AUDITORIA.
      *-----------------------------------------------------------------
           MOVE WS-DECISION TO APR-ESTADO.
           MOVE WS-OPERADOR TO APR-OPE-DECIS.
           MOVE WS-FECHA-HOY TO APR-FECHA-DECIS.

           REWRITE R-APROBACION
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                       'ACTUALIZAR LA SOLICITUD ' APR-CLAVE
               NOT INVALID KEY
                   PERFORM 2800-GRABAR-AUDITORIA THRU 2800-EXIT
                   IF APR-APROBADA
                       ADD 1 TO WS-CONTADOR-APROBADAS
                       DISPLAY 'OK: SOLICITUD APROBADA Y APLICADA'
                   ELSE
                       ADD 1 TO WS-CONTADOR-RECHAZADAS
                       DISPLAY 'OK: SOLICITUD RECHAZADA'
                   END-IF
           END-REWRITE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2800-GRABAR-AUDITORIA.
      *-----------------------------------------------------------------
      *    LINEA 'V' DE AARTI.AUD: EL OPERADOR ES EL SUPERVISOR QUE
      *    DECIDE Y LA IMAGEN ANTERIOR LLEVA EL QUE LO SOLICITO.
      *-----------------------------------------------------------------
           MOVE SPACE TO AUD-ANTES.
           MOVE SPACE TO AUD-DESPUES.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE 'V' TO AUD-OPERACION.
           MOVE APR-COD-ARTI TO AUD-COD-ARTI.
           MOVE APR-OPE-SOLIC TO AUD-OPE-SOLIC.
           MOVE APR-FECHA-SOLIC TO AUD-FEC-SOLIC.
           MOVE APR-TIPO TO AUD-TIPO-SOLIC.
           MOVE APR-COD-ALMA TO AUD-COD-ALMA-SOLIC.
           MOVE APR-ESTADO TO AUD-DECISION.
           MOVE APR-ORIGEN TO AUD-ORIGEN-SOLIC.

           IF APR-TIPO-PRECIO
               MOVE APR-PRECIO-ACTUAL TO AUD-PRE-SOLIC-ANT
               MOVE APR-PRECIO-NUEVO TO AUD-PRE-SOLIC-DES
           ELSE
               MOVE APR-STOCK-TEORICO TO AUD-CAN-SOLIC-ANT
               MOVE APR-CANTIDAD TO AUD-CAN-SOLIC-DES
           END-IF.

           WRITE R-AUDITORIA.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3000-LISTADO-ANTIGUEDAD.
      *-----------------------------------------------------------------
      *    LISTA LAS SOLICITUDES PENDIENTES QUE LLEVAN MAS DE
      *    WS-DIAS-ANTIG DIAS SIN DECIDIR, CON SU ANTIGUEDAD.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-SOLICITUD.
           MOVE ZERO TO WS-CONTADOR-PENDIENTES.
           MOVE ZERO TO WS-CONTADOR-ANTIGUAS.

           MOVE WS-FECHA-HOY TO WS-FC-FECHA.
           PERFORM 8000-CALCULAR-DIAS THRU 8000-EXIT.
           MOVE WS-FC-DIAS TO WS-DIAS-HOY.

           OPEN INPUT A-APROBACION.
           IF FS-APROBACION = '35'
               MOVE 'S' TO FIN-SOLICITUD
           END-IF.

           OPEN OUTPUT INFORME.
           MOVE WS-DIAS-ANTIG TO WS-C1-DIAS.
           MOVE WS-FECHA-HOY TO WS-C1-FECHA.
           MOVE WS-CABECERA-1 TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-CABECERA-2 TO LIN-INFORME.
           WRITE LIN-INFORME.

           IF FIN-SOLICITUD-NO
               PERFORM 2250-LEER-SOLICITUD THRU 2250-EXIT
               PERFORM 3100-EVALUAR-ANTIGUEDAD THRU 3100-EXIT
                   UNTIL FIN-SOLICITUD-SI
               CLOSE A-APROBACION
           END-IF.

           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE 'SOLICITUDES PENDIENTES' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-PENDIENTES TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE 'PENDIENTES FUERA DE PLAZO' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-ANTIGUAS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.
           CLOSE INFORME.

           DISPLAY 'SOLICITUDES PENDIENTES:     '
               WS-CONTADOR-PENDIENTES.
           DISPLAY 'PENDIENTES FUERA DE PLAZO:  '
               WS-CONTADOR-ANTIGUAS ' (VER APROBANT.LIS)'.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3100-EVALUAR-ANTIGUEDAD.
      *-----------------------------------------------------------------
           IF APR-PENDIENTE
               ADD 1 TO WS-CONTADOR-PENDIENTES
               MOVE APR-FECHA-SOLIC TO WS-FC-FECHA
               PERFORM 8000-CALCULAR-DIAS THRU 8000-EXIT
               MOVE WS-FC-DIAS TO WS-DIAS-SOLICITUD
               COMPUTE WS-ANTIGUEDAD = WS-DIAS-HOY - WS-DIAS-SOLICITUD
               IF WS-ANTIGUEDAD > WS-DIAS-ANTIG
                   ADD 1 TO WS-CONTADOR-ANTIGUAS
                   PERFORM 3200-IMPRIMIR-SOLICITUD THRU 3200-EXIT
               END-IF
           END-IF.

           PERFORM 2250-LEER-SOLICITUD THRU 2250-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3200-IMPRIMIR-SOLICITUD.
      *-----------------------------------------------------------------
           MOVE APR-FECHA-SOLIC TO WS-LD-FECHA.
           MOVE WS-ANTIGUEDAD TO WS-LD-DIAS.
           MOVE APR-TIPO TO WS-LD-TIPO.
           MOVE APR-COD-ARTI TO WS-LD-COD-ARTI.
           MOVE APR-COD-ALMA TO WS-LD-COD-ALMA.
           MOVE APR-OPE-SOLIC TO WS-LD-OPERADOR.
           MOVE APR-ORIGEN TO WS-LD-ORIGEN.

           IF APR-TIPO-PRECIO
               MOVE APR-PRECIO-ACTUAL TO WS-ED-PRECIO
               MOVE WS-ED-PRECIO TO WS-LD-ACTUAL
               MOVE APR-PRECIO-NUEVO TO WS-ED-PRECIO
               MOVE WS-ED-PRECIO TO WS-LD-PROPUESTO
               MOVE ZERO TO WS-LD-VALOR
           ELSE
               MOVE APR-STOCK-TEORICO TO WS-ED-CANTIDAD
               MOVE WS-ED-CANTIDAD TO WS-LD-ACTUAL
               MOVE APR-CANTIDAD TO WS-ED-CANTIDAD
               MOVE WS-ED-CANTIDAD TO WS-LD-PROPUESTO
               MOVE APR-VALOR-DIF TO WS-LD-VALOR
           END-IF.

           MOVE WS-LINEA-DETALLE TO LIN-INFORME.
           WRITE LIN-INFORME.
       3200-EXIT.
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
           CLOSE A-ARTICULO.
           IF FS-STOCK-ALMA NOT = '35'
               CLOSE A-STOCK-ALMA
           END-IF.
           CLOSE A-AUDITORIA.
           CLOSE A-MOVIMIENTO.
       9000-EXIT.
           EXIT.
