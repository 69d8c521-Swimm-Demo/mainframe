      *****************************************************************
      *                                                               *
      *   COTEJO DE FACTURAS DE PROVEEDOR CONTRA PEDIDO Y RECEPCION.  *
      *   CADA LINEA DE FACTURA PENDIENTE O RETENIDA (AFACP.REL) SE   *
      *   COMPARA CON SU LINEA DE PEDIDO (APEDL.REL): LA CANTIDAD     *
      *   FACTURADA NO PUEDE SUPERAR LO PEDIDO NI LO RECIBIDO AUN SIN *
      *   FACTURAR, Y EL PRECIO NO PUEDE DESVIARSE DEL COSTE DE LA    *
      *   RECEPCION (MOV-COSTE, GUARDADO POR PE-PD21 EN LA LINEA)     *
      *   MAS QUE LA TOLERANCIA. LAS LINEAS CONFORMES SE APRUEBAN     *
      *   PARA EL PAGO; LAS DEMAS QUEDAN RETENIDAS CON SU MOTIVO Y    *
      *   SALEN EN EL LISTADO DE DISCREPANCIAS FACTDIF.LIS.           *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-CF38.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. COTEJO A TRES BANDAS (PEDIDO, RECEPCION Y FACTURA)
           DE LAS FACTURAS DE PROVEEDOR GRABADAS CON PE-FC37. LAS
           TOLERANCIAS DE PRECIO Y DE CANTIDAD, EN PORCENTAJE, SE
           TOMAN DEL ARCHIVO OPCIONAL CF38PARM.SEC.

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
      *    DECLARACION DEL ARCHIVO DE FACTURAS DE PROVEEDOR
      *
           SELECT A-FACTURA ASSIGN TO DISK 'AFACP.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS FS-FACTURA.
      *
      *    DECLARACION DEL ARCHIVO DE CABECERAS DE PEDIDO
      *    (SOLO LECTURA)
      *
           SELECT A-PEDIDO-CAB ASSIGN TO DISK 'APEDC.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEC-NUM-PEDIDO
               FILE STATUS IS FS-PEDIDO-CAB.
      *
      *    DECLARACION DEL ARCHIVO DE LINEAS DE PEDIDO
      *
           SELECT A-PEDIDO-LIN ASSIGN TO DISK 'APEDL.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEL-CLAVE
               FILE STATUS IS FS-PEDIDO-LIN.
      *
      *    DECLARACION DEL ARCHIVO DE PARAMETROS DEL COTEJO
      *    (OPCIONAL)
      *
           SELECT A-PARAMETRO ASSIGN TO DISK 'CF38PARM.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.
      *
      *    LISTADO DE DISCREPANCIAS (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'FACTDIF.LIS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DE LINEA DE FACTURA DE PROVEEDOR
      *    (VER PE-FC37)
      *
       FD  A-FACTURA
           LABEL RECORD IS STANDARD.
       01  R-FACTURA.
           02  FAC-CLAVE.
               03  FAC-COD-PROVE   PIC X(04).
               03  FAC-NUM-FACTURA PIC X(10).
               03  FAC-NUM-LINEA   PIC 9(03).
           02  FAC-FECHA-FACTURA   PIC 9(08).
           02  FAC-NUM-PEDIDO      PIC 9(06).
           02  FAC-LIN-PEDIDO      PIC 9(03).
           02  FAC-COD-ARTI        PIC 9(04).
           02  FAC-CANTIDAD        PIC 9(06).
           02  FAC-PRECIO          PIC 9(04)V9(02).
           02  FAC-ESTADO          PIC X(01).
               88  FAC-PENDIENTE   VALUE 'P'.
               88  FAC-APROBADA    VALUE 'A'.
               88  FAC-RETENIDA    VALUE 'R'.
           02  FAC-MOTIVO          PIC X(02).
           02  FAC-FECHA-COTEJO    PIC 9(08).
           02  FAC-OPERADOR        PIC X(08).
           02  FAC-OPER-LIBERA     PIC X(08).
      *
      *    DESCRIPCION DEL REGISTRO DE CABECERA DE PEDIDO
      *    (VER PE-GP20)
      *
       FD  A-PEDIDO-CAB
           LABEL RECORD IS STANDARD.
       01  R-PEDIDO-CAB.
           02  PEC-NUM-PEDIDO      PIC 9(06).
           02  PEC-COD-PROVE       PIC X(04).
           02  PEC-FECHA-PEDIDO    PIC 9(08).
           02  PEC-ESTADO          PIC X(01).
               88  PEC-PENDIENTE   VALUE 'P'.
               88  PEC-RECIBIDO    VALUE 'R'.
               88  PEC-ANULADO     VALUE 'X'.
      *
      *    DESCRIPCION DEL REGISTRO DE LINEA DE PEDIDO
      *    (VER PE-GP20)
      *
       FD  A-PEDIDO-LIN
           LABEL RECORD IS STANDARD.
       01  R-PEDIDO-LIN.
           02  PEL-CLAVE.
               03  PEL-NUM-PEDIDO  PIC 9(06).
               03  PEL-NUM-LINEA   PIC 9(03).
           02  PEL-COD-ARTI        PIC 9(04).
           02  PEL-CANTIDAD        PIC 9(06).
           02  PEL-CAN-RECIBIDA    PIC 9(06).
           02  PEL-ESTADO          PIC X(01).
               88  PEL-PENDIENTE   VALUE 'P'.
               88  PEL-RECIBIDO    VALUE 'R'.
               88  PEL-ANULADO     VALUE 'X'.
           02  PEL-COSTE-RECIBIDO  PIC 9(04)V9(02).
           02  PEL-CAN-FACTURADA   PIC 9(06).
      *
      *    DESCRIPCION DEL REGISTRO DE PARAMETROS. LAS TOLERANCIAS
      *    SON PORCENTAJES CON DOS DECIMALES (0250 = 2,50 %).
      *
       FD  A-PARAMETRO
           LABEL RECORD IS STANDARD.
       01  R-PARAMETRO.
           02  PARM-TOL-PRECIO     PIC 9(02)V9(02).
           02  PARM-TOL-CANTIDAD   PIC 9(02)V9(02).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
       FD  INFORME
           LABEL RECORD IS STANDARD.
       01  LIN-INFORME             PIC X(132).

       WORKING-STORAGE SECTION.
       77  FS-FACTURA              PIC X(02).
       77  FS-PEDIDO-CAB           PIC X(02).
           88  FS-PEDIDO-CAB-OK    VALUE '00'.
       77  FS-PEDIDO-LIN           PIC X(02).
           88  FS-PEDIDO-LIN-OK    VALUE '00'.
       77  FS-PARAMETRO            PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FIN-FACTURA             PIC X(01).
           88  FIN-FACTURA-SI      VALUE 'S'.
           88  FIN-FACTURA-NO      VALUE 'N'.
       77  WS-FECHA-HOY            PIC 9(08).
       77  WS-TOL-PRECIO           PIC 9(02)V9(02).
       77  WS-TOL-CANTIDAD         PIC 9(02)V9(02).
       77  WS-MOTIVO               PIC X(02).
       77  WS-MAXIMO-PEDIDO        PIC S9(07)V9(02).
       77  WS-MAXIMO-RECIBIDO      PIC S9(07)V9(02).
       77  WS-DIFERENCIA           PIC S9(04)V9(02).
       77  WS-DESVIACION           PIC 9(05)V9(02).
       77  WS-IMPORTE-LINEA        PIC 9(10)V9(02).
       77  WS-IMPORTE-APROBADO     PIC 9(10)V9(02).
       77  WS-IMPORTE-RETENIDO     PIC 9(10)V9(02).
       77  WS-CONTADOR-LEIDAS      PIC 9(06) COMP.
       77  WS-CONTADOR-EXAMINADAS  PIC 9(06) COMP.
       77  WS-CONTADOR-APROBADAS   PIC 9(06) COMP.
       77  WS-CONTADOR-RETENIDAS   PIC 9(06) COMP.

       01  WS-CABECERA-1.
           05  FILLER              PIC X(50)
               VALUE 'DISCREPANCIAS DEL COTEJO DE FACTURAS'.
           05  FILLER              PIC X(07) VALUE 'FECHA: '.
           05  WS-C1-FECHA         PIC 9(08).
           05  FILLER              PIC X(15) VALUE '   TOL.PRECIO: '.
           05  WS-C1-TOL-PRECIO    PIC Z9,99.
           05  FILLER              PIC X(18)
               VALUE ' %  TOL.CANTIDAD: '.
           05  WS-C1-TOL-CANTIDAD  PIC Z9,99.
           05  FILLER              PIC X(02) VALUE ' %'.

       01  WS-CABECERA-2.
           05  FILLER              PIC X(36)
               VALUE 'PROV FACTURA    LIN PEDIDO LIN ARTI'.
           05  FILLER              PIC X(30)
               VALUE '    FACTURADA   PRECIO  PEDIDA'.
           05  FILLER              PIC X(30)
               VALUE ' RECIBIDA  YA FACT    COSTE MO'.

       01  WS-LINEA-DETALLE.
           05  WS-LD-COD-PROVE     PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-NUM-FACTURA   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-NUM-LINEA     PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-NUM-PEDIDO    PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-LIN-PEDIDO    PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-COD-ARTI      PIC Z(03)9.
           05  FILLER              PIC X(07) VALUE SPACE.
           05  WS-LD-CANTIDAD      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-PRECIO        PIC Z.ZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-PEDIDA        PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-RECIBIDA      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-FACTURADA     PIC ZZZ.ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-COSTE         PIC Z.ZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-MOTIVO        PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-TEXTO-MOTIVO  PIC X(30).

       01  WS-LINEA-TOTAL.
           05  WS-LT-TEXTO         PIC X(34).
           05  WS-LT-CONTADOR      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(04) VALUE SPACE.
           05  WS-LT-IMPORTE       PIC Z.ZZZ.ZZZ.ZZZ,99.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

           IF FS-FACTURA = '35' OR FS-PEDIDO-LIN = '35'
               DISPLAY 'NO HAY FACTURAS O PEDIDOS QUE COTEJAR.'
           ELSE
               PERFORM 2000-LEER-FACTURA THRU 2000-EXIT
               PERFORM 3000-COTEJAR-LINEA THRU 3000-EXIT
                   UNTIL FIN-FACTURA-SI
               PERFORM 4700-IMPRIMIR-TOTALES THRU 4700-EXIT
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-FACTURA.
           MOVE ZERO TO WS-CONTADOR-LEIDAS.
           MOVE ZERO TO WS-CONTADOR-EXAMINADAS.
           MOVE ZERO TO WS-CONTADOR-APROBADAS.
           MOVE ZERO TO WS-CONTADOR-RETENIDAS.
           MOVE ZERO TO WS-IMPORTE-APROBADO.
           MOVE ZERO TO WS-IMPORTE-RETENIDO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT.

           OPEN I-O A-FACTURA.
           OPEN INPUT A-PEDIDO-CAB.
           OPEN I-O A-PEDIDO-LIN.

           IF FS-FACTURA NOT = '35' AND FS-PEDIDO-LIN NOT = '35'
               OPEN OUTPUT INFORME
               MOVE WS-FECHA-HOY TO WS-C1-FECHA
               MOVE WS-TOL-PRECIO TO WS-C1-TOL-PRECIO
               MOVE WS-TOL-CANTIDAD TO WS-C1-TOL-CANTIDAD
               MOVE WS-CABECERA-1 TO LIN-INFORME
               WRITE LIN-INFORME
               MOVE SPACE TO LIN-INFORME
               WRITE LIN-INFORME
               MOVE WS-CABECERA-2 TO LIN-INFORME
               WRITE LIN-INFORME
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1100-LEER-PARAMETRO.
      *-----------------------------------------------------------------
      *    TOMA LAS TOLERANCIAS DEL ARCHIVO DE PARAMETROS, SI EXISTE.
      *    SIN ARCHIVO SE ADMITE UN 2 % DE DESVIACION EN EL PRECIO Y
      *    NINGUNA UNIDAD DE MAS EN LA CANTIDAD.
      *-----------------------------------------------------------------
           MOVE 2 TO WS-TOL-PRECIO.
           MOVE ZERO TO WS-TOL-CANTIDAD.

           OPEN INPUT A-PARAMETRO.

           IF FS-PARAMETRO = '35'
               CONTINUE
           ELSE
               READ A-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TOL-PRECIO TO WS-TOL-PRECIO
                       MOVE PARM-TOL-CANTIDAD TO WS-TOL-CANTIDAD
               END-READ
               CLOSE A-PARAMETRO
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-LEER-FACTURA.
      *-----------------------------------------------------------------
           READ A-FACTURA NEXT RECORD
               AT END MOVE 'S' TO FIN-FACTURA
           END-READ.

           IF FIN-FACTURA-NO
               ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3000-COTEJAR-LINEA.
      *-----------------------------------------------------------------
      *    SOLO SE COTEJAN LAS LINEAS PENDIENTES Y LAS RETENIDAS EN
      *    COTEJOS ANTERIORES (UNA RECEPCION POSTERIOR PUEDE HABER
      *    RESUELTO LA DISCREPANCIA). LAS APROBADAS NO SE TOCAN.
      *-----------------------------------------------------------------
           IF FAC-PENDIENTE OR FAC-RETENIDA
               ADD 1 TO WS-CONTADOR-EXAMINADAS
               COMPUTE WS-IMPORTE-LINEA ROUNDED =
                   FAC-CANTIDAD * FAC-PRECIO
               PERFORM 3100-COMPROBAR-PEDIDO THRU 3100-EXIT
               IF WS-MOTIVO = SPACE
                   PERFORM 3200-COMPROBAR-CANTIDAD THRU 3200-EXIT
               END-IF
               IF WS-MOTIVO = SPACE
                   PERFORM 3300-COMPROBAR-PRECIO THRU 3300-EXIT
               END-IF
               IF WS-MOTIVO = SPACE
                   PERFORM 3400-APROBAR-LINEA THRU 3400-EXIT
               ELSE
                   PERFORM 3500-RETENER-LINEA THRU 3500-EXIT
               END-IF
           END-IF.

           PERFORM 2000-LEER-FACTURA THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3100-COMPROBAR-PEDIDO.
      *-----------------------------------------------------------------
      *    EL PEDIDO Y SU LINEA DEBEN EXISTIR, EL PEDIDO DEBE SER DEL
      *    PROVEEDOR QUE FACTURA Y LA LINEA DEL MISMO ARTICULO.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-MOTIVO.

           MOVE FAC-NUM-PEDIDO TO PEC-NUM-PEDIDO.
           READ A-PEDIDO-CAB
               INVALID KEY
                   MOVE 'PI' TO WS-MOTIVO
           END-READ.

           IF WS-MOTIVO = SPACE AND PEC-COD-PROVE NOT = FAC-COD-PROVE
               MOVE 'PV' TO WS-MOTIVO
           END-IF.

           MOVE FAC-NUM-PEDIDO TO PEL-NUM-PEDIDO.
           MOVE FAC-LIN-PEDIDO TO PEL-NUM-LINEA.
           READ A-PEDIDO-LIN
               INVALID KEY
                   MOVE ZERO TO PEL-CANTIDAD
                   MOVE ZERO TO PEL-CAN-RECIBIDA
                   MOVE ZERO TO PEL-CAN-FACTURADA
                   MOVE ZERO TO PEL-COSTE-RECIBIDO
                   IF WS-MOTIVO = SPACE
                       MOVE 'PI' TO WS-MOTIVO
                   END-IF
           END-READ.

           IF WS-MOTIVO = SPACE AND PEL-COD-ARTI NOT = FAC-COD-ARTI
               MOVE 'AR' TO WS-MOTIVO
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3200-COMPROBAR-CANTIDAD.
      *-----------------------------------------------------------------
      *    LO FACTURADO NO PUEDE SUPERAR LO QUE QUEDA SIN FACTURAR
      *    DE LO PEDIDO NI DE LO RECIBIDO, CON EL MARGEN DE LA
      *    TOLERANCIA DE CANTIDAD SOBRE LO PEDIDO Y LO RECIBIDO.
      *-----------------------------------------------------------------
           COMPUTE WS-MAXIMO-PEDIDO =
               PEL-CANTIDAD - PEL-CAN-FACTURADA +
               PEL-CANTIDAD * WS-TOL-CANTIDAD / 100.

           COMPUTE WS-MAXIMO-RECIBIDO =
               PEL-CAN-RECIBIDA - PEL-CAN-FACTURADA +
               PEL-CAN-RECIBIDA * WS-TOL-CANTIDAD / 100.

           IF FAC-CANTIDAD > WS-MAXIMO-PEDIDO
               MOVE 'CP' TO WS-MOTIVO
           ELSE
               IF FAC-CANTIDAD > WS-MAXIMO-RECIBIDO
                   MOVE 'CR' TO WS-MOTIVO
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3300-COMPROBAR-PRECIO.
      *-----------------------------------------------------------------
      *    EL PRECIO FACTURADO SE COMPARA CON EL COSTE MEDIO DE LAS
      *    RECEPCIONES DE LA LINEA. SI LA RECEPCION SE ANOTO SIN
      *    COSTE, CUALQUIER PRECIO DISTINTO DE CERO SE RETIENE.
      *-----------------------------------------------------------------
           COMPUTE WS-DIFERENCIA = FAC-PRECIO - PEL-COSTE-RECIBIDO.

           IF WS-DIFERENCIA < ZERO
               COMPUTE WS-DIFERENCIA = ZERO - WS-DIFERENCIA
           END-IF.

           IF PEL-COSTE-RECIBIDO = ZERO
               IF WS-DIFERENCIA NOT = ZERO
                   MOVE 'PR' TO WS-MOTIVO
               END-IF
           ELSE
               COMPUTE WS-DESVIACION ROUNDED =
                   WS-DIFERENCIA * 100 / PEL-COSTE-RECIBIDO
                   ON SIZE ERROR
                       MOVE 99999 TO WS-DESVIACION
               END-COMPUTE
               IF WS-DESVIACION > WS-TOL-PRECIO
                   MOVE 'PR' TO WS-MOTIVO
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3400-APROBAR-LINEA.
      *-----------------------------------------------------------------
      *    LA LINEA QUEDA APROBADA PARA EL PAGO Y SU CANTIDAD PASA A
      *    CONTAR COMO FACTURADA EN LA LINEA DE PEDIDO, DE MODO QUE
      *    UNA SEGUNDA FACTURA POR LO MISMO NO CABE EN EL COTEJO.
      *-----------------------------------------------------------------
           ADD FAC-CANTIDAD TO PEL-CAN-FACTURADA.
           REWRITE R-PEDIDO-LIN
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                       'ACTUALIZAR LA LINEA DE PEDIDO ' PEL-CLAVE
           END-REWRITE.

           IF FS-PEDIDO-LIN-OK
               MOVE 'A' TO FAC-ESTADO
               MOVE SPACE TO FAC-MOTIVO
               MOVE WS-FECHA-HOY TO FAC-FECHA-COTEJO
               REWRITE R-FACTURA
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                           'ACTUALIZAR LA FACTURA ' FAC-CLAVE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-APROBADAS
                       ADD WS-IMPORTE-LINEA TO WS-IMPORTE-APROBADO
               END-REWRITE
           END-IF.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3500-RETENER-LINEA.
      *-----------------------------------------------------------------
           MOVE 'R' TO FAC-ESTADO.
           MOVE WS-MOTIVO TO FAC-MOTIVO.
           MOVE WS-FECHA-HOY TO FAC-FECHA-COTEJO.
           REWRITE R-FACTURA
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                       'ACTUALIZAR LA FACTURA ' FAC-CLAVE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-RETENIDAS
                   ADD WS-IMPORTE-LINEA TO WS-IMPORTE-RETENIDO
                   PERFORM 4500-IMPRIMIR-DISCREPANCIA THRU 4500-EXIT
           END-REWRITE.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4500-IMPRIMIR-DISCREPANCIA.
      *-----------------------------------------------------------------
           MOVE FAC-COD-PROVE TO WS-LD-COD-PROVE.
           MOVE FAC-NUM-FACTURA TO WS-LD-NUM-FACTURA.
           MOVE FAC-NUM-LINEA TO WS-LD-NUM-LINEA.
           MOVE FAC-NUM-PEDIDO TO WS-LD-NUM-PEDIDO.
           MOVE FAC-LIN-PEDIDO TO WS-LD-LIN-PEDIDO.
           MOVE FAC-COD-ARTI TO WS-LD-COD-ARTI.
           MOVE FAC-CANTIDAD TO WS-LD-CANTIDAD.
           MOVE FAC-PRECIO TO WS-LD-PRECIO.
           MOVE PEL-CANTIDAD TO WS-LD-PEDIDA.
           MOVE PEL-CAN-RECIBIDA TO WS-LD-RECIBIDA.
           MOVE PEL-CAN-FACTURADA TO WS-LD-FACTURADA.
           MOVE PEL-COSTE-RECIBIDO TO WS-LD-COSTE.
           MOVE FAC-MOTIVO TO WS-LD-MOTIVO.

           EVALUATE FAC-MOTIVO
               WHEN 'PI'
                   MOVE 'PEDIDO O LINEA INEXISTENTE'
                       TO WS-LD-TEXTO-MOTIVO
               WHEN 'PV'
                   MOVE 'PEDIDO DE OTRO PROVEEDOR'
                       TO WS-LD-TEXTO-MOTIVO
               WHEN 'AR'
                   MOVE 'ARTICULO DISTINTO DEL PEDIDO'
                       TO WS-LD-TEXTO-MOTIVO
               WHEN 'CP'
                   MOVE 'CANTIDAD SUPERA LO PEDIDO'
                       TO WS-LD-TEXTO-MOTIVO
               WHEN 'CR'
                   MOVE 'CANTIDAD SUPERA LO RECIBIDO'
                       TO WS-LD-TEXTO-MOTIVO
               WHEN 'PR'
                   MOVE 'PRECIO FUERA DE TOLERANCIA'
                       TO WS-LD-TEXTO-MOTIVO
               WHEN OTHER
                   MOVE SPACE TO WS-LD-TEXTO-MOTIVO
           END-EVALUATE.

           MOVE WS-LINEA-DETALLE TO LIN-INFORME.
           WRITE LIN-INFORME.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4700-IMPRIMIR-TOTALES.
      *-----------------------------------------------------------------
           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'LINEAS DE FACTURA EXAMINADAS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-EXAMINADAS TO WS-LT-CONTADOR.
           MOVE ZERO TO WS-LT-IMPORTE.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'LINEAS APROBADAS PARA EL PAGO' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-APROBADAS TO WS-LT-CONTADOR.
           MOVE WS-IMPORTE-APROBADO TO WS-LT-IMPORTE.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'LINEAS RETENIDAS' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-RETENIDAS TO WS-LT-CONTADOR.
           MOVE WS-IMPORTE-RETENIDO TO WS-LT-IMPORTE.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           DISPLAY 'LINEAS DE FACTURA EXAMINADAS: '
               WS-CONTADOR-EXAMINADAS.
           DISPLAY 'LINEAS APROBADAS:             '
               WS-CONTADOR-APROBADAS.
           DISPLAY 'LINEAS RETENIDAS:             '
               WS-CONTADOR-RETENIDAS.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-FACTURA.
           CLOSE A-PEDIDO-CAB.
           CLOSE A-PEDIDO-LIN.
           CLOSE INFORME.
       9000-EXIT.
           EXIT.
