      *                                                               *
      *   DIFERENCIAS DEL RECUENTO FISICO DE INVENTARIO Y SU          *
      *   APLICACION. COMPARA LAS CANTIDADES CONTADAS DE ARECU.REL    *
      *   (CAPTURADAS POR PE-RC23) CON EL STOCK ACTUAL DEL ARTICULO   *
      *   EN EL ALMACEN CONTADO (ASTKA.REL), VALORA CADA DIFERENCIA   *
      *   AL PRE-ARTI DE AARTI.REL Y EMITE EL LISTADO RECUDIF.LIS. SI *
      *   SE PIDE LA APLICACION, CADA ARTICULO CONTADO GENERA SU      *
      *   MOVIMIENTO DE AJUSTE 'A' DEL ALMACEN EN AMOVS.SEC (CON LA   *
      *   CANTIDAD CONTADA, QUE ES COMO PE-MV09 ENTIENDE LOS AJUSTES) *
      *   Y QUEDA MARCADO COMO APLICADO EN LA CAMPANA, CON LO QUE EL  *
      *   RECUENTO LLEGA A AMOVS.LED POR EL MISMO CAUCE QUE CUALQUIER *
      *   OTRO MOVIMIENTO.                                            *
      *                                                               *
      *****************************************************************

       DATE-WRITTEN. 02/09/2026.
       DATE-COMPILED.
       REMARKS. LISTADO DE DIFERENCIAS DEL RECUENTO FISICO
           (CONTADO CONTRA EL STOCK DEL ALMACEN, VALORADO A
           PRE-ARTI) Y
           APLICACION OPCIONAL DE LOS AJUSTES 'A' EN AMOVS.SEC.
           SIN APLICACION EL PROCESO SOLO EMITE EL LISTADO, IGUAL
           QUE EL MODO SIMULACION DE PE-PC15.
      *                     PE-SG30: CADUCIDAD DE CLAVE CON CAMBIO
      *                     FORZADO, BLOQUEO POR INTENTOS FALLIDOS
      *                     Y DIARIO DE ACCESOS ACCESO.LOG.
      * 15/10/2026  DSI     RECUENTO POR ALMACEN: LA CLAVE DE
      *                     ARECU.REL ES ARTICULO + ALMACEN, LO
      *                     CONTADO SE COMPARA CON EL STOCK DEL
      *                     ALMACEN EN ASTKA.REL Y EL AJUSTE 'A'
      *                     SE GENERA PARA ESE ALMACEN (PE-MV09
      *                     DEJA EN LA CANTIDAD CONTADA EL STOCK
      *                     DEL ALMACEN, NO EL DE LA EMPRESA).
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     LOS AJUSTES CUYA DIFERENCIA VALORADA
      *                     SUPERA EL LIMITE DE AP44PARM.SEC NO GENERAN
      *                     EL MOVIMIENTO 'A': QUEDAN PENDIENTES EN
      *                     APROB.REL HASTA QUE OTRO SUPERVISOR LOS
      *                     APRUEBE EN PE-AP44, QUE ES QUIEN GRABA
      *                     ENTONCES EL MOVIMIENTO EN AMOVS.SEC.
      * 15/10/2026  DSI     EL MOVIMIENTO INCORPORA EL LOTE Y SU FECHA
      *                     DE CADUCIDAD (VER PE-MV08); LOS AJUSTES SE
      *                     GRABAN SIN LOTE.
      * 15/10/2026  DSI     EL MOVIMIENTO INCORPORA EL ORIGEN
      *                     (MOV-ORIGEN, 'P' = SALIDA POR DESPACHO DE
      *                     PEDIDO DE CLIENTE, VER PE-DS36); AQUI SE
      *                     GRABA EN BLANCO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
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
      *    DECLARACION DEL ARCHIVO DE ARTICULOS (SOLO LECTURA)
      *
           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.REL'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVIMIENTO.
      *
      *    DECLARACION DEL ARCHIVO DE SOLICITUDES DE APROBACION
      *    (VER PE-AP44)
      *
           SELECT A-APROBACION ASSIGN TO DISK 'APROB.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-CLAVE
               FILE STATUS IS FS-APROBACION.
      *
      *    DECLARACION DEL ARCHIVO DE PARAMETROS DE LA APROBACION
      *    (OPCIONAL, VER PE-AP44)
      *
           SELECT A-PARAMETRO ASSIGN TO DISK 'AP44PARM.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.
      *
      *    LISTADO DE DIFERENCIAS DEL RECUENTO (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'RECUDIF.LIS'
       FD  A-RECUENTO
           LABEL RECORD IS STANDARD.
       01  R-RECUENTO.
           02  REC-CLAVE.
               03  REC-COD-ARTI    PIC 9(04).
               03  REC-COD-ALMA    PIC X(03).
           02  REC-COD-TPARTI      PIC X(03).
           02  REC-STOCK-TEORICO   PIC 9(06).
           02  REC-CANTIDAD        PIC 9(06).
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
      *    DESCRIPCION DEL REGISTRO DE ARTICULOS
      *
       FD  A-ARTICULO
           02  EST-ARTI            PIC X(01).
               88  EST-ARTI-BLOQUEADO      VALUE 'B'.
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE MOVIMIENTO PENDIENTE
      *    (VER PE-MV08)
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
      *    DESCRIPCION DEL REGISTRO DE SOLICITUD DE APROBACION
      *    (VER PE-AP44)
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
      *    DESCRIPCION DEL REGISTRO DE PARAMETROS (VER PE-AP44)
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
       77  FS-ARTICULO             PIC X(02).
           88  FS-ARTICULO-OK      VALUE '00'.
       77  FS-MOVIMIENTO           PIC X(02).
       77  FS-STOCK-ALMA           PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FIN-RECUENTO            PIC X(01).
           88  FIN-RECUENTO-SI     VALUE 'S'.
           88  WS-APLICAR-SI       VALUE 'S'.
           88  WS-APLICAR-NO       VALUE 'N'.
       77  WS-FECHA-HOY            PIC 9(08).
       77  WS-STOCK-ALMACEN        PIC 9(06).
       77  WS-DIFERENCIA           PIC S9(07).
       77  WS-VALOR-DIFERENCIA     PIC S9(11)V9(02).
       77  WS-VALOR-TOTAL          PIC S9(12)V9(02).
       77  WS-CONTADOR-APLICADOS   PIC 9(06) COMP.
       77  WS-CONTADOR-SIN-ARTI    PIC 9(06) COMP.
       77  WS-CONTADOR-BLOQUEADOS  PIC 9(06) COMP.
       77  WS-CONTADOR-RETENIDOS   PIC 9(06) COMP.
       77  FS-APROBACION           PIC X(02).
       77  FS-PARAMETRO            PIC X(02).
       77  WS-LIM-AJUSTE           PIC 9(07)V9(02).
       77  WS-VALOR-ABSOLUTO       PIC 9(11)V9(02).
       77  WS-AJUSTE-RETENIDO      PIC X(01).
           88  WS-AJUSTE-RETENIDO-SI VALUE 'S'.
           88  WS-AJUSTE-RETENIDO-NO VALUE 'N'.
       77  WS-CERRAR-LINEA         PIC X(01).
           88  WS-CERRAR-LINEA-SI  VALUE 'S'.
           88  WS-CERRAR-LINEA-NO  VALUE 'N'.

       01  WS-CABECERA-1.
           05  FILLER              PIC X(40) VALUE
       01  WS-CABECERA-2.
           05  FILLER              PIC X(04) VALUE 'COD.'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(03) VALUE 'ALM'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(25) VALUE
               'NOMBRE DEL ARTICULO'.
           05  FILLER              PIC X(02) VALUE SPACE.
       01  WS-LINEA-DETALLE.
           05  WS-LD-COD-ARTI      PIC Z(03)9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-COD-ALMA      PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-NOM-ARTI      PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-TEORICO       PIC ZZZ.ZZ9.
           05  FILLER              PIC X(10) VALUE 'ARTICULO: '.
           05  WS-LA-COD-ARTI      PIC Z(03)9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LA-COD-ALMA      PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LA-TEXTO         PIC X(60).

       01  WS-LINEA-CONTADOR.
           MOVE ZERO TO WS-CONTADOR-APLICADOS.
           MOVE ZERO TO WS-CONTADOR-SIN-ARTI.
           MOVE ZERO TO WS-CONTADOR-BLOQUEADOS.
           MOVE ZERO TO WS-CONTADOR-RETENIDOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY SPACE.
                   MOVE 'N' TO WS-APLICAR
               END-IF

               PERFORM 1200-LEER-PARAMETRO THRU 1200-EXIT
               PERFORM 2000-ABRIR-ARCHIVOS THRU 2000-EXIT
           END-IF.
       1000-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1200-LEER-PARAMETRO.
      *-----------------------------------------------------------------
      *    TOMA EL VALOR LIMITE DE LOS AJUSTES DEL ARCHIVO DE
      *    PARAMETROS DE LA APROBACION, SI EXISTE. SIN ARCHIVO SE
      *    RETIENEN LAS DIFERENCIAS VALORADAS EN MAS DE 500,00.
      *-----------------------------------------------------------------
           MOVE 500 TO WS-LIM-AJUSTE.

           OPEN INPUT A-PARAMETRO.

           IF FS-PARAMETRO = '35'
               CONTINUE
           ELSE
               READ A-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-LIM-AJUSTE TO WS-LIM-AJUSTE
               END-READ
               CLOSE A-PARAMETRO
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-ABRIR-ARCHIVOS.
      *-----------------------------------------------------------------
                   'GENERE LAS HOJAS CON PE-RC22.'
               MOVE 'N' TO WS-ACCESO
           ELSE
               OPEN INPUT A-STOCK-ALMA
               IF FS-STOCK-ALMA = '35'
                   DISPLAY 'NO EXISTE EL ARCHIVO DE STOCK POR '
                       'ALMACEN ASTKA.REL (VER PE-AL33).'
                   CLOSE A-RECUENTO
                   MOVE 'N' TO WS-ACCESO
               END-IF
           END-IF.

           IF WS-ACCESO-SI
               OPEN INPUT A-ARTICULO
               OPEN OUTPUT INFORME

               IF WS-APLICAR-SI
                   OPEN EXTEND A-MOVIMIENTO
                   OPEN I-O A-APROBACION
                   IF FS-APROBACION = '35'
                       OPEN OUTPUT A-APROBACION
                       CLOSE A-APROBACION
                       OPEN I-O A-APROBACION
                   END-IF
                   MOVE ' (APLICADO)' TO WS-C1-MODO
               ELSE
                   MOVE ' (SIMULADO)' TO WS-C1-MODO
               WHEN REC-PENDIENTE
                   ADD 1 TO WS-CONTADOR-SIN-CONTAR
                   MOVE REC-COD-ARTI TO WS-LA-COD-ARTI
                   MOVE REC-COD-ALMA TO WS-LA-COD-ALMA
                   MOVE 'SIN CANTIDAD CONTADA. NO SE COMPARA.'
                       TO WS-LA-TEXTO
                   MOVE WS-LINEA-AVISO TO LIN-INFORME
      *-----------------------------------------------------------------
       2300-COMPARAR-ARTICULO.
      *-----------------------------------------------------------------
      *    COMPARA LA CANTIDAD CONTADA CON EL STOCK ACTUAL DEL
      *    ARTICULO EN EL ALMACEN CONTADO (CERO SI NO ESTA UBICADO
      *    EN EL) Y VALORA LA DIFERENCIA AL PRE-ARTI. EL ARTICULO
      *    PUEDE HABER SIDO DADO DE BAJA O BLOQUEADO DESDE QUE SE
      *    ABRIO LA CAMPANA; EN ESOS CASOS SOLO SE AVISA Y EL
      *    REGISTRO QUEDA EN ESTADO 'C' (PE-MV09 RECHAZARIA EL
      *    AJUSTE DE UN ARTICULO BLOQUEADO). LAS DIFERENCIAS CUYO
      *    VALOR, AL ALZA O A LA BAJA, SUPERA EL LIMITE SE SENALAN
      *    EN EL LISTADO COMO PENDIENTES DE SEGUNDA APROBACION.
      *-----------------------------------------------------------------
           MOVE REC-COD-ARTI TO COD-ARTI.
           READ A-ARTICULO
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-SIN-ARTI
                   MOVE REC-COD-ARTI TO WS-LA-COD-ARTI
                   MOVE REC-COD-ALMA TO WS-LA-COD-ALMA
                   MOVE 'YA NO EXISTE EN AARTI.REL. NO SE COMPARA.'
                       TO WS-LA-TEXTO
                   MOVE WS-LINEA-AVISO TO LIN-INFORME
           IF FS-ARTICULO-OK AND EST-ARTI-BLOQUEADO
               ADD 1 TO WS-CONTADOR-BLOQUEADOS
               MOVE REC-COD-ARTI TO WS-LA-COD-ARTI
               MOVE REC-COD-ALMA TO WS-LA-COD-ALMA
               MOVE 'BLOQUEADO EN AARTI.REL. NO SE AJUSTA.'
                   TO WS-LA-TEXTO
               MOVE WS-LINEA-AVISO TO LIN-INFORME
           END-IF.

           IF FS-ARTICULO-OK AND NOT EST-ARTI-BLOQUEADO
               PERFORM 2350-LEER-STOCK-ALMACEN THRU 2350-EXIT
               COMPUTE WS-DIFERENCIA = REC-CANTIDAD - WS-STOCK-ALMACEN
               COMPUTE WS-VALOR-DIFERENCIA =
                   WS-DIFERENCIA * PRE-ARTI
               ADD WS-VALOR-DIFERENCIA TO WS-VALOR-TOTAL

               IF WS-VALOR-DIFERENCIA < ZERO
                   COMPUTE WS-VALOR-ABSOLUTO = 0 - WS-VALOR-DIFERENCIA
               ELSE
                   MOVE WS-VALOR-DIFERENCIA TO WS-VALOR-ABSOLUTO
               END-IF
               MOVE 'N' TO WS-AJUSTE-RETENIDO
               IF WS-DIFERENCIA NOT = ZERO AND
                       WS-VALOR-ABSOLUTO > WS-LIM-AJUSTE
                   MOVE 'S' TO WS-AJUSTE-RETENIDO
               END-IF

               IF WS-DIFERENCIA = ZERO
                   ADD 1 TO WS-CONTADOR-CUADRAN
               ELSE
                   PERFORM 2400-IMPRIMIR-DIFERENCIA THRU 2400-EXIT
               END-IF

               IF WS-AJUSTE-RETENIDO-SI
                   MOVE REC-COD-ARTI TO WS-LA-COD-ARTI
                   MOVE REC-COD-ALMA TO WS-LA-COD-ALMA
                   MOVE 'SUPERA EL LIMITE. PENDIENTE DE APROBACION.'
                       TO WS-LA-TEXTO
                   MOVE WS-LINEA-AVISO TO LIN-INFORME
                   WRITE LIN-INFORME
               END-IF

               IF WS-APLICAR-SI
                   PERFORM 2500-APLICAR-AJUSTE THRU 2500-EXIT
               END-IF
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2350-LEER-STOCK-ALMACEN.
      *-----------------------------------------------------------------
           MOVE REC-COD-ARTI TO STA-COD-ARTI.
           MOVE REC-COD-ALMA TO STA-COD-ALMA.

           READ A-STOCK-ALMA
               INVALID KEY
                   MOVE ZERO TO WS-STOCK-ALMACEN
               NOT INVALID KEY
                   MOVE STA-CANTIDAD TO WS-STOCK-ALMACEN
           END-READ.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2400-IMPRIMIR-DIFERENCIA.
      *-----------------------------------------------------------------
           MOVE REC-COD-ARTI TO WS-LD-COD-ARTI.
           MOVE REC-COD-ALMA TO WS-LD-COD-ALMA.
           MOVE NOM-ARTI TO WS-LD-NOM-ARTI.
           MOVE WS-STOCK-ALMACEN TO WS-LD-TEORICO.
           MOVE REC-CANTIDAD TO WS-LD-CONTADO.
           MOVE WS-DIFERENCIA TO WS-LD-DIFERENCIA.
           MOVE WS-VALOR-DIFERENCIA TO WS-LD-VALOR.
      *    GENERA EL MOVIMIENTO DE AJUSTE DEL ARTICULO CONTADO. EN
      *    LOS AJUSTES LA CANTIDAD ES EL STOCK CONTADO, NO UNA
      *    DIFERENCIA (VER PE-MV08): LA APLICACION DE PE-MV09 DEJA
      *    EL STOCK DEL ALMACEN EN ESE VALOR Y CORRIGE NUM-ARTI EN
      *    LA DIFERENCIA. LOS ARTICULOS QUE CUADRAN NO
      *    GENERAN MOVIMIENTO PERO QUEDAN IGUALMENTE MARCADOS COMO
      *    APLICADOS EN LA CAMPANA. LOS AJUSTES RETENIDOS PASAN A
      *    APROB.REL EN LUGAR DE A AMOVS.SEC Y TAMBIEN SALEN DE LA
      *    CAMPANA: SU SUERTE LA DECIDE YA PE-AP44. SI LA SOLICITUD
      *    NO PUEDE GRABARSE, LA LINEA SIGUE CONTADA Y SE VOLVERA
      *    A PRESENTAR EN LA PROXIMA EJECUCION.
      *-----------------------------------------------------------------
           MOVE 'S' TO WS-CERRAR-LINEA.

           IF WS-DIFERENCIA NOT = ZERO
               IF WS-AJUSTE-RETENIDO-SI
                   PERFORM 2600-GRABAR-SOLICITUD THRU 2600-EXIT
               ELSE
                   MOVE REC-COD-ARTI TO MOV-COD-ARTI
                   MOVE WS-FECHA-HOY TO MOV-FECHA
                   MOVE 'A' TO MOV-TIPO
                   MOVE REC-CANTIDAD TO MOV-CANTIDAD
                   MOVE WS-OPERADOR TO MOV-OPERADOR
                   MOVE ZERO TO MOV-COSTE
                   MOVE REC-COD-ALMA TO MOV-COD-ALMA
                   MOVE SPACE TO MOV-ALMA-DESTINO
                   MOVE SPACE TO MOV-NUM-LOTE
                   MOVE ZERO TO MOV-FEC-CADUC
                   MOVE SPACE TO MOV-ORIGEN
                   WRITE R-MOVIMIENTO
                   ADD 1 TO WS-CONTADOR-APLICADOS
               END-IF
           END-IF.

           IF WS-CERRAR-LINEA-SI
               MOVE 'A' TO REC-ESTADO
               REWRITE R-RECUENTO
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO MARCAR '
                           'COMO APLICADO EL ARTICULO ' REC-COD-ARTI
                           ' ' REC-COD-ALMA
               END-REWRITE
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2600-GRABAR-SOLICITUD.
      *-----------------------------------------------------------------
      *    DEJA EL AJUSTE PENDIENTE EN APROB.REL CON EL STOCK DEL
      *    ALMACEN, LA CANTIDAD CONTADA Y EL VALOR DE LA DIFERENCIA.
      *-----------------------------------------------------------------
           ACCEPT APR-FECHA-SOLIC FROM DATE YYYYMMDD.
           ACCEPT APR-HORA-SOLIC FROM TIME.
           MOVE REC-COD-ARTI TO APR-COD-ARTI.
           MOVE REC-COD-ALMA TO APR-COD-ALMA.
           MOVE 'A' TO APR-TIPO.
           MOVE 'PE-RC24' TO APR-ORIGEN.
           MOVE WS-OPERADOR TO APR-OPE-SOLIC.
           MOVE ZERO TO APR-PRECIO-ACTUAL.
           MOVE ZERO TO APR-PRECIO-NUEVO.
           MOVE WS-STOCK-ALMACEN TO APR-STOCK-TEORICO.
           MOVE REC-CANTIDAD TO APR-CANTIDAD.
           MOVE WS-VALOR-ABSOLUTO TO APR-VALOR-DIF.
           MOVE 'P' TO APR-ESTADO.
           MOVE SPACE TO APR-OPE-DECIS.
           MOVE ZERO TO APR-FECHA-DECIS.

           WRITE R-APROBACION
               INVALID KEY
                   MOVE 'N' TO WS-CERRAR-LINEA
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO GRABAR LA '
                       'SOLICITUD DE AJUSTE DEL ARTICULO '
                       REC-COD-ARTI ' ' REC-COD-ALMA
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-RETENIDOS
           END-WRITE.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4700-IMPRIMIR-RESUMEN.
      *-----------------------------------------------------------------
           MOVE WS-LINEA-CONTADOR TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'AJUSTES PENDIENTES DE APROBACION' TO WS-LC-TEXTO.
           MOVE WS-CONTADOR-RETENIDOS TO WS-LC-CONTADOR.
           MOVE WS-LINEA-CONTADOR TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-VALOR-TOTAL TO WS-LT-TOTAL.
               WS-CONTADOR-DIFIEREN.
           DISPLAY 'AJUSTES GENERADOS EN AMOVS.SEC: '
               WS-CONTADOR-APLICADOS.
           DISPLAY 'AJUSTES PENDIENTES DE APROBACION: '
               WS-CONTADOR-RETENIDOS.
       4700-EXIT.
           EXIT.

       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-RECUENTO.
           CLOSE A-STOCK-ALMA.
           CLOSE A-ARTICULO.
           CLOSE INFORME.

           IF WS-APLICAR-SI
               CLOSE A-MOVIMIENTO
               CLOSE A-APROBACION
           END-IF.
       9000-EXIT.
           EXIT.
