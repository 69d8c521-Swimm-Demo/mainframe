      *                     PE-SG30: CADUCIDAD DE CLAVE CON CAMBIO
      *                     FORZADO, BLOQUEO POR INTENTOS FALLIDOS
      *                     Y DIARIO DE ACCESOS ACCESO.LOG.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     LOS PRECIOS CUYA VARIACION SUPERA EL
      *                     PORCENTAJE LIMITE DE AP44PARM.SEC NO SE
      *                     APLICAN: QUEDAN PENDIENTES EN APROB.REL
      *                     HASTA QUE OTRO SUPERVISOR LOS APRUEBE EN
      *                     PE-AP44. EL LISTADO LOS SENALA, TAMBIEN
      *                     EN SIMULACION.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
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
      *    LISTADO DE PRECIOS ANTIGUOS Y NUEVOS (SALIDA)
      *
           SELECT INFORME ASSIGN TO DISK 'REPRECIO.LIS'
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE AUDITORIA (VER PE-AR02)
      *
               03  AUD-PRE-ARTI-DES    PIC 9(04)V9(02).
               03  AUD-TPARTI-DES      PIC X(03).
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
       FD  INFORME
       77  WS-CONTADOR-LEIDOS      PIC 9(06) COMP.
       77  WS-CONTADOR-AJUSTADOS   PIC 9(06) COMP.
       77  WS-CONTADOR-OMITIDOS    PIC 9(06) COMP.
       77  WS-CONTADOR-RETENIDOS   PIC 9(06) COMP.
       77  FS-APROBACION           PIC X(02).
       77  FS-PARAMETRO            PIC X(02).
       77  WS-LIM-PRECIO           PIC 9(03)V9(02).
       77  WS-VARIACION            PIC 9(08)V9(02).
       77  WS-PRECIO-RETENIDO      PIC X(01).
           88  WS-PRECIO-RETENIDO-SI VALUE 'S'.
           88  WS-PRECIO-RETENIDO-NO VALUE 'N'.

       01  WS-CABECERA-1.
           05  FILLER              PIC X(40) VALUE
           05  FILLER              PIC X(10) VALUE 'PRE.ACTUAL'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(10) VALUE 'PRE.NUEVO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(20) VALUE 'OBSERVACIONES'.

       01  WS-LINEA-DETALLE.
           05  WS-LD-COD-ARTI      PIC Z(03)9.
           05  WS-LD-PRE-ACTUAL    PIC Z.ZZZ,99.
           05  FILLER              PIC X(04) VALUE SPACE.
           05  WS-LD-PRE-NUEVO     PIC Z.ZZZ,99.
           05  FILLER              PIC X(04) VALUE SPACE.
           05  WS-LD-OBSERVACION   PIC X(20).

       01  WS-LINEA-TOTAL.
           05  WS-LT-TEXTO         PIC X(34).
           MOVE ZERO TO WS-CONTADOR-LEIDOS.
           MOVE ZERO TO WS-CONTADOR-AJUSTADOS.
           MOVE ZERO TO WS-CONTADOR-OMITIDOS.
           MOVE ZERO TO WS-CONTADOR-RETENIDOS.

           DISPLAY SPACE.
           DISPLAY '---- REPRECIACION MASIVA DE ARTICULOS ----'.
               IF NOT WS-SIMULACION-SI
                   MOVE 'N' TO WS-SIMULACION
               END-IF

               PERFORM 1200-LEER-PARAMETRO THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1200-LEER-PARAMETRO.
      *-----------------------------------------------------------------
      *    TOMA EL PORCENTAJE LIMITE DE VARIACION DEL PRECIO DEL
      *    ARCHIVO DE PARAMETROS DE LA APROBACION, SI EXISTE. SIN
      *    ARCHIVO SE RETIENEN LOS CAMBIOS DE MAS DEL 10 %.
      *-----------------------------------------------------------------
           MOVE 10 TO WS-LIM-PRECIO.

           OPEN INPUT A-PARAMETRO.

           IF FS-PARAMETRO = '35'
               CONTINUE
           ELSE
               READ A-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-LIM-PRECIO TO WS-LIM-PRECIO
               END-READ
               CLOSE A-PARAMETRO
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-ABRIR-ARCHIVOS.
      *-----------------------------------------------------------------
           ELSE
               OPEN I-O A-ARTI-REL
               OPEN EXTEND A-AUDITORIA
               OPEN I-O A-APROBACION
               IF FS-APROBACION = '35'
                   OPEN OUTPUT A-APROBACION
                   CLOSE A-APROBACION
                   OPEN I-O A-APROBACION
               END-IF
               MOVE ' (APLICADO)' TO WS-C1-MODO
           END-IF.

                   DISPLAY 'OMITIDO: EL AJUSTE DEL ARTICULO '
                       COD-ARTI ' DESBORDA LA IMAGEN DEL PRECIO'
               ELSE
                   PERFORM 2350-EVALUAR-VARIACION THRU 2350-EXIT
                   PERFORM 2400-IMPRIMIR-PROPUESTA THRU 2400-EXIT
                   IF WS-PRECIO-RETENIDO-SI
                       IF NOT WS-SIMULACION-SI
                           PERFORM 2800-GRABAR-SOLICITUD THRU 2800-EXIT
                       END-IF
                       ADD 1 TO WS-CONTADOR-RETENIDOS
                   ELSE
                       IF NOT WS-SIMULACION-SI
                           PERFORM 2500-APLICAR-PRECIO THRU 2500-EXIT
                       END-IF
                       ADD 1 TO WS-CONTADOR-AJUSTADOS
                   END-IF
               END-IF
           END-IF.

       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2350-EVALUAR-VARIACION.
      *-----------------------------------------------------------------
      *    COMPRUEBA SI EL CAMBIO DEL PRE-ARTI AL PRECIO NUEVO
      *    SUPERA, AL ALZA O A LA BAJA, EL PORCENTAJE LIMITE, IGUAL
      *    QUE LA MODIFICACION DE PE-AR02. UN PRECIO QUE PARTE DE
      *    CERO SE RETIENE SIEMPRE QUE CAMBIE. DEVUELVE EL
      *    RESULTADO EN WS-PRECIO-RETENIDO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-PRECIO-RETENIDO.
           MOVE ZERO TO WS-VARIACION.

           IF WS-PRECIO-NUEVO NOT = PRE-ARTI
               IF PRE-ARTI = ZERO
                   MOVE 'S' TO WS-PRECIO-RETENIDO
               ELSE
                   IF WS-PRECIO-NUEVO > PRE-ARTI
                       COMPUTE WS-VARIACION ROUNDED =
                           (WS-PRECIO-NUEVO - PRE-ARTI) * 100
                               / PRE-ARTI
                           ON SIZE ERROR
                               MOVE 'S' TO WS-PRECIO-RETENIDO
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-VARIACION ROUNDED =
                           (PRE-ARTI - WS-PRECIO-NUEVO) * 100
                               / PRE-ARTI
                           ON SIZE ERROR
                               MOVE 'S' TO WS-PRECIO-RETENIDO
                       END-COMPUTE
                   END-IF
                   IF WS-VARIACION > WS-LIM-PRECIO
                       MOVE 'S' TO WS-PRECIO-RETENIDO
                   END-IF
               END-IF
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2400-IMPRIMIR-PROPUESTA.
      *-----------------------------------------------------------------
           MOVE COD-TPARTI TO WS-LD-COD-TPARTI.
           MOVE PRE-ARTI TO WS-LD-PRE-ACTUAL.
           MOVE WS-PRECIO-NUEVO TO WS-LD-PRE-NUEVO.

           IF WS-PRECIO-RETENIDO-SI
               MOVE 'PENDIENTE APROBACION' TO WS-LD-OBSERVACION
           ELSE
               MOVE SPACE TO WS-LD-OBSERVACION
           END-IF.

           MOVE WS-LINEA-DETALLE TO LIN-INFORME.
           WRITE LIN-INFORME.
       2400-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2800-GRABAR-SOLICITUD.
      *-----------------------------------------------------------------
      *    DEJA EL PRECIO NUEVO PENDIENTE EN APROB.REL, SIN TOCAR EL
      *    ARTICULO, HASTA QUE OTRO SUPERVISOR LO APRUEBE EN PE-AP44.
      *-----------------------------------------------------------------
           ACCEPT APR-FECHA-SOLIC FROM DATE YYYYMMDD.
           ACCEPT APR-HORA-SOLIC FROM TIME.
           MOVE COD-ARTI TO APR-COD-ARTI.
           MOVE SPACE TO APR-COD-ALMA.
           MOVE 'P' TO APR-TIPO.
           MOVE 'PE-PC15' TO APR-ORIGEN.
           MOVE WS-OPERADOR TO APR-OPE-SOLIC.
           MOVE PRE-ARTI TO APR-PRECIO-ACTUAL.
           MOVE WS-PRECIO-NUEVO TO APR-PRECIO-NUEVO.
           MOVE ZERO TO APR-STOCK-TEORICO.
           MOVE ZERO TO APR-CANTIDAD.
           MOVE ZERO TO APR-VALOR-DIF.
           MOVE 'P' TO APR-ESTADO.
           MOVE SPACE TO APR-OPE-DECIS.
           MOVE ZERO TO APR-FECHA-DECIS.

           WRITE R-APROBACION
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO GRABAR LA '
                       'SOLICITUD DE CAMBIO DE PRECIO DEL ARTICULO '
                       COD-ARTI
           END-WRITE.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4700-IMPRIMIR-TOTALES.
      *-----------------------------------------------------------------
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           IF WS-SIMULACION-SI
               MOVE 'ARTICULOS QUE REQUIEREN APROBACION'
                   TO WS-LT-TEXTO
           ELSE
               MOVE 'ARTICULOS PENDIENTES DE APROBACION'
                   TO WS-LT-TEXTO
           END-IF.
           MOVE WS-CONTADOR-RETENIDOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'ARTICULOS OMITIDOS POR DESBORDE' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-OMITIDOS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.

           DISPLAY 'ARTICULOS LEIDOS:    ' WS-CONTADOR-LEIDOS.
           DISPLAY 'ARTICULOS AJUSTADOS: ' WS-CONTADOR-AJUSTADOS.
           DISPLAY 'ARTICULOS RETENIDOS: ' WS-CONTADOR-RETENIDOS.
           DISPLAY 'ARTICULOS OMITIDOS:  ' WS-CONTADOR-OMITIDOS.
       4700-EXIT.
           EXIT.

           IF NOT WS-SIMULACION-SI
               CLOSE A-AUDITORIA
               CLOSE A-APROBACION
           END-IF.
       9000-EXIT.
           EXIT.
