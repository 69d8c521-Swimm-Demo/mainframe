      *                     PE-SG30: CADUCIDAD DE CLAVE CON CAMBIO
      *                     FORZADO, BLOQUEO POR INTENTOS FALLIDOS
      *                     Y DIARIO DE ACCESOS ACCESO.LOG.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); EL ALTA LA DEJA A
      *                     CERO, LA CONSULTA LA MUESTRA Y NO SE ADMITE
      *                     LA BAJA DE UN ARTICULO CON UNIDADES
      *                     RESERVADAS.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); EL ALTA LA DEJA EN
      *                     BLANCO, SIN CLASIFICAR, Y LA CONSULTA LA
      *                     MUESTRA.
      * 15/10/2026  DSI     UN CAMBIO DE PRECIO QUE SUPERA EL
      *                     PORCENTAJE LIMITE DE AP44PARM.SEC YA NO SE
      *                     APLICA: EL RESTO DE LA MODIFICACION SE
      *                     GRABA CON EL PRECIO ACTUAL Y EL NUEVO
      *                     QUEDA PENDIENTE EN APROB.REL HASTA QUE
      *                     OTRO SUPERVISOR LO APRUEBE EN PE-AP44.
      * 15/10/2026  DSI     LAS UNIDADES EN STOCK YA NO SE TECLEAN NI
      *                     EN EL ALTA NI EN LA MODIFICACION, PORQUE
      *                     NO PASABAN POR EL STOCK POR ALMACEN
      *                     (ASTKA.REL): EL ARTICULO NACE CON STOCK
      *                     CERO Y EL STOCK SOLO CAMBIA CON LOS
      *                     MOVIMIENTOS E/S/A/T (PE-MV08/PE-MV09) O LA
      *                     REGULARIZACION DE PE-AL33.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
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

       DATA DIVISION.
       FILE SECTION.
               88  EST-ARTI-DESCATALOGADO  VALUE 'D'.
               88  EST-ARTI-VALIDO         VALUE 'A' 'B' 'D'.
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE TIPOS DE ARTICULO
      *
               03  AUD-NUM-ARTI-DES    PIC 9(06).
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

       WORKING-STORAGE SECTION.
       77  FS-ARTICULO             PIC X(02).
           88  WS-OPCION-VALIDA    VALUE '0' '1' '2' '3' '4'.
       77  COD-ARTI-BUSCADO        PIC 9(04).
       77  NOM-ARTI-NUEVO          PIC X(25).
       77  PRE-ARTI-NUEVO          PIC 9(04)V9(02).
       77  COD-TPARTI-NUEVO        PIC X(03).
       77  STK-MIN-NUEVO           PIC 9(06).
       77  WS-NUM-ARTI-ANTES       PIC 9(06).
       77  WS-PRE-ARTI-ANTES       PIC 9(04)V9(02).
       77  WS-TPARTI-ANTES         PIC X(03).
       77  FS-APROBACION           PIC X(02).
       77  FS-PARAMETRO            PIC X(02).
       77  WS-LIM-PRECIO           PIC 9(03)V9(02).
       77  WS-VARIACION            PIC 9(08)V9(02).
       77  WS-PRECIO-RETENIDO      PIC X(01).
           88  WS-PRECIO-RETENIDO-SI VALUE 'S'.
           88  WS-PRECIO-RETENIDO-NO VALUE 'N'.

      *
      *    PARAMETROS DEL MODULO DE SEGURIDAD PE-SG30
           PERFORM 1100-VALIDAR-OPERADOR THRU 1100-EXIT.

           IF WS-ACCESO-SI
               PERFORM 1200-LEER-PARAMETRO THRU 1200-EXIT
               OPEN I-O A-ARTICULO
               OPEN EXTEND A-AUDITORIA
               OPEN I-O A-APROBACION
               IF FS-APROBACION = '35'
                   OPEN OUTPUT A-APROBACION
                   CLOSE A-APROBACION
                   OPEN I-O A-APROBACION
               END-IF
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
       2000-PROCESO-MENU.
      *-----------------------------------------------------------------
           ACCEPT COD-ARTI.
           DISPLAY 'INTRODUCE EL NOMBRE DEL ARTICULO:'.
           ACCEPT NOM-ARTI.
           DISPLAY 'INTRODUCE EL PRECIO DEL ARTICULO:'.
           ACCEPT PRE-ARTI.
           DISPLAY 'INTRODUCE EL CODIGO DE TIPO DE ARTICULO:'.
           DISPLAY 'INTRODUCE EL COSTE UNITARIO DEL ARTICULO:'.
           ACCEPT COS-ARTI.

           MOVE ZERO TO NUM-ARTI.
           MOVE ZERO TO PRE-ARTI-ANT.
           MOVE ZERO TO CAN-RES-ARTI.
           MOVE SPACE TO CLA-ABC-ARTI.
           ACCEPT FEC-EFECT-PRECIO FROM DATE YYYYMMDD.
           MOVE 'A' TO EST-ARTI.

               DISPLAY 'NUEVO NOMBRE DEL ARTICULO (ACTUAL: '
                   NOM-ARTI '):'
               ACCEPT NOM-ARTI-NUEVO
               DISPLAY 'NUEVO PRECIO DEL ARTICULO (ACTUAL: '
                   PRE-ARTI '):'
               ACCEPT PRE-ARTI-NUEVO

               IF TIPO-ES-VALIDO AND PROVE-ES-VALIDO AND
                       EST-NUEVO-VALIDO
                   MOVE 'N' TO WS-PRECIO-RETENIDO
                   IF PRE-ARTI-NUEVO NOT = PRE-ARTI
                       PERFORM 2800-EVALUAR-VARIACION THRU 2800-EXIT
                   END-IF
                   IF PRE-ARTI-NUEVO NOT = PRE-ARTI AND
                           WS-PRECIO-RETENIDO-NO
                       MOVE PRE-ARTI TO PRE-ARTI-ANT
                       ACCEPT FEC-EFECT-PRECIO FROM DATE YYYYMMDD
                       MOVE PRE-ARTI-NUEVO TO PRE-ARTI
                   END-IF
                   MOVE NOM-ARTI-NUEVO TO NOM-ARTI
                   MOVE COD-TPARTI-NUEVO TO COD-TPARTI OF R-ARTICULO
                   MOVE STK-MIN-NUEVO TO STK-MIN-ARTI
                   MOVE CAN-REP-NUEVO TO CAN-REP-ARTI
                               ' MODIFICADO'
                           MOVE 'M' TO AUD-OPERACION
                           PERFORM 2700-GRABAR-AUDITORIA THRU 2700-EXIT
                           IF WS-PRECIO-RETENIDO-SI
                               PERFORM 2850-GRABAR-SOLICITUD
                                   THRU 2850-EXIT
                           END-IF
                   END-REWRITE
               ELSE
                   EVALUATE TRUE
           END-IF.

           IF FS-ARTICULO-OK AND NUM-ARTI = ZERO
               AND CAN-RES-ARTI NOT = ZERO
               DISPLAY 'ERROR: EL ARTICULO ' COD-ARTI-BUSCADO
                   ' TIENE ' CAN-RES-ARTI ' UNIDADES RESERVADAS POR '
                   'PEDIDOS DE CLIENTE. LA BAJA NO SE ADMITE HASTA '
                   'QUE SE SIRVAN O SE ANULEN.'
           END-IF.

           IF FS-ARTICULO-OK AND NUM-ARTI = ZERO
               AND CAN-RES-ARTI = ZERO
               MOVE NOM-ARTI TO WS-NOM-ARTI-ANTES
               MOVE NUM-ARTI TO WS-NUM-ARTI-ANTES
               MOVE PRE-ARTI TO WS-PRE-ARTI-ANTES
                   DISPLAY 'PROVEEDOR: ' COD-PROVE OF R-ARTICULO
                       ' - ESTADO: ' EST-ARTI
                       ' - COSTE: ' COS-ARTI
                   DISPLAY 'RESERVADO POR PEDIDOS DE CLIENTE: '
                       CAN-RES-ARTI
                   DISPLAY 'CLASE ABC: ' CLA-ABC-ARTI
           END-READ.
       2500-EXIT.
           EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2800-EVALUAR-VARIACION.
      *-----------------------------------------------------------------
      *    COMPRUEBA SI EL CAMBIO DEL PRE-ARTI AL PRE-ARTI-NUEVO
      *    SUPERA, AL ALZA O A LA BAJA, EL PORCENTAJE LIMITE. UN
      *    PRECIO QUE PARTE DE CERO, O UNA VARIACION QUE NO CABE EN
      *    WS-VARIACION, SE RETIENE SIEMPRE. DEVUELVE EL RESULTADO
      *    EN WS-PRECIO-RETENIDO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-PRECIO-RETENIDO.

           IF PRE-ARTI = ZERO
               MOVE 'S' TO WS-PRECIO-RETENIDO
           ELSE
               IF PRE-ARTI-NUEVO > PRE-ARTI
                   COMPUTE WS-VARIACION ROUNDED =
                       (PRE-ARTI-NUEVO - PRE-ARTI) * 100 / PRE-ARTI
                       ON SIZE ERROR MOVE 'S' TO WS-PRECIO-RETENIDO
                   END-COMPUTE
               ELSE
                   COMPUTE WS-VARIACION ROUNDED =
                       (PRE-ARTI - PRE-ARTI-NUEVO) * 100 / PRE-ARTI
                       ON SIZE ERROR MOVE 'S' TO WS-PRECIO-RETENIDO
                   END-COMPUTE
               END-IF
               IF WS-VARIACION > WS-LIM-PRECIO
                   MOVE 'S' TO WS-PRECIO-RETENIDO
               END-IF
           END-IF.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2850-GRABAR-SOLICITUD.
      *-----------------------------------------------------------------
      *    DEJA EL CAMBIO DE PRECIO RETENIDO EN APROB.REL, PENDIENTE
      *    DE LA APROBACION DE OTRO SUPERVISOR EN PE-AP44. EL
      *    ARTICULO YA SE HA GRABADO CON EL PRECIO ACTUAL.
      *-----------------------------------------------------------------
           ACCEPT APR-FECHA-SOLIC FROM DATE YYYYMMDD.
           ACCEPT APR-HORA-SOLIC FROM TIME.
           MOVE COD-ARTI TO APR-COD-ARTI.
           MOVE SPACE TO APR-COD-ALMA.
           MOVE 'P' TO APR-TIPO.
           MOVE 'PE-AR02' TO APR-ORIGEN.
           MOVE WS-OPERADOR TO APR-OPE-SOLIC.
           MOVE PRE-ARTI TO APR-PRECIO-ACTUAL.
           MOVE PRE-ARTI-NUEVO TO APR-PRECIO-NUEVO.
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
               NOT INVALID KEY
                   DISPLAY 'AVISO: EL CAMBIO DE PRECIO A '
                       PRE-ARTI-NUEVO ' SUPERA EL ' WS-LIM-PRECIO
                       ' % Y QUEDA PENDIENTE DE APROBACION (PE-AP44).'
           END-WRITE.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-ARTICULO.
           CLOSE A-AUDITORIA.
           CLOSE A-APROBACION.
       9000-EXIT.
           EXIT.
