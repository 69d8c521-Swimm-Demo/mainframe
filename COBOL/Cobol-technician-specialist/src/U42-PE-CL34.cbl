      *****************************************************************
      *                                                               *
      *   PROGRAMA DE MANTENIMIENTO DEL ARCHIVO DE CLIENTES           *
      *   (A-CLIENTE), CON ALTA, MODIFICACION, BAJA Y CONSULTA DE     *
      *   REGISTROS R-CLIENTE LOCALIZADOS POR SU CODIGO DE CLIENTE    *
      *   (COD-CLIE) SOBRE ARCHIVO INDEXADO.                          *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-CL34.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. MANTENIMIENTO DEL ARCHIVO DE CLIENTES - ALTA,
           BAJA, MODIFICACION Y CONSULTA POR CODIGO DE CLIENTE.
           LOS PEDIDOS DE CLIENTE (VER PE-PV35) SE VALIDAN CONTRA
           ESTE ARCHIVO.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL. LOS CLIENTES PASAN A
      *                     REGISTRARSE EN EL ARCHIVO INDEXADO
      *                     ACLIE.REL PARA LA ENTRADA DE PEDIDOS DE
      *                     CLIENTE. LA FIRMA DEL OPERADOR SE VALIDA
      *                     CON PE-SG30 Y LA BAJA QUEDA RESERVADA AL
      *                     NIVEL DE SUPERVISOR, IGUAL QUE EN
      *                     PE-PR11. NO SE ADMITE LA BAJA DE UN
      *                     CLIENTE CON PEDIDOS PENDIENTES DE SERVIR.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    DECLARACION DEL ARCHIVO DE CLIENTES
      *
           SELECT A-CLIENTE ASSIGN TO DISK 'ACLIE.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-CLIE
               FILE STATUS IS FS-CLIENTE.
      *
      *    DECLARACION DEL ARCHIVO DE CABECERAS DE PEDIDO DE CLIENTE
      *    (SOLO LECTURA)
      *
           SELECT A-PEDCLI-CAB ASSIGN TO DISK 'ACPEC.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVC-NUM-PEDIDO
               FILE STATUS IS FS-PEDCLI-CAB.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DE CLIENTES
      *
       FD  A-CLIENTE
           LABEL RECORD IS STANDARD.
       01  R-CLIENTE.
           02  COD-CLIE            PIC X(05).
           02  NOM-CLIE            PIC X(25).
           02  CON-CLIE            PIC X(25).
           02  TEL-CLIE            PIC X(12).
      *
      *    DESCRIPCION DEL REGISTRO DE CABECERA DE PEDIDO DE CLIENTE
      *
       FD  A-PEDCLI-CAB
           LABEL RECORD IS STANDARD.
       01  R-PEDCLI-CAB.
           02  PVC-NUM-PEDIDO      PIC 9(06).
           02  PVC-COD-CLIE        PIC X(05).
           02  PVC-FECHA-PEDIDO    PIC 9(08).
           02  PVC-FECHA-SERVIDO   PIC 9(08).
           02  PVC-OPERADOR        PIC X(08).
           02  PVC-ESTADO          PIC X(01).
               88  PVC-PENDIENTE   VALUE 'P'.
               88  PVC-SERVIDO     VALUE 'S'.
               88  PVC-ANULADO     VALUE 'X'.

       WORKING-STORAGE SECTION.
       77  FS-CLIENTE              PIC X(02).
           88  FS-CLIENTE-OK       VALUE '00'.
       77  FS-PEDCLI-CAB           PIC X(02).
       77  FIN-PEDCLI-CAB          PIC X(01).
           88  FIN-PEDCLI-CAB-SI   VALUE 'S'.
           88  FIN-PEDCLI-CAB-NO   VALUE 'N'.
       77  WS-OPCION               PIC X(01).
           88  WS-OPCION-ALTA      VALUE '1'.
           88  WS-OPCION-MODIF     VALUE '2'.
           88  WS-OPCION-BAJA      VALUE '3'.
           88  WS-OPCION-CONSULTA  VALUE '4'.
           88  WS-OPCION-FIN       VALUE '0'.
           88  WS-OPCION-VALIDA    VALUE '0' '1' '2' '3' '4'.
       77  COD-CLIE-BUSCADO        PIC X(05).
       77  NOM-CLIE-NUEVO          PIC X(25).
       77  CON-CLIE-NUEVO          PIC X(25).
       77  TEL-CLIE-NUEVO          PIC X(12).
       77  WS-PEDIDOS-PENDIENTES   PIC 9(06) COMP.
       77  WS-OPERADOR             PIC X(08).
       77  WS-CLAVE                PIC X(08).
       77  WS-ACCESO               PIC X(01).
           88  WS-ACCESO-SI        VALUE 'S'.
           88  WS-ACCESO-NO        VALUE 'N'.
       77  WS-NIVEL-ACCESO         PIC 9(01).
           88  WS-NIVEL-SUPERVISOR VALUE 2.

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
      *    EL ARCHIVO DE CLIENTES SE CREA VACIO LA PRIMERA VEZ QUE
      *    SE ENTRA EN EL MANTENIMIENTO.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-OPCION.
           DISPLAY 'INTRODUCE TU CODIGO DE OPERADOR:'.
           ACCEPT WS-OPERADOR.
           DISPLAY 'INTRODUCE TU CLAVE DE ACCESO:'.
           ACCEPT WS-CLAVE.

           PERFORM 1100-VALIDAR-OPERADOR THRU 1100-EXIT.

           IF WS-ACCESO-SI
               OPEN I-O A-CLIENTE
               IF FS-CLIENTE = '35'
                   OPEN OUTPUT A-CLIENTE
                   CLOSE A-CLIENTE
                   OPEN I-O A-CLIENTE
               END-IF
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
           MOVE 'PE-CL34' TO SEG-PROGRAMA.
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
       2000-PROCESO-MENU.
      *-----------------------------------------------------------------
           PERFORM 2100-MOSTRAR-MENU THRU 2100-EXIT.

           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM 2200-ALTA-CLIENTE THRU 2200-EXIT
               WHEN WS-OPCION-MODIF
                   PERFORM 2300-MODIFICAR-CLIENTE THRU 2300-EXIT
               WHEN WS-OPCION-BAJA
                   IF WS-NIVEL-SUPERVISOR
                       PERFORM 2400-BAJA-CLIENTE THRU 2400-EXIT
                   ELSE
                       DISPLAY 'LA BAJA DE CLIENTES ESTA '
                           'RESERVADA A SUPERVISORES.'
                   END-IF
               WHEN WS-OPCION-CONSULTA
                   PERFORM 2500-CONSULTAR-CLIENTE THRU 2500-EXIT
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
           DISPLAY '---- MANTENIMIENTO DE CLIENTES ----'.
           DISPLAY '1. ALTA DE CLIENTE'.
           DISPLAY '2. MODIFICACION DE CLIENTE'.
           DISPLAY '3. BAJA DE CLIENTE'.
           DISPLAY '4. CONSULTA DE CLIENTE'.
           DISPLAY '0. FIN'.
           DISPLAY 'ELIJA UNA OPCION:'.
           ACCEPT WS-OPCION.

           IF NOT WS-OPCION-VALIDA
               DISPLAY 'OPCION NO VALIDA. VUELVA A INTENTARLO.'
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-ALTA-CLIENTE.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE CLIENTE A DAR DE ALTA:'.
           ACCEPT COD-CLIE.
           DISPLAY 'INTRODUCE EL NOMBRE DEL CLIENTE:'.
           ACCEPT NOM-CLIE.
           DISPLAY 'INTRODUCE LA PERSONA DE CONTACTO:'.
           ACCEPT CON-CLIE.
           DISPLAY 'INTRODUCE EL TELEFONO DE CONTACTO:'.
           ACCEPT TEL-CLIE.

           IF COD-CLIE = SPACE
               DISPLAY 'ERROR: EL CODIGO DE CLIENTE ES OBLIGATORIO. '
                   'ALTA CANCELADA.'
           ELSE
               WRITE R-CLIENTE
                   INVALID KEY
                       DISPLAY 'INVALID: YA EXISTE UN CLIENTE CON '
                           'COD-CLIE: ' COD-CLIE
                   NOT INVALID KEY
                       DISPLAY 'OK: CLIENTE ' COD-CLIE ' DADO DE ALTA'
               END-WRITE
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-MODIFICAR-CLIENTE.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE CLIENTE A MODIFICAR:'.
           ACCEPT COD-CLIE-BUSCADO.

           MOVE COD-CLIE-BUSCADO TO COD-CLIE.
           READ A-CLIENTE
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE CLIENTE CON '
                       'COD-CLIE: ' COD-CLIE-BUSCADO
           END-READ.

           IF FS-CLIENTE-OK
               DISPLAY 'DATOS ACTUALES: ' NOM-CLIE ' - ' CON-CLIE
                   ' - ' TEL-CLIE

               DISPLAY 'NUEVO NOMBRE DEL CLIENTE (ACTUAL: '
                   NOM-CLIE '):'
               ACCEPT NOM-CLIE-NUEVO
               DISPLAY 'NUEVA PERSONA DE CONTACTO (ACTUAL: '
                   CON-CLIE '):'
               ACCEPT CON-CLIE-NUEVO
               DISPLAY 'NUEVO TELEFONO DE CONTACTO (ACTUAL: '
                   TEL-CLIE '):'
               ACCEPT TEL-CLIE-NUEVO

               MOVE NOM-CLIE-NUEVO TO NOM-CLIE
               MOVE CON-CLIE-NUEVO TO CON-CLIE
               MOVE TEL-CLIE-NUEVO TO TEL-CLIE

               REWRITE R-CLIENTE
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                           'ACTUALIZAR EL CLIENTE ' COD-CLIE-BUSCADO
                   NOT INVALID KEY
                       DISPLAY 'OK: CLIENTE ' COD-CLIE-BUSCADO
                           ' MODIFICADO'
               END-REWRITE
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2400-BAJA-CLIENTE.
      *-----------------------------------------------------------------
      *    UN CLIENTE CON PEDIDOS PENDIENTES DE SERVIR NO SE PUEDE
      *    DAR DE BAJA: ANTES HAY QUE SERVIRLOS (PE-DS36) O
      *    ANULARLOS (PE-PV35).
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE CLIENTE A DAR DE BAJA:'.
           ACCEPT COD-CLIE-BUSCADO.

           MOVE COD-CLIE-BUSCADO TO COD-CLIE.
           READ A-CLIENTE
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE CLIENTE CON '
                       'COD-CLIE: ' COD-CLIE-BUSCADO
           END-READ.

           IF FS-CLIENTE-OK
               PERFORM 2450-CONTAR-PENDIENTES THRU 2450-EXIT
               IF WS-PEDIDOS-PENDIENTES NOT = ZERO
                   DISPLAY 'ERROR: EL CLIENTE ' COD-CLIE-BUSCADO
                       ' TIENE ' WS-PEDIDOS-PENDIENTES
                       ' PEDIDOS PENDIENTES DE SERVIR. '
                       'BAJA CANCELADA.'
               ELSE
                   DELETE A-CLIENTE
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'ELIMINAR EL CLIENTE ' COD-CLIE-BUSCADO
                       NOT INVALID KEY
                           DISPLAY 'OK: CLIENTE ' COD-CLIE-BUSCADO
                               ' DADO DE BAJA'
                   END-DELETE
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2450-CONTAR-PENDIENTES.
      *-----------------------------------------------------------------
      *    RECORRE LAS CABECERAS DE PEDIDO DE CLIENTE Y CUENTA LAS
      *    PENDIENTES DEL CLIENTE BUSCADO. SIN ARCHIVO DE PEDIDOS
      *    NO HAY NADA PENDIENTE.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-PEDIDOS-PENDIENTES.
           MOVE 'N' TO FIN-PEDCLI-CAB.

           OPEN INPUT A-PEDCLI-CAB.

           IF FS-PEDCLI-CAB = '35'
               CONTINUE
           ELSE
               READ A-PEDCLI-CAB NEXT RECORD
                   AT END MOVE 'S' TO FIN-PEDCLI-CAB
               END-READ
               PERFORM 2460-REVISAR-PEDIDO THRU 2460-EXIT
                   UNTIL FIN-PEDCLI-CAB-SI
               CLOSE A-PEDCLI-CAB
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2460-REVISAR-PEDIDO.
      *-----------------------------------------------------------------
           IF PVC-COD-CLIE = COD-CLIE-BUSCADO AND PVC-PENDIENTE
               ADD 1 TO WS-PEDIDOS-PENDIENTES
           END-IF.

           READ A-PEDCLI-CAB NEXT RECORD
               AT END MOVE 'S' TO FIN-PEDCLI-CAB
           END-READ.
       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2500-CONSULTAR-CLIENTE.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE CLIENTE A CONSULTAR:'.
           ACCEPT COD-CLIE-BUSCADO.

           MOVE COD-CLIE-BUSCADO TO COD-CLIE.
           READ A-CLIENTE
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE CLIENTE CON '
                       'COD-CLIE: ' COD-CLIE-BUSCADO
               NOT INVALID KEY
                   DISPLAY 'OK: COD-CLIE: ' COD-CLIE ' - '
                       NOM-CLIE ' - ' CON-CLIE ' - ' TEL-CLIE
           END-READ.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-CLIENTE.
       9000-EXIT.
           EXIT.
