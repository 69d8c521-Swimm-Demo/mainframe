      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 21/08/2026  DSI     PROGRAMA ORIGINAL.
      * 15/10/2026  DSI     SE ADMITE LA OPERACION 'R' (REPOSICION) QUE
      *                     GRABA PE-RM40: SUS IMAGENES ANTES Y DESPUES
      *                     LLEVAN EL STOCK MINIMO Y LA CANTIDAD DE
      *                     REPOSICION Y SE LISTAN CON SUS PROPIOS
      *                     ROTULOS.
      * 15/10/2026  DSI     SE ADMITE LA OPERACION 'V' (DECISION SOBRE
      *                     UNA SOLICITUD DE APROBACION) QUE GRABA
      *                     PE-AP44: SE LISTAN EL OPERADOR QUE LA
      *                     SOLICITO, LA DECISION Y LOS VALORES ACTUAL
      *                     Y PROPUESTO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
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
           02  AUD-ANTES-R REDEFINES AUD-ANTES.
               03  FILLER              PIC X(25).
               03  AUD-STK-MIN-ANT     PIC 9(06).
               03  AUD-CAN-REP-ANT     PIC 9(06).
               03  FILLER              PIC X(03).
           02  AUD-ANTES-V REDEFINES AUD-ANTES.
               03  AUD-OPE-SOLIC       PIC X(08).
               03  AUD-FEC-SOLIC       PIC 9(08).
               03  AUD-TIPO-SOLIC      PIC X(01).
                   88  AUD-SOLIC-PRECIO    VALUE 'P'.
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
           02  AUD-DESPUES-R REDEFINES AUD-DESPUES.
               03  FILLER              PIC X(25).
               03  AUD-STK-MIN-DES     PIC 9(06).
               03  AUD-CAN-REP-DES     PIC 9(06).
               03  FILLER              PIC X(03).
           02  AUD-DESPUES-V REDEFINES AUD-DESPUES.
               03  AUD-DECISION        PIC X(01).
               03  AUD-PRE-SOLIC-DES   PIC 9(04)V9(02).
               03  AUD-CAN-SOLIC-DES REDEFINES AUD-PRE-SOLIC-DES
                                       PIC 9(06).
               03  AUD-ORIGEN-SOLIC    PIC X(08).
               03  FILLER              PIC X(25).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LV-TPARTI        PIC X(03).

       01  WS-LINEA-REPOSICION.
           05  WS-LR-ROTULO        PIC X(11).
           05  WS-LR-NOM-ARTI      PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(09) VALUE 'STK.MIN: '.
           05  WS-LR-STK-MIN       PIC ZZZ.ZZ9.
           05  FILLER              PIC X(11) VALUE '  CAN.REP: '.
           05  WS-LR-CAN-REP       PIC ZZZ.ZZ9.

       01  WS-LINEA-SOLICITUD.
           05  WS-LS-ROTULO        PIC X(11).
           05  FILLER              PIC X(10) VALUE 'SOLICITA: '.
           05  WS-LS-OPERADOR      PIC X(08).
           05  FILLER              PIC X(07) VALUE ' FECHA '.
           05  WS-LS-FECHA         PIC 9(08).
           05  FILLER              PIC X(06) VALUE ' TIPO '.
           05  WS-LS-TIPO          PIC X(01).
           05  FILLER              PIC X(05) VALUE ' ALM '.
           05  WS-LS-COD-ALMA      PIC X(03).
           05  FILLER              PIC X(08) VALUE ' ACTUAL '.
           05  WS-LS-VALOR         PIC X(10).

       01  WS-LINEA-DECISION.
           05  WS-LD-ROTULO        PIC X(11).
           05  FILLER              PIC X(10) VALUE 'DECISION: '.
           05  WS-LD-DECISION      PIC X(01).
           05  FILLER              PIC X(09) VALUE '  ORIGEN '.
           05  WS-LD-ORIGEN        PIC X(08).
           05  FILLER              PIC X(20) VALUE SPACE.
           05  FILLER              PIC X(11) VALUE ' PROPUESTO '.
           05  WS-LD-VALOR         PIC X(10).

       01  WS-EDICION.
           05  WS-ED-PRECIO        PIC Z.ZZZ,99.
           05  WS-ED-CANTIDAD      PIC ZZZ.ZZ9.

       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(34) VALUE
               'OPERACIONES LISTADAS'.
           ACCEPT WS-FILTRO-FECHA-HASTA.
           DISPLAY 'CODIGO DE ARTICULO (0 = TODOS):'.
           ACCEPT WS-FILTRO-COD-ARTI.
           DISPLAY 'OPERACION A/M/B/R/V (EN BLANCO = TODAS):'.
           ACCEPT WS-FILTRO-OPERACION.
       1900-EXIT.
           EXIT.
           MOVE WS-LINEA-OPERACION TO LIN-INFORME.
           WRITE LIN-INFORME.

           EVALUATE TRUE
               WHEN AUD-OPER-REPOS
                   PERFORM 4450-IMPRIMIR-REPOSICION THRU 4450-EXIT
               WHEN AUD-OPER-APROB
                   PERFORM 4470-IMPRIMIR-APROBACION THRU 4470-EXIT
               WHEN OTHER
                   PERFORM 4420-IMPRIMIR-VALORES THRU 4420-EXIT
           END-EVALUATE.

           MOVE SPACE TO LIN-INFORME.
           WRITE LIN-INFORME.
           ADD 4 TO WS-LINEAS-PAGINA.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4420-IMPRIMIR-VALORES.
      *-----------------------------------------------------------------
           MOVE '  ANTES  : ' TO WS-LV-ROTULO.
           MOVE AUD-NOM-ARTI-ANT TO WS-LV-NOM-ARTI.
           MOVE AUD-NUM-ARTI-ANT TO WS-LV-NUM-ARTI.
           MOVE AUD-TPARTI-DES TO WS-LV-TPARTI.
           MOVE WS-LINEA-VALORES TO LIN-INFORME.
           WRITE LIN-INFORME.
       4420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4450-IMPRIMIR-REPOSICION.
      *-----------------------------------------------------------------
      *    EN LA OPERACION 'R' (VER PE-RM40) LAS IMAGENES LLEVAN EL
      *    STOCK MINIMO Y LA CANTIDAD DE REPOSICION.
      *-----------------------------------------------------------------
           MOVE '  ANTES  : ' TO WS-LR-ROTULO.
           MOVE AUD-NOM-ARTI-ANT TO WS-LR-NOM-ARTI.
           MOVE AUD-STK-MIN-ANT TO WS-LR-STK-MIN.
           MOVE AUD-CAN-REP-ANT TO WS-LR-CAN-REP.
           MOVE WS-LINEA-REPOSICION TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE '  DESPUES: ' TO WS-LR-ROTULO.
           MOVE AUD-NOM-ARTI-DES TO WS-LR-NOM-ARTI.
           MOVE AUD-STK-MIN-DES TO WS-LR-STK-MIN.
           MOVE AUD-CAN-REP-DES TO WS-LR-CAN-REP.
           MOVE WS-LINEA-REPOSICION TO LIN-INFORME.
           WRITE LIN-INFORME.
       4450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4470-IMPRIMIR-APROBACION.
      *-----------------------------------------------------------------
      *    EN LA OPERACION 'V' (VER PE-AP44) EL OPERADOR DE LA LINEA
      *    ES EL SUPERVISOR QUE DECIDE; LAS IMAGENES LLEVAN EL
      *    OPERADOR QUE LO SOLICITO, LA DECISION (A=APROBADA,
      *    R=RECHAZADA) Y LOS VALORES ACTUAL Y PROPUESTO: PRECIOS
      *    EN LOS CAMBIOS DE PRECIO ('P'), STOCK Y CANTIDAD CONTADA
      *    EN LOS AJUSTES DE RECUENTO ('A').
      *-----------------------------------------------------------------
           MOVE '  ANTES  : ' TO WS-LS-ROTULO.
           MOVE AUD-OPE-SOLIC TO WS-LS-OPERADOR.
           MOVE AUD-FEC-SOLIC TO WS-LS-FECHA.
           MOVE AUD-TIPO-SOLIC TO WS-LS-TIPO.
           MOVE AUD-COD-ALMA-SOLIC TO WS-LS-COD-ALMA.
           MOVE '  DESPUES: ' TO WS-LD-ROTULO.
           MOVE AUD-DECISION TO WS-LD-DECISION.
           MOVE AUD-ORIGEN-SOLIC TO WS-LD-ORIGEN.

           IF AUD-SOLIC-PRECIO
               MOVE AUD-PRE-SOLIC-ANT TO WS-ED-PRECIO
               MOVE WS-ED-PRECIO TO WS-LS-VALOR
               MOVE AUD-PRE-SOLIC-DES TO WS-ED-PRECIO
               MOVE WS-ED-PRECIO TO WS-LD-VALOR
           ELSE
               MOVE AUD-CAN-SOLIC-ANT TO WS-ED-CANTIDAD
               MOVE WS-ED-CANTIDAD TO WS-LS-VALOR
               MOVE AUD-CAN-SOLIC-DES TO WS-ED-CANTIDAD
               MOVE WS-ED-CANTIDAD TO WS-LD-VALOR
           END-IF.

           MOVE WS-LINEA-SOLICITUD TO LIN-INFORME.
           WRITE LIN-INFORME.
           MOVE WS-LINEA-DECISION TO LIN-INFORME.
           WRITE LIN-INFORME.
       4470-EXIT.
           EXIT.

      *-----------------------------------------------------------------
