      *                     PE-MV09); SE TRASLADA IGUAL QUE EL
      *                     RESTO DE CAMPOS Y EL REGISTRO FISICO
      *                     PASA DE 75 A 81 POSICIONES.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); SE TRASLADA IGUAL QUE
      *                     EL RESTO DE CAMPOS Y EL REGISTRO FISICO PASA
      *                     DE 81 A 87 POSICIONES.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); SE TRASLADA IGUAL QUE EL
      *                     RESTO DE CAMPOS Y EL REGISTRO FISICO PASA DE
      *                     87 A 88 POSICIONES.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           02  CP-COD-PROVE        PIC X(04).
           02  CP-EST-ARTI         PIC X(01).
           02  CP-COS-ARTI         PIC 9(04)V9(02).
           02  CP-CAN-RES-ARTI     PIC 9(06).
           02  CP-CLA-ABC-ARTI     PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DEL ARCHIVO INDEXADO
      *
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *
       FD  A-ARTI-SEC
           LABEL RECORD IS STANDARD.
       01  R-ARTICULO-SEC          PIC X(88).

       WORKING-STORAGE SECTION.
       77  FS-GENERACION           PIC X(02).
           MOVE CP-COD-PROVE TO COD-PROVE.
           MOVE CP-EST-ARTI TO EST-ARTI.
           MOVE CP-COS-ARTI TO COS-ARTI.
           MOVE CP-CAN-RES-ARTI TO CAN-RES-ARTI.
           MOVE CP-CLA-ABC-ARTI TO CLA-ABC-ARTI.

           WRITE R-ARTICULO-REL
               INVALID KEY
