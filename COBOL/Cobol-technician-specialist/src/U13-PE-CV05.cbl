      *                     NOCTURNA PE-CN28 SIN DETENERLA;
      *                     LANZADO SUELTO EL EFECTO ES EL
      *                     MISMO.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); SE TRASLADA CON MOVE
      *                     CORRESPONDING Y EL REGISTRO FISICO PASA DE
      *                     81 A 87 POSICIONES.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); SE TRASLADA CON MOVE
      *                     CORRESPONDING Y EL REGISTRO FISICO PASA DE
      *                     87 A 88 POSICIONES.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE PARAMETROS
      *
           02  PARM-SENTIDO        PIC X(01).
      *
      *    DESCRIPCION DE LOS REGISTROS GENERICOS DE COPIA. EL
      *    REGISTRO FISICO DE ARTICULO OCUPA 88 POSICIONES.
      *
       FD  A-COPIA-ORIGEN
           LABEL RECORD IS STANDARD.
       01  R-COPIA-ORIGEN          PIC X(88).

       FD  A-COPIA-DESTINO
           LABEL RECORD IS STANDARD.
       01  R-COPIA-DESTINO         PIC X(88).

       WORKING-STORAGE SECTION.
       77  FS-ARTI-REL             PIC X(02).
