      *                                                               *
      *   CONTROLADOR DE LA CADENA NOCTURNA. EJECUTA EN ORDEN LOS     *
      *   PASOS DE LA TABLA (PE-MV09, PE-CV05, PE-VR14, PE-AS04,      *
      *   PE-RP10, PE-EX17, PE-DC39 Y PE-CA45), ANOTA EL INICIO, EL   *
      *   FIN Y EL RETURN-CODE DE CADA PASO EN EL ARCHIVO DE CONTROL  *
      *   DE EJECUCION (CADENA.CTL, REGRABADO TRAS CADA PASO),        *
      *   DETIENE LA CADENA AL PRIMER RETURN-CODE MALO Y, EN LA       *
      *   SIGUIENTE INVOCACION, OFRECE REARRANCAR DESDE EL PASO       *
      *   FALLIDO EN LUGAR DE DESDE EL PRINCIPIO, PARA NO VOLVER A    *
      *   APLICAR LO QUE PE-MV09 YA APLICO. EL RESUMEN DE FIN DE      *
      *   CADENA SALE IMPRESO EN CADENA.LIS PARA EL TURNO DE MANANA.  *
      *                                                               *
      *****************************************************************

      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 02/09/2026  DSI     PROGRAMA ORIGINAL.
      * 15/10/2026  DSI     LA CADENA INCORPORA COMO SEPTIMO PASO EL
      *                     DIARIO CONTABLE PE-DC39, QUE VALORA LOS
      *                     MOVIMIENTOS DEL DIA Y PRUEBA EL CUADRE
      *                     CONTRA LA VALORACION A COSTE DE PE-AS04.
      * 15/10/2026  DSI     OCTAVO PASO: INFORME DE CADUCIDADES PE-CA45,
      *                     DETRAS DE PE-DC39. DEVUELVE 4 SI HAY LOTES
      *                     CADUCADOS, QUE NO DETIENE LA CADENA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-PASO-FALLIDO         PIC 9(02) COMP.
       77  WS-PASO-GRABAR          PIC 9(02) COMP.
       77  WS-PASO-IMPRIMIR        PIC 9(02) COMP.
       77  WS-NUM-PASOS            PIC 9(02) COMP VALUE 8.
       77  WS-RESPUESTA            PIC X(01).
           88  WS-RESPUESTA-SI     VALUE 'S'.
       77  WS-RETORNO-PASO         PIC 9(04).
           05  FILLER              PIC X(08) VALUE 'PE-AS04'.
           05  FILLER              PIC X(08) VALUE 'PE-RP10'.
           05  FILLER              PIC X(08) VALUE 'PE-EX17'.
           05  FILLER              PIC X(08) VALUE 'PE-DC39'.
           05  FILLER              PIC X(08) VALUE 'PE-CA45'.
       01  TABLA-PASOS REDEFINES LISTA-PASOS.
           05  PASO-PROGRAMA       OCCURS 8 TIMES PIC X(08).

      *
      *    RESULTADOS DE LA EJECUCION DE CADA PASO. EN UN
      *    EL RESULTADO DE LA EJECUCION ANTERIOR.
      *
       01  TABLA-RESULTADOS.
           05  RESULTADO-PASO OCCURS 8 TIMES.
               10  RES-FECHA-INI   PIC 9(08).
               10  RES-HORA-INI    PIC 9(08).
               10  RES-FECHA-FIN   PIC 9(08).
