       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACPROV.
       AUTHOR. Miguel Martin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FacCtlFile ASSIGN TO "FACPCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatFacCtl.

           SELECT TransaccionesFile ASSIGN TO "FACPTRAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatTransacciones.

           SELECT OPTIONAL PedidosProvFile ASSIGN TO "PEDPROV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PoNumPedido
                  ALTERNATE RECORD KEY IS PoArtAlmKey WITH DUPLICATES
                  FILE STATUS IS StatPedidosProv.

           SELECT OPTIONAL RecHistFile ASSIGN TO "RECHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRecHist.

           SELECT OPTIONAL FacProvFile ASSIGN TO "FACPROV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FacProvKey
                  FILE STATUS IS StatFacProv.

           SELECT ExcepcionesFile ASSIGN TO "FACPEXC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatExcepciones.

       DATA DIVISION.
       FILE SECTION.
       FD  FacCtlFile.
       01  ParametroCard.
           88 EndOfFacCtl VALUE HIGH-VALUES.
           02 PcPalabra PIC X(10).
           02 PcValor   PIC X(70).

      * Lineas de factura de proveedor a registrar: proveedor, numero
      * y fecha de factura, pedido, articulo, cantidad y coste unitario.
       FD  TransaccionesFile.
       01  TransaccionDetails.
           88 EndOfTransacciones VALUE HIGH-VALUES.
           02 FiProveedor     PIC X(5).
           02 FiNumFactura    PIC X(10).
           02 FiFecha         PIC X(8).
           02 FiFechaNum REDEFINES FiFecha PIC 9(8).
           02 FiNumPedido     PIC X(7).
           02 FiNumPedidoNum REDEFINES FiNumPedido PIC 9(7).
           02 FiArtID         PIC X(7).
           02 FiCant          PIC X(5).
           02 FiCantNum REDEFINES FiCant PIC 9(5).
           02 FiCoste         PIC X(6).
           02 FiCosteNum REDEFINES FiCoste PIC 9(4)V99.

       FD  PedidosProvFile.
       01  PedidosProvDetails.
           88 EndOfPedidosProv VALUE HIGH-VALUES.
           02 PoNumPedido    PIC 9(7).
           02 PoArtAlmKey.
              03 PoArtID     PIC X(7).
              03 PoCodAlmacen PIC X(5).
           02 PoProveedor    PIC X(5).
           02 PoFecha        PIC 9(8).
           02 PoCantPedida   PIC 9(9).
           02 PoCantRecibida PIC 9(9).
           02 PoEstado       PIC X(1).

       FD  RecHistFile.
       01  RecHistDetails.
           88 EndOfRecHist VALUE HIGH-VALUES.
           02 RhNumPedido    PIC 9(7).
           02 RhArtID        PIC X(7).
           02 RhCodAlmacen   PIC X(5).
           02 RhProveedor    PIC X(5).
           02 RhFecha        PIC 9(8).
           02 RhCant         PIC 9(5).
           02 RhCoste        PIC 9(4)V99.

      * Registro de facturas de proveedor, una fila por linea de
      * factura. Estados: A aprobada para el pago, E en excepcion
      * (se vuelve a cotejar si la linea se presenta de nuevo).
       FD  FacProvFile.
       01  FacProvDetails.
           88 EndOfFacProv VALUE HIGH-VALUES.
           02 FacProvKey.
              03 FpProveedor    PIC X(5).
              03 FpNumFactura   PIC X(10).
              03 FpNumPedido    PIC 9(7).
              03 FpArtID        PIC X(7).
           02 FpFecha           PIC 9(8).
           02 FpCant            PIC 9(5).
           02 FpCoste           PIC 9(4)V99.
           02 FpImporte         PIC 9(13)V99.
           02 FpCantRecibida    PIC 9(9).
           02 FpCosteRecibido   PIC 9(4)V99.
           02 FpVencimiento     PIC 9(8).
           02 FpEstado          PIC X(1).
           02 FpMotivo          PIC X(40).
           02 FpFechaAlta       PIC 9(8).

       FD  ExcepcionesFile.
       01  ExcepcionLine        PIC X(120).

       WORKING-STORAGE SECTION.

       01 CabExcepciones1 PIC X(47)
             VALUE "EXCEPCIONES DEL COTEJO DE FACTURAS DE PROVEEDOR".

       01 CabExcepcionesFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).
           02 FILLER        PIC X(15) VALUE "  TOL. CANT. %".
           02 WCeTolCant    PIC ZZ9.
           02 FILLER        PIC X(15) VALUE "  TOL. COSTE %".
           02 WCeTolCoste   PIC ZZ9.

       01 CabExcepciones2.
           02 FILLER PIC X(6)  VALUE "Prov. ".
           02 FILLER PIC X(11) VALUE "Factura    ".
           02 FILLER PIC X(8)  VALUE "Pedido  ".
           02 FILLER PIC X(8)  VALUE "Articulo".
           02 FILLER PIC X(10) VALUE " Cant.Fac ".
           02 FILLER PIC X(10) VALUE " Cant.Rec ".
           02 FILLER PIC X(8)  VALUE "Cos.Fac ".
           02 FILLER PIC X(8)  VALUE "Cos.Rec ".
           02 FILLER PIC X(6)  VALUE "Motivo".

       01 LineaExcepcion.
           02 WLeProveedor  PIC X(5).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLeFactura    PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLePedido     PIC X(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLeArticulo   PIC X(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLeCantFac    PIC ZZZZZZZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLeCantRec    PIC ZZZZZZZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLeCosteFac   PIC ZZZ9.99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLeCosteRec   PIC ZZZ9.99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLeMotivo     PIC X(40).

       01 LineaTotExcepciones.
           02 FILLER        PIC X(16) VALUE "LINEAS LEIDAS   ".
           02 WLtLeidas     PIC ZZZZ9.
           02 FILLER        PIC X(13) VALUE "  APROBADAS ".
           02 WLtAprobadas  PIC ZZZZ9.
           02 FILLER        PIC X(15) VALUE "  EXCEPCIONES ".
           02 WLtExcepciones PIC ZZZZ9.
           02 FILLER        PIC X(20) VALUE "  IMPORTE APROBADO ".
           02 WLtImporte    PIC ZZZZZZZZZ9.99.

       01 StatFacCtl PIC X(02) VALUE SPACES.
           88 CtlIniciado VALUE '00'.
           88 CtlNoExiste VALUE '05'.
           88 CtlTerminado VALUE '10'.

       01 StatTransacciones PIC X(02) VALUE SPACES.
           88 TrIniciado VALUE '00'.
           88 TrTerminado VALUE '10'.

       01 StatPedidosProv PIC X(02) VALUE SPACES.
           88 PoIniciado VALUE '00'.
           88 PoNoExiste VALUE '05'.
           88 PoTerminado VALUE '10'.

       01 StatRecHist PIC X(02) VALUE SPACES.
           88 RhIniciado VALUE '00'.
           88 RhNoExiste VALUE '05'.
           88 RhTerminado VALUE '10'.

       01 StatFacProv PIC X(02) VALUE SPACES.
           88 FpIniciado VALUE '00'.
           88 FpNoExiste VALUE '05'.
           88 FpTerminado VALUE '10'.

       01 StatExcepciones PIC X(02) VALUE SPACES.
           88 ExIniciado VALUE '00'.
           88 ExTerminado VALUE '10'.

       01 WRunDate       PIC 9(8) VALUE ZEROS.

      * Parametros de FACPCTL.DAT, todos opcionales y en numeros
      * enteros: TOLCANT y TOLCOSTE son el margen en tanto por ciento
      * sobre lo recibido (y lo pedido) que se admite en cantidad y
      * en coste; DIASPAGO el plazo de pago desde la fecha de factura.
       01 WParamTolCant  PIC X(8) VALUE SPACES.
       01 WParamTolCoste PIC X(8) VALUE SPACES.
       01 WParamDiasPago PIC X(8) VALUE SPACES.
       01 WTolCant       PIC 9(3) VALUE ZEROS.
       01 WTolCoste      PIC 9(3) VALUE 2.
       01 WDiasPago      PIC 9(3) VALUE 30.

       01 WParamTexto    PIC X(8) VALUE SPACES.
       01 WParamNombre   PIC X(10) VALUE SPACES.
       01 WParamCifras   PIC X(8) VALUE SPACES.
       01 WParamNum      PIC 9(8) VALUE ZEROS.
       01 WCdx           PIC 9(2) VALUE ZEROS.
       01 WDigitos       PIC 9(2) VALUE ZEROS.

      * Por pedido: lo recibido segun RECHIST.DAT (cantidad y valor a
      * coste de entrada) y lo ya facturado y aprobado en el registro.
       01 WRecTabla.
           02 WRecEntrada OCCURS 2000 TIMES.
              03 WRecTabPedido    PIC 9(7).
              03 WRecTabCant      PIC 9(9).
              03 WRecTabValor     PIC 9(13)V99.
              03 WRecTabFacturada PIC 9(9).
       01 WRecUsadas PIC 9(4) VALUE ZEROS.
       01 WRecSel    PIC 9(4) VALUE ZEROS.
       01 WRdx       PIC 9(4) VALUE ZEROS.
       01 WBuPedido  PIC 9(7) VALUE ZEROS.

       01 WLineaValida PIC X VALUE 'Y'.
           88 LineaValida VALUE 'Y'.

       01 WLineaCasada PIC X VALUE 'Y'.
           88 LineaCasada VALUE 'Y'.

       01 WFilaExiste PIC X VALUE 'N'.
           88 FilaExiste VALUE 'Y'.

       01 WMotivoExcepcion PIC X(40) VALUE SPACES.

       01 WCantRecibida   PIC 9(9) VALUE ZEROS.
       01 WCosteRecibido  PIC 9(4)V99 VALUE ZEROS.
       01 WCantFacturada  PIC 9(9) VALUE ZEROS.
       01 WCantLimite     PIC 9(11)V99 VALUE ZEROS.
       01 WDifCoste       PIC S9(5)V99 VALUE ZEROS.
       01 WImporteLinea   PIC 9(13)V99 VALUE ZEROS.

       01 WFacLeidas      PIC 9(5) VALUE ZEROS.
       01 WFacAprobadas   PIC 9(5) VALUE ZEROS.
       01 WFacExcepciones PIC 9(5) VALUE ZEROS.
       01 WImporteAprobado PIC 9(13)V99 VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD

           PERFORM 1000-LEE-PARAMETROS
           PERFORM 1200-CARGA-RECEPCIONES

           OPEN INPUT TransaccionesFile
           IF NOT TrIniciado
              STRING "ERROR ABRIENDO FACPTRAN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatTransacciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN INPUT PedidosProvFile
           IF NOT PoIniciado AND NOT PoNoExiste
              STRING "ERROR ABRIENDO PEDPROV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPedidosProv DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN I-O FacProvFile
           IF NOT FpIniciado AND NOT FpNoExiste
              STRING "ERROR ABRIENDO FACPROV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatFacProv DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM 1300-CARGA-FACTURADO

           OPEN OUTPUT ExcepcionesFile
           IF NOT ExIniciado
              STRING "ERROR ABRIENDO FACPEXC.RPT STATUS "
                        DELIMITED BY SIZE
                     StatExcepciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           MOVE WRunDate(1:4) TO WRunDateEdit(1:4)
           MOVE "-"              TO WRunDateEdit(5:1)
           MOVE WRunDate(5:2) TO WRunDateEdit(6:2)
           MOVE "-"              TO WRunDateEdit(8:1)
           MOVE WRunDate(7:2) TO WRunDateEdit(9:2)
           MOVE WTolCant TO WCeTolCant
           MOVE WTolCoste TO WCeTolCoste
           WRITE ExcepcionLine FROM CabExcepciones1
              BEFORE ADVANCING 1 LINES
           WRITE ExcepcionLine FROM CabExcepcionesFecha
              BEFORE ADVANCING 2 LINES
           WRITE ExcepcionLine FROM CabExcepciones2
              BEFORE ADVANCING 1 LINES

           READ TransaccionesFile
           AT END SET EndOfTransacciones TO TRUE
           END-READ
           IF StatTransacciones NOT = "00" AND
              StatTransacciones NOT = "10"
              STRING "ERROR LEYENDO FACPTRAN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatTransacciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfTransacciones
              ADD 1 TO WFacLeidas
              PERFORM 3000-VALIDA-LINEA
              IF LineaValida
                 PERFORM 4000-COTEJA-LINEA
                 PERFORM 4500-REGISTRA-LINEA
              END-IF
              IF NOT LineaValida OR NOT LineaCasada
                 PERFORM 5000-ESCRIBE-EXCEPCION
              END-IF

              READ TransaccionesFile
              AT END SET EndOfTransacciones TO TRUE
              END-READ
              IF StatTransacciones NOT = "00" AND
                 StatTransacciones NOT = "10"
                 STRING "ERROR LEYENDO FACPTRAN.DAT STATUS "
                           DELIMITED BY SIZE
                        StatTransacciones DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM

           MOVE SPACES TO ExcepcionLine
           WRITE ExcepcionLine BEFORE ADVANCING 1 LINES
           MOVE WFacLeidas TO WLtLeidas
           MOVE WFacAprobadas TO WLtAprobadas
           MOVE WFacExcepciones TO WLtExcepciones
           MOVE WImporteAprobado TO WLtImporte
           WRITE ExcepcionLine FROM LineaTotExcepciones
              BEFORE ADVANCING 1 LINES

           CLOSE TransaccionesFile, PedidosProvFile, FacProvFile,
                 ExcepcionesFile.

           DISPLAY "FACPROV LINEAS LEIDAS       " WFacLeidas
              UPON CONSOLE.
           DISPLAY "FACPROV LINEAS APROBADAS    " WFacAprobadas
              UPON CONSOLE.
           DISPLAY "FACPROV LINEAS EN EXCEPCION " WFacExcepciones
              UPON CONSOLE.
           IF WFacExcepciones > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Lee FACPCTL.DAT (palabra en columnas 1-10, valor desde la
      * 11). Sin fichero o sin tarjeta se toman los valores por
      * defecto: 0% en cantidad, 2% en coste y 30 dias de plazo.
       1000-LEE-PARAMETROS.
           OPEN INPUT FacCtlFile
           IF NOT CtlIniciado AND NOT CtlNoExiste
              STRING "ERROR ABRIENDO FACPCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatFacCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ FacCtlFile
           AT END SET EndOfFacCtl TO TRUE
           END-READ
           IF StatFacCtl NOT = "00" AND StatFacCtl NOT = "10"
              STRING "ERROR LEYENDO FACPCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatFacCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfFacCtl
              EVALUATE PcPalabra
              WHEN "TOLCANT   "
                 MOVE PcValor TO WParamTolCant
              WHEN "TOLCOSTE  "
                 MOVE PcValor TO WParamTolCoste
              WHEN "DIASPAGO  "
                 MOVE PcValor TO WParamDiasPago
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 STRING "TARJETA DE CONTROL DESCONOCIDA "
                           DELIMITED BY SIZE
                        PcPalabra DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-EVALUATE

              READ FacCtlFile
              AT END SET EndOfFacCtl TO TRUE
              END-READ
              IF StatFacCtl NOT = "00" AND StatFacCtl NOT = "10"
                 STRING "ERROR LEYENDO FACPCTL.DAT STATUS "
                           DELIMITED BY SIZE
                        StatFacCtl DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE FacCtlFile

           IF WParamTolCant NOT = SPACES
              MOVE WParamTolCant TO WParamTexto
              MOVE "TOLCANT" TO WParamNombre
              PERFORM 1050-CONVIERTE-NUMERO
              MOVE WParamNum TO WTolCant
           END-IF
           IF WParamTolCoste NOT = SPACES
              MOVE WParamTolCoste TO WParamTexto
              MOVE "TOLCOSTE" TO WParamNombre
              PERFORM 1050-CONVIERTE-NUMERO
              MOVE WParamNum TO WTolCoste
           END-IF
           IF WParamDiasPago NOT = SPACES
              MOVE WParamDiasPago TO WParamTexto
              MOVE "DIASPAGO" TO WParamNombre
              PERFORM 1050-CONVIERTE-NUMERO
              MOVE WParamNum TO WDiasPago
           END-IF.

      * Admite el valor justificado a la izquierda y sin ceros de
      * relleno ("2", "30", "120"): toma el tramo inicial hasta el
      * primer blanco, exige que el resto venga en blanco y lo ajusta
      * a la derecha antes de convertir. Mas de 999 aborta.
       1050-CONVIERTE-NUMERO.
           MOVE ZEROS TO WDigitos
           PERFORM VARYING WCdx FROM 1 BY 1
                   UNTIL WCdx > 8
                      OR WParamTexto(WCdx:1) = SPACE
              ADD 1 TO WDigitos
           END-PERFORM
           MOVE SPACES TO WAbendMsg
           STRING "PARAMETRO " DELIMITED BY SIZE
                  WParamNombre DELIMITED BY SPACE
                  " NO NUMERICO" DELIMITED BY SIZE
                  INTO WAbendMsg
           END-STRING
           IF WDigitos = 0
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WDigitos < 8
              IF WParamTexto(WDigitos + 1:) NOT = SPACES
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF
           MOVE ALL "0" TO WParamCifras
           MOVE WParamTexto(1:WDigitos)
              TO WParamCifras(9 - WDigitos:WDigitos)
           IF WParamCifras IS NUMERIC
              MOVE WParamCifras TO WParamNum
           ELSE
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WParamNum > 999
              MOVE SPACES TO WAbendMsg
              STRING "PARAMETRO " DELIMITED BY SIZE
                     WParamNombre DELIMITED BY SPACE
                     " FUERA DE RANGO" DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           MOVE SPACES TO WAbendMsg.

      * Carga de RECHIST.DAT lo recibido por pedido: cantidad total y
      * valor a coste de entrada, para sacar el coste medio recibido.
      * Las entradas que no se casaron con pedido no cuentan.
       1200-CARGA-RECEPCIONES.
           OPEN INPUT RecHistFile
           IF NOT RhIniciado AND NOT RhNoExiste
              STRING "ERROR ABRIENDO RECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRecHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ RecHistFile
           AT END SET EndOfRecHist TO TRUE
           END-READ
           IF StatRecHist NOT = "00" AND StatRecHist NOT = "10"
              STRING "ERROR LEYENDO RECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRecHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfRecHist
              IF RhNumPedido NOT = 0
                 MOVE RhNumPedido TO WBuPedido
                 PERFORM 2000-BUSCA-PEDIDO
                 IF WRecSel = 0
                    PERFORM 2100-ALTA-PEDIDO
                 END-IF
                 ADD RhCant TO WRecTabCant(WRecSel)
                 COMPUTE WRecTabValor(WRecSel) =
                    WRecTabValor(WRecSel) + RhCant * RhCoste
              END-IF

              READ RecHistFile
              AT END SET EndOfRecHist TO TRUE
              END-READ
              IF StatRecHist NOT = "00" AND StatRecHist NOT = "10"
                 STRING "ERROR LEYENDO RECHIST.DAT STATUS "
                           DELIMITED BY SIZE
                        StatRecHist DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE RecHistFile.

      * Suma por pedido lo ya facturado y aprobado en el registro,
      * para que una recepcion no se pueda pagar dos veces.
       1300-CARGA-FACTURADO.
           MOVE LOW-VALUES TO FacProvKey
           START FacProvFile KEY IS NOT LESS FacProvKey
           INVALID KEY
              SET EndOfFacProv TO TRUE
           END-START

           PERFORM UNTIL EndOfFacProv
              READ FacProvFile NEXT RECORD
              AT END
                 SET EndOfFacProv TO TRUE
              NOT AT END
                 IF FpEstado = "A"
                    MOVE FpNumPedido TO WBuPedido
                    PERFORM 2000-BUSCA-PEDIDO
                    IF WRecSel = 0
                       PERFORM 2100-ALTA-PEDIDO
                    END-IF
                    ADD FpCant TO WRecTabFacturada(WRecSel)
                 END-IF
              END-READ
              IF StatFacProv NOT = "00" AND StatFacProv NOT = "10"
                 STRING "ERROR LEYENDO FACPROV.DAT STATUS "
                           DELIMITED BY SIZE
                        StatFacProv DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM.

       2000-BUSCA-PEDIDO.
           MOVE ZEROS TO WRecSel
           PERFORM VARYING WRdx FROM 1 BY 1
                   UNTIL WRdx > WRecUsadas OR WRecSel > 0
              IF WRecTabPedido(WRdx) = WBuPedido
                 MOVE WRdx TO WRecSel
              END-IF
           END-PERFORM.

       2100-ALTA-PEDIDO.
           IF WRecUsadas >= 2000
              MOVE "TABLA DE PEDIDOS RECIBIDOS DESBORDADA (2000)"
                 TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           ADD 1 TO WRecUsadas
           MOVE WRecUsadas TO WRecSel
           MOVE WBuPedido TO WRecTabPedido(WRecSel)
           MOVE ZEROS TO WRecTabCant(WRecSel), WRecTabValor(WRecSel),
                         WRecTabFacturada(WRecSel).

      * Validacion de formato de la linea; una linea mal formada va al
      * listado de excepciones y no entra en el registro.
       3000-VALIDA-LINEA.
           MOVE 'Y' TO WLineaValida
           MOVE 'Y' TO WLineaCasada
           MOVE SPACES TO WMotivoExcepcion
           MOVE ZEROS TO WCantRecibida, WCosteRecibido

           EVALUATE TRUE
           WHEN FiProveedor = SPACES
              MOVE "PROVEEDOR EN BLANCO" TO WMotivoExcepcion
           WHEN FiNumFactura = SPACES
              MOVE "NUMERO DE FACTURA EN BLANCO" TO WMotivoExcepcion
           WHEN FiFecha IS NOT NUMERIC
              MOVE "FECHA DE FACTURA NO NUMERICA" TO WMotivoExcepcion
           WHEN FiFecha(5:2) < "01" OR FiFecha(5:2) > "12" OR
                FiFecha(7:2) < "01" OR FiFecha(7:2) > "31"
              MOVE "FECHA DE FACTURA INVALIDA" TO WMotivoExcepcion
           WHEN FiNumPedido IS NOT NUMERIC
              MOVE "PEDIDO NO NUMERICO" TO WMotivoExcepcion
           WHEN FiArtID IS NOT NUMERIC
              MOVE "ARTICULO NO NUMERICO" TO WMotivoExcepcion
           WHEN FiCant IS NOT NUMERIC
              MOVE "CANTIDAD NO NUMERICA" TO WMotivoExcepcion
           WHEN FiCantNum = 0
              MOVE "CANTIDAD A CERO" TO WMotivoExcepcion
           WHEN FiCoste IS NOT NUMERIC
              MOVE "COSTE NO NUMERICO" TO WMotivoExcepcion
           WHEN OTHER
              CONTINUE
           END-EVALUATE

           IF WMotivoExcepcion NOT = SPACES
              MOVE 'N' TO WLineaValida
           END-IF.

      * Cotejo a tres bandas: la linea ha de corresponder a un pedido
      * del mismo proveedor y articulo, lo facturado (con lo ya
      * aprobado antes) no puede pasar de lo recibido ni de lo pedido
      * mas la tolerancia, y el coste facturado ha de estar dentro de
      * la tolerancia sobre el coste medio recibido.
       4000-COTEJA-LINEA.
           MOVE FiNumPedidoNum TO PoNumPedido
           READ PedidosProvFile KEY IS PoNumPedido
           INVALID KEY
              MOVE 'N' TO WLineaCasada
              MOVE "PEDIDO INEXISTENTE" TO WMotivoExcepcion
           END-READ
           IF StatPedidosProv NOT = "00" AND
              StatPedidosProv NOT = "23"
              STRING "ERROR LEYENDO PEDPROV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPedidosProv DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           MOVE FiNumPedidoNum TO WBuPedido
           PERFORM 2000-BUSCA-PEDIDO
           IF WRecSel > 0
              MOVE WRecTabCant(WRecSel) TO WCantRecibida
              IF WRecTabCant(WRecSel) > 0
                 COMPUTE WCosteRecibido ROUNDED =
                    WRecTabValor(WRecSel) / WRecTabCant(WRecSel)
              END-IF
              COMPUTE WCantFacturada =
                 WRecTabFacturada(WRecSel) + FiCantNum
           ELSE
              MOVE FiCantNum TO WCantFacturada
           END-IF

           IF LineaCasada
              EVALUATE TRUE
              WHEN PoProveedor NOT = FiProveedor
                 MOVE "PEDIDO DE OTRO PROVEEDOR" TO WMotivoExcepcion
              WHEN PoArtID NOT = FiArtID
                 MOVE "ARTICULO DISTINTO DEL PEDIDO"
                    TO WMotivoExcepcion
              WHEN WCantRecibida = 0
                 MOVE "FACTURA SIN RECEPCION" TO WMotivoExcepcion
              WHEN OTHER
                 COMPUTE WCantLimite =
                    WCantRecibida * (100 + WTolCant) / 100
                 IF WCantFacturada > WCantLimite
                    MOVE "CANTIDAD FACTURADA SUPERIOR A LA RECIBIDA"
                       TO WMotivoExcepcion
                 ELSE
                    COMPUTE WCantLimite =
                       PoCantPedida * (100 + WTolCant) / 100
                    IF WCantFacturada > WCantLimite
                       MOVE "CANTIDAD FACTURADA SUPERIOR A LA PEDIDA"
                          TO WMotivoExcepcion
                    ELSE
                       COMPUTE WDifCoste =
                          FiCosteNum - WCosteRecibido
                       IF WDifCoste < 0
                          COMPUTE WDifCoste = 0 - WDifCoste
                       END-IF
                       IF WDifCoste * 100 >
                          WCosteRecibido * WTolCoste
                          MOVE "COSTE DISTINTO DEL RECIBIDO"
                             TO WMotivoExcepcion
                       END-IF
                    END-IF
                 END-IF
              END-EVALUATE
              IF WMotivoExcepcion NOT = SPACES
                 MOVE 'N' TO WLineaCasada
              END-IF
           END-IF.

      * Graba la linea en el registro: aprobada con su vencimiento o
      * en excepcion con el motivo. Una linea ya aprobada no se vuelve
      * a registrar; una en excepcion se sustituye por el nuevo cotejo.
       4500-REGISTRA-LINEA.
           MOVE 'N' TO WFilaExiste
           MOVE FiProveedor TO FpProveedor
           MOVE FiNumFactura TO FpNumFactura
           MOVE FiNumPedidoNum TO FpNumPedido
           MOVE FiArtID TO FpArtID
           READ FacProvFile KEY IS FacProvKey
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET FilaExiste TO TRUE
           END-READ
           IF StatFacProv NOT = "00" AND StatFacProv NOT = "23"
              STRING "ERROR LEYENDO FACPROV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatFacProv DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           IF FilaExiste AND FpEstado NOT = "E"
              MOVE 'N' TO WLineaCasada
              MOVE "LINEA DE FACTURA YA REGISTRADA"
                 TO WMotivoExcepcion
           ELSE
              COMPUTE WImporteLinea = FiCantNum * FiCosteNum
              MOVE FiProveedor TO FpProveedor
              MOVE FiNumFactura TO FpNumFactura
              MOVE FiNumPedidoNum TO FpNumPedido
              MOVE FiArtID TO FpArtID
              MOVE FiFechaNum TO FpFecha
              MOVE FiCantNum TO FpCant
              MOVE FiCosteNum TO FpCoste
              MOVE WImporteLinea TO FpImporte
              MOVE WCantRecibida TO FpCantRecibida
              MOVE WCosteRecibido TO FpCosteRecibido
              MOVE WRunDate TO FpFechaAlta
              IF LineaCasada
                 MOVE "A" TO FpEstado
                 MOVE SPACES TO FpMotivo
                 COMPUTE FpVencimiento = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(FiFechaNum) + WDiasPago)
                 ADD FiCantNum TO WRecTabFacturada(WRecSel)
                 ADD 1 TO WFacAprobadas
                 ADD WImporteLinea TO WImporteAprobado
              ELSE
                 MOVE "E" TO FpEstado
                 MOVE WMotivoExcepcion TO FpMotivo
                 MOVE ZEROS TO FpVencimiento
              END-IF
              IF FilaExiste
                 REWRITE FacProvDetails
              ELSE
                 WRITE FacProvDetails
              END-IF
              IF StatFacProv NOT = "00"
                 STRING "ERROR GRABANDO FACPROV.DAT STATUS "
                           DELIMITED BY SIZE
                        StatFacProv DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF.

       5000-ESCRIBE-EXCEPCION.
           MOVE FiProveedor TO WLeProveedor
           MOVE FiNumFactura TO WLeFactura
           MOVE FiNumPedido TO WLePedido
           MOVE FiArtID TO WLeArticulo
           IF FiCant IS NUMERIC
              MOVE FiCantNum TO WLeCantFac
           ELSE
              MOVE ZEROS TO WLeCantFac
           END-IF
           MOVE WCantRecibida TO WLeCantRec
           IF FiCoste IS NUMERIC
              MOVE FiCosteNum TO WLeCosteFac
           ELSE
              MOVE ZEROS TO WLeCosteFac
           END-IF
           MOVE WCosteRecibido TO WLeCosteRec
           MOVE WMotivoExcepcion TO WLeMotivo
           WRITE ExcepcionLine FROM LineaExcepcion
              BEFORE ADVANCING 1 LINES
           ADD 1 TO WFacExcepciones.
