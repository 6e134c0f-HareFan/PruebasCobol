       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDEX.
       AUTHOR. Miguel Martin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KarCtlFile ASSIGN TO "KARCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatKarCtl.

           SELECT OPTIONAL KardexFile ASSIGN TO "KARDEX.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatKardex.

           SELECT AlmacenesFile ASSIGN TO "ALM.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AlmacenesKey
                  ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
                  FILE STATUS IS StatAlmacenes.

           SELECT InformeFile ASSIGN TO "KARDEX.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatInforme.

       DATA DIVISION.
       FILE SECTION.
       FD  KarCtlFile.
       01  ParametroCard.
           88 EndOfKarCtl VALUE HIGH-VALUES.
           02 PcPalabra PIC X(10).
           02 PcValor   PIC X(70).

       FD  KardexFile.
       01  KardexDetails.
           88 EndOfKardex VALUE HIGH-VALUES.
           02 KxArtID        PIC X(7).
           02 KxCodAlmacen   PIC X(5).
           02 KxFecha        PIC 9(8).
           02 KxTipo         PIC X(1).
           02 KxSigno        PIC X(1).
           02 KxCantidad     PIC 9(5).
           02 KxStockAntes   PIC 9(5).
           02 KxStockDespues PIC 9(5).
           02 KxPrograma     PIC X(8).
           02 KxReferencia   PIC X(30).

       FD  AlmacenesFile.
       01  AlmacenesDetails.
           88 EndOfAlmacenesFile VALUE HIGH-VALUES.
           02 AlmacenesKey.
              03 ArtAlID    PIC X(7).
              03 CodAlmacen PIC X(5).
           02 Precio        PIC 9(4)V99.
           02 StockActual   PIC 9(5).

       FD  InformeFile.
       01  InformeLine          PIC X(100).

       WORKING-STORAGE SECTION.

       01 CabInforme1 PIC X(39)
                      VALUE "DIARIO DE MOVIMIENTOS DE STOCK (KARDEX)".

       01 CabInformeFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).

       01 CabAlmacen.
           02 FILLER        PIC X(10) VALUE "ARTICULO: ".
           02 WKcArtID      PIC X(7).
           02 FILLER        PIC X(11) VALUE "  ALMACEN: ".
           02 WKcCodAlmacen PIC X(5).
           02 FILLER        PIC X(9)  VALUE "  DESDE: ".
           02 WKcDesde      PIC 9(8).
           02 FILLER        PIC X(9)  VALUE "  HASTA: ".
           02 WKcHasta      PIC 9(8).

       01 CabMovimientos.
           02 FILLER PIC X(10) VALUE "Fecha     ".
           02 FILLER PIC X(11) VALUE "Movimiento ".
           02 FILLER PIC X(9)  VALUE "Cantidad ".
           02 FILLER PIC X(7)  VALUE "Antes  ".
           02 FILLER PIC X(8)  VALUE "Despues ".
           02 FILLER PIC X(9)  VALUE "Programa ".
           02 FILLER PIC X(10) VALUE "Referencia".

       01 LineaMovimiento.
           02 WKmFecha      PIC 9(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WKmTipo       PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WKmSigno      PIC X(1).
           02 WKmCantidad   PIC ZZZZ9.
           02 FILLER        PIC X(3) VALUE SPACES.
           02 WKmAntes      PIC ZZZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WKmDespues    PIC ZZZZ9.
           02 FILLER        PIC X(3) VALUE SPACES.
           02 WKmPrograma   PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WKmReferencia PIC X(30).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WKmMarca      PIC X(7).

       01 LineaSaldoInicial.
           02 FILLER        PIC X(27)
                             VALUE "SALDO INICIAL             ".
           02 WKsInicial    PIC -ZZZZZZ9.

       01 LineaSaldoFinal.
           02 FILLER        PIC X(27)
                             VALUE "SALDO FINAL DEL PERIODO   ".
           02 WKsFinal      PIC -ZZZZZZ9.

       01 LineaCuadre.
           02 FILLER        PIC X(27)
                             VALUE "SALDO FINAL DEL DIARIO    ".
           02 WKsDiario     PIC -ZZZZZZ9.
           02 FILLER        PIC X(15) VALUE "  STOCKACTUAL ".
           02 WKsStock      PIC ZZZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WKsMarca      PIC X(30).

       01 LineaTotalKardex.
           02 FILLER        PIC X(27)
                             VALUE "ALMACENES LISTADOS        ".
           02 WKtAlmacenes  PIC ZZZZ9.
           02 FILLER        PIC X(16) VALUE "  DESCUADRADOS ".
           02 WKtDescuadres PIC ZZZZ9.
           02 FILLER        PIC X(10) VALUE "  SALTOS ".
           02 WKtSaltos     PIC ZZZZ9.

       01 StatKarCtl PIC X(02) VALUE SPACES.
           88 CtlIniciado VALUE '00'.
           88 CtlTerminado VALUE '10'.

       01 StatKardex PIC X(02) VALUE SPACES.
           88 KxIniciado VALUE '00'.
           88 KxNoExiste VALUE '05'.
           88 KxTerminado VALUE '10'.

       01 StatAlmacenes PIC X(02) VALUE SPACES.
           88 AlIniciado VALUE '00'.
           88 AlTerminado VALUE '10'.

       01 StatInforme PIC X(02) VALUE SPACES.
           88 InIniciado VALUE '00'.
           88 InTerminado VALUE '10'.

       01 WRunDate       PIC 9(8) VALUE ZEROS.

      * Parametros de KARCTL.DAT: ARTICULO obligatorio; ALMACEN en
      * blanco lista todos los almacenes del articulo; DESDE y HASTA
      * acotan el periodo y, si faltan, se toma todo el diario.
       01 WParamArticulo PIC X(7) VALUE SPACES.
       01 WParamAlmacen  PIC X(5) VALUE SPACES.
       01 WParamDesde    PIC X(8) VALUE SPACES.
       01 WParamHasta    PIC X(8) VALUE SPACES.
       01 WFechaDesde    PIC 9(8) VALUE ZEROS.
       01 WFechaHasta    PIC 9(8) VALUE 99999999.

       01 WFinAlmacenes PIC X VALUE 'N'.
           88 FinAlmacenesGrupo VALUE 'Y'.

       01 WAlmExiste PIC X VALUE 'N'.
           88 AlmExiste VALUE 'Y'.

      * Almacen en curso y saldos del diario: el saldo inicial es el
      * stock tras el ultimo movimiento anterior al periodo o, sin
      * el, el stock previo al primer movimiento registrado; el saldo
      * corrido acumula los movimientos del periodo y el del diario
      * es el stock tras el ultimo movimiento de todos.
       01 WKaCodAlmacen   PIC X(5) VALUE SPACES.
       01 WKaStockActual  PIC 9(5) VALUE ZEROS.
       01 WSaldoInicial   PIC S9(7) VALUE ZEROS.
       01 WSaldoCorrido   PIC S9(7) VALUE ZEROS.
       01 WSaldoDiario    PIC S9(7) VALUE ZEROS.

       01 WHayAnterior PIC X VALUE 'N'.
           88 HayAnterior VALUE 'Y'.

       01 WHayEnPeriodo PIC X VALUE 'N'.
           88 HayEnPeriodo VALUE 'Y'.

       01 WHayMovimientos PIC X VALUE 'N'.
           88 HayMovimientos VALUE 'Y'.

       01 WAlmListados  PIC 9(5) VALUE ZEROS.
       01 WMovListados  PIC 9(7) VALUE ZEROS.
       01 WDescuadres   PIC 9(5) VALUE ZEROS.
       01 WSaltos       PIC 9(5) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD

           PERFORM 1000-LEE-PARAMETROS

           OPEN INPUT AlmacenesFile
           IF NOT AlIniciado
              STRING "ERROR ABRIENDO ALM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlmacenes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT InformeFile
           IF NOT InIniciado
              STRING "ERROR ABRIENDO KARDEX.RPT STATUS "
                        DELIMITED BY SIZE
                     StatInforme DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           MOVE WRunDate(1:4) TO WRunDateEdit(1:4)
           MOVE "-"              TO WRunDateEdit(5:1)
           MOVE WRunDate(5:2) TO WRunDateEdit(6:2)
           MOVE "-"              TO WRunDateEdit(8:1)
           MOVE WRunDate(7:2) TO WRunDateEdit(9:2)
           WRITE InformeLine FROM CabInforme1
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabInformeFecha
              BEFORE ADVANCING 2 LINES

           IF WParamAlmacen NOT = SPACES
              MOVE 'N' TO WAlmExiste
              MOVE WParamArticulo TO ArtAlID
              MOVE WParamAlmacen TO CodAlmacen
              READ AlmacenesFile
              INVALID KEY
                 MOVE ZEROS TO StockActual
              NOT INVALID KEY
                 SET AlmExiste TO TRUE
              END-READ
              IF StatAlmacenes NOT = "00" AND
                 StatAlmacenes NOT = "23"
                 STRING "ERROR LEYENDO ALM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlmacenes DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              MOVE WParamAlmacen TO WKaCodAlmacen
              MOVE StockActual TO WKaStockActual
              PERFORM 2000-KARDEX-ALMACEN
           ELSE
              MOVE WParamArticulo TO ArtAlID
              MOVE 'N' TO WFinAlmacenes
              START AlmacenesFile KEY IS = ArtAlID
              INVALID KEY
                 SET FinAlmacenesGrupo TO TRUE
              END-START

              PERFORM UNTIL FinAlmacenesGrupo
                 READ AlmacenesFile NEXT RECORD
                 AT END
                    SET FinAlmacenesGrupo TO TRUE
                 NOT AT END
                    IF ArtAlID NOT = WParamArticulo
                       SET FinAlmacenesGrupo TO TRUE
                    ELSE
                       SET AlmExiste TO TRUE
                       MOVE CodAlmacen TO WKaCodAlmacen
                       MOVE StockActual TO WKaStockActual
                       PERFORM 2000-KARDEX-ALMACEN
                    END-IF
                 END-READ
                 IF StatAlmacenes NOT = "00" AND
                    StatAlmacenes NOT = "10"
                    STRING "ERROR LEYENDO ALM.DAT STATUS "
                              DELIMITED BY SIZE
                           StatAlmacenes DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
              END-PERFORM

              IF WAlmListados = 0
                 MOVE SPACES TO InformeLine
                 STRING "ARTICULO " DELIMITED BY SIZE
                        WParamArticulo DELIMITED BY SIZE
                        " SIN FILAS EN ALM.DAT" DELIMITED BY SIZE
                        INTO InformeLine
                 END-STRING
                 WRITE InformeLine BEFORE ADVANCING 1 LINES
              END-IF
           END-IF

           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           MOVE WAlmListados TO WKtAlmacenes
           MOVE WDescuadres TO WKtDescuadres
           MOVE WSaltos TO WKtSaltos
           WRITE InformeLine FROM LineaTotalKardex
              BEFORE ADVANCING 1 LINES

           CLOSE AlmacenesFile, InformeFile.

           DISPLAY "KARDEX ALMACENES LISTADOS   " WAlmListados
              UPON CONSOLE.
           DISPLAY "KARDEX MOVIMIENTOS LISTADOS " WMovListados
              UPON CONSOLE.
           DISPLAY "KARDEX ALMACENES DESCUADRE  " WDescuadres
              UPON CONSOLE.
           IF WDescuadres > 0 OR WSaltos > 0
              DISPLAY "KARDEX TERMINADO CON DESCUADRES" UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Lee la tarjeta de control KARCTL.DAT (palabra en columnas
      * 1-10 y valor desde la 11). Una tarjeta desconocida, la falta
      * del articulo o una fecha no numerica aborta.
       1000-LEE-PARAMETROS.
           OPEN INPUT KarCtlFile
           IF NOT CtlIniciado
              STRING "ERROR ABRIENDO KARCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatKarCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ KarCtlFile
           AT END SET EndOfKarCtl TO TRUE
           END-READ
           IF StatKarCtl NOT = "00" AND StatKarCtl NOT = "10"
              STRING "ERROR LEYENDO KARCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatKarCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfKarCtl
              EVALUATE PcPalabra
              WHEN "ARTICULO  "
                 MOVE PcValor TO WParamArticulo
              WHEN "ALMACEN   "
                 MOVE PcValor TO WParamAlmacen
              WHEN "DESDE     "
                 MOVE PcValor TO WParamDesde
              WHEN "HASTA     "
                 MOVE PcValor TO WParamHasta
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

              READ KarCtlFile
              AT END SET EndOfKarCtl TO TRUE
              END-READ
              IF StatKarCtl NOT = "00" AND StatKarCtl NOT = "10"
                 STRING "ERROR LEYENDO KARCTL.DAT STATUS "
                           DELIMITED BY SIZE
                        StatKarCtl DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE KarCtlFile

           IF WParamArticulo = SPACES
              MOVE "FALTA PARAMETRO ARTICULO" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WParamArticulo IS NOT NUMERIC
              MOVE "PARAMETRO ARTICULO NO NUMERICO" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WParamDesde NOT = SPACES
              IF WParamDesde IS NUMERIC
                 MOVE WParamDesde TO WFechaDesde
              ELSE
                 MOVE "PARAMETRO DESDE NO NUMERICO" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF
           IF WParamHasta NOT = SPACES
              IF WParamHasta IS NUMERIC
                 MOVE WParamHasta TO WFechaHasta
              ELSE
                 MOVE "PARAMETRO HASTA NO NUMERICO" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF
           IF WFechaDesde > WFechaHasta
              MOVE "PERIODO CON DESDE POSTERIOR A HASTA" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF.

      * Recorre KARDEX.DAT entero para el articulo y almacen en curso.
      * El diario se escribe en orden de ejecucion, asi que basta una
      * pasada: lo anterior al periodo fija el saldo inicial, lo del
      * periodo se lista con su saldo corrido y todo movimiento deja
      * el saldo del diario, que al final se cuadra contra el
      * StockActual de ALM.DAT. Un movimiento cuyo stock previo no
      * coincide con el saldo corrido delata un cambio de stock que
      * no paso por el diario y se marca como SALTO.
       2000-KARDEX-ALMACEN.
           ADD 1 TO WAlmListados
           MOVE 'N' TO WHayAnterior
           MOVE 'N' TO WHayEnPeriodo
           MOVE 'N' TO WHayMovimientos
           MOVE ZEROS TO WSaldoInicial, WSaldoCorrido, WSaldoDiario

           MOVE WParamArticulo TO WKcArtID
           MOVE WKaCodAlmacen TO WKcCodAlmacen
           MOVE WFechaDesde TO WKcDesde
           MOVE WFechaHasta TO WKcHasta
           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabAlmacen
              BEFORE ADVANCING 2 LINES
           WRITE InformeLine FROM CabMovimientos
              BEFORE ADVANCING 1 LINES
           IF NOT AlmExiste
              MOVE SPACES TO InformeLine
              MOVE "AVISO: ALMACEN SIN FILA EN ALM.DAT" TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
           END-IF

           OPEN INPUT KardexFile
           IF NOT KxIniciado AND NOT KxNoExiste
              STRING "ERROR ABRIENDO KARDEX.DAT STATUS "
                        DELIMITED BY SIZE
                     StatKardex DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           IF KxNoExiste
              SET EndOfKardex TO TRUE
           ELSE
              PERFORM 2100-LEE-KARDEX
           END-IF

           PERFORM UNTIL EndOfKardex
              IF KxArtID = WParamArticulo AND
                 KxCodAlmacen = WKaCodAlmacen
                 SET HayMovimientos TO TRUE
                 EVALUATE TRUE
                 WHEN KxFecha < WFechaDesde
                    SET HayAnterior TO TRUE
                    MOVE KxStockDespues TO WSaldoInicial
                 WHEN KxFecha > WFechaHasta
                    IF NOT HayAnterior AND NOT HayEnPeriodo
                       SET HayAnterior TO TRUE
                       MOVE KxStockAntes TO WSaldoInicial
                    END-IF
                 WHEN OTHER
                    IF NOT HayEnPeriodo
                       SET HayEnPeriodo TO TRUE
                       IF NOT HayAnterior
                          MOVE KxStockAntes TO WSaldoInicial
                       END-IF
                       MOVE WSaldoInicial TO WSaldoCorrido
                       MOVE WSaldoInicial TO WKsInicial
                       WRITE InformeLine FROM LineaSaldoInicial
                          BEFORE ADVANCING 1 LINES
                    END-IF
                    PERFORM 2200-LISTA-MOVIMIENTO
                 END-EVALUATE
                 MOVE KxStockDespues TO WSaldoDiario
              END-IF
              PERFORM 2100-LEE-KARDEX
           END-PERFORM

           CLOSE KardexFile

           IF NOT HayMovimientos
              MOVE WKaStockActual TO WSaldoInicial
              MOVE WKaStockActual TO WSaldoDiario
           END-IF
           IF NOT HayEnPeriodo
              MOVE WSaldoInicial TO WSaldoCorrido
              MOVE WSaldoInicial TO WKsInicial
              WRITE InformeLine FROM LineaSaldoInicial
                 BEFORE ADVANCING 1 LINES
              MOVE SPACES TO InformeLine
              MOVE "SIN MOVIMIENTOS EN EL PERIODO" TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
           END-IF

           MOVE WSaldoCorrido TO WKsFinal
           WRITE InformeLine FROM LineaSaldoFinal
              BEFORE ADVANCING 1 LINES

           MOVE WSaldoDiario TO WKsDiario
           MOVE WKaStockActual TO WKsStock
           IF WSaldoDiario NOT = WKaStockActual
              MOVE "*** NO CUADRA CON STOCKACTUAL" TO WKsMarca
              ADD 1 TO WDescuadres
           ELSE
              MOVE SPACES TO WKsMarca
           END-IF
           WRITE InformeLine FROM LineaCuadre
              BEFORE ADVANCING 1 LINES.

       2100-LEE-KARDEX.
           READ KardexFile
           AT END SET EndOfKardex TO TRUE
           END-READ
           IF StatKardex NOT = "00" AND StatKardex NOT = "10"
              STRING "ERROR LEYENDO KARDEX.DAT STATUS "
                        DELIMITED BY SIZE
                     StatKardex DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

       2200-LISTA-MOVIMIENTO.
           MOVE SPACES TO WKmMarca
           IF KxStockAntes NOT = WSaldoCorrido
              MOVE "*SALTO" TO WKmMarca
              ADD 1 TO WSaltos
           END-IF
           MOVE KxStockDespues TO WSaldoCorrido

           EVALUATE KxTipo
           WHEN "V"
              MOVE "VENTA" TO WKmTipo
           WHEN "R"
              MOVE "RECEPCION" TO WKmTipo
           WHEN "D"
              MOVE "DEVOLUCION" TO WKmTipo
           WHEN "S"
              MOVE "TRASL.SAL" TO WKmTipo
           WHEN "E"
              MOVE "TRASL.ENT" TO WKmTipo
           WHEN "A"
              MOVE "RECUENTO" TO WKmTipo
           WHEN OTHER
              MOVE KxTipo TO WKmTipo
           END-EVALUATE

           MOVE KxFecha TO WKmFecha
           MOVE KxSigno TO WKmSigno
           MOVE KxCantidad TO WKmCantidad
           MOVE KxStockAntes TO WKmAntes
           MOVE KxStockDespues TO WKmDespues
           MOVE KxPrograma TO WKmPrograma
           MOVE KxReferencia TO WKmReferencia
           WRITE InformeLine FROM LineaMovimiento
              BEFORE ADVANCING 1 LINES
           ADD 1 TO WMovListados.
