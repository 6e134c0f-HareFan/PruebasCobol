       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTACION.
       AUTHOR. Miguel Martin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RotCtlFile ASSIGN TO "ROTCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRotCtl.

           SELECT ArticulosFile ASSIGN TO "ART.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ArticulosKey
                  ALTERNATE RECORD KEY IS UserArtID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS ArtID WITH DUPLICATES
                  FILE STATUS IS StatArticulos.

           SELECT OPTIONAL ArticulosHistFile ASSIGN TO "ARTHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ArtHistKey
                  ALTERNATE RECORD KEY IS HUserArtID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS HArtID WITH DUPLICATES
                  FILE STATUS IS StatArtHist.

           SELECT AlmacenesFile ASSIGN TO "ALM.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AlmacenesKey
                  ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
                  FILE STATUS IS StatAlmacenes.

           SELECT ArticulosMaeFile ASSIGN TO "ARTMAE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ArtMaeID
                  FILE STATUS IS StatArticulosMae.

           SELECT OPTIONAL PrecioHistFile ASSIGN TO "PRECHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PrecioHistKey
                  FILE STATUS IS StatPrecioHist.

           SELECT InformeFile ASSIGN TO "ROTACION.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatInforme.

           SELECT CsvFile ASSIGN TO "ROTACION.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatCsv.

       DATA DIVISION.
       FILE SECTION.
       FD  RotCtlFile.
       01  ParametroCard.
           88 EndOfRotCtl VALUE HIGH-VALUES.
           02 PcPalabra PIC X(10).
           02 PcValor   PIC X(70).

       FD  ArticulosFile.
       01  ArticulosDetails.
           88 EndOfArticulosFile VALUE HIGH-VALUES.
           02 ArticulosKey.
              03 UserArtID PIC X(8).
              03 ArtID     PIC 9(7).
              03 FechaCompra PIC 9(8).
           02 Cant        PIC 9(2).

       FD  ArticulosHistFile.
       01  ArticulosHistDetails.
           88 EndOfArtHist VALUE HIGH-VALUES.
           02 ArtHistKey.
              03 HUserArtID PIC X(8).
              03 HArtID     PIC 9(7).
              03 HFechaCompra PIC 9(8).
           02 HCant        PIC 9(2).

       FD  AlmacenesFile.
       01  AlmacenesDetails.
           88 EndOfAlmacenesFile VALUE HIGH-VALUES.
           02 AlmacenesKey.
              03 ArtAlID    PIC X(7).
              03 CodAlmacen PIC X(5).
           02 Precio        PIC 9(4)V99.
           02 StockActual   PIC 9(5).

       FD  ArticulosMaeFile.
       01  ArticulosMaeDetails.
           88 EndOfArticulosMae VALUE HIGH-VALUES.
           02 ArtMaeID    PIC 9(7).
           02 Descripcion PIC X(20).
           02 Categoria   PIC X(10).

       FD  PrecioHistFile.
       01  PrecioHistDetails.
           88 EndOfPrecioHist VALUE HIGH-VALUES.
           02 PrecioHistKey.
              03 ArtPhID         PIC X(7).
              03 PhCodAlmacen    PIC X(5).
              03 PhFechaEfectiva PIC 9(8).
           02 PhPrecio           PIC 9(4)V99.

       FD  InformeFile.
       01  InformeLine          PIC X(110).

       FD  CsvFile.
       01  CsvLine              PIC X(120).

       WORKING-STORAGE SECTION.

       01 CabInforme1 PIC X(34)
                      VALUE "ANALISIS DE ROTACION DE INVENTARIO".

       01 CabInformeFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).

       01 LineaParametros1.
           02 FILLER        PIC X(19) VALUE "PERIODO DE VENTAS: ".
           02 WLpDesde      PIC 9(8).
           02 FILLER        PIC X(3) VALUE " A ".
           02 WLpHasta      PIC 9(8).
           02 FILLER        PIC X(13) VALUE "   CLASE A < ".
           02 WLpPorcA      PIC ZZ9.
           02 FILLER        PIC X(15) VALUE "%   CLASE B < ".
           02 WLpPorcB      PIC ZZ9.
           02 FILLER        PIC X(1) VALUE "%".

       01 LineaParametros2.
           02 FILLER        PIC X(27)
                             VALUE "COBERTURA A RITMO DE VENTA ".
           02 FILLER        PIC X(14) VALUE "DE LOS ULTIMOS".
           02 WLpDiasVenta  PIC ZZZ9.
           02 FILLER        PIC X(25)
                             VALUE " DIAS   SIN MOVIMIENTO: ".
           02 WLpMeses      PIC ZZ9.
           02 FILLER        PIC X(16) VALUE " MESES (DESDE EL".
           02 WLpCorte      PIC ZZZZZZZ9.
           02 FILLER        PIC X(1) VALUE ")".

       01 CabAbc PIC X(37)
                 VALUE "CLASIFICACION ABC POR VALOR DE VENTAS".

       01 CabAbc2.
           02 FILLER PIC X(9)  VALUE "ArtID    ".
           02 FILLER PIC X(22) VALUE "Descripcion           ".
           02 FILLER PIC X(12) VALUE "Categoria   ".
           02 FILLER PIC X(9)  VALUE " Unidades".
           02 FILLER PIC X(19) VALUE "       Valor Ventas".
           02 FILLER PIC X(9)  VALUE "  % Acum.".
           02 FILLER PIC X(7)  VALUE "  Clase".

       01 LineaAbc.
           02 WLaArtID      PIC X(7).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLaDescripcion PIC X(20).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLaCategoria  PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLaUnidades   PIC ZZZZZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLaValor      PIC ZZZZZZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLaPorcAcum   PIC ZZ9.99.
           02 FILLER        PIC X(6) VALUE SPACES.
           02 WLaClase      PIC X(1).

       01 LineaSinVentas.
           02 FILLER        PIC X(43)
                 VALUE "ARTICULOS SIN VENTAS EN EL PERIODO (CLASE C".
           02 FILLER        PIC X(3) VALUE "): ".
           02 WLsSinVentas  PIC ZZZZ9.

       01 LineaClase.
           02 FILLER        PIC X(6) VALUE "CLASE ".
           02 WLcClase      PIC X(1).
           02 FILLER        PIC X(13) VALUE "  ARTICULOS  ".
           02 WLcArticulos  PIC ZZZZ9.
           02 FILLER        PIC X(10) VALUE "  VENTAS  ".
           02 WLcVentas     PIC ZZZZZZZZZZZZZZ9.99.
           02 FILLER        PIC X(9) VALUE "  STOCK  ".
           02 WLcStock      PIC ZZZZZZZZZZZZZZ9.99.

       01 CabCobertura PIC X(40)
                 VALUE "DIAS DE COBERTURA POR ARTICULO Y ALMACEN".

       01 CabCobertura2.
           02 FILLER PIC X(9)  VALUE "ArtID    ".
           02 FILLER PIC X(7)  VALUE "Alm    ".
           02 FILLER PIC X(12) VALUE "Categoria   ".
           02 FILLER PIC X(7)  VALUE "Clase  ".
           02 FILLER PIC X(7)  VALUE "  Stock".
           02 FILLER PIC X(11) VALUE "  Uds.Rec. ".
           02 FILLER PIC X(11) VALUE " Dias Cob. ".
           02 FILLER PIC X(20) VALUE "         Valor Stock".

       01 LineaCobertura.
           02 WLkArtID      PIC X(7).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLkCodAlmacen PIC X(5).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLkCategoria  PIC X(10).
           02 FILLER        PIC X(4) VALUE SPACES.
           02 WLkClase      PIC X(1).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLkStock      PIC ZZZZZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLkRecientes  PIC ZZZZZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLkDias       PIC X(9).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLkValor      PIC ZZZZZZZZZZZZZZ9.99.

       01 CabMuerto.
           02 FILLER        PIC X(39)
                 VALUE "STOCK SIN MOVIMIENTO (SIN VENTAS DESDE ".
           02 WCmCorte      PIC 9(8).
           02 FILLER        PIC X(1) VALUE ")".

       01 CabMuerto2.
           02 FILLER PIC X(9)  VALUE "ArtID    ".
           02 FILLER PIC X(7)  VALUE "Alm    ".
           02 FILLER PIC X(12) VALUE "Categoria   ".
           02 FILLER PIC X(7)  VALUE "  Stock".
           02 FILLER PIC X(12) VALUE "  Ult.Venta ".
           02 FILLER PIC X(20) VALUE "         Valor Stock".

       01 LineaMuerto.
           02 WLmArtID      PIC X(7).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLmCodAlmacen PIC X(5).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLmCategoria  PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLmStock      PIC ZZZZZZ9.
           02 FILLER        PIC X(3) VALUE SPACES.
           02 WLmUltVenta   PIC X(8).
           02 FILLER        PIC X(3) VALUE SPACES.
           02 WLmValor      PIC ZZZZZZZZZZZZZZ9.99.

       01 LineaTotMuerto.
           02 FILLER        PIC X(28)
                             VALUE "TOTAL STOCK SIN MOVIMIENTO  ".
           02 WLtFilas      PIC ZZZZ9.
           02 FILLER        PIC X(9) VALUE " FILAS   ".
           02 WLtValor      PIC ZZZZZZZZZZZZZZ9.99.

       01 CabPorAlmacen PIC X(20) VALUE "TOTALES POR ALMACEN".

       01 CabPorAlmacen2.
           02 FILLER PIC X(7)  VALUE "Alm    ".
           02 FILLER PIC X(20) VALUE "         Valor Stock".
           02 FILLER PIC X(20) VALUE "      Sin Movimiento".
           02 FILLER PIC X(8)  VALUE "  % S.M.".

       01 LineaPorAlmacen.
           02 WLwCodAlmacen PIC X(5).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLwValor      PIC ZZZZZZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLwMuerto     PIC ZZZZZZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLwPorc       PIC ZZ9.99.

       01 CabPorCategoria PIC X(22) VALUE "TOTALES POR CATEGORIA".

       01 CabPorCategoria2.
           02 FILLER PIC X(12) VALUE "Categoria   ".
           02 FILLER PIC X(20) VALUE "        Valor Ventas".
           02 FILLER PIC X(20) VALUE "         Valor Stock".
           02 FILLER PIC X(20) VALUE "      Sin Movimiento".

       01 LineaPorCategoria.
           02 WLgCategoria  PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLgVentas     PIC ZZZZZZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLgValor      PIC ZZZZZZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLgMuerto     PIC ZZZZZZZZZZZZZZ9.99.

       01 LineaTotalGeneral.
           02 FILLER        PIC X(12) VALUE "TOTAL       ".
           02 WLgtVentas    PIC ZZZZZZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLgtValor     PIC ZZZZZZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLgtMuerto    PIC ZZZZZZZZZZZZZZ9.99.

       01 StatRotCtl PIC X(02) VALUE SPACES.
           88 CtlIniciado VALUE '00'.
           88 CtlNoExiste VALUE '05'.
           88 CtlTerminado VALUE '10'.

       01 StatArticulos PIC X(02) VALUE SPACES.
           88 Iniciado VALUE '00'.
           88 Terminado VALUE '10'.

       01 StatArtHist PIC X(02) VALUE SPACES.
           88 AhIniciado VALUE '00'.
           88 AhNoExiste VALUE '05'.
           88 AhTerminado VALUE '10'.

       01 StatAlmacenes PIC X(02) VALUE SPACES.
           88 AlIniciado VALUE '00'.
           88 AlTerminado VALUE '10'.

       01 StatArticulosMae PIC X(02) VALUE SPACES.
           88 AmIniciado VALUE '00'.
           88 AmTerminado VALUE '10'.

       01 StatPrecioHist PIC X(02) VALUE SPACES.
           88 PhIniciado VALUE '00'.
           88 PhNoExiste VALUE '05'.
           88 PhTerminado VALUE '10'.

       01 StatInforme PIC X(02) VALUE SPACES.
           88 InIniciado VALUE '00'.
           88 InTerminado VALUE '10'.

       01 StatCsv PIC X(02) VALUE SPACES.
           88 CsvIniciado VALUE '00'.
           88 CsvTerminado VALUE '10'.

       01 WRunDate       PIC 9(8) VALUE ZEROS.
       01 WDiasHoy       PIC 9(8) VALUE ZEROS.

      * Parametros de ROTCTL.DAT (todos opcionales): DESDE y HASTA
      * acotan el periodo de ventas de la clasificacion ABC (por
      * defecto los ultimos doce meses), DIASVENTA es la ventana del
      * ritmo de venta para la cobertura (90), MESES el plazo sin
      * ventas que marca el stock como muerto (6), PORCA y PORCB los
      * cortes del porcentaje acumulado de ventas de las clases A y B
      * (80 y 95).
       01 WParamDesde     PIC X(8) VALUE SPACES.
       01 WParamHasta     PIC X(8) VALUE SPACES.
       01 WParamDiasVenta PIC X(8) VALUE SPACES.
       01 WParamMeses     PIC X(8) VALUE SPACES.
       01 WParamPorcA     PIC X(8) VALUE SPACES.
       01 WParamPorcB     PIC X(8) VALUE SPACES.

       01 WParamTexto    PIC X(8) VALUE SPACES.
       01 WParamNombre   PIC X(10) VALUE SPACES.
       01 WParamCifras   PIC X(8) VALUE SPACES.
       01 WParamNum      PIC 9(8) VALUE ZEROS.
       01 WCdx           PIC 9(2) VALUE ZEROS.
       01 WDigitos       PIC 9(2) VALUE ZEROS.

       01 WFechaDesde    PIC 9(8) VALUE ZEROS.
       01 WFechaHasta    PIC 9(8) VALUE ZEROS.
       01 WDiasVenta     PIC 9(3) VALUE 90.
       01 WMesesMuerto   PIC 9(3) VALUE 6.
       01 WPorcA         PIC 9(3) VALUE 80.
       01 WPorcB         PIC 9(3) VALUE 95.
       01 WFechaRecientes PIC 9(8) VALUE ZEROS.
       01 WCorteMuerto   PIC 9(8) VALUE ZEROS.

       01 WFechaBase     PIC 9(8) VALUE ZEROS.
       01 WMesesRestar   PIC 9(3) VALUE ZEROS.
       01 WFechaResultado PIC 9(8) VALUE ZEROS.
       01 WAnno          PIC 9(4) VALUE ZEROS.
       01 WMes           PIC 9(2) VALUE ZEROS.
       01 WDia           PIC 9(2) VALUE ZEROS.
       01 WAnnosResta    PIC 9(2) VALUE ZEROS.
       01 WMesesResta    PIC 9(2) VALUE ZEROS.

       01 WFinAlmacenes PIC X VALUE 'N'.
           88 FinAlmacenesGrupo VALUE 'Y'.

       01 WFinPrecios PIC X VALUE 'N'.
           88 FinPreciosGrupo VALUE 'Y'.

       01 WFinArticulos PIC X VALUE 'N'.
           88 FinArticulosMae VALUE 'Y'.

       01 WPrecioHallado PIC X VALUE 'N'.
           88 PrecioHallado VALUE 'Y'.

      * Linea de venta en curso, de ART.DAT o de ARTHIST.DAT.
       01 WVtArtID       PIC X(7) VALUE SPACES.
       01 WVtFecha       PIC 9(8) VALUE ZEROS.
       01 WVtCant        PIC 9(2) VALUE ZEROS.

       01 WBuArtID       PIC X(7) VALUE SPACES.
       01 WBuCodAlmacen  PIC X(5) VALUE SPACES.
       01 WBuFecha       PIC 9(8) VALUE ZEROS.
       01 WBuPrecio      PIC 9(4)V99 VALUE ZEROS.
       01 WPrecioVigente PIC 9(4)V99 VALUE ZEROS.
       01 WPrecioVenta   PIC 9(4)V99 VALUE ZEROS.
       01 WValorVenta    PIC 9(13)V99 VALUE ZEROS.
       01 WValorFila     PIC 9(13)V99 VALUE ZEROS.
       01 WDiasCobertura PIC 9(7) VALUE ZEROS.
       01 WDiasCobEdit   PIC ZZZZZZ9.
       01 WSinMovimiento PIC X VALUE 'N'.
           88 FilaSinMovimiento VALUE 'S'.

      * Un elemento por articulo del maestro (mas los vendidos que no
      * esten en el): ventas del periodo, unidades de la ventana de
      * cobertura, ultima venta y clase ABC.
       01 WArtTabla.
           02 WArtEntrada OCCURS 5000 TIMES.
              03 WArtTabID       PIC X(7).
              03 WArtTabDesc     PIC X(20).
              03 WArtTabCat      PIC X(10).
              03 WArtTabValor    PIC 9(13)V99.
              03 WArtTabCantPer  PIC 9(7).
              03 WArtTabCantRec  PIC 9(7).
              03 WArtTabUltVenta PIC 9(8).
              03 WArtTabClase    PIC X(1).
       01 WArtSwap PIC X(75).
       01 WArtUsados PIC 9(4) VALUE ZEROS.
       01 WArtSel    PIC 9(4) VALUE ZEROS.
       01 WKdx       PIC 9(4) VALUE ZEROS.
       01 WLdx       PIC 9(4) VALUE ZEROS.

       01 WMueTabla.
           02 WMueEntrada OCCURS 3000 TIMES.
              03 WMueTabArtID   PIC X(7).
              03 WMueTabAlm     PIC X(5).
              03 WMueTabCat     PIC X(10).
              03 WMueTabStock   PIC 9(5).
              03 WMueTabUltVenta PIC 9(8).
              03 WMueTabValor   PIC 9(13)V99.
       01 WMueUsados PIC 9(4) VALUE ZEROS.

      * Totales por almacen y por categoria acumulados en memoria.
       01 WAlmTabla.
           02 WAlmEntrada OCCURS 50 TIMES.
              03 WAlmTabCod     PIC X(5).
              03 WAlmTabValor   PIC 9(13)V99.
              03 WAlmTabMuerto  PIC 9(13)V99.
       01 WAlmUsados PIC 9(2) VALUE ZEROS.
       01 WAlmSel    PIC 9(2) VALUE ZEROS.

       01 WCatTabla.
           02 WCatEntrada OCCURS 50 TIMES.
              03 WCatNombre  PIC X(10).
              03 WCatVentas  PIC 9(13)V99.
              03 WCatValor   PIC 9(13)V99.
              03 WCatMuerto  PIC 9(13)V99.
       01 WCatUsadas PIC 9(2) VALUE ZEROS.
       01 WCatSel    PIC 9(2) VALUE ZEROS.

       01 WClaTabla.
           02 WClaEntrada OCCURS 3 TIMES.
              03 WClaArticulos PIC 9(5).
              03 WClaVentas    PIC 9(13)V99.
              03 WClaStock     PIC 9(13)V99.
       01 WClaSel PIC 9(1) VALUE ZEROS.

       01 WIdx PIC 9(2) VALUE ZEROS.

       01 WDesbordeTablas PIC X VALUE 'N'.
           88 TablasDesbordadas VALUE 'Y'.

       01 WDesbordeArticulos PIC X VALUE 'N'.
           88 ArticulosDesbordados VALUE 'Y'.

       01 WDesbordeMuertos PIC X VALUE 'N'.
           88 MuertosDesbordados VALUE 'Y'.

       01 WVentasTotal  PIC 9(13)V99 VALUE ZEROS.
       01 WVentasAcum   PIC 9(13)V99 VALUE ZEROS.
       01 WPorcAcum     PIC 9(3)V99 VALUE ZEROS.
       01 WStockTotal   PIC 9(13)V99 VALUE ZEROS.
       01 WMuertoTotal  PIC 9(13)V99 VALUE ZEROS.
       01 WSinVentas    PIC 9(5) VALUE ZEROS.

       01 WCsvPrecio  PIC 9(4).99.
       01 WCsvValor   PIC 9(13).99.
       01 WCsvVentas  PIC 9(13).99.
       01 WCsvUltVenta PIC 9(8).

       01 WVentasLeidas PIC 9(7) VALUE ZEROS.
       01 WFilasLeidas  PIC 9(7) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD
           COMPUTE WDiasHoy =
              FUNCTION INTEGER-OF-DATE(WRunDate)

           PERFORM 1000-LEE-PARAMETROS

           OPEN INPUT ArticulosFile
           IF NOT Iniciado
              STRING "ERROR ABRIENDO ART.DAT STATUS "
                        DELIMITED BY SIZE
                     StatArticulos DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN INPUT ArticulosHistFile
           IF NOT AhIniciado AND NOT AhNoExiste
              STRING "ERROR ABRIENDO ARTHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatArtHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN INPUT AlmacenesFile
           IF NOT AlIniciado
              STRING "ERROR ABRIENDO ALM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlmacenes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN INPUT ArticulosMaeFile
           IF NOT AmIniciado
              STRING "ERROR ABRIENDO ARTMAE.DAT STATUS "
                        DELIMITED BY SIZE
                     StatArticulosMae DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN INPUT PrecioHistFile
           IF NOT PhIniciado AND NOT PhNoExiste
              STRING "ERROR ABRIENDO PRECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPrecioHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT InformeFile
           IF NOT InIniciado
              STRING "ERROR ABRIENDO ROTACION.RPT STATUS "
                        DELIMITED BY SIZE
                     StatInforme DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT CsvFile
           IF NOT CsvIniciado
              STRING "ERROR ABRIENDO ROTACION.CSV STATUS "
                        DELIMITED BY SIZE
                     StatCsv DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM 1500-CARGA-ARTICULOS
           PERFORM 2000-RECORRE-VENTAS
           PERFORM 3000-CLASIFICA-ABC
           PERFORM 4000-RECORRE-ALMACENES
           PERFORM 5000-ESCRIBE-MUERTO
           PERFORM 6000-ESCRIBE-TOTALES

           CLOSE ArticulosFile, ArticulosHistFile, AlmacenesFile,
                 ArticulosMaeFile, PrecioHistFile, InformeFile,
                 CsvFile.

           DISPLAY "ROTACION VENTAS LEIDAS   " WVentasLeidas
              UPON CONSOLE.
           DISPLAY "ROTACION FILAS DE ALMACEN " WFilasLeidas
              UPON CONSOLE.
           DISPLAY "ROTACION FILAS SIN MOVIMIENTO " WMueUsados
              UPON CONSOLE.
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Lee ROTCTL.DAT (palabra en columnas 1-10, valor desde la 11).
      * Sin fichero valen todos los valores por defecto.
       1000-LEE-PARAMETROS.
           OPEN INPUT RotCtlFile
           IF NOT CtlIniciado AND NOT CtlNoExiste
              STRING "ERROR ABRIENDO ROTCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRotCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ RotCtlFile
           AT END SET EndOfRotCtl TO TRUE
           END-READ
           IF StatRotCtl NOT = "00" AND StatRotCtl NOT = "10"
              STRING "ERROR LEYENDO ROTCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRotCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfRotCtl
              EVALUATE PcPalabra
              WHEN "DESDE     "
                 MOVE PcValor TO WParamDesde
              WHEN "HASTA     "
                 MOVE PcValor TO WParamHasta
              WHEN "DIASVENTA "
                 MOVE PcValor TO WParamDiasVenta
              WHEN "MESES     "
                 MOVE PcValor TO WParamMeses
              WHEN "PORCA     "
                 MOVE PcValor TO WParamPorcA
              WHEN "PORCB     "
                 MOVE PcValor TO WParamPorcB
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

              READ RotCtlFile
              AT END SET EndOfRotCtl TO TRUE
              END-READ
              IF StatRotCtl NOT = "00" AND StatRotCtl NOT = "10"
                 STRING "ERROR LEYENDO ROTCTL.DAT STATUS "
                           DELIMITED BY SIZE
                        StatRotCtl DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE RotCtlFile

           IF WParamHasta = SPACES
              MOVE WRunDate TO WFechaHasta
           ELSE
              IF WParamHasta IS NUMERIC
                 MOVE WParamHasta TO WFechaHasta
              ELSE
                 MOVE "PARAMETRO HASTA NO NUMERICO" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF
           IF WParamDesde = SPACES
              MOVE WFechaHasta TO WFechaBase
              MOVE 12 TO WMesesRestar
              PERFORM 1100-RESTA-MESES
              MOVE WFechaResultado TO WFechaDesde
           ELSE
              IF WParamDesde IS NUMERIC
                 MOVE WParamDesde TO WFechaDesde
              ELSE
                 MOVE "PARAMETRO DESDE NO NUMERICO" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF
           IF WFechaDesde > WFechaHasta
              MOVE "PARAMETRO DESDE POSTERIOR A HASTA" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF

           IF WParamDiasVenta NOT = SPACES
              MOVE WParamDiasVenta TO WParamTexto
              MOVE "DIASVENTA" TO WParamNombre
              PERFORM 1050-CONVIERTE-NUMERO
              MOVE WParamNum TO WDiasVenta
           END-IF
           IF WParamMeses NOT = SPACES
              MOVE WParamMeses TO WParamTexto
              MOVE "MESES" TO WParamNombre
              PERFORM 1050-CONVIERTE-NUMERO
              MOVE WParamNum TO WMesesMuerto
           END-IF
           IF WParamPorcA NOT = SPACES
              MOVE WParamPorcA TO WParamTexto
              MOVE "PORCA" TO WParamNombre
              PERFORM 1050-CONVIERTE-NUMERO
              MOVE WParamNum TO WPorcA
           END-IF
           IF WParamPorcB NOT = SPACES
              MOVE WParamPorcB TO WParamTexto
              MOVE "PORCB" TO WParamNombre
              PERFORM 1050-CONVIERTE-NUMERO
              MOVE WParamNum TO WPorcB
           END-IF
           IF WDiasVenta = 0
              MOVE "PARAMETRO DIASVENTA DEBE SER MAYOR QUE CERO"
                 TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WMesesMuerto = 0
              MOVE "PARAMETRO MESES DEBE SER MAYOR QUE CERO"
                 TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WPorcA = 0 OR WPorcA >= WPorcB OR WPorcB > 100
              MOVE "PARAMETROS PORCA/PORCB INCOHERENTES" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF

           COMPUTE WFechaRecientes = FUNCTION DATE-OF-INTEGER
              (WDiasHoy - WDiasVenta + 1)
           MOVE WRunDate TO WFechaBase
           MOVE WMesesMuerto TO WMesesRestar
           PERFORM 1100-RESTA-MESES
           MOVE WFechaResultado TO WCorteMuerto.

      * Admite el valor justificado a la izquierda y sin ceros de
      * relleno: toma el tramo inicial hasta el primer blanco, exige
      * que el resto venga en blanco y lo ajusta a la derecha.
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

      * Resta WMesesRestar meses a WFechaBase, con el mismo criterio
      * que la fecha de corte del archivado de compras.
       1100-RESTA-MESES.
           MOVE WFechaBase(1:4) TO WAnno
           MOVE WFechaBase(5:2) TO WMes
           MOVE WFechaBase(7:2) TO WDia
           DIVIDE WMesesRestar BY 12 GIVING WAnnosResta
              REMAINDER WMesesResta
           SUBTRACT WAnnosResta FROM WAnno
           IF WMes > WMesesResta
              SUBTRACT WMesesResta FROM WMes
           ELSE
              COMPUTE WMes = WMes + 12 - WMesesResta
              SUBTRACT 1 FROM WAnno
           END-IF
           COMPUTE WFechaResultado =
              WAnno * 10000 + WMes * 100 + WDia.

      * Un elemento por articulo del maestro, a cero, para que los
      * que no se venden tambien aparezcan (clase C).
       1500-CARGA-ARTICULOS.
           MOVE ZEROS TO ArtMaeID
           START ArticulosMaeFile KEY IS NOT LESS ArtMaeID
           INVALID KEY
              SET FinArticulosMae TO TRUE
           END-START

           PERFORM UNTIL FinArticulosMae
              READ ArticulosMaeFile NEXT RECORD
              AT END
                 SET FinArticulosMae TO TRUE
              NOT AT END
                 IF WArtUsados < 5000
                    ADD 1 TO WArtUsados
                    MOVE ArtMaeID TO WArtTabID(WArtUsados)
                    MOVE Descripcion TO WArtTabDesc(WArtUsados)
                    MOVE Categoria TO WArtTabCat(WArtUsados)
                    MOVE ZEROS TO WArtTabValor(WArtUsados),
                                  WArtTabCantPer(WArtUsados),
                                  WArtTabCantRec(WArtUsados),
                                  WArtTabUltVenta(WArtUsados)
                    MOVE "C" TO WArtTabClase(WArtUsados)
                 ELSE
                    SET ArticulosDesbordados TO TRUE
                 END-IF
              END-READ
              IF StatArticulosMae NOT = "00" AND
                 StatArticulosMae NOT = "10"
                 STRING "ERROR LEYENDO ARTMAE.DAT STATUS "
                           DELIMITED BY SIZE
                        StatArticulosMae DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM.

      * Recorre las compras vivas de ART.DAT y las archivadas de
      * ARTHIST.DAT; las dos pasan por 2100 con los mismos campos.
       2000-RECORRE-VENTAS.
           MOVE LOW-VALUES TO ArticulosKey
           START ArticulosFile KEY IS NOT LESS ArticulosKey
           INVALID KEY
              SET EndOfArticulosFile TO TRUE
           END-START

           PERFORM UNTIL EndOfArticulosFile
              READ ArticulosFile NEXT RECORD
              AT END
                 SET EndOfArticulosFile TO TRUE
              NOT AT END
                 MOVE ArtID TO WVtArtID
                 MOVE FechaCompra TO WVtFecha
                 MOVE Cant TO WVtCant
                 PERFORM 2100-ACUMULA-VENTA
              END-READ
              IF StatArticulos NOT = "00" AND
                 StatArticulos NOT = "10"
                 STRING "ERROR LEYENDO ART.DAT STATUS "
                           DELIMITED BY SIZE
                        StatArticulos DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM

           IF NOT AhNoExiste
              MOVE LOW-VALUES TO ArtHistKey
              START ArticulosHistFile KEY IS NOT LESS ArtHistKey
              INVALID KEY
                 SET EndOfArtHist TO TRUE
              END-START

              PERFORM UNTIL EndOfArtHist
                 READ ArticulosHistFile NEXT RECORD
                 AT END
                    SET EndOfArtHist TO TRUE
                 NOT AT END
                    MOVE HArtID TO WVtArtID
                    MOVE HFechaCompra TO WVtFecha
                    MOVE HCant TO WVtCant
                    PERFORM 2100-ACUMULA-VENTA
                 END-READ
                 IF StatArtHist NOT = "00" AND
                    StatArtHist NOT = "10"
                    STRING "ERROR LEYENDO ARTHIST.DAT STATUS "
                              DELIMITED BY SIZE
                           StatArtHist DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
              END-PERFORM
           END-IF.

      * Anota la linea de venta en su articulo: ultima fecha de
      * venta, unidades de la ventana de cobertura y, si cae en el
      * periodo, unidades y valor al precio vigente ese dia en el
      * almacen mas barato, que es el que la regla de aprovisionamiento
      * elige para servir.
       2100-ACUMULA-VENTA.
           ADD 1 TO WVentasLeidas
           IF WVtCant = 0
              CONTINUE
           ELSE
              MOVE ZEROS TO WArtSel
              PERFORM VARYING WKdx FROM 1 BY 1
                      UNTIL WKdx > WArtUsados OR WArtSel > 0
                 IF WArtTabID(WKdx) = WVtArtID
                    MOVE WKdx TO WArtSel
                 END-IF
              END-PERFORM
              IF WArtSel = 0
                 IF WArtUsados < 5000
                    ADD 1 TO WArtUsados
                    MOVE WArtUsados TO WArtSel
                    MOVE WVtArtID TO WArtTabID(WArtSel)
                    MOVE "SIN DESCRIPCION" TO WArtTabDesc(WArtSel)
                    MOVE "SIN CATEG." TO WArtTabCat(WArtSel)
                    MOVE ZEROS TO WArtTabValor(WArtSel),
                                  WArtTabCantPer(WArtSel),
                                  WArtTabCantRec(WArtSel),
                                  WArtTabUltVenta(WArtSel)
                    MOVE "C" TO WArtTabClase(WArtSel)
                 ELSE
                    SET ArticulosDesbordados TO TRUE
                 END-IF
              END-IF
              IF WArtSel > 0
                 IF WVtFecha > WArtTabUltVenta(WArtSel)
                    MOVE WVtFecha TO WArtTabUltVenta(WArtSel)
                 END-IF
                 IF WVtFecha >= WFechaRecientes AND
                    WVtFecha <= WRunDate
                    ADD WVtCant TO WArtTabCantRec(WArtSel)
                 END-IF
                 IF WVtFecha >= WFechaDesde AND
                    WVtFecha <= WFechaHasta
                    MOVE WVtArtID TO WBuArtID
                    MOVE WVtFecha TO WBuFecha
                    PERFORM 2200-PRECIO-VENTA
                    COMPUTE WValorVenta ROUNDED =
                       WVtCant * WPrecioVenta
                    ADD WVtCant TO WArtTabCantPer(WArtSel)
                    ADD WValorVenta TO WArtTabValor(WArtSel)
                    ADD WValorVenta TO WVentasTotal
                 END-IF
              END-IF
           END-IF.

      * Precio mas bajo vigente en WBuFecha entre los almacenes del
      * articulo WBuArtID. Sin almacenes la venta se valora a cero.
       2200-PRECIO-VENTA.
           MOVE ZEROS TO WPrecioVenta
           MOVE 'N' TO WPrecioHallado
           MOVE 'N' TO WFinAlmacenes
           MOVE WBuArtID TO ArtAlID
           START AlmacenesFile KEY IS = ArtAlID
           INVALID KEY
              SET FinAlmacenesGrupo TO TRUE
           END-START

           PERFORM UNTIL FinAlmacenesGrupo
              READ AlmacenesFile NEXT RECORD
              AT END
                 SET FinAlmacenesGrupo TO TRUE
              NOT AT END
                 IF ArtAlID NOT = WBuArtID
                    SET FinAlmacenesGrupo TO TRUE
                 ELSE
                    MOVE CodAlmacen TO WBuCodAlmacen
                    MOVE Precio TO WBuPrecio
                    PERFORM 2250-PRECIO-VIGENTE
                    IF NOT PrecioHallado OR
                       WPrecioVigente < WPrecioVenta
                       MOVE WPrecioVigente TO WPrecioVenta
                       SET PrecioHallado TO TRUE
                    END-IF
                 END-IF
              END-READ
              IF StatAlmacenes NOT = "00" AND
                 StatAlmacenes NOT = "02" AND
                 StatAlmacenes NOT = "10"
                 STRING "ERROR LEYENDO ALM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlmacenes DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM.

      * Precio de WBuArtID/WBuCodAlmacen vigente en WBuFecha: el de
      * mayor FechaEfectiva que no la supere; sin historico aplicable
      * queda WBuPrecio, el Precio actual del almacen.
       2250-PRECIO-VIGENTE.
           MOVE WBuPrecio TO WPrecioVigente
           MOVE WBuArtID TO ArtPhID
           MOVE WBuCodAlmacen TO PhCodAlmacen
           MOVE ZEROS TO PhFechaEfectiva
           MOVE 'N' TO WFinPrecios

           START PrecioHistFile KEY IS NOT LESS PrecioHistKey
           INVALID KEY
              SET FinPreciosGrupo TO TRUE
           END-START

           PERFORM UNTIL FinPreciosGrupo
              READ PrecioHistFile NEXT RECORD
              AT END
                 SET FinPreciosGrupo TO TRUE
              NOT AT END
                 IF ArtPhID NOT = WBuArtID OR
                    PhCodAlmacen NOT = WBuCodAlmacen
                    SET FinPreciosGrupo TO TRUE
                 ELSE
                    IF PhFechaEfectiva <= WBuFecha
                       MOVE PhPrecio TO WPrecioVigente
                    ELSE
                       SET FinPreciosGrupo TO TRUE
                    END-IF
                 END-IF
              END-READ
              IF StatPrecioHist NOT = "00" AND
                 StatPrecioHist NOT = "10"
                 STRING "ERROR LEYENDO PRECHIST.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPrecioHist DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM.

      * Ordena los articulos por valor de ventas descendente y asigna
      * la clase segun el porcentaje acumulado de ventas anterior al
      * articulo: por debajo de PORCA es A, por debajo de PORCB es B,
      * el resto (y todo articulo sin ventas) es C.
       3000-CLASIFICA-ABC.
           PERFORM VARYING WKdx FROM 1 BY 1 UNTIL WKdx >= WArtUsados
              PERFORM VARYING WLdx FROM WKdx BY 1
                      UNTIL WLdx > WArtUsados
                 IF WArtTabValor(WLdx) > WArtTabValor(WKdx)
                    MOVE WArtEntrada(WKdx) TO WArtSwap
                    MOVE WArtEntrada(WLdx) TO WArtEntrada(WKdx)
                    MOVE WArtSwap TO WArtEntrada(WLdx)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM 3900-ESCRIBE-CABECERA
           WRITE InformeLine FROM CabAbc
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabAbc2
              BEFORE ADVANCING 1 LINES

           MOVE ZEROS TO WVentasAcum
           PERFORM VARYING WKdx FROM 1 BY 1 UNTIL WKdx > WArtUsados
              IF WArtTabValor(WKdx) = 0 OR WVentasTotal = 0
                 MOVE "C" TO WArtTabClase(WKdx)
                 ADD 1 TO WSinVentas
              ELSE
                 COMPUTE WPorcAcum =
                    WVentasAcum * 100 / WVentasTotal
                 IF WPorcAcum < WPorcA
                    MOVE "A" TO WArtTabClase(WKdx)
                 ELSE
                    IF WPorcAcum < WPorcB
                       MOVE "B" TO WArtTabClase(WKdx)
                    ELSE
                       MOVE "C" TO WArtTabClase(WKdx)
                    END-IF
                 END-IF
                 ADD WArtTabValor(WKdx) TO WVentasAcum
                 COMPUTE WPorcAcum ROUNDED =
                    WVentasAcum * 100 / WVentasTotal
                 MOVE WArtTabID(WKdx) TO WLaArtID
                 MOVE WArtTabDesc(WKdx) TO WLaDescripcion
                 MOVE WArtTabCat(WKdx) TO WLaCategoria
                 MOVE WArtTabCantPer(WKdx) TO WLaUnidades
                 MOVE WArtTabValor(WKdx) TO WLaValor
                 MOVE WPorcAcum TO WLaPorcAcum
                 MOVE WArtTabClase(WKdx) TO WLaClase
                 WRITE InformeLine FROM LineaAbc
                    BEFORE ADVANCING 1 LINES
              END-IF
              PERFORM 3100-ACUMULA-CLASE
              ADD WArtTabValor(WKdx) TO WClaVentas(WClaSel)
              ADD 1 TO WClaArticulos(WClaSel)
              MOVE WArtTabCat(WKdx) TO Categoria
              PERFORM 4300-BUSCA-CATEGORIA
              IF WCatSel > 0
                 ADD WArtTabValor(WKdx) TO WCatVentas(WCatSel)
              END-IF
           END-PERFORM

           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           MOVE WSinVentas TO WLsSinVentas
           WRITE InformeLine FROM LineaSinVentas
              BEFORE ADVANCING 2 LINES.

      * Posicion de la clase WArtTabClase(WKdx) en la tabla de
      * totales por clase.
       3100-ACUMULA-CLASE.
           EVALUATE WArtTabClase(WKdx)
           WHEN "A"
              MOVE 1 TO WClaSel
           WHEN "B"
              MOVE 2 TO WClaSel
           WHEN OTHER
              MOVE 3 TO WClaSel
           END-EVALUATE.

       3900-ESCRIBE-CABECERA.
           MOVE WRunDate(1:4) TO WRunDateEdit(1:4)
           MOVE "-"              TO WRunDateEdit(5:1)
           MOVE WRunDate(5:2) TO WRunDateEdit(6:2)
           MOVE "-"              TO WRunDateEdit(8:1)
           MOVE WRunDate(7:2) TO WRunDateEdit(9:2)

           WRITE InformeLine FROM CabInforme1
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabInformeFecha
              BEFORE ADVANCING 1 LINES
           MOVE WFechaDesde TO WLpDesde
           MOVE WFechaHasta TO WLpHasta
           MOVE WPorcA TO WLpPorcA
           MOVE WPorcB TO WLpPorcB
           WRITE InformeLine FROM LineaParametros1
              BEFORE ADVANCING 1 LINES
           MOVE WDiasVenta TO WLpDiasVenta
           MOVE WMesesMuerto TO WLpMeses
           MOVE WCorteMuerto TO WLpCorte
           WRITE InformeLine FROM LineaParametros2
              BEFORE ADVANCING 2 LINES.

      * Recorre ALM.DAT completo: valora cada fila al precio vigente
      * hoy, calcula sus dias de cobertura al ritmo de venta reciente
      * del articulo (las ventas no llevan almacen, asi que cada fila
      * se mide contra el ritmo total del articulo), marca el stock
      * sin movimiento y saca la fila al CSV de compras.
       4000-RECORRE-ALMACENES.
           WRITE InformeLine FROM CabCobertura
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabCobertura2
              BEFORE ADVANCING 1 LINES

           MOVE LOW-VALUES TO AlmacenesKey
           MOVE 'N' TO WFinAlmacenes
           START AlmacenesFile KEY IS NOT LESS AlmacenesKey
           INVALID KEY
              SET FinAlmacenesGrupo TO TRUE
           END-START

           PERFORM UNTIL FinAlmacenesGrupo
              READ AlmacenesFile NEXT RECORD
              AT END
                 SET FinAlmacenesGrupo TO TRUE
              NOT AT END
                 ADD 1 TO WFilasLeidas
                 PERFORM 4100-ANALIZA-FILA
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

           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES.

       4100-ANALIZA-FILA.
           MOVE ZEROS TO WArtSel
           PERFORM VARYING WKdx FROM 1 BY 1
                   UNTIL WKdx > WArtUsados OR WArtSel > 0
              IF WArtTabID(WKdx) = ArtAlID
                 MOVE WKdx TO WArtSel
              END-IF
           END-PERFORM

           MOVE ArtAlID TO WBuArtID
           MOVE CodAlmacen TO WBuCodAlmacen
           MOVE Precio TO WBuPrecio
           MOVE WRunDate TO WBuFecha
           PERFORM 2250-PRECIO-VIGENTE
           COMPUTE WValorFila ROUNDED =
              StockActual * WPrecioVigente
           ADD WValorFila TO WStockTotal

           MOVE ArtAlID TO WLkArtID
           MOVE CodAlmacen TO WLkCodAlmacen
           MOVE StockActual TO WLkStock
           MOVE WValorFila TO WLkValor
           IF WArtSel > 0
              MOVE WArtTabCat(WArtSel) TO WLkCategoria, Categoria
              MOVE WArtTabClase(WArtSel) TO WLkClase
              MOVE WArtTabCantRec(WArtSel) TO WLkRecientes
           ELSE
              MOVE "SIN CATEG." TO WLkCategoria, Categoria
              MOVE "C" TO WLkClase
              MOVE ZEROS TO WLkRecientes
           END-IF

           IF StockActual = 0
              MOVE ZEROS TO WDiasCobertura
              MOVE WDiasCobertura TO WDiasCobEdit
              MOVE WDiasCobEdit TO WLkDias
           ELSE
              IF WArtSel = 0
                 MOVE "SIN VENTA" TO WLkDias
              ELSE
                 IF WArtTabCantRec(WArtSel) = 0
                    MOVE "SIN VENTA" TO WLkDias
                 ELSE
                    COMPUTE WDiasCobertura ROUNDED =
                       StockActual * WDiasVenta
                       / WArtTabCantRec(WArtSel)
                       ON SIZE ERROR
                          MOVE 9999999 TO WDiasCobertura
                    END-COMPUTE
                    MOVE WDiasCobertura TO WDiasCobEdit
                    MOVE WDiasCobEdit TO WLkDias
                 END-IF
              END-IF
           END-IF
           WRITE InformeLine FROM LineaCobertura
              BEFORE ADVANCING 1 LINES

           MOVE 'N' TO WSinMovimiento
           IF StockActual > 0
              IF WArtSel = 0
                 SET FilaSinMovimiento TO TRUE
              ELSE
                 IF WArtTabUltVenta(WArtSel) < WCorteMuerto
                    SET FilaSinMovimiento TO TRUE
                 END-IF
              END-IF
           END-IF
           IF FilaSinMovimiento
              ADD WValorFila TO WMuertoTotal
              IF WMueUsados < 3000
                 ADD 1 TO WMueUsados
                 MOVE ArtAlID TO WMueTabArtID(WMueUsados)
                 MOVE CodAlmacen TO WMueTabAlm(WMueUsados)
                 MOVE Categoria TO WMueTabCat(WMueUsados)
                 MOVE StockActual TO WMueTabStock(WMueUsados)
                 IF WArtSel > 0
                    MOVE WArtTabUltVenta(WArtSel)
                       TO WMueTabUltVenta(WMueUsados)
                 ELSE
                    MOVE ZEROS TO WMueTabUltVenta(WMueUsados)
                 END-IF
                 MOVE WValorFila TO WMueTabValor(WMueUsados)
              ELSE
                 SET MuertosDesbordados TO TRUE
              END-IF
           END-IF

           IF WArtSel > 0
              PERFORM 4400-ACUMULA-CLASE-STOCK
           ELSE
              ADD WValorFila TO WClaStock(3)
           END-IF
           PERFORM 4200-ACUMULA-ALMACEN
           PERFORM 4300-BUSCA-CATEGORIA
           IF WCatSel > 0
              ADD WValorFila TO WCatValor(WCatSel)
              IF FilaSinMovimiento
                 ADD WValorFila TO WCatMuerto(WCatSel)
              END-IF
           END-IF
           PERFORM 4500-ESCRIBE-CSV.

       4200-ACUMULA-ALMACEN.
           MOVE ZEROS TO WAlmSel
           PERFORM VARYING WIdx FROM 1 BY 1 UNTIL WIdx > WAlmUsados
              IF WAlmTabCod(WIdx) = CodAlmacen AND WAlmSel = 0
                 MOVE WIdx TO WAlmSel
              END-IF
           END-PERFORM
           IF WAlmSel = 0
              IF WAlmUsados < 50
                 ADD 1 TO WAlmUsados
                 MOVE WAlmUsados TO WAlmSel
                 MOVE CodAlmacen TO WAlmTabCod(WAlmSel)
                 MOVE ZEROS TO WAlmTabValor(WAlmSel),
                               WAlmTabMuerto(WAlmSel)
              ELSE
                 SET TablasDesbordadas TO TRUE
              END-IF
           END-IF
           IF WAlmSel > 0
              ADD WValorFila TO WAlmTabValor(WAlmSel)
              IF FilaSinMovimiento
                 ADD WValorFila TO WAlmTabMuerto(WAlmSel)
              END-IF
           END-IF.

      * Posicion de Categoria en la tabla de totales por categoria,
      * dandola de alta si no estaba (WCatSel = 0 si no cabe).
       4300-BUSCA-CATEGORIA.
           MOVE ZEROS TO WCatSel
           PERFORM VARYING WIdx FROM 1 BY 1 UNTIL WIdx > WCatUsadas
              IF WCatNombre(WIdx) = Categoria AND WCatSel = 0
                 MOVE WIdx TO WCatSel
              END-IF
           END-PERFORM
           IF WCatSel = 0
              IF WCatUsadas < 50
                 ADD 1 TO WCatUsadas
                 MOVE WCatUsadas TO WCatSel
                 MOVE Categoria TO WCatNombre(WCatSel)
                 MOVE ZEROS TO WCatVentas(WCatSel),
                               WCatValor(WCatSel),
                               WCatMuerto(WCatSel)
              ELSE
                 SET TablasDesbordadas TO TRUE
              END-IF
           END-IF.

       4400-ACUMULA-CLASE-STOCK.
           MOVE WArtSel TO WKdx
           PERFORM 3100-ACUMULA-CLASE
           ADD WValorFila TO WClaStock(WClaSel).

      * Fila de ALM.DAT para la hoja de compras: articulo, almacen,
      * categoria, clase, stock, precio, valor, ventas del periodo del
      * articulo, unidades recientes, dias de cobertura (vacio si no
      * hay ventas recientes), ultima venta y marca de sin movimiento.
       4500-ESCRIBE-CSV.
           MOVE WPrecioVigente TO WCsvPrecio
           MOVE WValorFila TO WCsvValor
           IF WArtSel > 0
              MOVE WArtTabValor(WArtSel) TO WCsvVentas
              MOVE WArtTabUltVenta(WArtSel) TO WCsvUltVenta
           ELSE
              MOVE ZEROS TO WCsvVentas, WCsvUltVenta
           END-IF
           MOVE SPACES TO CsvLine
           STRING ArtAlID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CodAlmacen DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WLkCategoria DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  WLkClase DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  StockActual DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WCsvPrecio DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WCsvValor DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WCsvVentas DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WLkRecientes DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WLkDias DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WCsvUltVenta DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WSinMovimiento DELIMITED BY SIZE
                  INTO CsvLine
           END-STRING
           WRITE CsvLine.

      * Seccion de stock sin movimiento, con su valor total.
       5000-ESCRIBE-MUERTO.
           MOVE WCorteMuerto TO WCmCorte
           WRITE InformeLine FROM CabMuerto
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabMuerto2
              BEFORE ADVANCING 1 LINES
           PERFORM VARYING WKdx FROM 1 BY 1 UNTIL WKdx > WMueUsados
              MOVE WMueTabArtID(WKdx) TO WLmArtID
              MOVE WMueTabAlm(WKdx) TO WLmCodAlmacen
              MOVE WMueTabCat(WKdx) TO WLmCategoria
              MOVE WMueTabStock(WKdx) TO WLmStock
              IF WMueTabUltVenta(WKdx) = 0
                 MOVE "NUNCA" TO WLmUltVenta
              ELSE
                 MOVE WMueTabUltVenta(WKdx) TO WLmUltVenta
              END-IF
              MOVE WMueTabValor(WKdx) TO WLmValor
              WRITE InformeLine FROM LineaMuerto
                 BEFORE ADVANCING 1 LINES
           END-PERFORM
           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           MOVE WMueUsados TO WLtFilas
           MOVE WMuertoTotal TO WLtValor
           WRITE InformeLine FROM LineaTotMuerto
              BEFORE ADVANCING 2 LINES.

       6000-ESCRIBE-TOTALES.
           PERFORM VARYING WClaSel FROM 1 BY 1 UNTIL WClaSel > 3
              EVALUATE WClaSel
              WHEN 1
                 MOVE "A" TO WLcClase
              WHEN 2
                 MOVE "B" TO WLcClase
              WHEN OTHER
                 MOVE "C" TO WLcClase
              END-EVALUATE
              MOVE WClaArticulos(WClaSel) TO WLcArticulos
              MOVE WClaVentas(WClaSel) TO WLcVentas
              MOVE WClaStock(WClaSel) TO WLcStock
              WRITE InformeLine FROM LineaClase
                 BEFORE ADVANCING 1 LINES
           END-PERFORM
           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES

           WRITE InformeLine FROM CabPorAlmacen
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabPorAlmacen2
              BEFORE ADVANCING 1 LINES
           PERFORM VARYING WIdx FROM 1 BY 1 UNTIL WIdx > WAlmUsados
              MOVE WAlmTabCod(WIdx) TO WLwCodAlmacen
              MOVE WAlmTabValor(WIdx) TO WLwValor
              MOVE WAlmTabMuerto(WIdx) TO WLwMuerto
              IF WAlmTabValor(WIdx) > 0
                 COMPUTE WPorcAcum ROUNDED =
                    WAlmTabMuerto(WIdx) * 100 / WAlmTabValor(WIdx)
              ELSE
                 MOVE ZEROS TO WPorcAcum
              END-IF
              MOVE WPorcAcum TO WLwPorc
              WRITE InformeLine FROM LineaPorAlmacen
                 BEFORE ADVANCING 1 LINES
           END-PERFORM

           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES

           WRITE InformeLine FROM CabPorCategoria
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabPorCategoria2
              BEFORE ADVANCING 1 LINES
           PERFORM VARYING WIdx FROM 1 BY 1 UNTIL WIdx > WCatUsadas
              MOVE WCatNombre(WIdx) TO WLgCategoria
              MOVE WCatVentas(WIdx) TO WLgVentas
              MOVE WCatValor(WIdx) TO WLgValor
              MOVE WCatMuerto(WIdx) TO WLgMuerto
              WRITE InformeLine FROM LineaPorCategoria
                 BEFORE ADVANCING 1 LINES
           END-PERFORM

           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           MOVE WVentasTotal TO WLgtVentas
           MOVE WStockTotal TO WLgtValor
           MOVE WMuertoTotal TO WLgtMuerto
           WRITE InformeLine FROM LineaTotalGeneral
              BEFORE ADVANCING 1 LINES

           IF TablasDesbordadas OR ArticulosDesbordados OR
              MuertosDesbordados
              MOVE SPACES TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
              MOVE "AVISO: TABLA DE TOTALES DESBORDADA - TOTALES PARCIA
      -           "LES" TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
           END-IF.
