       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA.
       AUTHOR. Miguel Martin.

      * Consulta de clientes y articulos para atencion telefonica.
      * Todos los ficheros se abren solo para lectura: el programa no
      * modifica nada. Las listas largas se muestran por paginas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UsuariosFile ASSIGN TO "USUARIOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatUsuarios.

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

           SELECT OPTIONAL RegistroFile ASSIGN TO "FACTREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRegistro.

           SELECT OPTIONAL DevolucionesFile ASSIGN TO "DEVOLUC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatDevoluciones.

           SELECT OPTIONAL PendientesFile ASSIGN TO "PENDIENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PendientesKey
                  ALTERNATE RECORD KEY IS PeUserId WITH DUPLICATES
                  FILE STATUS IS StatPendientes.

           SELECT OPTIONAL PedidosProvFile ASSIGN TO "PEDPROV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PoNumPedido
                  ALTERNATE RECORD KEY IS PoArtAlmKey WITH DUPLICATES
                  FILE STATUS IS StatPedidosProv.

       DATA DIVISION.
       FILE SECTION.
       FD  UsuariosFile.
       01  UsuariosDetails.
           88  EndOfUsersFile VALUE HIGH-VALUES.
           02  UserId        PIC X(8).
           02  UserName.
               03 Name       PIC X(10).
               03 Surname    PIC X(10).
           02  Direccion     PIC X(15).
           02  Telefono      PIC 9(9).
           02  LimiteCredito PIC 9(7)V99.
           02  BloqueoCredito PIC X(1).

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

       FD  RegistroFile.
       01  RegistroRecord.
           88 EndOfRegistro VALUE HIGH-VALUES.
           02 FrNumFactura PIC 9(7).
           02 FrFecha      PIC 9(8).
           02 FrUserId     PIC X(8).
           02 FrBase       PIC 9(13)V99.
           02 FrIva        PIC 9(11)V99.
           02 FrTotal      PIC 9(13)V99.
           02 FrEstado     PIC X(1).
           02 FrPagado     PIC 9(13)V99.

       FD  DevolucionesFile.
       01  DevolucionDetails.
           88 EndOfDevoluciones VALUE HIGH-VALUES.
           02 DvUserId      PIC X(8).
           02 DvArtID       PIC X(7).
           02 DvFechaCompra PIC 9(8).
           02 DvCant        PIC 9(2).

       FD  PendientesFile.
       01  PendientesDetails.
           88 EndOfPendientes VALUE HIGH-VALUES.
           02 PendientesKey.
              03 PeArtID        PIC X(7).
              03 PeFechaCompra  PIC 9(8).
              03 PeUserId       PIC X(8).
           02 PeCantPedida      PIC 9(5).
           02 PeCantPendiente   PIC 9(5).
           02 PeFechaAlta       PIC 9(8).
           02 PeFechaServido    PIC 9(8).
           02 PeEstado          PIC X(1).

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

       WORKING-STORAGE SECTION.

       01 CabMenu1 PIC X(32) VALUE "CONSULTA DE CLIENTES Y ARTICULOS".
       01 CabMenu2 PIC X(50)
          VALUE "U = POR USUARIO   A = POR ARTICULO   F = TERMINAR".

       01 CabSeccion.
           02 FILLER        PIC X(4) VALUE "--- ".
           02 WCsTitulo     PIC X(50).

      * Lineas de pantalla; cada una se pasa a WLineaPantalla para
      * mostrarla con el control de pagina.
       01 LineaUsuario1.
           02 FILLER        PIC X(13) VALUE "USUARIO:     ".
           02 WLu1UserId    PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLu1Nombre    PIC X(21).

       01 LineaUsuario2.
           02 FILLER        PIC X(13) VALUE "DIRECCION:   ".
           02 WLu2Direccion PIC X(15).
           02 FILLER        PIC X(13) VALUE "  TELEFONO: ".
           02 WLu2Telefono  PIC 9(9).

       01 LineaUsuario3.
           02 FILLER        PIC X(13) VALUE "LIMITE:      ".
           02 WLu3Limite    PIC X(11).
           02 FILLER        PIC X(15) VALUE "  SITUACION:  ".
           02 WLu3Situacion PIC X(20).

       01 WLimiteEdit PIC ZZZZZZ9.99.

       01 CabCompras.
           02 FILLER PIC X(12) VALUE "Fecha       ".
           02 FILLER PIC X(9)  VALUE "ArtID    ".
           02 FILLER PIC X(22) VALUE "Descripcion           ".
           02 FILLER PIC X(6)  VALUE "Cant  ".
           02 FILLER PIC X(9)  VALUE "Origen   ".

       01 LineaCompra.
           02 WLcFecha       PIC X(10).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLcArtID       PIC 9(7).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLcDescripcion PIC X(20).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLcCant        PIC Z9.
           02 FILLER         PIC X(4) VALUE SPACES.
           02 WLcOrigen      PIC X(9).

       01 CabFacturas.
           02 FILLER PIC X(9)  VALUE "Factura  ".
           02 FILLER PIC X(12) VALUE "Fecha       ".
           02 FILLER PIC X(14) VALUE "         Total".
           02 FILLER PIC X(14) VALUE "        Pagado".
           02 FILLER PIC X(14) VALUE "     Pendiente".
           02 FILLER PIC X(5)  VALUE "  Est".

       01 LineaFactura.
           02 WLfNumero      PIC 9(7).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLfFecha       PIC X(10).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLfTotal       PIC ZZZZZZZZ9.99.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLfPagado      PIC ZZZZZZZZ9.99.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLfPendiente   PIC ZZZZZZZZ9.99.
           02 FILLER         PIC X(4) VALUE SPACES.
           02 WLfEstado      PIC X(1).

       01 LineaTotalPendiente.
           02 FILLER         PIC X(33) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "TOTAL:        ".
           02 WLtPendiente   PIC ZZZZZZZZZZZ9.99.

       01 CabAbonos.
           02 FILLER PIC X(12) VALUE "S/Factura   ".
           02 FILLER PIC X(12) VALUE "Fecha abono ".
           02 FILLER PIC X(14) VALUE "       Importe".

       01 LineaAbono.
           02 WLaNumero      PIC 9(7).
           02 FILLER         PIC X(5) VALUE SPACES.
           02 WLaFecha       PIC X(10).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLaImporte     PIC ZZZZZZZZ9.99.

       01 CabDevoluciones.
           02 FILLER PIC X(9)  VALUE "ArtID    ".
           02 FILLER PIC X(22) VALUE "Descripcion           ".
           02 FILLER PIC X(12) VALUE "F.Compra    ".
           02 FILLER PIC X(4)  VALUE "Cant".

       01 LineaDevolucion.
           02 WLdArtID       PIC X(7).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLdDescripcion PIC X(20).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLdFecha       PIC X(10).
           02 FILLER         PIC X(4) VALUE SPACES.
           02 WLdCant        PIC Z9.

       01 CabPendientes.
           02 FILLER PIC X(9)  VALUE "ArtID    ".
           02 FILLER PIC X(12) VALUE "F.Compra    ".
           02 FILLER PIC X(12) VALUE "F.Alta      ".
           02 FILLER PIC X(7)  VALUE " Pedida".
           02 FILLER PIC X(7)  VALUE "   Pend".
           02 FILLER PIC X(12) VALUE "  Situacion ".
           02 FILLER PIC X(10) VALUE "F.Servido ".

       01 LineaPendiente.
           02 WLpArtID       PIC X(7).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLpFecha       PIC X(10).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLpAlta        PIC X(10).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLpPedida      PIC ZZZZ9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLpPendiente   PIC ZZZZ9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLpSituacion   PIC X(9).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLpServido     PIC X(10).

       01 LineaArticulo1.
           02 FILLER         PIC X(13) VALUE "ARTICULO:    ".
           02 WLr1ArtID      PIC X(7).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLr1Descripcion PIC X(20).
           02 FILLER         PIC X(13) VALUE "  CATEGORIA: ".
           02 WLr1Categoria  PIC X(10).

       01 CabAlmacenes.
           02 FILLER PIC X(7)  VALUE "Alm    ".
           02 FILLER PIC X(7)  VALUE "  Stock".
           02 FILLER PIC X(11) VALUE "     Precio".
           02 FILLER PIC X(20) VALUE "  Vigente desde     ".

       01 LineaAlmacen.
           02 WLwAlmacen     PIC X(5).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLwStock       PIC ZZZZ9.
           02 FILLER         PIC X(4) VALUE SPACES.
           02 WLwPrecio      PIC ZZZ9.99.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLwDesde       PIC X(20).

       01 LineaTotalStock.
           02 FILLER         PIC X(7) VALUE "TOTAL  ".
           02 WLsStock       PIC ZZZZZZ9.

       01 CabPedidos.
           02 FILLER PIC X(9)  VALUE "Pedido   ".
           02 FILLER PIC X(7)  VALUE "Alm    ".
           02 FILLER PIC X(7)  VALUE "Prov.  ".
           02 FILLER PIC X(12) VALUE "Fecha       ".
           02 FILLER PIC X(10) VALUE "    Pedida".
           02 FILLER PIC X(10) VALUE "  Recibida".
           02 FILLER PIC X(11) VALUE "  Pendiente".
           02 FILLER PIC X(5)  VALUE "  Est".

       01 LineaPedido.
           02 WLoNumero      PIC 9(7).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLoAlmacen     PIC X(5).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLoProveedor   PIC X(5).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLoFecha       PIC X(10).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLoPedida      PIC ZZZZZZZ9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLoRecibida    PIC ZZZZZZZ9.
           02 FILLER         PIC X(3) VALUE SPACES.
           02 WLoPendiente   PIC ZZZZZZZ9.
           02 FILLER         PIC X(4) VALUE SPACES.
           02 WLoEstado      PIC X(1).

       01 LineaTotalPedidos.
           02 FILLER         PIC X(48) VALUE SPACES.
           02 FILLER         PIC X(7) VALUE "TOTAL  ".
           02 WLqPendiente   PIC ZZZZZZZZZ9.

       01 StatUsuarios PIC X(02) VALUE SPACES.
           88 UsIniciado VALUE '00'.

       01 StatArticulos PIC X(02) VALUE SPACES.
           88 Iniciado VALUE '00'.

       01 StatArtHist PIC X(02) VALUE SPACES.
           88 AhIniciado VALUE '00'.
           88 AhNoExiste VALUE '05'.

       01 StatAlmacenes PIC X(02) VALUE SPACES.
           88 AlIniciado VALUE '00'.

       01 StatArticulosMae PIC X(02) VALUE SPACES.
           88 AmIniciado VALUE '00'.

       01 StatPrecioHist PIC X(02) VALUE SPACES.
           88 PhIniciado VALUE '00'.
           88 PhNoExiste VALUE '05'.

       01 StatRegistro PIC X(02) VALUE SPACES.
           88 RgIniciado VALUE '00'.
           88 RgNoExiste VALUE '05'.

       01 StatDevoluciones PIC X(02) VALUE SPACES.
           88 DvIniciado VALUE '00'.
           88 DvNoExiste VALUE '05'.

       01 StatPendientes PIC X(02) VALUE SPACES.
           88 PeIniciado VALUE '00'.
           88 PeNoExiste VALUE '05'.

       01 StatPedidosProv PIC X(02) VALUE SPACES.
           88 PoIniciado VALUE '00'.
           88 PoNoExiste VALUE '05'.

       01 WRunDate PIC 9(8).

      * Respuestas del operador.
       01 WEntrada  PIC X(20) VALUE SPACES.
       01 WOpcion   PIC X(1) VALUE SPACE.
       01 WFinConsulta PIC X VALUE 'N'.
           88 FinConsulta VALUE 'Y'.

      * Normalizacion de la clave tecleada: se admite sin ceros a la
      * izquierda y se ajusta a la derecha con ceros.
       01 WClaveLong   PIC 9(1) VALUE ZEROS.
       01 WClaveCifras PIC X(8) VALUE SPACES.
       01 WClaveIni    PIC 9(2) VALUE ZEROS.
       01 WDigitos     PIC 9(2) VALUE ZEROS.
       01 WCdx         PIC 9(2) VALUE ZEROS.
       01 WClaveOk     PIC X VALUE 'N'.
           88 ClaveValida VALUE 'Y'.

       01 WConsUserId PIC X(8) VALUE SPACES.
       01 WConsArtID  PIC X(7) VALUE SPACES.

      * Control de pagina: cada WLineasPorPagina lineas se espera al
      * operador, que puede seguir o cortar la lista en curso.
       01 WLineaPantalla PIC X(79) VALUE SPACES.
       01 WLineasPorPagina PIC 9(2) VALUE 20.
       01 WLineasPagina PIC 9(2) VALUE ZEROS.
       01 WListaCortada PIC X VALUE 'N'.
           88 ListaCortada VALUE 'Y'.

      * Compras recientes: las de los ultimos WMesesRecientes meses,
      * de ART.DAT y de ARTHIST.DAT, de la mas nueva a la mas vieja.
       01 WMesesRecientes PIC 9(2) VALUE 12.
       01 WFechaReciente  PIC 9(8) VALUE ZEROS.
       01 WComTabla.
           02 WComEntrada OCCURS 500 TIMES.
              03 WComTabFecha  PIC 9(8).
              03 WComTabArt    PIC 9(7).
              03 WComTabCant   PIC 9(2).
              03 WComTabOrigen PIC X(9).
       01 WComSwap PIC X(26).
       01 WComUsadas PIC 9(3) VALUE ZEROS.
       01 WDesbordeCompras PIC X VALUE 'N'.
           88 ComprasDesbordadas VALUE 'Y'.
       01 WKdx PIC 9(3) VALUE ZEROS.
       01 WLdx PIC 9(3) VALUE ZEROS.

       01 WAnno       PIC 9(4) VALUE ZEROS.
       01 WMes        PIC 9(2) VALUE ZEROS.
       01 WDia        PIC 9(2) VALUE ZEROS.

       01 WFechaEditar  PIC 9(8) VALUE ZEROS.
       01 WFechaEditada PIC X(10) VALUE SPACES.

       01 WFinGrupo PIC X VALUE 'N'.
           88 FinGrupo VALUE 'Y'.
       01 WFinPrecios PIC X VALUE 'N'.
           88 FinPreciosGrupo VALUE 'Y'.
       01 WUsuarioHallado PIC X VALUE 'N'.
           88 UsuarioHallado VALUE 'Y'.
       01 WHayLineas PIC X VALUE 'N'.
           88 HayLineas VALUE 'Y'.

       01 WBuArtID       PIC X(7) VALUE SPACES.
       01 WBuCodAlmacen  PIC X(5) VALUE SPACES.
       01 WPrecioVigente PIC 9(4)V99 VALUE ZEROS.
       01 WPrecioDesde   PIC 9(8) VALUE ZEROS.

       01 WPendFactura   PIC 9(13)V99 VALUE ZEROS.
       01 WPendTotal     PIC 9(13)V99 VALUE ZEROS.
       01 WStockTotal    PIC 9(7) VALUE ZEROS.
       01 WPedPendiente  PIC 9(9) VALUE ZEROS.
       01 WPedTotal      PIC 9(10) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD
           PERFORM 1100-FECHA-RECIENTE

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

           OPEN INPUT PendientesFile
           IF NOT PeIniciado AND NOT PeNoExiste
              STRING "ERROR ABRIENDO PENDIENT.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendientes DELIMITED BY SIZE
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

           PERFORM UNTIL FinConsulta
              DISPLAY " "
              DISPLAY CabMenu1
              DISPLAY CabMenu2
              DISPLAY "OPCION: " WITH NO ADVANCING
              MOVE SPACES TO WEntrada
              ACCEPT WEntrada
              MOVE WEntrada(1:1) TO WOpcion
              INSPECT WOpcion CONVERTING "uaf" TO "UAF"
              EVALUATE WOpcion
              WHEN "U"
                 PERFORM 2000-CONSULTA-USUARIO
              WHEN "A"
                 PERFORM 3000-CONSULTA-ARTICULO
              WHEN "F"
                 SET FinConsulta TO TRUE
              WHEN SPACE
                 SET FinConsulta TO TRUE
              WHEN OTHER
                 DISPLAY "OPCION NO VALIDA"
              END-EVALUATE
           END-PERFORM

           CLOSE ArticulosFile, ArticulosHistFile, AlmacenesFile,
                 ArticulosMaeFile, PrecioHistFile, PendientesFile,
                 PedidosProvFile.
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Fecha desde la que una compra se considera reciente: hoy menos
      * WMesesRecientes meses, con el criterio del archivado.
       1100-FECHA-RECIENTE.
           MOVE WRunDate(1:4) TO WAnno
           MOVE WRunDate(5:2) TO WMes
           MOVE WRunDate(7:2) TO WDia
           IF WMes > WMesesRecientes
              SUBTRACT WMesesRecientes FROM WMes
           ELSE
              COMPUTE WMes = WMes + 12 - WMesesRecientes
              SUBTRACT 1 FROM WAnno
           END-IF
           COMPUTE WFechaReciente =
              WAnno * 10000 + WMes * 100 + WDia.

      * Ajusta la clave tecleada en WEntrada a WClaveLong cifras con
      * ceros a la izquierda (WClaveCifras); ClaveValida si lo es.
       1200-NORMALIZA-CLAVE.
           MOVE 'N' TO WClaveOk
           MOVE ZEROS TO WClaveIni
           PERFORM VARYING WCdx FROM 1 BY 1
                   UNTIL WCdx > 20 OR WClaveIni > 0
              IF WEntrada(WCdx:1) NOT = SPACE
                 MOVE WCdx TO WClaveIni
              END-IF
           END-PERFORM
           MOVE ZEROS TO WDigitos
           IF WClaveIni > 0
              PERFORM VARYING WCdx FROM WClaveIni BY 1
                      UNTIL WCdx > 20
                         OR WEntrada(WCdx:1) = SPACE
                 ADD 1 TO WDigitos
              END-PERFORM
           END-IF
           IF WDigitos > 0 AND WDigitos <= WClaveLong
              MOVE 'Y' TO WClaveOk
              IF WClaveIni + WDigitos <= 20
                 IF WEntrada(WClaveIni + WDigitos:) NOT = SPACES
                    MOVE 'N' TO WClaveOk
                 END-IF
              END-IF
           END-IF
           IF ClaveValida
              MOVE SPACES TO WClaveCifras
              MOVE ALL "0" TO WClaveCifras(1:WClaveLong)
              MOVE WEntrada(WClaveIni:WDigitos)
                 TO WClaveCifras(WClaveLong - WDigitos + 1:WDigitos)
              IF WClaveCifras(1:WClaveLong) IS NOT NUMERIC
                 MOVE 'N' TO WClaveOk
              END-IF
           END-IF.

      * Fecha AAAAMMDD de WFechaEditar como AAAA-MM-DD (en blanco si
      * viene a cero).
       1900-EDITA-FECHA.
           IF WFechaEditar = 0
              MOVE SPACES TO WFechaEditada
           ELSE
              MOVE WFechaEditar(1:4) TO WFechaEditada(1:4)
              MOVE "-"               TO WFechaEditada(5:1)
              MOVE WFechaEditar(5:2) TO WFechaEditada(6:2)
              MOVE "-"               TO WFechaEditada(8:1)
              MOVE WFechaEditar(7:2) TO WFechaEditada(9:2)
           END-IF.

      ******************************************************************
      * Consulta por usuario.
      ******************************************************************
       2000-CONSULTA-USUARIO.
           DISPLAY "USERID: " WITH NO ADVANCING
           MOVE SPACES TO WEntrada
           ACCEPT WEntrada
           MOVE 8 TO WClaveLong
           PERFORM 1200-NORMALIZA-CLAVE
           IF ClaveValida
              MOVE WClaveCifras TO WConsUserId
              MOVE ZEROS TO WLineasPagina
              PERFORM 2100-DATOS-USUARIO
              PERFORM 2200-COMPRAS-RECIENTES
              PERFORM 2300-FACTURAS-ABIERTAS
              PERFORM 2400-DEVOLUCIONES
              PERFORM 2500-PENDIENTES-USUARIO
           ELSE
              DISPLAY "USERID NO VALIDO"
           END-IF.

      * USUARIOS.DAT es secuencial: se recorre hasta dar con el
      * usuario y se cierra.
       2100-DATOS-USUARIO.
           MOVE 'N' TO WListaCortada
           MOVE "DATOS DEL CLIENTE" TO WCsTitulo
           MOVE CabSeccion TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA

           MOVE 'N' TO WUsuarioHallado
           OPEN INPUT UsuariosFile
           IF NOT UsIniciado
              STRING "ERROR ABRIENDO USUARIOS.DAT STATUS "
                        DELIMITED BY SIZE
                     StatUsuarios DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           MOVE SPACES TO UsuariosDetails

           PERFORM UNTIL EndOfUsersFile OR UsuarioHallado
              READ UsuariosFile
              AT END SET EndOfUsersFile TO TRUE
              END-READ
              IF StatUsuarios NOT = "00" AND StatUsuarios NOT = "10"
                 STRING "ERROR LEYENDO USUARIOS.DAT STATUS "
                           DELIMITED BY SIZE
                        StatUsuarios DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              IF NOT EndOfUsersFile AND UserId = WConsUserId
                 SET UsuarioHallado TO TRUE
              END-IF
           END-PERFORM

           IF UsuarioHallado
              MOVE UserId TO WLu1UserId
              MOVE SPACES TO WLu1Nombre
              STRING Name DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     Surname DELIMITED BY SPACE
                     INTO WLu1Nombre
              END-STRING
              MOVE LineaUsuario1 TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
              MOVE Direccion TO WLu2Direccion
              MOVE Telefono TO WLu2Telefono
              MOVE LineaUsuario2 TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
              IF LimiteCredito = 0
                 MOVE "SIN LIMITE" TO WLu3Limite
              ELSE
                 MOVE LimiteCredito TO WLimiteEdit
                 MOVE WLimiteEdit TO WLu3Limite
              END-IF
              IF BloqueoCredito = "S"
                 MOVE "CREDITO BLOQUEADO" TO WLu3Situacion
              ELSE
                 MOVE "ACTIVO" TO WLu3Situacion
              END-IF
              MOVE LineaUsuario3 TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           ELSE
              MOVE "USUARIO NO ENCONTRADO EN USUARIOS.DAT"
                 TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF
           CLOSE UsuariosFile.

       2200-COMPRAS-RECIENTES.
           MOVE 'N' TO WListaCortada
           MOVE SPACES TO WCsTitulo
           STRING "COMPRAS DESDE " DELIMITED BY SIZE
                  WFechaReciente DELIMITED BY SIZE
                  INTO WCsTitulo
           END-STRING
           MOVE CabSeccion TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA

           MOVE ZEROS TO WComUsadas
           MOVE 'N' TO WDesbordeCompras

           MOVE WConsUserId TO UserArtID
           MOVE 'N' TO WFinGrupo
           START ArticulosFile KEY IS = UserArtID
           INVALID KEY
              SET FinGrupo TO TRUE
           END-START
           PERFORM UNTIL FinGrupo
              READ ArticulosFile NEXT RECORD
              AT END
                 SET FinGrupo TO TRUE
              NOT AT END
                 IF UserArtID NOT = WConsUserId
                    SET FinGrupo TO TRUE
                 ELSE
                    IF FechaCompra NOT < WFechaReciente
                       MOVE FechaCompra TO WFechaEditar
                       PERFORM 2250-GUARDA-COMPRA
                       IF WComUsadas > 0 AND NOT ComprasDesbordadas
                          MOVE ArtID TO WComTabArt(WComUsadas)
                          MOVE Cant TO WComTabCant(WComUsadas)
                          MOVE "ACTUAL" TO WComTabOrigen(WComUsadas)
                       END-IF
                    END-IF
                 END-IF
              END-READ
              IF StatArticulos NOT = "00" AND
                 StatArticulos NOT = "02" AND
                 StatArticulos NOT = "10"
                 STRING "ERROR LEYENDO ART.DAT STATUS "
                           DELIMITED BY SIZE
                        StatArticulos DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM

           IF AhIniciado
              MOVE WConsUserId TO HUserArtID
              MOVE 'N' TO WFinGrupo
              START ArticulosHistFile KEY IS = HUserArtID
              INVALID KEY
                 SET FinGrupo TO TRUE
              END-START
              PERFORM UNTIL FinGrupo
                 READ ArticulosHistFile NEXT RECORD
                 AT END
                    SET FinGrupo TO TRUE
                 NOT AT END
                    IF HUserArtID NOT = WConsUserId
                       SET FinGrupo TO TRUE
                    ELSE
                       IF HFechaCompra NOT < WFechaReciente
                          MOVE HFechaCompra TO WFechaEditar
                          PERFORM 2250-GUARDA-COMPRA
                          IF WComUsadas > 0 AND
                             NOT ComprasDesbordadas
                             MOVE HArtID TO WComTabArt(WComUsadas)
                             MOVE HCant TO WComTabCant(WComUsadas)
                             MOVE "HISTORICO"
                                TO WComTabOrigen(WComUsadas)
                          END-IF
                       END-IF
                    END-IF
                 END-READ
                 IF StatArtHist NOT = "00" AND
                    StatArtHist NOT = "02" AND
                    StatArtHist NOT = "10"
                    STRING "ERROR LEYENDO ARTHIST.DAT STATUS "
                              DELIMITED BY SIZE
                           StatArtHist DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
              END-PERFORM
           END-IF

           PERFORM VARYING WKdx FROM 1 BY 1 UNTIL WKdx >= WComUsadas
              PERFORM VARYING WLdx FROM WKdx BY 1
                      UNTIL WLdx > WComUsadas
                 IF WComTabFecha(WLdx) > WComTabFecha(WKdx)
                    MOVE WComEntrada(WKdx) TO WComSwap
                    MOVE WComEntrada(WLdx) TO WComEntrada(WKdx)
                    MOVE WComSwap TO WComEntrada(WLdx)
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WComUsadas = 0
              MOVE "SIN COMPRAS EN EL PERIODO" TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           ELSE
              MOVE CabCompras TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF
           PERFORM VARYING WKdx FROM 1 BY 1
                   UNTIL WKdx > WComUsadas OR ListaCortada
              MOVE WComTabFecha(WKdx) TO WFechaEditar
              PERFORM 1900-EDITA-FECHA
              MOVE WFechaEditada TO WLcFecha
              MOVE WComTabArt(WKdx) TO WLcArtID
              MOVE WComTabArt(WKdx) TO ArtMaeID
              PERFORM 2900-LEE-DESCRIPCION
              MOVE Descripcion TO WLcDescripcion
              MOVE WComTabCant(WKdx) TO WLcCant
              MOVE WComTabOrigen(WKdx) TO WLcOrigen
              MOVE LineaCompra TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-PERFORM
           IF ComprasDesbordadas
              MOVE "LISTA LIMITADA A 500 COMPRAS" TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF.

      * Reserva un elemento de la tabla de compras con la fecha en
      * WFechaEditar; con la tabla llena solo deja la marca.
       2250-GUARDA-COMPRA.
           IF WComUsadas < 500
              ADD 1 TO WComUsadas
              MOVE WFechaEditar TO WComTabFecha(WComUsadas)
           ELSE
              SET ComprasDesbordadas TO TRUE
           END-IF.

      * Facturas emitidas o cobradas en parte con importe pendiente.
       2300-FACTURAS-ABIERTAS.
           MOVE 'N' TO WListaCortada
           MOVE "FACTURAS CON SALDO PENDIENTE" TO WCsTitulo
           MOVE CabSeccion TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA

           MOVE ZEROS TO WPendTotal
           MOVE 'N' TO WHayLineas
           OPEN INPUT RegistroFile
           IF NOT RgIniciado AND NOT RgNoExiste
              STRING "ERROR ABRIENDO FACTREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRegistro DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF RgIniciado
              MOVE SPACES TO RegistroRecord
              PERFORM UNTIL EndOfRegistro OR ListaCortada
                 READ RegistroFile
                 AT END SET EndOfRegistro TO TRUE
                 END-READ
                 IF StatRegistro NOT = "00" AND
                    StatRegistro NOT = "10"
                    STRING "ERROR LEYENDO FACTREG.DAT STATUS "
                              DELIMITED BY SIZE
                           StatRegistro DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
                 IF NOT EndOfRegistro AND FrUserId = WConsUserId AND
                    (FrEstado = "E" OR FrEstado = "P")
                    COMPUTE WPendFactura = FrTotal - FrPagado
                    IF WPendFactura > 0
                       IF NOT HayLineas
                          SET HayLineas TO TRUE
                          MOVE CabFacturas TO WLineaPantalla
                          PERFORM 8000-MUESTRA-LINEA
                       END-IF
                       ADD WPendFactura TO WPendTotal
                       MOVE FrNumFactura TO WLfNumero
                       MOVE FrFecha TO WFechaEditar
                       PERFORM 1900-EDITA-FECHA
                       MOVE WFechaEditada TO WLfFecha
                       MOVE FrTotal TO WLfTotal
                       MOVE FrPagado TO WLfPagado
                       MOVE WPendFactura TO WLfPendiente
                       MOVE FrEstado TO WLfEstado
                       MOVE LineaFactura TO WLineaPantalla
                       PERFORM 8000-MUESTRA-LINEA
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CLOSE RegistroFile

           IF HayLineas
              IF NOT ListaCortada
                 MOVE WPendTotal TO WLtPendiente
                 MOVE LineaTotalPendiente TO WLineaPantalla
                 PERFORM 8000-MUESTRA-LINEA
              END-IF
           ELSE
              MOVE "SIN FACTURAS PENDIENTES DE COBRO" TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF.

      * Devoluciones: los abonos ya emitidos (FACTREG.DAT, estado A)
      * y las lineas que esperan en DEVOLUC.DAT a la proxima pasada.
       2400-DEVOLUCIONES.
           MOVE 'N' TO WListaCortada
           MOVE "ABONOS POR DEVOLUCION" TO WCsTitulo
           MOVE CabSeccion TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA

           MOVE 'N' TO WHayLineas
           OPEN INPUT RegistroFile
           IF NOT RgIniciado AND NOT RgNoExiste
              STRING "ERROR ABRIENDO FACTREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRegistro DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF RgIniciado
              MOVE SPACES TO RegistroRecord
              PERFORM UNTIL EndOfRegistro OR ListaCortada
                 READ RegistroFile
                 AT END SET EndOfRegistro TO TRUE
                 END-READ
                 IF StatRegistro NOT = "00" AND
                    StatRegistro NOT = "10"
                    STRING "ERROR LEYENDO FACTREG.DAT STATUS "
                              DELIMITED BY SIZE
                           StatRegistro DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
                 IF NOT EndOfRegistro AND FrUserId = WConsUserId AND
                    FrEstado = "A"
                    IF NOT HayLineas
                       SET HayLineas TO TRUE
                       MOVE CabAbonos TO WLineaPantalla
                       PERFORM 8000-MUESTRA-LINEA
                    END-IF
                    MOVE FrNumFactura TO WLaNumero
                    MOVE FrFecha TO WFechaEditar
                    PERFORM 1900-EDITA-FECHA
                    MOVE WFechaEditada TO WLaFecha
                    MOVE FrTotal TO WLaImporte
                    MOVE LineaAbono TO WLineaPantalla
                    PERFORM 8000-MUESTRA-LINEA
                 END-IF
              END-PERFORM
           END-IF
           CLOSE RegistroFile
           IF NOT HayLineas
              MOVE "SIN ABONOS" TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF

           MOVE 'N' TO WListaCortada
           MOVE "DEVOLUCIONES PENDIENTES DE PROCESAR" TO WCsTitulo
           MOVE CabSeccion TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA

           MOVE 'N' TO WHayLineas
           OPEN INPUT DevolucionesFile
           IF NOT DvIniciado AND NOT DvNoExiste
              STRING "ERROR ABRIENDO DEVOLUC.DAT STATUS "
                        DELIMITED BY SIZE
                     StatDevoluciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF DvIniciado
              MOVE SPACES TO DevolucionDetails
              PERFORM UNTIL EndOfDevoluciones OR ListaCortada
                 READ DevolucionesFile
                 AT END SET EndOfDevoluciones TO TRUE
                 END-READ
                 IF StatDevoluciones NOT = "00" AND
                    StatDevoluciones NOT = "10"
                    STRING "ERROR LEYENDO DEVOLUC.DAT STATUS "
                              DELIMITED BY SIZE
                           StatDevoluciones DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
                 IF NOT EndOfDevoluciones AND DvUserId = WConsUserId
                    IF NOT HayLineas
                       SET HayLineas TO TRUE
                       MOVE CabDevoluciones TO WLineaPantalla
                       PERFORM 8000-MUESTRA-LINEA
                    END-IF
                    MOVE DvArtID TO WLdArtID
                    IF DvArtID IS NUMERIC
                       MOVE DvArtID TO ArtMaeID
                       PERFORM 2900-LEE-DESCRIPCION
                    ELSE
                       MOVE "SIN DESCRIPCION" TO Descripcion
                    END-IF
                    MOVE Descripcion TO WLdDescripcion
                    MOVE DvFechaCompra TO WFechaEditar
                    PERFORM 1900-EDITA-FECHA
                    MOVE WFechaEditada TO WLdFecha
                    MOVE DvCant TO WLdCant
                    MOVE LineaDevolucion TO WLineaPantalla
                    PERFORM 8000-MUESTRA-LINEA
                 END-IF
              END-PERFORM
           END-IF
           CLOSE DevolucionesFile
           IF NOT HayLineas
              MOVE "SIN DEVOLUCIONES PENDIENTES" TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF.

      * Pendientes de servir del usuario, abiertos y ya servidos.
       2500-PENDIENTES-USUARIO.
           MOVE 'N' TO WListaCortada
           MOVE "PENDIENTES DE SERVIR" TO WCsTitulo
           MOVE CabSeccion TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA

           MOVE 'N' TO WHayLineas
           IF PeIniciado
              MOVE WConsUserId TO PeUserId
              MOVE 'N' TO WFinGrupo
              START PendientesFile KEY IS = PeUserId
              INVALID KEY
                 SET FinGrupo TO TRUE
              END-START
              PERFORM UNTIL FinGrupo OR ListaCortada
                 READ PendientesFile NEXT RECORD
                 AT END
                    SET FinGrupo TO TRUE
                 NOT AT END
                    IF PeUserId NOT = WConsUserId
                       SET FinGrupo TO TRUE
                    ELSE
                       PERFORM 2550-LINEA-PENDIENTE
                    END-IF
                 END-READ
                 IF StatPendientes NOT = "00" AND
                    StatPendientes NOT = "02" AND
                    StatPendientes NOT = "10"
                    STRING "ERROR LEYENDO PENDIENT.DAT STATUS "
                              DELIMITED BY SIZE
                           StatPendientes DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
              END-PERFORM
           END-IF
           IF NOT HayLineas
              MOVE "SIN PENDIENTES DE SERVIR" TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF.

       2550-LINEA-PENDIENTE.
           IF NOT HayLineas
              SET HayLineas TO TRUE
              MOVE CabPendientes TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF
           MOVE PeArtID TO WLpArtID
           MOVE PeFechaCompra TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WLpFecha
           MOVE PeFechaAlta TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WLpAlta
           MOVE PeCantPedida TO WLpPedida
           MOVE PeCantPendiente TO WLpPendiente
           IF PeEstado = "A" AND PeCantPendiente > 0
              MOVE "PENDIENTE" TO WLpSituacion
           ELSE
              MOVE "SERVIDO" TO WLpSituacion
           END-IF
           MOVE PeFechaServido TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WLpServido
           MOVE LineaPendiente TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA.

      * Descripcion del articulo ArtMaeID; "SIN DESCRIPCION" si no
      * esta en el maestro.
       2900-LEE-DESCRIPCION.
           READ ArticulosMaeFile KEY IS ArtMaeID
           INVALID KEY
              MOVE "SIN DESCRIPCION" TO Descripcion
              MOVE SPACES TO Categoria
           END-READ
           IF StatArticulosMae NOT = "00" AND
              StatArticulosMae NOT = "23"
              STRING "ERROR LEYENDO ARTMAE.DAT STATUS "
                        DELIMITED BY SIZE
                     StatArticulosMae DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

      ******************************************************************
      * Consulta por articulo.
      ******************************************************************
       3000-CONSULTA-ARTICULO.
           DISPLAY "ARTID: " WITH NO ADVANCING
           MOVE SPACES TO WEntrada
           ACCEPT WEntrada
           MOVE 7 TO WClaveLong
           PERFORM 1200-NORMALIZA-CLAVE
           IF ClaveValida
              MOVE WClaveCifras(1:7) TO WConsArtID
              MOVE ZEROS TO WLineasPagina
              PERFORM 3100-DATOS-ARTICULO
              PERFORM 3200-STOCK-ALMACENES
              PERFORM 3300-PEDIDOS-ABIERTOS
           ELSE
              DISPLAY "ARTID NO VALIDO"
           END-IF.

       3100-DATOS-ARTICULO.
           MOVE 'N' TO WListaCortada
           MOVE "DATOS DEL ARTICULO" TO WCsTitulo
           MOVE CabSeccion TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA

           MOVE WConsArtID TO ArtMaeID
           PERFORM 2900-LEE-DESCRIPCION
           IF StatArticulosMae = "23"
              MOVE "ARTICULO NO ENCONTRADO EN ARTMAE.DAT"
                 TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           ELSE
              MOVE WConsArtID TO WLr1ArtID
              MOVE Descripcion TO WLr1Descripcion
              MOVE Categoria TO WLr1Categoria
              MOVE LineaArticulo1 TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF.

      * Una linea por almacen con el stock y el precio vigente hoy
      * (PRECHIST.DAT; sin historial, el de ALM.DAT).
       3200-STOCK-ALMACENES.
           MOVE 'N' TO WListaCortada
           MOVE "STOCK Y PRECIO POR ALMACEN" TO WCsTitulo
           MOVE CabSeccion TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA

           MOVE ZEROS TO WStockTotal
           MOVE 'N' TO WHayLineas
           MOVE WConsArtID TO ArtAlID
           MOVE 'N' TO WFinGrupo
           START AlmacenesFile KEY IS = ArtAlID
           INVALID KEY
              SET FinGrupo TO TRUE
           END-START
           PERFORM UNTIL FinGrupo OR ListaCortada
              READ AlmacenesFile NEXT RECORD
              AT END
                 SET FinGrupo TO TRUE
              NOT AT END
                 IF ArtAlID NOT = WConsArtID
                    SET FinGrupo TO TRUE
                 ELSE
                    PERFORM 3250-LINEA-ALMACEN
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
           END-PERFORM

           IF HayLineas
              IF NOT ListaCortada
                 MOVE WStockTotal TO WLsStock
                 MOVE LineaTotalStock TO WLineaPantalla
                 PERFORM 8000-MUESTRA-LINEA
              END-IF
           ELSE
              MOVE "ARTICULO SIN ALMACENES EN ALM.DAT" TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF.

       3250-LINEA-ALMACEN.
           IF NOT HayLineas
              SET HayLineas TO TRUE
              MOVE CabAlmacenes TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF
           MOVE ArtAlID TO WBuArtID
           MOVE CodAlmacen TO WBuCodAlmacen
           MOVE Precio TO WPrecioVigente
           MOVE ZEROS TO WPrecioDesde
           IF PhIniciado
              PERFORM 3260-PRECIO-VIGENTE
           END-IF
           MOVE CodAlmacen TO WLwAlmacen
           MOVE StockActual TO WLwStock
           MOVE WPrecioVigente TO WLwPrecio
           IF WPrecioDesde = 0
              MOVE "FICHA DE ALMACEN" TO WLwDesde
           ELSE
              MOVE WPrecioDesde TO WFechaEditar
              PERFORM 1900-EDITA-FECHA
              MOVE WFechaEditada TO WLwDesde
           END-IF
           MOVE LineaAlmacen TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA
           ADD StockActual TO WStockTotal.

      * Ultimo precio de PRECHIST.DAT con fecha efectiva no posterior
      * a hoy para WBuArtID/WBuCodAlmacen.
       3260-PRECIO-VIGENTE.
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
                    IF PhFechaEfectiva <= WRunDate
                       MOVE PhPrecio TO WPrecioVigente
                       MOVE PhFechaEfectiva TO WPrecioDesde
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

      * Pedidos a proveedor abiertos (A) o recibidos en parte (P).
       3300-PEDIDOS-ABIERTOS.
           MOVE 'N' TO WListaCortada
           MOVE "PEDIDOS A PROVEEDOR ABIERTOS" TO WCsTitulo
           MOVE CabSeccion TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA

           MOVE ZEROS TO WPedTotal
           MOVE 'N' TO WHayLineas
           IF PoIniciado
              MOVE WConsArtID TO PoArtID
              MOVE LOW-VALUES TO PoCodAlmacen
              MOVE 'N' TO WFinGrupo
              START PedidosProvFile KEY IS NOT LESS PoArtAlmKey
              INVALID KEY
                 SET FinGrupo TO TRUE
              END-START
              PERFORM UNTIL FinGrupo OR ListaCortada
                 READ PedidosProvFile NEXT RECORD
                 AT END
                    SET FinGrupo TO TRUE
                 NOT AT END
                    IF PoArtID NOT = WConsArtID
                       SET FinGrupo TO TRUE
                    ELSE
                       IF PoEstado = "A" OR PoEstado = "P"
                          PERFORM 3350-LINEA-PEDIDO
                       END-IF
                    END-IF
                 END-READ
                 IF StatPedidosProv NOT = "00" AND
                    StatPedidosProv NOT = "02" AND
                    StatPedidosProv NOT = "10"
                    STRING "ERROR LEYENDO PEDPROV.DAT STATUS "
                              DELIMITED BY SIZE
                           StatPedidosProv DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
              END-PERFORM
           END-IF

           IF HayLineas
              IF NOT ListaCortada
                 MOVE WPedTotal TO WLqPendiente
                 MOVE LineaTotalPedidos TO WLineaPantalla
                 PERFORM 8000-MUESTRA-LINEA
              END-IF
           ELSE
              MOVE "SIN PEDIDOS ABIERTOS" TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF.

       3350-LINEA-PEDIDO.
           IF NOT HayLineas
              SET HayLineas TO TRUE
              MOVE CabPedidos TO WLineaPantalla
              PERFORM 8000-MUESTRA-LINEA
           END-IF
           IF PoCantRecibida < PoCantPedida
              COMPUTE WPedPendiente = PoCantPedida - PoCantRecibida
           ELSE
              MOVE ZEROS TO WPedPendiente
           END-IF
           MOVE PoNumPedido TO WLoNumero
           MOVE PoCodAlmacen TO WLoAlmacen
           MOVE PoProveedor TO WLoProveedor
           MOVE PoFecha TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WLoFecha
           MOVE PoCantPedida TO WLoPedida
           MOVE PoCantRecibida TO WLoRecibida
           MOVE WPedPendiente TO WLoPendiente
           MOVE PoEstado TO WLoEstado
           MOVE LineaPedido TO WLineaPantalla
           PERFORM 8000-MUESTRA-LINEA
           ADD WPedPendiente TO WPedTotal.

      * Muestra WLineaPantalla. Al llenarse la pagina espera al
      * operador: INTRO sigue, F corta la lista en curso (las lineas
      * siguientes de esa lista ya no se muestran).
       8000-MUESTRA-LINEA.
           IF NOT ListaCortada AND WLineasPagina >= WLineasPorPagina
              DISPLAY "-- INTRO = SIGUIENTE PAGINA   F = FIN DE LISTA "
                 "-- " WITH NO ADVANCING
              MOVE SPACES TO WEntrada
              ACCEPT WEntrada
              MOVE ZEROS TO WLineasPagina
              IF WEntrada(1:1) = "F" OR WEntrada(1:1) = "f"
                 SET ListaCortada TO TRUE
              END-IF
           END-IF
           IF NOT ListaCortada
              DISPLAY WLineaPantalla
              ADD 1 TO WLineasPagina
           END-IF.
